      *> as an orphan, and purged as well when dd_reconpurge is "Y".
      *> Nothing cascades when airmaint deletes a master record, so
      *> this job is how the leftovers get found before the corridor
      *> and diversion searches read them as live data.  A run that
      *> leaves orphans on file ends with return code 4, which the
      *> month-end close (airmend) reads as a failed checklist.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airrecon.

           organization line sequential
           file status is report-fstat.

       select closepack assign closepack-name
           organization line sequential
           file status is pack-fstat.

       data division.
       fd  airfile.
       01  f-rec.
       fd  reportfile.
       01  report-line            pic x(80).

       fd  closepack.
       01  closepack-rec          pic x(120).

       working-storage section.
       01  airfile-name           pic x(256).
       78  airport-dat                   value "dd_airports".

       01  orphans-found          pic 9(7) value 0.
       01  orphans-purged         pic 9(7) value 0.
      *> the not-found warning value - orphans remain on file.
       78  rc-orphans-left               value 4.
       01  file-tag               pic x(4).
       01  orphan-detail          pic x(20).

      *> this step's line for the month-end close pack - written
      *> only when the close names a pack in dd_closepack.
       01  closepack-name         pic x(256).
       78  closepack-dat                 value "dd_closepack".
       01  pack-fstat.
           03  pack-fstat-1       pic 9.
           03  pack-fstat-2       pic 9.
       01  close-pack-line.
       copy "airclpk.cpy" replacing ==(prefix)== by ==pk==.
       01  pack-count-ed          pic z(8)9.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-reconciliation-files
                   orphans-found " orphan(s) found, "
                   orphans-purged " purged."
           perform close-reconciliation-files
           move spaces to close-pack-line
           move "AIRRECON" to pk-step
           move reconrpt-dat to pk-report
           move "ORPHANS" to pk-label(1)
           move orphans-found to pack-count-ed
           move pack-count-ed to pk-figure(1)
           move "PURGED" to pk-label(2)
           move orphans-purged to pack-count-ed
           move pack-count-ed to pk-figure(2)
           perform write-close-pack-line
           if orphans-found > orphans-purged
               move rc-orphans-left to return-code
           end-if
           move reconrpt-dat to rp-report-dd
           perform file-report
           goback
       .

       reconcile-runway-file section.
           open input airfile
           if fstat-1 not = 0
               display "Error opening airport data"
               move 8 to return-code
               goback
           end-if

      *> only a missing runway file (status 35) is created fresh - a
      *> record-length mismatch after the layout change must never
      *> fall through to an OPEN OUTPUT that would erase it (run
      *> the airupgr conversion instead).
           display airrwy-dat upon environment-name
           accept rwyfile-name from environment-value
           open i-o rwyfile
           if rwy-fstat = "35"
               open output rwyfile
               close rwyfile
               open i-o rwyfile
           end-if
           if rwy-fstat-1 not = 0
               display "Error opening runway data - status "
                       rwy-fstat " (run the file conversion after"
                       " a layout change)."
               move 8 to return-code
               goback
           end-if

           display aircounters-dat upon environment-name
           accept cntfile-name from environment-value
           if hist-fstat-1 not = 0
               display "Error opening history data - status "
                       hist-fstat
               move 8 to return-code
               goback
           end-if

           display airclosures-dat upon environment-name
           close reportfile
       .

      *> a run by hand names no pack and writes nothing.
       write-close-pack-line section.
           display closepack-dat upon environment-name
           accept closepack-name from environment-value
           if closepack-name not = spaces
               open extend closepack
               if pack-fstat-1 not = 0
                   open output closepack
               end-if
               write closepack-rec from close-pack-line
               close closepack
           end-if
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRRECON" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airrecon.
