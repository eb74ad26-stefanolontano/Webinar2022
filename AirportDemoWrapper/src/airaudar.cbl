      *> stops growing forever; entries after the cutoff are retained
      *> in place.  A blank cutoff archives everything before today.
      *> The rewrite of the live file goes through a work file so a
      *> failure mid-run leaves the original intact.  The month-end
      *> close (airmend) runs it with the cutoff at the last day of
      *> the period being closed.
       identification division.
       program-id. airaudar.

           organization line sequential
           file status is work-fstat.

       select closepack assign closepack-name
           organization line sequential
           file status is pack-fstat.

       data division.
       fd  auditfile.
       01  audit-rec.
       01  work-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==wrk==.

       fd  closepack.
       01  closepack-rec          pic x(120).

       working-storage section.
       01  auditfile-name         pic x(256).
       78  airaudit-dat                  value "dd_airaudit".
       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".

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

       procedure division.
       main section.
           perform open-archival-files
                   " read, " records-archived " archived, "
                   records-retained " retained."
           close archfile
           move spaces to close-pack-line
           move "AIRAUDAR" to pk-step
           move audarchive-dat to pk-report
           move "READ" to pk-label(1)
           move records-read to pack-count-ed
           move pack-count-ed to pk-figure(1)
           move "ARCHIVED" to pk-label(2)
           move records-archived to pack-count-ed
           move pack-count-ed to pk-figure(2)
           move "RETAINED" to pk-label(3)
           move records-retained to pack-count-ed
           move pack-count-ed to pk-figure(3)
           perform write-close-pack-line
           goback
       .

       archive-or-retain section.
           open input auditfile
           if audit-fstat-1 not = 0
               display "Error opening audit data"
               move 8 to return-code
               goback
           end-if

           display audarchive-dat upon environment-name
           end-if
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

       end program airaudar.
