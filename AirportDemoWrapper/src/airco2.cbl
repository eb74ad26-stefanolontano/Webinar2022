      *> aircode carries, so the quarter's report and the day's
      *> quotes can never disagree.  Entries journalled before the
      *> distance figures existed carry no fuel and aggregate as
      *> zero.  The month-end close (airmend) runs it over the
      *> period being closed.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airco2.

           organization line sequential
           file status is report-fstat.

       select closepack assign closepack-name
           organization line sequential
           file status is pack-fstat.

       data division.
       fd  actfile.
       01  act-rec.
       fd  reportfile.
       01  report-line            pic x(100).

       fd  closepack.
       01  closepack-rec          pic x(120).

       working-storage section.
       01  actfile-name           pic x(256).
       78  airactivity-dat               value "dd_airactivity".
       01  fuel-edited            pic zzz,zzz,zz9.
       01  co2-edited             pic zzz,zzz,zz9.

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
           sort sortfile
                                sort-type
               input procedure is load-journal-entries
               output procedure is write-emissions-report
           move spaces to close-pack-line
           move "AIRCO2" to pk-step
           move co2rpt-dat to pk-report
           move "LEGS" to pk-label(1)
           move period-legs to legs-edited
           move legs-edited to pk-figure(1)
           move "FUEL KG" to pk-label(2)
           move period-fuel to fuel-edited
           move fuel-edited to pk-figure(2)
           move "CO2 KG" to pk-label(3)
           move period-co2 to co2-edited
           move co2-edited to pk-figure(3)
           perform write-close-pack-line
           move co2rpt-dat to rp-report-dd
           perform file-report
           goback
       .

       load-journal-entries section.
           write report-line
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
           move "AIRCO2" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airco2.
