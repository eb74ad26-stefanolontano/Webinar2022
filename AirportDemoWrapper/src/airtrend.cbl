      *> its ranking, then reports each airport's count per period
      *> with the movement against the previous period flagged as
      *> RISE, FALL or LEVEL - so "queries this month vs last month"
      *> is a report line, not a spreadsheet exercise.  The
      *> month-end close (airmend) runs it straight after the
      *> counter close, so the closed period is the newest reported.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airtrend.

           organization line sequential
           file status is report-fstat.

       select closepack assign closepack-name
           organization line sequential
           file status is pack-fstat.

       data division.
       fd  periodfile.
       01  period-rec.
           03  filler             pic x    value space.
           03  rl-delta           pic ---------9.

       fd  closepack.
       01  closepack-rec          pic x(120).

       working-storage section.
       01  periodfile-name        pic x(256).
       78  cntperiods-dat                value "dd_cntperiods".
       01  previous-code          pic x(4).
       01  previous-count         pic s9(9) comp.
       01  count-delta            pic s9(10) comp.
       01  trend-lines            pic 9(7) value 0.
       01  trend-airports         pic 9(7) value 0.

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
               on ascending key sort-code sort-period
               input procedure is load-sort-file
               output procedure is write-trend-report
           move spaces to close-pack-line
           move "AIRTREND" to pk-step
           move trendrpt-dat to pk-report
           move "LINES" to pk-label(1)
           move trend-lines to pack-count-ed
           move pack-count-ed to pk-figure(1)
           move "AIRPORTS" to pk-label(2)
           move trend-airports to pack-count-ed
           move pack-count-ed to pk-figure(2)
           perform write-close-pack-line
           move trendrpt-dat to rp-report-dd
           perform file-report
           goback
       .

       load-sort-file section.
           else
               move spaces to rl-movement
               move 0 to rl-delta
               add 1 to trend-airports
           end-if
           write report-line
           add 1 to trend-lines
           move sort-code to previous-code
           move sort-count to previous-count
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
           move "AIRTREND" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airtrend.
