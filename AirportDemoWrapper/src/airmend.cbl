      ******************************************************************
      *
      * (C) Copyright 1984-2014 Micro Focus or one of its affiliates.
      *
      * The only warranties for products and services of Micro Focus and
      * its affiliates and licensors ("Micro Focus") are set forth in the
      * express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional
      * warranty.  Micro Focus shall not be liable for technical or editorial
      * errors or omissions contained herein.  The information contained
      * herein is subject to change without notice.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> airmend - the month-end close.  Closes one accounting period
      *> (dd_closeperiod, YYYYMM - the month just ended when blank) in
      *> a fixed order instead of whatever order the shift remembers:
      *> a pre-close checklist first - no airtxn batch changes still
      *> waiting for approval on the pending-change file, and a clean
      *> airrecon (no orphans left on file) - then the counter close,
      *> the trend report, the audit archival up to the period's last
      *> day, the period's emissions, the quote conversion report
      *> and the quote repricing, each given the period's dates.
      *> When every step has completed the period is recorded closed
      *> through airperd, which from then on refuses maintenance and
      *> quote capture dated into it until a supervisor reopens it
      *> (airperm).  Every step adds its report file and control
      *> totals to the close pack (dd_closepack), between the
      *> checklist result and the closing line.  Like airchain, each
      *> completed step is recorded in the close control file
      *> (dd_closectl) so a rerun after a failure resumes from the
      *> failed step; a reopened period closed again skips the
      *> counter close, whose snapshot for it was already taken.
      *> The reports the steps write, and the close pack itself once
      *> the period is closed, are filed in the report repository
      *> under the chain run CLOSE<period>.
       identification division.
       program-id. airmend.

       select closectl assign closectl-name
           organization line sequential
           file status is ctl-fstat.

       select closepack assign closepack-name
           organization line sequential
           file status is pack-fstat.

       select pendfile assign pendfile-name
           organization indexed
           record key is pnd-key with no duplicates
           file status is pnd-fstat
           access sequential.

       data division.
       fd  closectl.
       01  ctl-rec.
           03  ctl-period         pic x(6).
           03  filler             pic x.
           03  ctl-step-name      pic x(10).
           03  filler             pic x.
           03  ctl-step-status    pic x(4).
           03  filler             pic x.
           03  ctl-step-rc        pic 9(4).

       fd  closepack.
       01  closepack-rec          pic x(120).

       fd  pendfile.
       01  pnd-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==pnd==.
       copy "airpend.cpy" replacing ==(prefix)== by ==pnd==.
       01  pnd-key-view.
           03  pnd-key            pic x(25).

       working-storage section.
       01  closectl-name          pic x(256).
       78  closectl-dat                  value "dd_closectl".
       01  closepack-name         pic x(256).
       78  closepack-dat                 value "dd_closepack".
       01  pendfile-name          pic x(256).
       78  airpending-dat                value "dd_airpending".

       01  ctl-fstat.
           03  ctl-fstat-1        pic 9.
           03  ctl-fstat-2        pic 9.
       01  pack-fstat.
           03  pack-fstat-1       pic 9.
           03  pack-fstat-2       pic 9.
       01  pnd-fstat.
           03  pnd-fstat-1        pic 9.
           03  pnd-fstat-2        pic 9.

      *> the period being closed, the dates the steps are given for
      *> it, and the operator the close is recorded under
      *> (dd_closeoper, the program's own name when blank).
       01  close-period           pic x(6).
       01  close-period-n         redefines close-period.
           03  close-year         pic 9(4).
           03  close-mm           pic 9(2).
       78  closeperiod-dat               value "dd_closeperiod".
       01  current-period         pic x(6).
       01  period-first-date      pic x(8).
       01  period-last-date       pic 9(8).
       01  next-month-first.
           03  next-year          pic 9(4).
           03  next-mm            pic 9(2).
           03  next-dd            pic 9(2).
       01  next-month-first-n     redefines next-month-first
                                  pic 9(8).
       01  close-operator         pic x(8).
       78  closeoper-dat                 value "dd_closeoper".
       01  close-timestamp        pic x(21).

      *> the parameters the steps read, set from the period before
      *> the first of them is called.  The checklist's airrecon
      *> only reports - the close never purges.
       78  cntperiod-dat                 value "dd_cntperiod".
       78  audcutoff-dat                 value "dd_audcutoff".
       78  co2from-dat                   value "dd_co2from".
       78  co2to-dat                     value "dd_co2to".
       78  convmonth-dat                 value "dd_convmonth".
       78  reconpurge-dat                value "dd_reconpurge".
      *> every report filed during the close carries the close's own
      *> run id and operator in the report repository.
       78  chainrun-dat                  value "dd_chainrun".
       78  rptoper-dat                   value "dd_rptoper".
       01  close-run-id           pic x(14).

      *> the defined close order - the counters are snapshotted
      *> before the trend report reads the period file, and the
      *> quote repricing runs last so the pack shows the open book
      *> as it stands at close.
       78  close-step-count              value 6.
       01  close-step-table.
           03  filler             pic x(10) value "aircntcl".
           03  filler             pic x(10) value "airtrend".
           03  filler             pic x(10) value "airaudar".
           03  filler             pic x(10) value "airco2".
           03  filler             pic x(10) value "airqconv".
           03  filler             pic x(10) value "airqrpr".
       01  close-steps            redefines close-step-table.
           03  close-step         pic x(10) occurs close-step-count.
       78  checklist-step                value "checklist".

       01  step-done-flags.
           03  step-done          pic 9 occurs close-step-count
                                        value 0.
       01  checklist-done         pic 9 value 0.

       01  step-idx               pic 9(2).
       01  lookup-idx             pic 9(2).
       01  step-rc                pic s9(4) comp.
       01  step-rc-ed             pic zzz9.
       01  close-failed           pic x value "N".
           88  close-has-failed          value "Y".
       01  period-reclosing       pic x value "N".
           88  period-was-reopened       value "Y".
       01  restart-found          pic x value "N".
           88  close-restarting          value "Y".
       01  at-end-of-ctl          pic x.
           88  no-more-ctl               value "Y".
       01  at-end-of-pending      pic x.
           88  no-more-pending           value "Y".

       01  airtxn-pending         pic 9(5) value 0.
       01  other-pending          pic 9(5) value 0.

       01  close-pack-line.
       copy "airclpk.cpy" replacing ==(prefix)== by ==pk==.
       01  pack-text              redefines close-pack-line
                                  pic x(120).
       01  pack-count-ed          pic z(8)9.

       copy "airpdprm.cpy" replacing ==(pd-prefix)== by ==pd==.
       78  rc-success                    value 0.
      *> airrecon's answer when orphans are left on file.
       78  rc-orphans-left               value 4.
      *> a step that ends with return code 8 or higher failed.
       78  rc-step-failed                value 8.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform choose-close-period
           set period-open to true
           perform call-airperd-program
           if return-code not = rc-success
               display "No period control file - close not run."
               move "Y" to close-failed
           end-if
           if not close-has-failed
               perform check-period-closable
           end-if
           if not close-has-failed
               perform set-step-parameters
               perform read-close-control
               if close-restarting
                   perform note-close-restart
               else
                   perform clear-close-control
                   perform start-close-pack
               end-if
               if period-was-reopened
                   move 1 to step-done(1)
               end-if
               if checklist-done = 0 and not close-has-failed
                   perform run-pre-close-checklist
               end-if
           end-if
           perform varying step-idx from 1 by 1
                   until step-idx > close-step-count
                       or close-has-failed
               if step-done(step-idx) = 1
                   display "Step " close-step(step-idx)
                           " already completed - skipped."
               else
                   perform run-one-step
               end-if
           end-perform
           if not close-has-failed
               perform record-period-closed
               move closepack-dat to rp-report-dd
               perform file-report
           end-if
           set period-close to true
           perform call-airperd-program
           if close-has-failed
               display "Close of period " close-period
                       " not completed."
               move rc-step-failed to return-code
           else
               display "Period " close-period " closed."
               perform clear-close-control
           end-if
           stop run
       .

      *> the month just ended unless dd_closeperiod names one.
       choose-close-period section.
           move function current-date(1:6) to current-period
           display closeperiod-dat upon environment-name
           accept close-period from environment-value
           if close-period = spaces
               move current-period to close-period
               if close-mm = 1
                   subtract 1 from close-year
                   move 12 to close-mm
               else
                   subtract 1 from close-mm
               end-if
           end-if
           display closeoper-dat upon environment-name
           accept close-operator from environment-value
           if close-operator = spaces
               move "AIRMEND" to close-operator
           end-if
           move close-operator to pd-operator
           move "AIRMEND" to pd-source
           move spaces to pd-reason
       .

      *> only a month that has ended can be closed, and only once -
      *> a reopened one may be closed again.
       check-period-closable section.
           if close-period is not numeric
               display close-period " is not a YYYYMM period - close"
                       " not run."
               move "Y" to close-failed
           else
               if close-mm < 1 or close-mm > 12
                   display close-period " is not a YYYYMM period -"
                           " close not run."
                   move "Y" to close-failed
               end-if
           end-if
           if not close-has-failed
               if close-period >= current-period
                   display "Period " close-period " has not ended"
                           " yet - close not run."
                   move "Y" to close-failed
               else
                   move close-period to pd-period
                   set period-inquire to true
                   perform call-airperd-program
                   evaluate pd-status
                       when "C"
                           display "Period " close-period
                                   " is already closed."
                           move "Y" to close-failed
                       when "O"
                           move "Y" to period-reclosing
                   end-evaluate
               end-if
           end-if
       .

      *> the period's first and last days - the last is the day
      *> before the first of the next month.
       set-step-parameters section.
           move close-period to period-first-date(1:6)
           move "01" to period-first-date(7:2)
           move close-year to next-year
           if close-mm = 12
               add 1 to next-year
               move 1 to next-mm
           else
               compute next-mm = close-mm + 1
           end-if
           move 1 to next-dd
           compute period-last-date = function date-of-integer(
               function integer-of-date(next-month-first-n) - 1)

           display cntperiod-dat upon environment-name
           display close-period upon environment-value
           display audcutoff-dat upon environment-name
           display period-last-date upon environment-value
           display co2from-dat upon environment-name
           display period-first-date upon environment-value
           display co2to-dat upon environment-name
           display period-last-date upon environment-value
           display convmonth-dat upon environment-name
           display close-period upon environment-value
           display reconpurge-dat upon environment-name
           display "N" upon environment-value
           move spaces to close-run-id
           string "CLOSE" delimited by size
                  close-period delimited by size
                  into close-run-id
           display chainrun-dat upon environment-name
           display close-run-id upon environment-value
           display rptoper-dat upon environment-name
           display close-operator upon environment-value
       .

      *> pending airtxn changes are the regional batches not yet
      *> applied to the master - the period cannot be closed with
      *> them outstanding.  airrecon must come back clean.  Both are
      *> checked, and both results go in the pack, before either
      *> stops the close.
       run-pre-close-checklist section.
           perform count-pending-changes
           move spaces to close-pack-line
           move "CHECKLIST" to pk-step
           move airpending-dat to pk-report
           move "AIRTXN PEND" to pk-label(1)
           move airtxn-pending to pack-count-ed
           move pack-count-ed to pk-figure(1)
           move "OTHER PEND" to pk-label(2)
           move other-pending to pack-count-ed
           move pack-count-ed to pk-figure(2)
           perform write-close-pack-line
           if airtxn-pending > 0
               display airtxn-pending " airtxn change(s) still wait"
                       " for approval - close not run."
               move "Y" to close-failed
           end-if

           display "Running airrecon..."
           move 0 to return-code
           call "airrecon"
           move return-code to step-rc
           cancel "airrecon"
           evaluate true
               when step-rc >= rc-step-failed
                   display "airrecon failed with return code "
                           step-rc " - close not run."
                   move "Y" to close-failed
               when step-rc = rc-orphans-left
                   display "airrecon found orphans - clear them"
                           " before the close."
                   move "Y" to close-failed
           end-evaluate

           move spaces to close-pack-line
           if close-has-failed
               move "CHECKLIST FAILED - PERIOD NOT CLOSED" to pack-text
           else
               move "CHECKLIST PASSED" to pack-text
           end-if
           perform write-close-pack-line
           if not close-has-failed
               move checklist-step to ctl-step-name
               move 0 to step-rc
               perform record-step-completion
           end-if
       .

       count-pending-changes section.
           move 0 to airtxn-pending
           move 0 to other-pending
           display airpending-dat upon environment-name
           accept pendfile-name from environment-value
           open input pendfile
           if pnd-fstat-1 = 0
               move "N" to at-end-of-pending
               perform until no-more-pending
                   read pendfile next record
                       at end
                           move "Y" to at-end-of-pending
                       not at end
                           if pnd-pending
                               if pnd-source = "AIRTXN"
                                   add 1 to airtxn-pending
                               else
                                   add 1 to other-pending
                               end-if
                           end-if
                   end-read
               end-perform
               close pendfile
           end-if
       .

       run-one-step section.
           display "Running " close-step(step-idx) "..."
           move 0 to return-code
           call close-step(step-idx)
           move return-code to step-rc
           cancel close-step(step-idx)
           if step-rc >= rc-step-failed
               display close-step(step-idx) " failed with return"
                       " code " step-rc "."
               move "Y" to close-failed
               move step-rc to step-rc-ed
               move spaces to close-pack-line
               string close-step(step-idx) delimited by space
                      " FAILED WITH RETURN CODE " delimited by size
                      step-rc-ed delimited by size
                      " - CLOSE STOPPED" delimited by size
                      into pack-text
               perform write-close-pack-line
           else
               display close-step(step-idx) " completed, return"
                       " code " step-rc "."
               move close-step(step-idx) to ctl-step-name
               perform record-step-completion
           end-if
       .

       record-period-closed section.
           move close-period to pd-period
           set period-lock to true
           perform call-airperd-program
           if return-code not = rc-success
               display "Unable to record period " close-period
                       " closed."
               move "Y" to close-failed
           else
               move spaces to close-pack-line
               string "PERIOD " delimited by size
                      close-period delimited by size
                      " CLOSED " delimited by size
                      function current-date(1:8) delimited by size
                      " BY " delimited by size
                      close-operator delimited by size
                      into pack-text
               perform write-close-pack-line
           end-if
       .

      *> the pack is the close's audit trail, so a close that cannot
      *> write one fails here, before any step has run.
       start-close-pack section.
           display closepack-dat upon environment-name
           accept closepack-name from environment-value
           if closepack-name = spaces
               display "No close pack file (" closepack-dat
                       ") - close not run."
               move "Y" to close-failed
           else
               open output closepack
               if pack-fstat-1 not = 0
                   display "Error opening close pack file - close"
                           " not run."
                   move "Y" to close-failed
               else
                   perform write-close-pack-heading
               end-if
           end-if
       .

       write-close-pack-heading section.
           move function current-date to close-timestamp
           move spaces to close-pack-line
           string "MONTH-END CLOSE PACK - PERIOD " delimited by size
                  close-period delimited by size
                  "  RUN " delimited by size
                  close-timestamp(1:8) delimited by size
                  " " delimited by size
                  close-timestamp(9:2) delimited by size
                  ":" delimited by size
                  close-timestamp(11:2) delimited by size
                  " BY " delimited by size
                  close-operator delimited by size
                  into pack-text
           write closepack-rec from close-pack-line
           if period-was-reopened
               move "PERIOD WAS REOPENED - COUNTERS ALREADY CLOSED,"
                   & " AIRCNTCL NOT RERUN" to pack-text
               write closepack-rec from close-pack-line
           end-if
           move spaces to closepack-rec
           write closepack-rec
           move "STEP       REPORT FILE      TOTALS" to pack-text
           write closepack-rec from close-pack-line
           close closepack
       .

      *> a resumed close appends to the pack the first run started,
      *> and fails before any step if that pack cannot be written.
       note-close-restart section.
           display closepack-dat upon environment-name
           accept closepack-name from environment-value
           if closepack-name = spaces
               display "No close pack file (" closepack-dat
                       ") - close not resumed."
               move "Y" to close-failed
           else
               open extend closepack
               if pack-fstat-1 not = 0
                   open output closepack
               end-if
               if pack-fstat-1 not = 0
                   display "Error opening close pack file - close"
                           " not resumed."
                   move "Y" to close-failed
               else
                   close closepack
                   perform write-close-resumed-line
               end-if
           end-if
       .

       write-close-resumed-line section.
           display "Resuming the close of period " close-period "."
           move function current-date to close-timestamp
           move spaces to close-pack-line
           string "CLOSE RESUMED " delimited by size
                  close-timestamp(1:8) delimited by size
                  " " delimited by size
                  close-timestamp(9:2) delimited by size
                  ":" delimited by size
                  close-timestamp(11:2) delimited by size
                  into pack-text
           perform write-close-pack-line
       .

      *> the steps append their own lines between these, so the pack
      *> is opened and closed around every line written here.
       write-close-pack-line section.
           display closepack-dat upon environment-name
           accept closepack-name from environment-value
           open extend closepack
           if pack-fstat-1 not = 0
               open output closepack
           end-if
           write closepack-rec from close-pack-line
           close closepack
       .

      *> appends one OK line for the step just completed, so a rerun
      *> after a later failure knows to skip it.
       record-step-completion section.
           open extend closectl
           if ctl-fstat-1 not = 0
               open output closectl
           end-if
           move close-period to ctl-period
           move "OK  " to ctl-step-status
           move step-rc to ctl-step-rc
           write ctl-rec
           close closectl
       .

      *> a control file left over from a failed close of this period
      *> lists the checklist and steps already completed - they are
      *> skipped this time.  Lines for any other period are dropped
      *> when this close starts afresh.
       read-close-control section.
           display closectl-dat upon environment-name
           accept closectl-name from environment-value
           move "N" to at-end-of-ctl
           open input closectl
           if ctl-fstat-1 = 0
               perform until no-more-ctl
                   read closectl
                       at end
                           move "Y" to at-end-of-ctl
                       not at end
                           if ctl-period = close-period
                                   and ctl-step-status = "OK  "
                               move "Y" to restart-found
                               perform note-completed-step
                           end-if
                   end-read
               end-perform
               close closectl
           end-if
       .

       note-completed-step section.
           if ctl-step-name = checklist-step
               move 1 to checklist-done
           end-if
           perform varying lookup-idx from 1 by 1
                   until lookup-idx > close-step-count
               if close-step(lookup-idx) = ctl-step-name
                   move 1 to step-done(lookup-idx)
               end-if
           end-perform
       .

       clear-close-control section.
           open output closectl
           close closectl
       .

       call-airperd-program section.
           call "airperd" using
                           by value pd-function
                           by reference pd-operator
                           by reference pd-source
                           by reference pd-date
                           by reference pd-period
                           by reference pd-status
                           by reference pd-reason
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRMEND" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airmend.
