      *> endpoints of an entry must exist in the airport master, the
      *> times must be valid HHMM clocks and the effective dates a
      *> sane range - the schedule drives the console's connection
      *> answers, so changing it needs an update-role sign-on.  An
      *> entry touching a country under embargo at any time from
      *> today (or its effective date, if later) to its discontinue
      *> date is refused by the airembs screen.  The aircraft type
      *> the flight is planned with is optional, but when given it
      *> must be on the type profile file.  An entry may not be
      *> added that takes effect or is discontinued in an accounting
      *> period the month-end close has closed, nor may an entry
      *> discontinued in such a period be changed or deleted, nor a
      *> discontinue date be moved into one, until a supervisor
      *> reopens the period (airperd).
       identification division.
       program-id. airschm.

           file status is fstat
           access dynamic.

       select typfile assign typfile-name
           organization indexed
           record key is typ-code with no duplicates
           file status is typ-fstat
           access dynamic.

       data division.
       01  f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd  typfile.
       01  typ-rec.
       copy "airactyp.cpy" replacing ==(prefix)== by ==typ==.

       working-storage section.
       01  schfile-name        pic x(256).
           03  fstat-2x.
               05  fstat-2     pic 9.

       01  typfile-name        pic x(256).
       78  airactype-dat               value "dd_airactype".

       01  typ-fstat.
           03  typ-fstat-1     pic 9.
           03  typ-fstat-2x.
               05  typ-fstat-2 pic 9.
       01  typfile-open        pic x      value "N".
           88  type-file-open             value "Y".

      *> the operator signs on through airsign, which hands back
      *> their user record.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.
       copy "airsgprm.cpy" replacing ==(sg-prefix)== by ==sg==.
       78  rc-signed-on                value 0.
       01  signed-on           pic x value "N".
           88  operator-signed-on         value "Y".
       01  operator-role       pic x.
       01  confirm-answer      pic x.
           88  confirmed                  value "Y" "y".

      *> every save is screened through airembs first - an entry
      *> touching a country under embargo is refused, and the
      *> refusal logged under the signed-on operator.
       copy "airemprm.cpy" replacing ==(em-prefix)== by ==em==.
       78  rc-embargoed                value 6.

       01  list-orig           pic x(4).
       01  day-idx             pic 9.

      *> every dated change is checked against the accounting
      *> periods the month-end close has closed - airperd refuses a
      *> date in one until a supervisor reopens it.
       copy "airpdprm.cpy" replacing ==(pd-prefix)== by ==pd==.
       78  rc-period-closed            value 3.
       01  period-ok           pic x      value "Y".
           88  dates-in-open-period       value "Y".

       procedure division.
       main section.
           perform operator-sign-on
           if not operator-signed-on
               display "Sign-on failed - maintenance not started."
               stop run
           end-if
           perform open-schfile-io
           perform open-airfile-input
           perform open-typfile-input
           set embargo-open to true
           perform call-airembs-program
           set period-open to true
           perform call-airperd-program
           perform until choice-exit
               perform display-menu
               accept menu-choice
           end-perform
           perform close-schfile-io
           close airfile
           if type-file-open
               close typfile
           end-if
           set embargo-close to true
           perform call-airembs-program
           set period-close to true
           perform call-airperd-program
           stop run
       .

      *> to start.
       operator-sign-on section.
           move "N" to signed-on
           move "AIRSCHM" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move usr-role to operator-role
               move usr-id to pd-operator
               move "AIRSCHM" to pd-source
               display "Signed on: " usr-name
               if operator-inquiry-only
                   display "(inquiry only - maintenance"
                           " functions are disabled)"
               end-if
           end-if
       .

       call-airsign-program section.
           call "airsign" using
                           by value sg-function
                           by reference sg-program
                           by reference sg-operator
                           by reference sg-event
                           by reference sg-detail
                           by reference usr-rec
       .

       refuse-inquiry-only section.
           if field-is-valid
               perform prompt-schedule-fields
               perform validate-schedule-record
               if field-is-valid
                   perform screen-schedule-embargo
               end-if
               if field-is-valid
                   perform check-new-entry-periods
               end-if
               if field-is-valid
                   move w-sch to sch-rec
                   write sch-rec
                           " each one."
                   perform prompt-schedule-fields
                   perform validate-schedule-record
                   if field-is-valid
                       perform screen-schedule-embargo
                   end-if
                   if field-is-valid
                       perform check-changed-entry-periods
                   end-if
                   if field-is-valid
                       move w-sch to sch-rec
                       rewrite sch-rec
           if field-is-valid
               perform find-sched-for-maintenance
               if sched-record-found
                   move "Y" to period-ok
                   move sch-disc-date to pd-date
                   perform check-date-period
               end-if
               if sched-record-found and dates-in-open-period
                   display "Delete " sch-carrier sch-flight " "
                           sch-orig "-" sch-dest " effective "
                           sch-eff-date " - are you sure (Y/N)? "
                               sch-orig " " sch-dep-time " -> "
                               sch-dest " " sch-arr-time "  "
                               sch-days "  " sch-eff-date " - "
                               sch-disc-date "  " sch-ac-type
                       read schfile next record
                       at end
                           exit perform
           if edit-field not = spaces
               move function upper-case(edit-field(1:7)) to w-days
           end-if

           display "Aircraft type, * for none [" w-ac-type "]: "
               with no advancing
           accept edit-field
           evaluate true
               when edit-field = spaces
                   continue
               when edit-field(1:1) = "*"
                   move spaces to w-ac-type
               when other
                   move function upper-case(edit-field(1:4))
                       to w-ac-type
           end-evaluate
       .

       validate-schedule-record section.
                   move 7 to day-idx
               end-if
           end-perform

           if w-ac-type not = spaces
               perform check-aircraft-type-exists
           end-if
       .

      *> a new entry may neither take effect nor be discontinued in
      *> a closed period.
       check-new-entry-periods section.
           move "Y" to period-ok
           move w-eff-date to pd-date
           perform check-date-period
           if dates-in-open-period
               move w-disc-date to pd-date
               perform check-date-period
           end-if
           if not dates-in-open-period
               move "N" to edit-ok
           end-if
       .

      *> an entry discontinued in a closed period is that period's
      *> record and stays as it is; a running one may be changed,
      *> but its discontinue date not moved into a closed period.
      *> sch-rec still holds the entry as it stands on file.
       check-changed-entry-periods section.
           move "Y" to period-ok
           move sch-disc-date to pd-date
           perform check-date-period
           if dates-in-open-period and w-disc-date not = sch-disc-date
               move w-disc-date to pd-date
               perform check-date-period
           end-if
           if not dates-in-open-period
               move "N" to edit-ok
           end-if
       .

      *> the entry's span runs from its effective date, or today if
      *> that has passed, to its discontinue date.
       screen-schedule-embargo section.
           move usr-id to em-operator
           move "SCHED" to em-source
           move spaces to em-reference
           string w-orig delimited by space
                  "-" delimited by size
                  w-dest delimited by space
                  " " delimited by size
                  w-carrier delimited by space
                  w-flight delimited by space
                  " " delimited by size
                  w-eff-date delimited by size
                  into em-reference
           move function current-date(1:8) to em-from-date
           if w-eff-date > em-from-date
               move w-eff-date to em-from-date
           end-if
           move w-disc-date to em-to-date
           move 2 to em-code-count
           move spaces to em-codes-array
           move w-orig to em-codes(1)
           move w-dest to em-codes(2)
           set embargo-screen to true
           perform call-airembs-program
           if return-code = rc-embargoed
               display em-hit-code " is in " em-hit-country
                       " - under embargo from " em-hit-eff-date
                       " (" em-hit-reason ")."
               display "The entry cannot be saved."
               move "N" to edit-ok
           end-if
       .

       check-endpoint-exists-orig section.
           end-start
       .

      *> without the type profile file the type cannot be checked
      *> and is taken as keyed.
       check-aircraft-type-exists section.
           if type-file-open
               move w-ac-type to typ-code
               start typfile key = typ-code
                   invalid key
                       display w-ac-type " is not a profiled aircraft"
                               " type."
                       move "N" to edit-ok
                   not invalid key
                       continue
               end-start
           end-if
       .

       find-sched-for-maintenance section.
           move "N" to record-found
           move w-key to sch-key
           end-start
       .

       open-schfile-io section.
      *> only a missing schedule file (status 35) is created fresh - a
      *> record-length mismatch after the layout change must never
      *> fall through to an OPEN OUTPUT that would erase it (run
      *> the airupgr conversion instead).
           display airsched-dat upon environment-name
           accept schfile-name from environment-value
           open i-o schfile
           if sch-fstat = "35"
               open output schfile
               close schfile
               open i-o schfile
           end-if
           if sch-fstat-1 not = 0
               display "Error opening schedule master data - status "
                       sch-fstat " (run the file conversion after"
                       " a layout change)."
               stop run
           end-if
       .

       close-schfile-io section.
           end-if
       .

       open-typfile-input section.
           display airactype-dat upon environment-name
           accept typfile-name from environment-value
           open input typfile
           if typ-fstat-1 = 0
               move "Y" to typfile-open
           end-if
       .

       call-airembs-program section.
           call "airembs" using
                           by value em-function
                           by reference em-operator
                           by reference em-source
                           by reference em-reference
                           by reference em-from-date
                           by reference em-to-date
                           by reference em-code-count
                           by reference em-codes-array
                           by reference em-hit-code
                           by reference em-hit-country
                           by reference em-hit-reason
                           by reference em-hit-eff-date
                           by reference em-hit-end-date
       .

      *> the date in pd-date may be entered, changed or removed only
      *> while its month is open - period-ok is left "N" once a date
      *> checked falls in a closed period.
       check-date-period section.
           set period-check to true
           perform call-airperd-program
           if return-code = rc-period-closed
               move "N" to period-ok
               display pd-date " falls in closed period " pd-period
                       " - a supervisor must reopen it first."
           end-if
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

       end program airschm.
