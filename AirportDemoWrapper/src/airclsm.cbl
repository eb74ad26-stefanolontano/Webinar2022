      *> runway file, date-range checks, and one closure-trail entry
      *> per closure entered or lifted so the data the searches
      *> suppress airports on never changes without a name on it.
      *> A closure may be entered or lifted only at an airport whose
      *> country belongs to one of the operator's permitted regions
      *> (head office anywhere) - airregn refuses and logs the rest.
      *> Nor may a closure be entered that starts or ends in an
      *> accounting period the month-end close has closed, or one
      *> that ended in such a period be lifted, until a supervisor
      *> reopens it (airperd).
       identification division.
       program-id. airclsm.

           file status is rwy-fstat
           access dynamic.

       select clsauditfile assign clsauditfile-name
           organization line sequential
           file status is clsaud-fstat.
       01  rwy-rec.
       copy "airrwy.cpy" replacing ==(prefix)== by ==rwy==.

       fd  clsauditfile.
       01  clsaudit-rec.
       copy "airclau.cpy" replacing ==(prefix)== by ==cla==.
           03  rwy-fstat-2x.
               05  rwy-fstat-2 pic 9.

       01  clsauditfile-name   pic x(256).
       78  airclsaudit-dat             value "dd_airclsaudit".

           03  clsaud-fstat-2x.
               05  clsaud-fstat-2 pic 9.

      *> the operator signs on through airsign, which hands back
      *> their user record.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.
       copy "airsgprm.cpy" replacing ==(sg-prefix)== by ==sg==.
       78  rc-signed-on                value 0.
       01  signed-on           pic x value "N".
           88  operator-signed-on         value "Y".
       01  operator-role       pic x.
       01  cls-next-seq        pic 9(2).
       01  cls-max-seq         pic 9(2).

      *> every closure entered or lifted is screened through airregn
      *> first, under the signed-on operator.
       copy "airrgprm.cpy" replacing ==(rg-prefix)== by ==rg==.
       78  rc-outside-region           value 7.
       01  region-ok           pic x      value "Y".
           88  airport-in-region          value "Y".

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
           perform open-closure-files
           set region-open to true
           perform call-airregn-program
           set period-open to true
           perform call-airperd-program
           perform until choice-exit
               perform display-menu
               accept menu-choice
               end-evaluate
           end-perform
           perform close-closure-files
           set region-close to true
           perform call-airregn-program
           set period-close to true
           perform call-airperd-program
           stop run
       .

      *> entry will carry.
       operator-sign-on section.
           move "N" to signed-on
           move "AIRCLSM" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move usr-id to audit-user
               move usr-role to operator-role
               move usr-id to rg-operator
               move usr-office-role to rg-office-role
               move usr-regions to rg-regions-array
               move "AIRCLSM" to rg-source
               move usr-id to pd-operator
               move "AIRCLSM" to pd-source
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
           move function upper-case(edit-field(1:4)) to f-code
           perform find-for-maintenance
           if maint-record-found
               move "CLOSE ADD" to rg-action
               move f-code to rg-code
               move f-country to rg-country
               perform check-airport-region
           end-if
           if maint-record-found and airport-in-region
               perform find-next-closure-seq
               move f-code to cls-code
               move cls-next-seq to cls-seq
                   move edit-field(1:30) to cls-reason

                   perform validate-closure-dates
                   if field-is-valid
                       perform check-closure-periods
                   end-if
                   if field-is-valid
                       write cls-rec
                           invalid key
           end-if
       .

      *> a closure may neither start nor end in a closed period.
       check-closure-periods section.
           move "Y" to period-ok
           move cls-start-date to pd-date
           perform check-date-period
           if dates-in-open-period
               move cls-end-date to pd-date
               perform check-date-period
           end-if
           if not dates-in-open-period
               display "Closure not recorded."
               move "N" to edit-ok
           end-if
       .

       validate-closure-dates section.
           if cls-start-date(1:8) is not numeric
                   or cls-end-date(1:8) is not numeric
           display "Airport code: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:4)) to f-code
           move "CLOSE LIFT" to rg-action
           move f-code to rg-code
           move spaces to rg-country
           perform check-airport-region
           if airport-in-region
               display "Closure sequence to lift: " with no advancing
               accept edit-field
               if edit-field(1:2) is not numeric
                   display "Closure sequence must be numeric."
               else
                   move f-code to cls-code
                   move edit-field(1:2) to cls-seq
                   read clsfile
                       invalid key
                           display "Closure " cls-seq " not found for "
                               f-code "."
                       not invalid key
                           perform lift-closure-record
                   end-read
               end-if
           end-if
       .

      *> a closure that ended in a closed period is part of that
      *> period's record and stays on file.
       lift-closure-record section.
           move "Y" to period-ok
           move cls-end-date to pd-date
           perform check-date-period
           if not dates-in-open-period
               display "Closure " cls-seq " not lifted."
           else
               delete clsfile record
                   invalid key
                       display "Unable to delete closure - "
                           cls-fstat-1
                   not invalid key
                       display "Closure " cls-seq " lifted."
                       move "D" to cla-action
                       perform log-closure-entry
               end-delete
           end-if
       .

           write clsaudit-rec
       .

      *> the airport in rg-code may have its closures changed only
      *> when its region is one of the signed-on operator's.
       check-airport-region section.
           move "Y" to region-ok
           set region-check to true
           perform call-airregn-program
           if return-code = rc-outside-region
               move "N" to region-ok
               if rg-owner-region = spaces
                   display rg-code " has no owning region - only"
                           " head office may change it."
               else
                   display rg-code " belongs to region "
                           rg-owner-region " - outside your regions,"
                           " change refused."
               end-if
           end-if
       .

       call-airregn-program section.
           call "airregn" using
                           by value rg-function
                           by reference rg-operator
                           by reference rg-office-role
                           by reference rg-regions-array
                           by reference rg-source
                           by reference rg-action
                           by reference rg-code
                           by reference rg-country
                           by reference rg-owner-region
       .

       find-for-maintenance section.
           move "N" to record-found
           start airfile key = f-code
           add 1 to cls-max-seq giving cls-next-seq
       .

       open-closure-files section.
           display airclosures-dat upon environment-name
           accept clsfile-name from environment-value
               stop run
           end-if

      *> only a missing runway file (status 35) is created fresh - a
      *> record-length mismatch after the layout change must never
      *> fall through to an OPEN OUTPUT that would erase it (run
      *> the airupgr conversion instead).
           display airrwy-dat upon environment-name
           accept rwyfile-name from environment-value
           open input rwyfile
           if rwy-fstat = "35"
               open output rwyfile
               close rwyfile
               open input rwyfile
           end-if
           if rwy-fstat-1 not = 0
               display "Error opening runway data - status "
                       rwy-fstat " (run the file conversion after"
                       " a layout change)."
               stop run
           end-if

           display airclsaudit-dat upon environment-name
           accept clsauditfile-name from environment-value
           close clsauditfile
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

       end program airclsm.
