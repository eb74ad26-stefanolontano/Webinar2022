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
      *> airsurm - signed-on maintenance for the surcharge calendar
      *> airprice reads when it prices a leg: the peak-season and
      *> holiday windows, per country pair, that carry a percentage
      *> or flat surcharge by travel date.  The airrefm pattern
      *> throughout: userfile sign-on with the update role enforced,
      *> field validation before anything reaches the file, and one
      *> line per applied change on the reference trail.  Windows are
      *> added, listed and deleted the way the seasonal DST rules
      *> are - a window is changed by deleting it and adding the
      *> corrected one, and the overlap check keeps each pair's
      *> windows apart so a travel date meets at most one of them.
      *> A window may not be added that starts or ends in an
      *> accounting period the month-end close has closed, nor one
      *> that ended in such a period be deleted, until a supervisor
      *> reopens the period (airperd).
       identification division.
       program-id. airsurm.

       select surfile assign surfile-name
           organization indexed
           record key is sur-key with no duplicates
           file status is sur-fstat
           lock mode is automatic
           access dynamic.

       select refauditfile assign refauditfile-name
           organization line sequential
           file status is refaud-fstat.

       data division.
       fd  surfile.
       01  sur-rec.
       copy "airsur.cpy" replacing ==(prefix)== by ==sur==.

       fd  refauditfile.
       01  refaudit-line          pic x(120).

       working-storage section.
       01  surfile-name        pic x(256).
       78  airsurcharge-dat            value "dd_airsurcharge".

       01  sur-fstat.
           03  sur-fstat-1     pic 9.
           03  sur-fstat-2x.
               05  sur-fstat-2 pic 9.

       01  refauditfile-name   pic x(256).
       78  airrefaudit-dat             value "dd_airrefaudit".

       01  refaud-fstat.
           03  refaud-fstat-1  pic 9.
           03  refaud-fstat-2x.
               05  refaud-fstat-2 pic 9.

      *> the operator signs on through airsign, which hands back
      *> their user record.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.
       copy "airsgprm.cpy" replacing ==(sg-prefix)== by ==sg==.
       78  rc-signed-on                value 0.
       01  signed-on           pic x value "N".
           88  operator-signed-on         value "Y".
       01  operator-role       pic x.
           88  operator-inquiry-only      value "I".
           88  operator-may-update        value "U".
       01  audit-user          pic x(8).

       01  menu-choice         pic x.
           88  choice-add                  value "A" "a".
           88  choice-list                 value "L" "l".
           88  choice-delete               value "D" "d".
           88  choice-exit                 value "X" "x".

       01  edit-field          pic x(30).
       01  edit-ok             pic x      value "Y".
           88  field-is-valid             value "Y".
       01  confirm-answer      pic x.
           88  confirmed                  value "Y" "y".

      *> the working copy prompted into before validation lets it
      *> near the file, the way airmaint's w-rec works.
       01  w-sur.
       copy "airsur.cpy" replacing ==(prefix)== by ==wsr==.

       01  overlap-found       pic 9.
       01  list-country1       pic x(20).
       01  list-country2       pic x(20).
       01  pct-ed              pic zz9.99.
       01  flat-ed             pic z,zzz,zz9.99.

      *> the reference trail line: timestamp, operator, which file,
      *> what happened, and the record content in display form.
       01  trail-timestamp     pic x(21).
       01  trail-file          pic x(5).
       01  trail-action        pic x(6).
       01  trail-detail        pic x(60).

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
           perform open-surcharge-files
           set period-open to true
           perform call-airperd-program
           perform until choice-exit
               perform display-menu
               accept menu-choice
               evaluate true
                   when choice-add
                       if operator-may-update
                           perform add-surcharge-window
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-list
                       perform list-surcharge-windows
                   when choice-delete
                       if operator-may-update
                           perform delete-surcharge-window
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-exit
                       continue
                   when other
                       display "Please choose A, L, D or X."
               end-evaluate
           end-perform
           perform close-surcharge-files
           set period-close to true
           perform call-airperd-program
           stop run
       .

       operator-sign-on section.
           move "N" to signed-on
           move "AIRSURM" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move usr-id to audit-user
               move usr-role to operator-role
               move usr-id to pd-operator
               move "AIRSURM" to pd-source
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
           display "Your sign-on is inquiry only - this function"
                   " needs an update role."
       .

       display-menu section.
           display " "
           display "Surcharge calendar maintenance"
           display "  A - Add a surcharge window"
           display "  L - List a country pair's windows"
           display "  D - Delete a surcharge window"
           display "  X - Exit"
           display "Enter your choice: " with no advancing
       .

       add-surcharge-window section.
           initialize w-sur
           move "Y" to edit-ok

           display "First country (or ALL): " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:20)) to wsr-country1

           display "Second country (or ALL): " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:20)) to wsr-country2

           display "Travel from (YYYYMMDD): " with no advancing
           accept edit-field
           move edit-field(1:8) to wsr-start-date

           display "Travel until (YYYYMMDD): " with no advancing
           accept edit-field
           move edit-field(1:8) to wsr-end-date

           display "Type P = percentage, F = flat per leg: "
               with no advancing
           accept edit-field
           move function upper-case(edit-field(1:1)) to wsr-type

           if wsr-type-percent
               display "Percentage of the leg amount: "
                   with no advancing
               accept edit-field
               if edit-field(1:1) is numeric
                   compute wsr-pct = function numval(edit-field)
               else
                   display "Percentage must be numeric."
                   move "N" to edit-ok
               end-if
           end-if

           if wsr-type-flat
               display "Flat amount per leg: " with no advancing
               accept edit-field
               if edit-field(1:1) is numeric
                   compute wsr-flat-amount =
                       function numval(edit-field)
               else
                   display "Flat amount must be numeric."
                   move "N" to edit-ok
               end-if
               display "Currency, blank for base: " with no advancing
               accept edit-field
               move function upper-case(edit-field(1:3))
                   to wsr-currency
           end-if

           display "Description (shown on the quote): "
               with no advancing
           accept edit-field
           move edit-field to wsr-description

           perform validate-surcharge-window
           if field-is-valid
               perform check-window-periods
           end-if
           if field-is-valid
               move w-sur to sur-rec
               write sur-rec
                   invalid key
                       display "A window already starts then for "
                           "that pair."
                   not invalid key
                       display "Surcharge window added."
                       move "SURCH" to trail-file
                       move "ADD   " to trail-action
                       perform build-surcharge-trail-detail
                       perform log-reference-change
               end-write
           end-if
       .

      *> a surcharge over the whole leg amount again is a slipped
      *> digit, not a peak season.
       validate-surcharge-window section.
           if wsr-country1 = spaces or wsr-country2 = spaces
               display "Both countries are required (ALL for any)."
               move "N" to edit-ok
           end-if
           if wsr-start-date(1:8) is not numeric
                   or wsr-end-date(1:8) is not numeric
                   or wsr-end-date < wsr-start-date
               display "The dates must be YYYYMMDD with the end"
                       " not before the start."
               move "N" to edit-ok
           end-if
           if not wsr-type-percent and not wsr-type-flat
               display "Type must be P or F."
               move "N" to edit-ok
           end-if
           if wsr-type-percent
                   and (wsr-pct = 0 or wsr-pct > 100)
               display "The percentage must be above 0 and not"
                       " over 100."
               move "N" to edit-ok
           end-if
           if wsr-type-flat and wsr-flat-amount = 0
               display "The flat amount must be above zero."
               move "N" to edit-ok
           end-if
           if wsr-currency not = spaces
                   and wsr-currency is not alphabetic-upper
               display "Currency must be a three-letter code."
               move "N" to edit-ok
           end-if
           if wsr-description = spaces
               display "A description is required - the customer"
                       " sees it on the quote."
               move "N" to edit-ok
           end-if
           if field-is-valid
               perform check-window-overlap
               if overlap-found = 1
                   display "The dates overlap an existing window for"
                           " that pair - window not added."
                   move "N" to edit-ok
               end-if
           end-if
       .

      *> a window may neither start nor end in a closed period.
       check-window-periods section.
           move "Y" to period-ok
           move wsr-start-date to pd-date
           perform check-date-period
           if dates-in-open-period
               move wsr-end-date to pd-date
               perform check-date-period
           end-if
           if not dates-in-open-period
               display "Window not added."
               move "N" to edit-ok
           end-if
       .

      *> two windows overlap when each starts before the other ends -
      *> the check airprice silently depends on, since it applies
      *> the first covering window it meets for the pair.
       check-window-overlap section.
           move 0 to overlap-found
           move wsr-country1 to sur-country1
           move wsr-country2 to sur-country2
           move low-values to sur-start-date
           start surfile key >= sur-key
               invalid key
                   continue
               not invalid key
                   read surfile next record
                   perform until sur-country1 not = wsr-country1
                           or sur-country2 not = wsr-country2
                           or overlap-found = 1
                       if sur-start-date <= wsr-end-date
                               and sur-end-date >= wsr-start-date
                           move 1 to overlap-found
                       end-if
                       read surfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
       .

       list-surcharge-windows section.
           display "First country (or ALL): " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:20)) to list-country1
           display "Second country (or ALL): " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:20)) to list-country2
           move list-country1 to sur-country1
           move list-country2 to sur-country2
           move low-values to sur-start-date
           start surfile key >= sur-key
               invalid key
                   display "No windows recorded for that pair."
               not invalid key
                   read surfile next record
                   if sur-country1 not = list-country1
                           or sur-country2 not = list-country2
                       display "No windows recorded for that pair."
                   end-if
                   perform until sur-country1 not = list-country1
                           or sur-country2 not = list-country2
                       if sur-type-percent
                           move sur-pct to pct-ed
                           display sur-start-date " - " sur-end-date
                                   "  " pct-ed "%  " sur-description
                       else
                           move sur-flat-amount to flat-ed
                           display sur-start-date " - " sur-end-date
                                   "  " flat-ed " " sur-currency
                                   " flat  " sur-description
                       end-if
                       read surfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
       .

       delete-surcharge-window section.
           display "First country (or ALL): " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:20)) to sur-country1
           display "Second country (or ALL): " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:20)) to sur-country2
           display "Window start date (YYYYMMDD): " with no advancing
           accept edit-field
           move edit-field(1:8) to sur-start-date
           read surfile
               invalid key
                   display "No such window on file."
               not invalid key
                   perform delete-one-window
           end-read
       .

      *> a window that ended in a closed period is part of that
      *> period's pricing and stays on file.
       delete-one-window section.
           move "Y" to period-ok
           move sur-end-date to pd-date
           perform check-date-period
           if not dates-in-open-period
               display "Window not deleted."
           else
               display "Delete the window starting "
                       sur-start-date " (" sur-description
                       ") - are you sure (Y/N)? "
                       with no advancing
               accept confirm-answer
               if confirmed
                   move sur-rec to w-sur
                   delete surfile record
                       invalid key
                           display "Unable to delete the window"
                               " - " sur-fstat-1
                       not invalid key
                           display "Window deleted."
                           move "SURCH" to trail-file
                           move "DELETE" to trail-action
                           perform build-surcharge-trail-detail
                           perform log-reference-change
                   end-delete
               else
                   display "Delete cancelled."
               end-if
           end-if
       .

       build-surcharge-trail-detail section.
           move spaces to trail-detail
           if wsr-type-percent
               move wsr-pct to pct-ed
               string wsr-country1(1:12) delimited by size
                      "/" delimited by size
                      wsr-country2(1:12) delimited by size
                      " " delimited by size
                      wsr-start-date delimited by size
                      "-" delimited by size
                      wsr-end-date delimited by size
                      " " delimited by size
                      pct-ed delimited by size
                      "%" delimited by size
                      into trail-detail
           else
               move wsr-flat-amount to flat-ed
               string wsr-country1(1:12) delimited by size
                      "/" delimited by size
                      wsr-country2(1:12) delimited by size
                      " " delimited by size
                      wsr-start-date delimited by size
                      "-" delimited by size
                      wsr-end-date delimited by size
                      " " delimited by size
                      flat-ed delimited by size
                      wsr-currency delimited by size
                      into trail-detail
           end-if
       .

      *> one reference-trail line per applied change: when, who,
      *> which file, what happened and to what.
       log-reference-change section.
           move function current-date to trail-timestamp
           move spaces to refaudit-line
           string trail-timestamp delimited by size
                  " " delimited by size
                  audit-user delimited by size
                  " " delimited by size
                  trail-file delimited by size
                  " " delimited by size
                  trail-action delimited by size
                  " " delimited by size
                  trail-detail delimited by size
                  into refaudit-line
           write refaudit-line
       .

       open-surcharge-files section.
           display airsurcharge-dat upon environment-name
           accept surfile-name from environment-value
           open i-o surfile
           if sur-fstat = "35"
               open output surfile
               close surfile
               open i-o surfile
           end-if
           if sur-fstat-1 not = 0
               display "Error opening surcharge data - status "
                       sur-fstat
               stop run
           end-if

           display airrefaudit-dat upon environment-name
           accept refauditfile-name from environment-value
           open extend refauditfile
           if refaud-fstat-1 not = 0
               open output refauditfile
           end-if
       .

       close-surcharge-files section.
           close surfile
           close refauditfile
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

       end program airsurm.
