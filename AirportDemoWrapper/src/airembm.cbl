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
      *> airembm - signed-on maintenance of the embargo file the
      *> airembs screen reads: each country we are barred from
      *> serving, from when, until when (blank while it stands) and
      *> why.  The airfltm pattern throughout: userfile sign-on with
      *> the update role enforced, field validation before anything
      *> reaches the file, and one line per applied change on the
      *> reference trail.  The country must be on the country
      *> reference file, so it matches the country every airport
      *> master record carries.  An embargo is lifted by changing
      *> its end date rather than deleting it, so the history of
      *> what was barred when survives for compliance.  An embargo
      *> may not be added that takes effect or is lifted in an
      *> accounting period the month-end close has closed, nor may
      *> one lifted in such a period be changed or deleted, nor its
      *> lifted date be moved into one, until a supervisor reopens
      *> the period (airperd).
       identification division.
       program-id. airembm.

       select embfile assign embfile-name
           organization indexed
           record key is emb-key with no duplicates
           file status is emb-fstat
           lock mode is automatic
           access dynamic.

       select ctyfile assign ctyfile-name
           organization indexed
           record key is cty-name with no duplicates
           file status is cty-fstat
           access dynamic.

       select refauditfile assign refauditfile-name
           organization line sequential
           file status is refaud-fstat.

       data division.
       fd  embfile.
       01  emb-rec.
       copy "airemb.cpy" replacing ==(prefix)== by ==emb==.

       fd  ctyfile.
       01  cty-rec.
       copy "airctry.cpy" replacing ==(prefix)== by ==cty==.

       fd  refauditfile.
       01  refaudit-line          pic x(120).

       working-storage section.
       01  embfile-name        pic x(256).
       78  airembargo-dat              value "dd_airembargo".

       01  emb-fstat.
           03  emb-fstat-1     pic 9.
           03  emb-fstat-2x.
               05  emb-fstat-2 pic 9.

       01  ctyfile-name        pic x(256).
       78  aircountries-dat            value "dd_countries".

       01  cty-fstat.
           03  cty-fstat-1     pic 9.
           03  cty-fstat-2x.
               05  cty-fstat-2 pic 9.

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
           88  choice-change               value "C" "c".
           88  choice-list                 value "L" "l".
           88  choice-delete               value "D" "d".
           88  choice-exit                 value "X" "x".

       01  edit-field          pic x(40).
       01  edit-ok             pic x      value "Y".
           88  field-is-valid             value "Y".
       01  confirm-answer      pic x.
           88  confirmed                  value "Y" "y".

      *> the working copy prompted into before validation lets it
      *> near the file, the way airmaint's w-rec works.
       01  w-emb.
       copy "airemb.cpy" replacing ==(prefix)== by ==we==.

       01  at-end-of-file      pic x.
           88  no-more-records            value "Y".
       01  list-country        pic x(20).
       01  embargoes-listed    pic 9(5).

      *> the reference trail line: timestamp, operator, which file,
      *> what happened, and the record content in display form.
       01  trail-timestamp     pic x(21).
       01  trail-file          pic x(5).
       01  trail-action        pic x(6).
       01  trail-detail        pic x(80).

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
           perform open-embargo-files
           set period-open to true
           perform call-airperd-program
           perform until choice-exit
               perform display-menu
               accept menu-choice
               evaluate true
                   when choice-add
                       if operator-may-update
                           perform add-embargo
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-change
                       if operator-may-update
                           perform change-embargo
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-list
                       perform list-embargoes
                   when choice-delete
                       if operator-may-update
                           perform delete-embargo
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-exit
                       continue
                   when other
                       display "Please choose A, C, L, D or X."
               end-evaluate
           end-perform
           perform close-embargo-files
           set period-close to true
           perform call-airperd-program
           stop run
       .

       operator-sign-on section.
           move "N" to signed-on
           move "AIREMBM" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move usr-id to audit-user
               move usr-role to operator-role
               move usr-id to pd-operator
               move "AIREMBM" to pd-source
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
           display "Embargo maintenance"
           display "  A - Add an embargo on a country"
           display "  C - Change an embargo's end date or reason"
           display "  L - List embargoes (all, or one country)"
           display "  D - Delete an embargo entered in error"
           display "  X - Exit"
           display "Enter your choice: " with no advancing
       .

       add-embargo section.
           initialize w-emb
           move "Y" to edit-ok
           display "Country: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:20)) to we-country
           display "Effective date YYYYMMDD: " with no advancing
           accept edit-field
           move edit-field(1:8) to we-eff-date

           move we-key to emb-key
           start embfile key = emb-key
               invalid key
                   continue
               not invalid key
                   display we-country " already has an embargo from "
                       we-eff-date " - use Change instead."
                   move "N" to edit-ok
           end-start

           if field-is-valid
               perform prompt-embargo-fields
               move audit-user to we-entered-by
               move function current-date(1:8) to we-entered-date
               perform validate-embargo
               if field-is-valid
                   perform check-new-embargo-periods
               end-if
               if field-is-valid
                   move w-emb to emb-rec
                   write emb-rec
                       invalid key
                           display "Unable to add the embargo - "
                               emb-fstat-1
                       not invalid key
                           display "Embargo on " emb-country
                                   " added."
                           move "EMBGO" to trail-file
                           move "ADD   " to trail-action
                           perform build-embargo-trail-detail
                           perform log-reference-change
                   end-write
               end-if
           end-if
       .

       change-embargo section.
           move "Y" to edit-ok
           perform prompt-embargo-key
           start embfile key = emb-key
               invalid key
                   display "No embargo on " emb-country " from "
                           emb-eff-date "."
               not invalid key
                   read embfile next record
                   move emb-rec to w-emb
                   display "Current values - press Enter to keep"
                           " each one."
                   perform prompt-embargo-fields
                   perform validate-embargo
                   if field-is-valid
                       perform check-changed-embargo-periods
                   end-if
                   if field-is-valid
                       move w-emb to emb-rec
                       rewrite emb-rec
                           invalid key
                               display "Unable to update the"
                                   " embargo - " emb-fstat-1
                           not invalid key
                               display "Embargo on " emb-country
                                       " updated."
                               move "EMBGO" to trail-file
                               move "CHANGE" to trail-action
                               perform build-embargo-trail-detail
                               perform log-reference-change
                       end-rewrite
                   end-if
           end-start
       .

      *> a new embargo may neither take effect nor be lifted in a
      *> closed period.
       check-new-embargo-periods section.
           move "Y" to period-ok
           move we-eff-date to pd-date
           perform check-date-period
           if dates-in-open-period
               move we-end-date to pd-date
               perform check-date-period
           end-if
           if not dates-in-open-period
               move "N" to edit-ok
           end-if
       .

      *> an embargo lifted in a closed period is that period's record
      *> and stays as it is; a standing one may be changed, but not
      *> lifted into a closed period.  emb-rec still holds the
      *> embargo as it stands on file.
       check-changed-embargo-periods section.
           move "Y" to period-ok
           move emb-end-date to pd-date
           perform check-date-period
           if dates-in-open-period and we-end-date not = emb-end-date
               move we-end-date to pd-date
               perform check-date-period
           end-if
           if not dates-in-open-period
               move "N" to edit-ok
           end-if
       .

       prompt-embargo-key section.
           display "Country: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:20)) to emb-country
           display "Effective date YYYYMMDD: " with no advancing
           accept edit-field
           move edit-field(1:8) to emb-eff-date
       .

      *> a single "-" clears the end date, putting a lifted
      *> embargo back in force.
       prompt-embargo-fields section.
           display "Lifted on YYYYMMDD (blank while it stands) ["
                   we-end-date "]: " with no advancing
           accept edit-field
           if edit-field = "-"
               move spaces to we-end-date
           else
               if edit-field not = spaces
                   move edit-field(1:8) to we-end-date
               end-if
           end-if

           display "Reason [" we-reason "]: " with no advancing
           accept edit-field
           if edit-field not = spaces
               move edit-field to we-reason
           end-if
       .

       validate-embargo section.
           move "Y" to edit-ok
           move we-country to cty-name
           start ctyfile key = cty-name
               invalid key
                   display we-country " is not on the country"
                           " reference file."
                   move "N" to edit-ok
               not invalid key
                   continue
           end-start
           if we-eff-date is not numeric
               display "The effective date must be YYYYMMDD."
               move "N" to edit-ok
           else
               if function test-date-yyyymmdd(
                       function numval(we-eff-date)) not = 0
                   display we-eff-date " is not a calendar date."
                   move "N" to edit-ok
               end-if
           end-if
           if we-end-date not = spaces
               if we-end-date is not numeric
                   display "The lifted date must be YYYYMMDD."
                   move "N" to edit-ok
               else
                   if function test-date-yyyymmdd(
                           function numval(we-end-date)) not = 0
                       display we-end-date " is not a calendar date."
                       move "N" to edit-ok
                   else
                       if we-end-date < we-eff-date
                           display "An embargo cannot be lifted"
                                   " before it takes effect."
                           move "N" to edit-ok
                       end-if
                   end-if
               end-if
           end-if
           if we-reason = spaces
               display "A reason is required."
               move "N" to edit-ok
           end-if
       .

       list-embargoes section.
           display "Country (Enter for all): " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:20))
               to list-country
           move 0 to embargoes-listed
           move "N" to at-end-of-file
           move list-country to emb-country
           move low-values to emb-eff-date
           start embfile key >= emb-key
               invalid key
                   move "Y" to at-end-of-file
               not invalid key
                   read embfile next record
                       at end
                           move "Y" to at-end-of-file
                   end-read
           end-start
           perform until no-more-records
               if list-country not = spaces
                       and emb-country not = list-country
                   move "Y" to at-end-of-file
               else
                   add 1 to embargoes-listed
                   display emb-country " from " emb-eff-date
                           " lifted " emb-end-date "  " emb-reason
                   display "    entered by " emb-entered-by " on "
                           emb-entered-date
                   read embfile next record
                       at end
                           move "Y" to at-end-of-file
                   end-read
               end-if
           end-perform
           if embargoes-listed = 0
               display "No embargoes on file."
           end-if
       .

       delete-embargo section.
           perform prompt-embargo-key
           start embfile key = emb-key
               invalid key
                   display "No embargo on " emb-country " from "
                           emb-eff-date "."
               not invalid key
                   read embfile next record
                   move emb-rec to w-emb
                   perform delete-one-embargo
           end-start
       .

      *> an embargo lifted in a closed period is part of that
      *> period's record and stays on file.
       delete-one-embargo section.
           move "Y" to period-ok
           move emb-end-date to pd-date
           perform check-date-period
           if not dates-in-open-period
               display "Embargo not deleted."
           else
               display "Delete the embargo on " emb-country
                       " from " emb-eff-date
                       " - are you sure (Y/N)? "
                       with no advancing
               accept confirm-answer
               if confirmed
                   delete embfile record
                       invalid key
                           display "Unable to delete the"
                               " embargo - " emb-fstat-1
                       not invalid key
                           display "Embargo deleted."
                           move "EMBGO" to trail-file
                           move "DELETE" to trail-action
                           perform build-embargo-trail-detail
                           perform log-reference-change
                   end-delete
               else
                   display "Delete cancelled."
               end-if
           end-if
       .

       build-embargo-trail-detail section.
           move spaces to trail-detail
           string we-country delimited by "  "
                  " from " delimited by size
                  we-eff-date delimited by size
                  " lifted " delimited by size
                  we-end-date delimited by size
                  " " delimited by size
                  we-reason delimited by size
                  into trail-detail
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

       open-embargo-files section.
           display airembargo-dat upon environment-name
           accept embfile-name from environment-value
           open i-o embfile
           if emb-fstat = "35"
               open output embfile
               close embfile
               open i-o embfile
           end-if
           if emb-fstat-1 not = 0
               display "Error opening embargo data - status "
                       emb-fstat
               stop run
           end-if

           display aircountries-dat upon environment-name
           accept ctyfile-name from environment-value
           open input ctyfile
           if cty-fstat-1 not = 0
               display "Error opening country reference data"
               stop run
           end-if

           display airrefaudit-dat upon environment-name
           accept refauditfile-name from environment-value
           open extend refauditfile
           if refaud-fstat-1 not = 0
               open output refauditfile
           end-if
       .

       close-embargo-files section.
           close embfile
           close ctyfile
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

       end program airembm.
