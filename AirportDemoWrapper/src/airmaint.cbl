      *> airmaint - interactive add/change/delete maintenance of the
      *> airport master file (airfile).  Opens the file I-O, unlike
      *> aircode's read-only access, and validates every field before
      *> an add or a rewrite is allowed to hit the file.  Adds,
      *> changes and deletes are not applied as they are keyed: the
      *> full before and after images go to the pending-change file,
      *> and only a second operator with the approver role, working
      *> through the review option, applies them to the master - with
      *> the same audit, history and index upkeep as ever - or sends
      *> them back, each decision logged under both operator ids.
      *> Every change - to the master, its runways, closures,
      *> curfews or metro memberships, and every approval - is
      *> screened through airregn: an airport whose country belongs
      *> to a region outside the operator's permitted regions is
      *> refused and the refusal logged, unless the operator signs
      *> on from head office.  The sign-on itself is airsign's, so
      *> the lockout, password ageing and security log apply here as
      *> in every other maintenance program.  A new airport may not
      *> take a code retired within the reuse quarantine unless it
      *> is the same airport coming back; airreuse decides, and
      *> only a supervisor may override it, the override logged.
      *> A closure or curfew may not be entered that starts or ends
      *> in an accounting period the month-end close has closed, nor
      *> one that ended in such a period be lifted, until a
      *> supervisor reopens the period (airperd).
       identification division.
       program-id. airmaint.

           lock mode is automatic
           access dynamic.

       select metrofile assign metrofile-name
           organization indexed
           record key is met-key with no duplicates
           organization line sequential
           file status is intent-fstat.

       select pendfile assign pendfile-name
           organization indexed
           record key is pnd-key with no duplicates
           file status is pnd-fstat
           lock mode is automatic
           access dynamic.

       select apprlogfile assign apprlogfile-name
           organization line sequential
           file status is apprlog-fstat.

       data division.
       fd  airfile.
       01  f-rec.
       01  wrd-rec.
       copy "airwrd.cpy" replacing ==(prefix)== by ==wrd==.

       fd  metrofile.
       01  met-rec.
       copy "airmetro.cpy" replacing ==(prefix)== by ==met==.
       01  int-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==int==.

       fd  pendfile.
       01  pnd-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==pnd==.
       copy "airpend.cpy" replacing ==(prefix)== by ==pnd==.
       01  pnd-key-view.
           03  pnd-key             pic x(25).

       fd  apprlogfile.
       01  apprlog-line            pic x(132).

       working-storage section.
       01  airfile-name        pic x(256).
       78  airport-dat                 value "dd_airports".
      *> record instead of a hardcoded program name.
       01  audit-user          pic x(8).

       01  metrofile-name      pic x(256).
       78  airmetro-dat                value "dd_airmetro".

       01  audit-image.
       copy "airaudit.cpy" replacing ==(prefix)== by ==ai==.

       01  pendfile-name       pic x(256).
       78  airpending-dat              value "dd_airpending".

       01  pnd-fstat.
           03  pnd-fstat-1     pic 9.
           03  pnd-fstat-2x.
               05  pnd-fstat-2 pic 9.

       01  apprlogfile-name    pic x(256).
       78  airapprlog-dat              value "dd_airapprlog".

       01  apprlog-fstat.
           03  apprlog-fstat-1 pic 9.
           03  apprlog-fstat-2x.
               05  apprlog-fstat-2 pic 9.

      *> review working fields - what the approver decided, and
      *> whether the change could be applied to the master as it
      *> stands now.
       01  review-choice       pic x.
           88  review-approve             value "A" "a".
           88  review-reject              value "R" "r".
           88  review-skip                value "S" "s".
           88  review-stop                value "X" "x".
       01  pending-found       pic 9.
       01  pending-applied     pic x.
           88  change-was-applied         value "Y".
       01  at-end-of-pending   pic x.
           88  no-more-pending            value "Y".
       01  pending-reviewed    pic 9(5).
       01  decision-timestamp  pic x(21).
       01  decision-word       pic x(7).
       01  reject-reason       pic x(40).

       01  recovery-found      pic 9.
       01  saved-audit-user    pic x(8).
       01  recovery-eof        pic x.
           88  no-more-audit-entries      value "Y".

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
           88  operator-may-approve       value "A".
       01  operator-supervisor pic x.
           88  operator-may-override      value "Y".

       01  menu-choice         pic x.
           88  choice-add                  value "A" "a".
           88  choice-closures             value "N" "n".
           88  choice-curfews              value "U" "u".
           88  choice-metro                value "M" "m".
           88  choice-review               value "P" "p".
           88  choice-exit                 value "X" "x".

       01  runway-choice       pic x.
           88  rwy-choice-add               value "A" "a".
           88  rwy-choice-heading           value "H" "h".
           88  rwy-choice-list              value "L" "l".
           88  rwy-choice-back              value "X" "x".


       01  rwy-next-seq         pic 9(2).
       01  rwy-max-seq          pic 9(2).
       01  rwy-designator-num   pic 9(2).

       01  w-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==w==.
       01  confirm-answer      pic x.
           88  confirmed                  value "Y" "y".

      *> every change is screened through airregn first - an airport
      *> owned by a region outside the operator's is refused, and the
      *> refusal logged under the signed-on operator.
       copy "airrgprm.cpy" replacing ==(rg-prefix)== by ==rg==.
       78  rc-outside-region           value 7.
       01  region-ok           pic x      value "Y".
           88  airport-in-region          value "Y".
       01  region-idx          pic 9.

      *> an add is screened through airreuse as well - a code still
      *> in its reuse quarantine needs a supervisor's override.
       copy "airruprm.cpy" replacing ==(ru-prefix)== by ==ru==.
       78  rc-in-quarantine            value 5.

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
           perform open-airfile-io
           perform open-sxfile-io
           perform open-wrdfile-io
           perform open-metrofile-io
           perform open-pendfile-io
           set region-open to true
           perform call-airregn-program
           set reuse-open to true
           perform call-airreuse-program
           set period-open to true
           perform call-airperd-program
           perform recover-torn-update
           perform until choice-exit
               perform display-menu
                       perform manage-curfews
                   when choice-metro
                       perform manage-metro-groups
                   when choice-review
                       if operator-may-approve
                           perform review-pending-changes
                       else
                           display "Reviewing pending changes needs"
                                   " the approver role."
                       end-if
                   when choice-exit
                       continue
                   when other
                       display "Please choose A, C, D, R, N, U, M,"
                               " P or X."
               end-evaluate
           end-perform
           perform close-airfile-io
           perform close-auditfile
           perform close-rwyfile-io
           perform close-sxfile-io
           perform close-wrdfile-io
           perform close-metrofile-io
           perform close-pendfile-io
           set region-close to true
           perform call-airregn-program
           set reuse-close to true
           perform call-airreuse-program
           set period-close to true
           perform call-airperd-program
           stop run
       .

      *> operator sign-on through airsign - three attempts, the
      *> lockout and the password ageing, then the program refuses
      *> to start.  The signed-on id is what every audit and history
      *> entry will carry.
       operator-sign-on section.
           move "N" to signed-on
           move "AIRMAINT" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move usr-id to audit-user
               move usr-role to operator-role
               move usr-supervisor to operator-supervisor
               move usr-id to pd-operator
               move "AIRMAINT" to pd-source
               display "Signed on: " usr-name
               if operator-inquiry-only
                   display "(inquiry only - maintenance"
                           " functions are disabled)"
               end-if
               if operator-may-approve
                   display "(approver - review the"
                           " pending changes under P)"
               end-if
               perform note-operator-regions
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
                   " needs an update role."
       .

      *> the signed-on operator's office and permitted regions are
      *> kept for every airregn check the session makes.
       note-operator-regions section.
           move usr-id to rg-operator
           move usr-office-role to rg-office-role
           move usr-regions to rg-regions-array
           move "AIRMAINT" to rg-source
           if usr-head-office
               display "(head office - every region)"
           else
               display "(may change airports in regions:"
                       with no advancing
               perform varying region-idx from 1 by 1
                       until region-idx > 5
                   if usr-region(region-idx) not = spaces
                       display " " usr-region(region-idx)
                           with no advancing
                   end-if
               end-perform
               display ")"
           end-if
       .

       display-menu section.
           display " "
           display "Airport master maintenance"
           display "  N - Manage closures (NOTAMs) for an airport"
           display "  U - Manage curfews for an airport"
           display "  M - Manage metro groups"
           display "  P - Review pending changes"
           display "  X - Exit"
           display "Enter your choice: " with no advancing
       .
                   move "N" to edit-ok
           end-start

           if field-is-valid
               perform check-pending-for-code
               if pending-found = 1
                   move "N" to edit-ok
               end-if
           end-if

           if field-is-valid
               perform prompt-airport-fields
               perform validate-airport-record
               if field-is-valid
                   move "ADD" to rg-action
                   move w-code to rg-code
                   move w-country to rg-country
                   perform check-airport-region
                   if not airport-in-region
                       move "N" to edit-ok
                   end-if
               end-if
               if field-is-valid
                   perform check-code-reuse
               end-if
               if field-is-valid
                   initialize b-rec
                   move w-code to f-code
                   move "A" to aud-action
                   perform raise-pending-change
               end-if
           end-if
       .

      *> the master-file half of an add, run when the approver
      *> approves it - w-rec holds the new record.
       apply-add-airport section.
           move "N" to pending-applied
           perform begin-unit-of-work
           move w-rec to f-rec
           write f-rec
               invalid key
                   display "Unable to add " f-code " - " fstat-1
                   perform clear-unit-of-work
               not invalid key
                   display f-code " added."
                   move "Y" to pending-applied
                   perform log-audit-entry
                   perform write-grid-entry-from-w
                   perform write-soundex-entries-from-w
                   perform write-word-entries-from-w
                   perform clear-unit-of-work
           end-write
       .

       change-airport section.
           display "Enter the airport code to change: "
               with no advancing
           move function upper-case(edit-field(1:4)) to f-code
           perform find-for-maintenance
           if maint-record-found
               perform check-pending-for-code
           end-if
           if maint-record-found and pending-found = 0
               move "CHANGE" to rg-action
               perform check-current-airport-region
           end-if
           if maint-record-found and pending-found = 0
                   and airport-in-region
               move f-rec to b-rec
               move f-rec to w-rec
               display "Current values - press Enter to keep each one."
               perform prompt-airport-fields
               perform validate-airport-record
               if field-is-valid and w-country not = b-country
                   move w-code to rg-code
                   move w-country to rg-country
                   perform check-airport-region
                   if not airport-in-region
                       move "N" to edit-ok
                   end-if
               end-if
               if field-is-valid
                   move "C" to aud-action
                   perform raise-pending-change
               end-if
           end-if
       .

      *> the master-file half of a change, run when the approver
      *> approves it - b-rec holds the before image, w-rec the
      *> after.
       apply-change-airport section.
           move "N" to pending-applied
           perform begin-unit-of-work
           move w-rec to f-rec
           rewrite f-rec
               invalid key
                   display "Unable to update " f-code " - "
                       fstat-1
                   perform clear-unit-of-work
               not invalid key
                   display f-code " updated."
                   move "Y" to pending-applied
                   perform log-audit-entry
                   perform log-history-entry
                   perform delete-grid-entry-from-b
                   perform write-grid-entry-from-w
                   perform delete-soundex-entries-from-b
                   perform write-soundex-entries-from-w
                   perform delete-word-entries-from-b
                   perform write-word-entries-from-w
                   perform clear-unit-of-work
           end-rewrite
       .

       delete-airport section.
           display "Enter the airport code to delete: "
               with no advancing
           move function upper-case(edit-field(1:4)) to f-code
           perform find-for-maintenance
           if maint-record-found
               perform check-pending-for-code
           end-if
           if maint-record-found and pending-found = 0
               move "DELETE" to rg-action
               perform check-current-airport-region
           end-if
           if maint-record-found and pending-found = 0
                   and airport-in-region
               move f-rec to b-rec
               initialize w-rec
               display "Delete " f-code " " f-name
               accept confirm-answer
               if confirmed
                   move "D" to aud-action
                   perform raise-pending-change
               else
                   display "Delete cancelled."
               end-if
           end-if
       .

      *> the master-file half of a delete, run when the approver
      *> approves it - b-rec holds the record going away.
       apply-delete-airport section.
           move "N" to pending-applied
           perform begin-unit-of-work
           delete airfile record
               invalid key
                   display "Unable to delete " f-code " - "
                       fstat-1
                   perform clear-unit-of-work
               not invalid key
                   display f-code " deleted."
                   move "Y" to pending-applied
                   perform log-audit-entry
                   perform log-history-entry
                   perform delete-grid-entry-from-b
                   perform delete-soundex-entries-from-b
                   perform delete-word-entries-from-b
                   perform clear-unit-of-work
           end-delete
       .

      ******************************************************************
      *> dual control - the keyed change waits on the pending file
      *> with its full before and after images until a second
      *> operator with the approver role decides it.
      ******************************************************************
       raise-pending-change section.
           move function current-date to tx-timestamp
           perform build-audit-image
           move audit-image to pnd-rec
           move "AIRMAINT" to pnd-source
           set pnd-pending to true
           move spaces to pnd-checker
           move spaces to pnd-decided
           move spaces to pnd-reason
           write pnd-rec
               invalid key
                   display "Unable to record the change to " f-code
                       " - " pnd-fstat
               not invalid key
                   display "Change to " f-code " recorded - it goes"
                           " live once another operator approves"
                           " it."
           end-write
       .

      *> one open change per airport at a time: a second change
      *> keyed against the same before image could only be applied
      *> by overwriting the first.
       check-pending-for-code section.
           move 0 to pending-found
           move low-values to pnd-key
           move f-code to pnd-key(1:4)
           start pendfile key >= pnd-key
               invalid key
                   continue
               not invalid key
                   read pendfile next record
                       at end
                           move high-values to pnd-code
                   end-read
                   perform until pnd-code not = f-code
                           or pending-found = 1
                       if pnd-pending
                           move 1 to pending-found
                           display "A change to " f-code " raised by "
                                   pnd-user " on "
                                   pnd-timestamp(1:8) " is still"
                                   " awaiting approval."
                       end-if
                       read pendfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
       .

      *> walks the pending file oldest-first within each airport,
      *> offering every undecided change the signed-on approver did
      *> not raise.
       review-pending-changes section.
           move 0 to pending-reviewed
           move "N" to at-end-of-pending
           move low-values to pnd-key
           start pendfile key >= pnd-key
               invalid key
                   move "Y" to at-end-of-pending
           end-start
           perform until no-more-pending
               read pendfile next record
                   at end
                       move "Y" to at-end-of-pending
                   not at end
                       if pnd-pending
                           perform review-one-change
                       end-if
               end-read
           end-perform
           if pending-reviewed = 0
               display "No pending changes for you to review."
           end-if
       .

       review-one-change section.
           move pnd-rec(1:length of audit-image) to audit-image
           if ai-user = audit-user
               display "(" ai-code " change of " ai-timestamp(1:8)
                       " was raised by you - another approver must"
                       " review it)"
           else
               add 1 to pending-reviewed
               perform display-pending-change
               move space to review-choice
               perform until review-approve or review-reject
                       or review-skip or review-stop
                   display "A - approve, R - reject, S - skip,"
                           " X - stop reviewing: " with no advancing
                   accept review-choice
               end-perform
               evaluate true
                   when review-approve
                       perform approve-pending-change
                   when review-reject
                       perform reject-pending-change
                   when review-stop
                       move "Y" to at-end-of-pending
                   when other
                       continue
               end-evaluate
           end-if
       .

       display-pending-change section.
           display " "
           evaluate ai-action
               when "A"
                   display "ADD " ai-code " raised by " ai-user
                           " on " ai-timestamp(1:8)
               when "C"
                   display "CHANGE " ai-code " raised by " ai-user
                           " on " ai-timestamp(1:8)
               when other
                   display "DELETE " ai-code " raised by " ai-user
                           " on " ai-timestamp(1:8)
           end-evaluate
           if ai-action not = "A"
               display "  before: " ai-bef-name " " ai-bef-city
               display "          " ai-bef-country " "
                       ai-bef-lat-sign ai-bef-lat-degs
                       ai-bef-lat-mins " " ai-bef-long-sign
                       ai-bef-long-degs ai-bef-long-mins
                       " elev " ai-bef-elevation
                       " utc " ai-bef-utc-offset-sign
                       ai-bef-utc-offset-hours ai-bef-utc-offset-mins
                       " " ai-bef-dst-region
           end-if
           if ai-action not = "D"
               display "  after:  " ai-aft-name " " ai-aft-city
               display "          " ai-aft-country " "
                       ai-aft-lat-sign ai-aft-lat-degs
                       ai-aft-lat-mins " " ai-aft-long-sign
                       ai-aft-long-degs ai-aft-long-mins
                       " elev " ai-aft-elevation
                       " utc " ai-aft-utc-offset-sign
                       ai-aft-utc-offset-hours ai-aft-utc-offset-mins
                       " " ai-aft-dst-region
           end-if
       .

      *> the images are turned back into b-rec and w-rec, the master
      *> is checked to be still what the change was keyed against,
      *> and the change is applied under the raising operator's id -
      *> the trail says who changed the record, the approval log
      *> says who let it through.
       approve-pending-change section.
           perform load-images-from-pending
           perform check-master-unchanged
           if field-is-valid
               perform check-approval-region
           end-if
           if field-is-valid
               move audit-user to saved-audit-user
               move ai-user to audit-user
               evaluate ai-action
                   when "A"
                       perform apply-add-airport
                   when "C"
                       perform apply-change-airport
                   when other
                       perform apply-delete-airport
               end-evaluate
               move saved-audit-user to audit-user
               if change-was-applied
                   set pnd-approved to true
                   move spaces to reject-reason
                   move "APPROVE" to decision-word
                   perform record-review-decision
               end-if
           end-if
       .

       reject-pending-change section.
           move spaces to reject-reason
           perform until reject-reason not = spaces
               display "Reason for rejecting: " with no advancing
               accept edit-field
               move edit-field to reject-reason
           end-perform
           set pnd-rejected to true
           move "REJECT " to decision-word
           perform record-review-decision
           display "Change to " ai-code " rejected."
       .

       load-images-from-pending section.
           move ai-action to aud-action
           move ai-code to f-code
           initialize b-rec
           move ai-code to b-code
           move ai-bef-name to b-name
           move ai-bef-city to b-city
           move ai-bef-country to b-country
           move ai-bef-geo to b-geo
           move ai-bef-elevation to b-elevation
           move ai-bef-utc-offset-sign to b-utc-offset-sign
           move ai-bef-utc-offset-hours to b-utc-offset-hours
           move ai-bef-utc-offset-mins to b-utc-offset-mins
           move ai-bef-dst-region to b-dst-region
           initialize w-rec
           if ai-action not = "D"
               move ai-code to w-code
               move ai-aft-name to w-name
               move ai-aft-city to w-city
               move ai-aft-country to w-country
               move ai-aft-geo to w-geo
               move ai-aft-elevation to w-elevation
               move ai-aft-utc-offset-sign to w-utc-offset-sign
               move ai-aft-utc-offset-hours to w-utc-offset-hours
               move ai-aft-utc-offset-mins to w-utc-offset-mins
               move ai-aft-dst-region to w-dst-region
           end-if
       .

      *> the approver answers for the change as much as its maker,
      *> so both the country the airport is in and any country the
      *> change moves it to must lie in the approver's regions.
       check-approval-region section.
           move "APPROVE" to rg-action
           move ai-code to rg-code
           if ai-action not = "A"
               move b-country to rg-country
               perform check-airport-region
               if not airport-in-region
                   move "N" to edit-ok
               end-if
           end-if
           if field-is-valid and ai-action not = "D"
                   and (ai-action = "A" or w-country not = b-country)
               move w-country to rg-country
               perform check-airport-region
               if not airport-in-region
                   move "N" to edit-ok
               end-if
           end-if
       .

      *> an add needs the code still free; a change or delete needs
      *> the master record still to match the before image - if
      *> someone else's approved change got there first, this one
      *> was keyed against a record that no longer exists and has
      *> to be rejected and keyed again.
       check-master-unchanged section.
           move "Y" to edit-ok
           move "N" to record-found
           start airfile key = f-code
               invalid key
                   continue
               not invalid key
                   read airfile next record
                   move "Y" to record-found
           end-start
           evaluate true
               when ai-action = "A" and maint-record-found
                   display ai-code " has been added since this change"
                           " was raised - reject it."
                   move "N" to edit-ok
               when ai-action = "A"
                   continue
               when not maint-record-found
                   display ai-code " is no longer on the master - "
                           "reject this change."
                   move "N" to edit-ok
               when f-name not = b-name
                       or f-city not = b-city
                       or f-country not = b-country
                       or f-geo not = b-geo
                       or f-elevation not = b-elevation
                       or f-utc-offset not = b-utc-offset
                       or f-dst-region not = b-dst-region
                   display ai-code " has changed since this change"
                           " was raised - reject it and key it"
                           " again."
                   move "N" to edit-ok
           end-evaluate
       .

      *> the decision lands on the pending record and, with both
      *> operator ids, on the approval log.
       record-review-decision section.
           move function current-date to decision-timestamp
           move audit-user to pnd-checker
           move decision-timestamp to pnd-decided
           move reject-reason to pnd-reason
           rewrite pnd-rec
               invalid key
                   display "Unable to record the decision on "
                       pnd-code " - " pnd-fstat
           end-rewrite
           move spaces to apprlog-line
           string decision-timestamp delimited by size
                  " " delimited by size
                  decision-word delimited by size
                  " " delimited by size
                  pnd-code delimited by size
                  " " delimited by size
                  pnd-action delimited by size
                  " raised " delimited by size
                  pnd-timestamp(1:14) delimited by size
                  " maker " delimited by size
                  pnd-user delimited by size
                  " checker " delimited by size
                  audit-user delimited by size
                  " " delimited by size
                  reject-reason delimited by size
                  into apprlog-line
           write apprlog-line
       .

      *> submenu for adding or listing the runways that belong to one
      *> airport, keyed in rwyfile by that airport's code plus a
      *> sequence number.
                   display " "
                   display "Runways for " f-code " " f-name
                   display "  A - Add a runway"
                   display "  H - Set a runway's heading"
                   display "  L - List runways"
                   display "  X - Back to main menu"
                   display "Enter your choice: " with no advancing
                   evaluate true
                       when rwy-choice-add
                           if operator-may-update
                               move "RUNWAY ADD" to rg-action
                               perform check-current-airport-region
                               if airport-in-region
                                   perform add-runway
                               end-if
                           else
                               perform refuse-inquiry-only
                           end-if
                       when rwy-choice-heading
                           if operator-may-update
                               move "RUNWAY HDG" to rg-action
                               perform check-current-airport-region
                               if airport-in-region
                                   perform change-runway-heading
                               end-if
                           else
                               perform refuse-inquiry-only
                           end-if
                       when rwy-choice-back
                           continue
                       when other
                           display "Please choose A, H, L or X."
                   end-evaluate
               end-perform
           end-if
               move edit-field(1:1) to rwy-lighting
           end-if

           perform prompt-runway-heading
           if field-is-valid
               write rwy-rec
                   invalid key
                       display "Unable to add runway - " rwy-fstat-1
                   not invalid key
                       display "Runway " rwy-seq " added to " f-code
                           "."
               end-write
           else
               display "Runway not added."
           end-if
       .

      *> runways recorded before headings were kept carry none, so
      *> an existing runway's designator and heading can be set on
      *> their own.
       change-runway-heading section.
           display "Runway sequence number: " with no advancing
           accept edit-field
           move f-code to rwy-code
           move edit-field(1:2) to rwy-seq
           read rwyfile
               invalid key
                   display "No runway " edit-field(1:2) " recorded for "
                       f-code "."
               not invalid key
                   perform prompt-runway-heading
                   if field-is-valid
                       rewrite rwy-rec
                           invalid key
                               display "Unable to update runway - "
                                   rwy-fstat-1
                           not invalid key
                               display "Runway " rwy-seq " heading "
                                   rwy-heading " designator "
                                   rwy-designator "."
                       end-rewrite
                   else
                       display "Runway not updated."
                   end-if
           end-read
       .

      *> the designator is the painted number 01-36 with an optional
      *> L, C or R; the heading is the magnetic heading as three
      *> digits, 001-360, or 000 when it has not been surveyed.
       prompt-runway-heading section.
           move "Y" to edit-ok
           display "Designator (e.g. 09L, 27) [" rwy-designator "]: "
                   with no advancing
           accept edit-field
           if edit-field not = spaces
               move function upper-case(edit-field(1:3))
                   to rwy-designator
           end-if
           display "Magnetic heading (001-360) [" rwy-heading "]: "
                   with no advancing
           accept edit-field
           if edit-field not = spaces
               if edit-field(1:3) is numeric and edit-field(4:) = spaces
                   move edit-field(1:3) to rwy-heading
               else
                   display "Heading must be three digits."
                   move "N" to edit-ok
               end-if
           end-if

           if rwy-heading > 360
               display "Heading must be 000 through 360."
               move "N" to edit-ok
           end-if
           if rwy-designator not = spaces
               if rwy-designator(1:2) is not numeric
                   display "Designator must start with 01 through 36."
                   move "N" to edit-ok
               else
                   move rwy-designator(1:2) to rwy-designator-num
                   if rwy-designator-num < 1 or rwy-designator-num > 36
                       display "Designator must start with 01 through"
                               " 36."
                       move "N" to edit-ok
                   end-if
                   if rwy-designator(3:1) not = space
                           and rwy-designator(3:1) not = "L"
                           and rwy-designator(3:1) not = "C"
                           and rwy-designator(3:1) not = "R"
                       display "Designator suffix must be L, C or R."
                       move "N" to edit-ok
                   end-if
               end-if
           end-if
       .

      *> rwy-key's high-order part is the airport code, so the highest
               not invalid key
                   read rwyfile next record
                   perform until rwy-code not = f-code
                       display rwy-seq ": " rwy-designator "  "
                               rwy-length " ft  "
                               rwy-surface "  lighted: " rwy-lighting
                               "  heading " rwy-heading
                       read rwyfile next record
                       at end
                           exit perform
                   evaluate true
                       when cls-choice-add
                           if operator-may-update
                               move "CLOSE ADD" to rg-action
                               perform check-current-airport-region
                               if airport-in-region
                                   perform add-closure
                               end-if
                           else
                               perform refuse-inquiry-only
                           end-if
                           perform list-closures
                       when cls-choice-delete
                           if operator-may-update
                               move "CLOSE LIFT" to rg-action
                               perform check-current-airport-region
                               if airport-in-region
                                   perform delete-closure
                               end-if
                           else
                               perform refuse-inquiry-only
                           end-if
                   display "The end date is before the start date - "
                           "closure not recorded."
               else
                   perform check-closure-periods
                   if dates-in-open-period
                       write cls-rec
                           invalid key
                               display "Unable to add closure - "
                                   cls-fstat-1
                           not invalid key
                               display "Closure " cls-seq
                                   " added to " f-code "."
                       end-write
                   end-if
               end-if
           end-if
       .
                       display "Closure " cls-seq " not found for "
                           f-code "."
                   not invalid key
                       perform lift-closure-record
               end-read
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
               end-delete
           end-if
       .

      *> cls-key's high-order part is the airport code, so the highest
      *> existing sequence number for this airport is found the same
      *> way find-next-runway-seq locates a runway's.
                   evaluate true
                       when crf-choice-add
                           if operator-may-update
                               move "CURFEW ADD" to rg-action
                               perform check-current-airport-region
                               if airport-in-region
                                   perform add-curfew
                               end-if
                           else
                               perform refuse-inquiry-only
                           end-if
                           perform list-curfews
                       when crf-choice-delete
                           if operator-may-update
                               move "CURFEW DEL" to rg-action
                               perform check-current-airport-region
                               if airport-in-region
                                   perform delete-curfew
                               end-if
                           else
                               perform refuse-inquiry-only
                           end-if
           move edit-field(1:8) to crf-end-date

           perform validate-curfew-record
           if field-is-valid
               perform check-curfew-periods
           end-if
           if field-is-valid
               write crf-rec
                   invalid key
                       display "Curfew " crf-seq " not found for "
                           f-code "."
                   not invalid key
                       perform lift-curfew-record
               end-read
           end-if
       .

      *> a curfew may neither take effect nor end in a closed period.
       check-curfew-periods section.
           move "Y" to period-ok
           move crf-eff-date to pd-date
           perform check-date-period
           if dates-in-open-period
               move crf-end-date to pd-date
               perform check-date-period
           end-if
           if not dates-in-open-period
               display "Curfew not recorded."
               move "N" to edit-ok
           end-if
       .

      *> a curfew that ended in a closed period stays on file.
       lift-curfew-record section.
           move "Y" to period-ok
           move crf-end-date to pd-date
           perform check-date-period
           if not dates-in-open-period
               display "Curfew " crf-seq " not lifted."
           else
               delete crffile record
                   invalid key
                       display "Unable to delete curfew - "
                           crf-fstat-1
                   not invalid key
                       display "Curfew " crf-seq " lifted."
               end-delete
           end-if
       .

      *> crf-key's high-order part is the airport code, so the
      *> highest existing sequence number for this airport is found
      *> the same way find-next-runway-seq locates a runway's.
           accept edit-field
           move function upper-case(edit-field(1:4)) to met-member

           move "N" to record-found
           move met-member to f-code
           start airfile key = f-code
               invalid key
                   display met-member " is not in the master file"
                       " - member not added."
               not invalid key
                   read airfile next record
                   move "Y" to record-found
           end-start
           if maint-record-found
               move "METRO ADD" to rg-action
               perform check-current-airport-region
               if airport-in-region
                   write met-rec
                       invalid key
                           display met-member " is already in "
                           display met-member " added to "
                               met-group "."
                   end-write
               end-if
           end-if
       .

       list-metro-members section.
           accept edit-field
           move function upper-case(edit-field(1:4)) to met-member

      *> a member since retired from the master has no country left
      *> to place it, so only head office may take it out.
           move "METRO DEL" to rg-action
           move met-member to rg-code
           move spaces to rg-country
           move met-member to f-code
           read airfile
               invalid key
                   continue
               not invalid key
                   move f-country to rg-country
           end-read
           perform check-airport-region
           if airport-in-region
               delete metrofile record
                   invalid key
                       display met-member " is not in " met-group "."
                   not invalid key
                       display met-member " removed from " met-group
                           "."
               end-delete
           end-if
       .

      ******************************************************************
      *> regional ownership - the airport in rg-code, in the country
      *> in rg-country, may be changed only when its region is one of
      *> the signed-on operator's; rg-action names the change for
      *> the refusal log.
      ******************************************************************
       check-current-airport-region section.
           move f-code to rg-code
           move f-country to rg-country
           perform check-airport-region
       .

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

      *> a code retired within the quarantine may go to a different
      *> airport only on a supervisor's say-so, and the override is
      *> logged under the signed-on id.
       check-code-reuse section.
           move audit-user to ru-operator
           move "AIRMAINT" to ru-source
           move w-code to ru-code
           move w-name to ru-name
           move w-geo to ru-geo
           set reuse-check to true
           perform call-airreuse-program
           if return-code = rc-in-quarantine
               display w-code " was " ru-prior-name
               display "  retired " ru-retired-date
                       " - in quarantine until " ru-free-date "."
               if operator-may-override
                   display "Supervisor override - give " w-code
                           " to a different airport (Y/N)? "
                           with no advancing
                   accept confirm-answer
                   if confirmed
                       set reuse-override to true
                       perform call-airreuse-program
                   else
                       move "N" to edit-ok
                   end-if
               else
                   display "Only a supervisor may reuse the code"
                           " sooner - add refused."
                   move "N" to edit-ok
               end-if
           end-if
       .

       call-airreuse-program section.
           call "airreuse" using
                           by value ru-function
                           by reference ru-operator
                           by reference ru-source
                           by reference ru-code
                           by reference ru-name
                           by reference ru-geo
                           by reference ru-retired-date
                           by reference ru-free-date
                           by reference ru-prior-name
       .

       find-for-maintenance section.
           end-if
       .

      *> the pending file is created on first use; the approval log
      *> is appended to like the audit file.
       open-pendfile-io section.
           display airpending-dat upon environment-name
           accept pendfile-name from environment-value
           open i-o pendfile
           if pnd-fstat = "35"
               open output pendfile
               close pendfile
               open i-o pendfile
           end-if
           if pnd-fstat-1 not = 0
               display "Error opening the pending-change file - "
                       "status " pnd-fstat
               stop run
           end-if

           display airapprlog-dat upon environment-name
           accept apprlogfile-name from environment-value
           open extend apprlogfile
           if apprlog-fstat-1 not = 0
               open output apprlogfile
           end-if
       .

       close-pendfile-io section.
           close pendfile
           close apprlogfile
       .

       open-auditfile section.
           display airaudit-dat upon environment-name
           accept auditfile-name from environment-value
       .

       open-rwyfile-io section.
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
               stop run
           end-if
       .

       close-rwyfile-io section.
           close sxfile
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

       end program airmaint.
