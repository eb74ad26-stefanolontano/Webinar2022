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
      *> airusrm - interactive maintenance of the user reference file
      *> every maintenance program signs on against, the same sign-on
      *> and menu pattern airctrym uses.  It is where an operator's
      *> function role (inquiry, update, approver), office role (head
      *> office or regional) and permitted regions are set, so only a
      *> head-office operator with the update role may change
      *> anything here - the supervisor flag, which lets an operator
      *> override the code-reuse quarantine, included; a
      *> head-office inquiry operator may list.  A regional
      *> operator must be given at least one region - the
      *> airregn check refuses every airport change outside them.
      *> It is also where an operator locked out by airsign after
      *> too many failed sign-ons is unlocked, and where a forgotten
      *> password is reset: a reset password has no change date, so
      *> it must be changed at the operator's next sign-on.  Both
      *> are written to the security log through airsign.  The list
      *> shows each operator's lock, failure count and last sign-on.
       identification division.
       program-id. airusrm.

       select userfile assign userfile-name
           organization indexed
           record key is usr-id with no duplicates
           file status is usr-fstat
           lock mode is automatic
           access dynamic.

       data division.
       fd  userfile.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.

       working-storage section.
       01  userfile-name       pic x(256).
       78  airusers-dat                value "dd_airusers".

       01  usr-fstat.
           03  usr-fstat-1     pic 9.
           03  usr-fstat-2x.
               05  usr-fstat-2 pic 9.

       01  audit-user          pic x(8).

      *> the sign-on is airsign's, into its own copy of the record
      *> so the maintenance reads below never overwrite it.
       01  sgn-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==sgn==.
       copy "airsgprm.cpy" replacing ==(sg-prefix)== by ==sg==.
       78  rc-signed-on                value 0.
       01  signed-on           pic x value "N".
           88  operator-signed-on         value "Y".
       01  operator-role       pic x.
           88  operator-inquiry-only      value "I".
           88  operator-may-update        value "U".
       01  operator-office     pic x.
           88  operator-head-office       value "H".

       01  menu-choice         pic x.
           88  choice-add                  value "A" "a".
           88  choice-change               value "C" "c".
           88  choice-delete               value "D" "d".
           88  choice-unlock               value "U" "u".
           88  choice-list                 value "L" "l".
           88  choice-exit                 value "X" "x".

       01  edit-field          pic x(30).
       01  edit-ok             pic x      value "Y".
           88  field-is-valid             value "Y".

       01  record-found        pic x      value "N".
           88  user-record-found          value "Y".

       01  confirm-answer      pic x.
           88  confirmed                  value "Y" "y".

      *> working copy prompted into before validation lets it near
      *> the file, the way airmaint's w-rec works.
       01  w-usr.
       copy "airuser.cpy" replacing ==(prefix)== by ==wu==.

       01  region-idx          pic 9.
       01  regions-given       pic 9.

       01  password-reset      pic x.
           88  password-was-reset         value "Y".

       01  at-end-of-file      pic x.
           88  no-more-users              value "Y".

       procedure division.
       main section.
           perform operator-sign-on
           if not operator-signed-on
               display "Sign-on failed - maintenance not started."
               stop run
           end-if
           if not operator-head-office
               display "Operator maintenance is a head-office function."
               stop run
           end-if
           perform open-userfile
           perform until choice-exit
               perform display-menu
               accept menu-choice
               evaluate true
                   when choice-add
                       if operator-may-update
                           perform add-operator
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-change
                       if operator-may-update
                           perform change-operator
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-delete
                       if operator-may-update
                           perform delete-operator
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-unlock
                       if operator-may-update
                           perform unlock-operator
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-list
                       perform list-operators
                   when choice-exit
                       continue
                   when other
                       display "Please choose A, C, D, U, L or X."
               end-evaluate
           end-perform
           close userfile
           stop run
       .

       display-menu section.
           display " "
           display "Operator maintenance"
           display "  A - Add an operator"
           display "  C - Change an operator's roles, regions or"
                   " password"
           display "  D - Delete an operator"
           display "  U - Unlock a locked-out operator"
           display "  L - List all operators"
           display "  X - Exit"
           display "Enter your choice: " with no advancing
       .

       add-operator section.
           initialize w-usr
           display "New operator id: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:8)) to wu-id
           if wu-id = spaces
               display "Operator id is required."
           else
               move wu-id to usr-id
               read userfile
                   invalid key
                       move "I" to wu-role
                       move "R" to wu-office-role
                       move "N" to wu-lock-flag
                       move "N" to wu-supervisor
                       perform prompt-operator-fields
                       if wu-password = spaces
                           display "A new operator needs a password -"
                                   " operator not added."
                           move "N" to edit-ok
                       end-if
                       if field-is-valid
                           move w-usr to usr-rec
                           write usr-rec
                               invalid key
                                   display "Unable to add " usr-id
                                       " - " usr-fstat
                               not invalid key
                                   display usr-id " added."
                           end-write
                       end-if
                   not invalid key
                       display wu-id " already exists - use Change"
                               " instead."
               end-read
           end-if
       .

       change-operator section.
           display "Operator id: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:8)) to usr-id
           perform find-operator-for-maintenance
           if user-record-found
               move usr-rec to w-usr
               move spaces to wu-password
               display "Current values - press Enter to keep each one."
               perform prompt-operator-fields
               if field-is-valid and wu-id = audit-user
                       and (not wu-role-update or not wu-head-office)
                   display "You cannot take head-office update"
                           " rights from your own sign-on."
                   move "N" to edit-ok
               end-if
               if field-is-valid
                   move "N" to password-reset
                   if wu-password = spaces
                       move usr-password to wu-password
                   else
                       move "Y" to password-reset
                       move spaces to wu-pwd-changed
                       move 0 to wu-failed-count
                       move "N" to wu-lock-flag
                   end-if
                   move w-usr to usr-rec
                   rewrite usr-rec
                       invalid key
                           display "Unable to update " usr-id " - "
                               usr-fstat
                       not invalid key
                           display usr-id " updated."
                           if password-was-reset
                               display "Password reset - it must be"
                                       " changed at the next sign-on."
                               move "PWD RESET" to sg-event
                               perform log-operator-event
                           end-if
                   end-rewrite
               end-if
           end-if
       .

       delete-operator section.
           display "Operator id: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:8)) to usr-id
           if usr-id = audit-user
               display "You cannot delete your own sign-on."
           else
               perform find-operator-for-maintenance
               if user-record-found
                   display "Delete " usr-id " " usr-name
                       " - are you sure (Y/N)? " with no advancing
                   accept confirm-answer
                   if confirmed
                       delete userfile record
                           invalid key
                               display "Unable to delete " usr-id
                                   " - " usr-fstat
                           not invalid key
                               display usr-id " deleted."
                       end-delete
                   else
                       display "Delete cancelled."
                   end-if
               end-if
           end-if
       .

      *> clears the lock and the run of failed sign-ons airsign
      *> counts; the password is left as it was.
       unlock-operator section.
           display "Operator id: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:8)) to usr-id
           perform find-operator-for-maintenance
           if user-record-found
               if usr-unlocked and usr-failed-count = 0
                   display usr-id " is not locked."
               else
                   set usr-unlocked to true
                   move 0 to usr-failed-count
                   rewrite usr-rec
                       invalid key
                           display "Unable to unlock " usr-id " - "
                               usr-fstat
                       not invalid key
                           display usr-id " unlocked."
                           move "UNLOCK" to sg-event
                           perform log-operator-event
                   end-rewrite
               end-if
           end-if
       .

      *> one security-log line for the operator just maintained,
      *> naming the head-office operator who did it.
       log-operator-event section.
           move "AIRUSRM" to sg-program
           move usr-id to sg-operator
           move spaces to sg-detail
           string "by " delimited by size
                  audit-user delimited by size
                  into sg-detail
           set signon-log-event to true
           perform call-airsign-program
       .

      *> prompts for every maintainable field, leaving the current
      *> value in place whenever the operator simply presses Enter;
      *> a blank password keeps the old one.
       prompt-operator-fields section.
           move "Y" to edit-ok
           display "Name [" wu-name "]: " with no advancing
           accept edit-field
           if edit-field not = spaces
               move edit-field to wu-name
           end-if

           display "Password (Enter to keep): " with no advancing
           accept edit-field
           if edit-field not = spaces
               move edit-field(1:8) to wu-password
           end-if

           display "Role - I inquiry, U update, A approver ["
                   wu-role "]: " with no advancing
           accept edit-field
           if edit-field not = spaces
               move function upper-case(edit-field(1:1)) to wu-role
           end-if

           display "Office - H head office, R regional ["
                   wu-office-role "]: " with no advancing
           accept edit-field
           if edit-field not = spaces
               move function upper-case(edit-field(1:1))
                   to wu-office-role
           end-if

           display "Supervisor (Y/N) [" wu-supervisor "]: "
                   with no advancing
           accept edit-field
           if edit-field not = spaces
               move function upper-case(edit-field(1:1))
                   to wu-supervisor
           end-if

           if wu-regional-office
               display "Permitted regions - Enter keeps, * clears"
               perform varying region-idx from 1 by 1
                       until region-idx > 5
                   display "  region " region-idx " ["
                           wu-region(region-idx) "]: "
                           with no advancing
                   accept edit-field
                   evaluate true
                       when edit-field = "*"
                           move spaces to wu-region(region-idx)
                       when edit-field not = spaces
                           move function upper-case(edit-field(1:8))
                               to wu-region(region-idx)
                   end-evaluate
               end-perform
           else
               move spaces to wu-regions
           end-if

           perform validate-operator-record
       .

       validate-operator-record section.
           move 0 to regions-given
           perform varying region-idx from 1 by 1
                   until region-idx > 5
               if wu-region(region-idx) not = spaces
                   add 1 to regions-given
               end-if
           end-perform
           evaluate true
               when wu-name = spaces
                   display "Operator name is required."
                   move "N" to edit-ok
               when not wu-role-inquiry and not wu-role-update
                       and not wu-role-approver
                   display "Role must be I, U or A."
                   move "N" to edit-ok
               when not wu-head-office and not wu-regional-office
                   display "Office must be H or R."
                   move "N" to edit-ok
               when wu-supervisor not = "Y" and wu-supervisor not = "N"
                   display "Supervisor must be Y or N."
                   move "N" to edit-ok
               when wu-regional-office and regions-given = 0
                   display "A regional operator needs at least one"
                           " permitted region."
                   move "N" to edit-ok
           end-evaluate
           if not field-is-valid
               display "Operator not saved."
           end-if
       .

       list-operators section.
           move "N" to at-end-of-file
           move low-values to usr-id
           start userfile key >= usr-id
               invalid key
                   display "No operators on file."
               not invalid key
                   read userfile next record
                       at end
                           move "Y" to at-end-of-file
                   end-read
                   perform until no-more-users
                       display usr-id "  " usr-name "  " usr-role
                               " " usr-office-role "  "
                               usr-region(1) " " usr-region(2) " "
                               usr-region(3) " " usr-region(4) " "
                               usr-region(5)
                       display "          lock " usr-lock-flag
                               "  failures " usr-failed-count
                               "  last sign-on " usr-last-signon
                               "  password set " usr-pwd-changed
                               "  supervisor " usr-supervisor
                       read userfile next record
                           at end
                               move "Y" to at-end-of-file
                       end-read
                   end-perform
           end-start
       .

       find-operator-for-maintenance section.
           move "N" to record-found
           read userfile
               invalid key
                   display usr-id " not found."
               not invalid key
                   move "Y" to record-found
           end-read
       .

      *> operator sign-on through airsign, the same as every
      *> maintenance program.
       operator-sign-on section.
           move "N" to signed-on
           move "AIRUSRM" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move sgn-id to audit-user
               move sgn-role to operator-role
               move sgn-office-role to operator-office
               display "Signed on: " sgn-name
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
                           by reference sgn-rec
       .

       refuse-inquiry-only section.
           display "Your sign-on is inquiry only - this function"
                   " needs an update role."
       .

       open-userfile section.
           display airusers-dat upon environment-name
           accept userfile-name from environment-value
           open i-o userfile
           if usr-fstat-1 not = 0
               display "Error opening the user reference file - status "
                       usr-fstat
               stop run
           end-if
       .

       end program airusrm.
