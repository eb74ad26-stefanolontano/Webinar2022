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
      *> airsign - the one operator sign-on every maintenance program
      *> calls, so the rules are the same at every terminal.  Three
      *> attempts per session as ever, but a run of
      *> dd_maxsignonfail failed sign-ons in a row (default 5, across
      *> sessions and programs) locks the operator until head office
      *> unlocks them in airusrm.  A password older than
      *> dd_pwdmaxdays days (default 90), or never changed, must be
      *> changed before the sign-on completes, and any operator may
      *> change theirs at sign-on.  Every success, failure, lockout,
      *> refused locked sign-on and password change is appended to
      *> the security log dd_airseclog, which airsecrp reports on.
      *> The user file is opened and closed inside each call, and a
      *> missing one is created with the default operators, ADMIN
      *> and APPROVER, whose passwords must be changed at first use.
       identification division.
       program-id. airsign.

       select userfile assign userfile-name
           organization indexed
           record key is usr-id with no duplicates
           file status is usr-fstat
           lock mode is automatic
           access dynamic.

       select seclogfile assign seclogfile-name
           organization line sequential
           file status is seclog-fstat.

       data division.
       fd  userfile.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.

       fd  seclogfile.
       01  sec-rec.
       copy "airsec.cpy" replacing ==(prefix)== by ==sec==.

       working-storage section.
       01  userfile-name       pic x(256).
       78  airusers-dat                value "dd_airusers".

       01  usr-fstat.
           03  usr-fstat-1     pic 9.
           03  usr-fstat-2x.
               05  usr-fstat-2 pic 9.

       01  seclogfile-name     pic x(256).
       78  airseclog-dat               value "dd_airseclog".

       01  seclog-fstat.
           03  seclog-fstat-1  pic 9.
           03  seclog-fstat-2x.
               05  seclog-fstat-2 pic 9.

       78  rc-signed-on                value 0.
       78  rc-refused                  value 1.
       78  rc-locked                   value 2.
       78  rc-file-error               value 8.

       01  pwd-max-days        pic 9(3) value 90.
       78  pwdmaxdays-dat              value "dd_pwdmaxdays".
       01  max-failures        pic 9(2) value 5.
       78  maxsignonfail-dat           value "dd_maxsignonfail".
       01  parm-token          pic x(10).

       01  signon-id           pic x(8).
       01  signon-password     pic x(8).
       01  signon-attempts     pic 9 value 0.
       01  signed-on           pic x value "N".
           88  operator-signed-on         value "Y".
       01  locked-seen         pic x value "N".
           88  operator-was-locked        value "Y".

       01  today-date          pic x(8).
       01  today-integer       pic 9(7).
       01  changed-integer     pic 9(7).
       01  password-age        pic 9(5).
       01  password-due        pic x.
           88  password-must-change       value "Y".

       01  edit-field          pic x(30).
       01  new-password        pic x(30).
       01  repeat-password     pic x(30).
       01  change-answer       pic x.
           88  change-wanted              value "Y" "y".
       01  password-changed    pic x.
           88  new-password-set           value "Y".
       01  change-attempts     pic 9.

       linkage section.
       copy "airsgprm.cpy" replacing ==(sg-prefix)== by ==lnk==.
       01  lnk-user.
       copy "airuser.cpy" replacing ==(prefix)== by ==lnk==.

       procedure division using
                           by value lnk-function
                           by reference lnk-program
                           by reference lnk-operator
                           by reference lnk-event
                           by reference lnk-detail
                           by reference lnk-user.
       main section.
           move rc-refused to return-code
           perform read-signon-parameters
           evaluate true
               when signon-interactive
                   perform interactive-sign-on
               when signon-batch
                   perform batch-sign-on
               when signon-log-event
                   move lnk-operator to sec-operator
                   move lnk-event to sec-event
                   move lnk-detail to sec-detail
                   perform write-security-line
                   move rc-signed-on to return-code
           end-evaluate
           exit program
       .

       read-signon-parameters section.
           display pwdmaxdays-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               compute pwd-max-days = function numval(parm-token)
           end-if
           display maxsignonfail-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               compute max-failures = function numval(parm-token)
           end-if
           if max-failures = 0
               move 5 to max-failures
           end-if
           move function current-date(1:8) to today-date
           compute today-integer = function integer-of-date(
               function numval(today-date))
       .

      ******************************************************************
      *> the terminal sign-on - three attempts, each one checked
      *> against the lock and logged, then the password ageing and
      *> the offer of a change.
      ******************************************************************
       interactive-sign-on section.
           perform open-userfile
           if usr-fstat-1 not = 0
               move rc-file-error to return-code
           else
               move "N" to signed-on
               move "N" to locked-seen
               move 0 to signon-attempts
               perform until operator-signed-on
                       or signon-attempts >= 3
                   add 1 to signon-attempts
                   display "User id: " with no advancing
                   accept signon-id
                   move function upper-case(signon-id) to signon-id
                   display "Password: " with no advancing
                   accept signon-password
                   perform check-one-attempt
               end-perform

               if operator-signed-on
                   perform check-password-age
                   if password-must-change
                       perform force-password-change
                   else
                       display "Change your password now (Y/N)? "
                           with no advancing
                       accept change-answer
                       if change-wanted
                           perform change-password
                       end-if
                   end-if
               end-if

               if operator-signed-on
                   move today-date to usr-last-signon
                   perform rewrite-user
                   move usr-id to sec-operator
                   move "SIGNON OK" to sec-event
                   move spaces to sec-detail
                   perform write-security-line
                   move usr-rec to lnk-user
                   move usr-id to lnk-operator
                   move rc-signed-on to return-code
               else
                   if operator-was-locked
                       move rc-locked to return-code
                   end-if
               end-if
               close userfile
           end-if
       .

      *> a locked operator is refused whatever password is given; a
      *> wrong one adds to the run of failures and locks the
      *> operator when the run reaches the limit; a right one ends
      *> the run.  The sign-on itself is recorded only once any
      *> forced password change has gone through.
       check-one-attempt section.
           move signon-id to usr-id
           move signon-id to sec-operator
           read userfile
               invalid key
                   display "Unknown user or wrong password."
                   move "SIGNON BAD" to sec-event
                   move "unknown operator id" to sec-detail
                   perform write-security-line
               not invalid key
                   evaluate true
                       when usr-locked
                           move "Y" to locked-seen
                           display "This sign-on is locked - ask head"
                                   " office to unlock it."
                           move "LOCKED" to sec-event
                           move "sign-on refused - operator locked"
                               to sec-detail
                           perform write-security-line
                       when usr-password = signon-password
                           move "Y" to signed-on
                           move 0 to usr-failed-count
                           perform rewrite-user
                       when other
                           perform record-failed-attempt
                   end-evaluate
           end-read
       .

       record-failed-attempt section.
           if usr-failed-count < 99
               add 1 to usr-failed-count
           end-if
           if usr-failed-count >= max-failures
               set usr-locked to true
               move "Y" to locked-seen
               perform rewrite-user
               display "Too many failed sign-ons - this sign-on is"
                       " now locked."
               move "LOCKOUT" to sec-event
               move spaces to sec-detail
               string "locked after " delimited by size
                      usr-failed-count delimited by size
                      " failed sign-ons in a row" delimited by size
                      into sec-detail
               perform write-security-line
           else
               perform rewrite-user
               display "Unknown user or wrong password."
               move "SIGNON BAD" to sec-event
               move "wrong password" to sec-detail
               perform write-security-line
           end-if
       .

      *> a blank or unreadable change date counts as never changed.
       check-password-age section.
           move "N" to password-due
           if usr-pwd-changed is not numeric
               move "Y" to password-due
           else
               compute changed-integer = function integer-of-date(
                   function numval(usr-pwd-changed))
               compute password-age = today-integer - changed-integer
               if password-age >= pwd-max-days
                   move "Y" to password-due
               end-if
           end-if
       .

      *> the sign-on completes only once the new password is set.
       force-password-change section.
           display "Your password has expired and must be changed."
           move "N" to password-changed
           move 0 to change-attempts
           perform until new-password-set or change-attempts >= 3
               add 1 to change-attempts
               perform change-password
           end-perform
           if not new-password-set
               move "N" to signed-on
               display "Password not changed - sign-on refused."
               move usr-id to sec-operator
               move "PWD EXPIRE" to sec-event
               move "sign-on refused - expired password kept"
                   to sec-detail
               perform write-security-line
           end-if
       .

      *> six to eight characters, typed twice, and not the password
      *> it replaces.
       change-password section.
           move "N" to password-changed
           display "New password (6-8 characters): " with no advancing
           accept new-password
           display "New password again: " with no advancing
           accept repeat-password
           evaluate true
               when new-password(1:1) = space
                       or new-password(6:1) = space
                       or new-password(9:) not = spaces
                   display "A password must be 6 to 8 characters -"
                           " not changed."
               when new-password not = repeat-password
                   display "The two entries differ - not changed."
               when new-password(1:8) = usr-password
                   display "The new password must differ from the"
                           " old one - not changed."
               when other
                   move new-password(1:8) to usr-password
                   move today-date to usr-pwd-changed
                   perform rewrite-user
                   if usr-fstat-1 = 0
                       move "Y" to password-changed
                       display "Password changed."
                       move usr-id to sec-operator
                       move "PWD CHANGE" to sec-event
                       move "changed at sign-on" to sec-detail
                       perform write-security-line
                   end-if
           end-evaluate
       .

       rewrite-user section.
           rewrite usr-rec
               invalid key
                   display "Unable to update the user file - status "
                       usr-fstat
           end-rewrite
       .

      ******************************************************************
      *> the batch sign-on - the header operator of a transaction
      *> batch, checked for the lock but with no password to give.
      ******************************************************************
       batch-sign-on section.
           perform open-userfile
           if usr-fstat-1 not = 0
               move rc-file-error to return-code
           else
               move lnk-operator to usr-id
               move lnk-operator to sec-operator
               read userfile
                   invalid key
                       move "BATCH BAD" to sec-event
                       move "unknown operator id on batch header"
                           to sec-detail
                       perform write-security-line
                   not invalid key
                       if usr-locked
                           move rc-locked to return-code
                           move "LOCKED" to sec-event
                           move "batch refused - operator locked"
                               to sec-detail
                       else
                           move usr-rec to lnk-user
                           move rc-signed-on to return-code
                           move "BATCH OK" to sec-event
                           move spaces to sec-detail
                       end-if
                       perform write-security-line
               end-read
               close userfile
           end-if
       .

       write-security-line section.
           move function current-date to sec-timestamp
           move lnk-program to sec-program
           display airseclog-dat upon environment-name
           accept seclogfile-name from environment-value
           open extend seclogfile
           if seclog-fstat-1 not = 0
               open output seclogfile
           end-if
           write sec-rec
           close seclogfile
       .

      *> only a missing file (status 35) is seeded - a record-length
      *> mismatch after a user layout change must never fall through
      *> to an OPEN OUTPUT that would erase the real operators (run
      *> the airupgr conversion).  The default operators are head
      *> office with no change date, so both passwords have to be
      *> changed the first time they are used; the administrator is
      *> also the first supervisor.
       open-userfile section.
           display airusers-dat upon environment-name
           accept userfile-name from environment-value
           open i-o userfile
           if usr-fstat = "35"
               open output userfile
               initialize usr-rec
               move "ADMIN" to usr-id
               move "Default administrator" to usr-name
               move "ADMIN" to usr-password
               move "U" to usr-role
               move "H" to usr-office-role
               move spaces to usr-regions
               move spaces to usr-pwd-changed
               move 0 to usr-failed-count
               move "N" to usr-lock-flag
               move spaces to usr-last-signon
               move "Y" to usr-supervisor
               write usr-rec
               move "APPROVER" to usr-id
               move "Default approver" to usr-name
               move "APPROVER" to usr-password
               move "A" to usr-role
               move "N" to usr-supervisor
               write usr-rec
               close userfile
               open i-o userfile
               display "User file created with default operators"
                       " ADMIN (password ADMIN) and APPROVER"
                       " (password APPROVER) - change them."
           end-if
           if usr-fstat-1 not = 0
               display "Error opening the user reference file - status "
                       usr-fstat " (run the file conversion after a"
                       " layout change)."
           end-if
       .

       end program airsign.
