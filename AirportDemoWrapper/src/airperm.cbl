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
      *> airperm - signed-on maintenance of the accounting periods the
      *> month-end close (airmend) has closed.  Any operator may list
      *> the periods with who closed them and the last reopen; only a
      *> supervisor may reopen one, and only with a reason.  The
      *> reopen goes through airperd, which marks the period
      *> reopened under the supervisor's id and writes it to the
      *> period log, so the back-dated maintenance it lets through
      *> can always be traced to who allowed it.  The period stays
      *> open until the close is run for it again.
       identification division.
       program-id. airperm.

       select periodctl assign periodctl-name
           organization indexed
           record key is prd-period with no duplicates
           file status is prd-fstat
           access sequential.

       data division.
       fd  periodctl.
       01  prd-rec.
       copy "airperiod.cpy" replacing ==(prefix)== by ==prd==.

       working-storage section.
       01  periodctl-name      pic x(256).
       78  airperiodctl-dat            value "dd_airperiodctl".

       01  prd-fstat.
           03  prd-fstat-1     pic 9.
           03  prd-fstat-2x.
               05  prd-fstat-2 pic 9.

      *> the operator signs on through airsign, which hands back
      *> their user record.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.
       copy "airsgprm.cpy" replacing ==(sg-prefix)== by ==sg==.
       78  rc-signed-on                value 0.
       01  signed-on           pic x value "N".
           88  operator-signed-on         value "Y".
       01  operator-supervisor pic x.
           88  operator-may-reopen        value "Y".

       01  menu-choice         pic x.
           88  choice-list                 value "L" "l".
           88  choice-reopen               value "R" "r".
           88  choice-exit                 value "X" "x".

       01  edit-field          pic x(40).
       01  confirm-answer      pic x.
           88  confirmed                  value "Y" "y".
       01  at-end-of-file      pic x.
           88  no-more-records            value "Y".
       01  periods-listed      pic 9(5).

       copy "airpdprm.cpy" replacing ==(pd-prefix)== by ==pd==.
       78  rc-success                  value 0.
       78  rc-not-found                value 4.

       procedure division.
       main section.
           perform operator-sign-on
           if not operator-signed-on
               display "Sign-on failed - maintenance not started."
               stop run
           end-if
           perform until choice-exit
               perform display-menu
               accept menu-choice
               evaluate true
                   when choice-list
                       perform list-periods
                   when choice-reopen
                       if operator-may-reopen
                           perform reopen-one-period
                       else
                           display "Only a supervisor may reopen a"
                                   " closed period."
                       end-if
                   when choice-exit
                       continue
                   when other
                       display "Please choose L, R or X."
               end-evaluate
           end-perform
           stop run
       .

       operator-sign-on section.
           move "N" to signed-on
           move "AIRPERM" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move usr-supervisor to operator-supervisor
               move usr-id to pd-operator
               move "AIRPERM" to pd-source
               display "Signed on: " usr-name
               if not operator-may-reopen
                   display "(not a supervisor - periods may be"
                           " listed but not reopened)"
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

       display-menu section.
           display " "
           display "Accounting period maintenance"
           display "  L - List closed and reopened periods"
           display "  R - Reopen a closed period"
           display "  X - Exit"
           display "Enter your choice: " with no advancing
       .

       list-periods section.
           move 0 to periods-listed
           display airperiodctl-dat upon environment-name
           accept periodctl-name from environment-value
           open input periodctl
           if prd-fstat-1 = 0
               move "N" to at-end-of-file
               perform until no-more-records
                   read periodctl next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           perform display-one-period
                   end-read
               end-perform
               close periodctl
           end-if
           if periods-listed = 0
               display "No period has been closed yet."
           end-if
       .

       display-one-period section.
           add 1 to periods-listed
           if prd-closed
               display prd-period " CLOSED   - closed "
                       prd-closed-date " by " prd-closed-by
           else
               display prd-period " REOPENED - closed "
                       prd-closed-date " by " prd-closed-by
           end-if
           if prd-reopened-by not = spaces
               display "       last reopened " prd-reopened-date
                       " by " prd-reopened-by ": " prd-reopen-reason
           end-if
       .

      *> the period control file is airperd's - it is opened only
      *> around the reopen, so the listing above can read it too.
       reopen-one-period section.
           display "Period to reopen (YYYYMM): " with no advancing
           accept edit-field
           move edit-field(1:6) to pd-period
           set period-open to true
           perform call-airperd-program
           set period-inquire to true
           perform call-airperd-program
           if pd-status not = "C"
               display pd-period " is not a closed period."
           else
               display "Reason for reopening: " with no advancing
               accept edit-field
               move edit-field to pd-reason
               if pd-reason = spaces
                   display "A reason is required - period not"
                           " reopened."
               else
                   display "Reopen " pd-period " for back-dated"
                           " changes - are you sure (Y/N)? "
                           with no advancing
                   accept confirm-answer
                   if confirmed
                       set period-reopen to true
                       perform call-airperd-program
                       evaluate return-code
                           when rc-success
                               display pd-period " reopened - run"
                                       " the month-end close to close"
                                       " it again."
                           when rc-not-found
                               display pd-period " is not a closed"
                                       " period."
                           when other
                               display "Unable to reopen "
                                       pd-period "."
                       end-evaluate
                   else
                       display "Reopen cancelled."
                   end-if
               end-if
           end-if
           set period-close to true
           perform call-airperd-program
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

       end program airperm.
