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
      *> airqacc - signed-on screen recording the customer's answer
      *> to a quote: the operator keys the quote number, sees the
      *> quote, and marks it accepted or declined.  Only an open
      *> quote still inside its validity can be answered; the
      *> change goes through airquote's quote-status service and
      *> one line per answer lands on the quote trail
      *> (dd_airquoteaudit) - the same trail the nightly expiry
      *> writes to, so a quote's whole life can be read back.
       identification division.
       program-id. airqacc.

       select qteauditfile assign qteauditfile-name
           organization line sequential
           file status is qteaud-fstat.

       data division.
       fd  qteauditfile.
       01  qteaudit-line          pic x(120).

       working-storage section.
       01  qteauditfile-name   pic x(256).
       78  airquoteaudit-dat           value "dd_airquoteaudit".

       01  qteaud-fstat.
           03  qteaud-fstat-1  pic 9.
           03  qteaud-fstat-2x.
               05  qteaud-fstat-2 pic 9.

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

       01  edit-field          pic x(30).
       01  answer-choice       pic x.
           88  answer-accept               value "A" "a".
           88  answer-decline              value "D" "d".
       01  quotes-done         pic x value "N".
           88  no-more-quotes             value "Y".
       01  today-date          pic x(8).

       copy "airqtprm.cpy" replacing ==(qt-prefix)== by ==qp==.
       01  quote-work.
       copy "airqte.cpy" replacing ==(prefix)== by ==qw==.

       78  rc-success                  value 0.
       78  rc-not-open                 value 2.
       78  rc-not-found                value 4.

       01  leg-idx             pic 9(2).
       01  total-ed            pic z,zzz,zz9.99.

      *> the quote trail line: timestamp, operator, what happened,
      *> and the quote it happened to.
       01  trail-timestamp     pic x(21).
       01  trail-action        pic x(6).
       01  trail-detail        pic x(60).

       procedure division.
       main section.
           perform operator-sign-on
           if not operator-signed-on
               display "Sign-on failed - quote answers not started."
               stop run
           end-if
           if operator-inquiry-only
               perform refuse-inquiry-only
               stop run
           end-if
           perform open-quote-trail
           set quote-open to true
           perform call-airquote-program
           perform until no-more-quotes
               display " "
               display "Quote number to answer (Enter to exit): "
                   with no advancing
               accept edit-field
               if edit-field = spaces
                   move "Y" to quotes-done
               else
                   perform answer-one-quote
               end-if
           end-perform
           set quote-close to true
           perform call-airquote-program
           close qteauditfile
           stop run
       .

       operator-sign-on section.
           move "N" to signed-on
           move "AIRQACC" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move usr-id to audit-user
               move usr-role to operator-role
               display "Signed on: " usr-name
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

       answer-one-quote section.
           initialize quote-work
           if edit-field(1:1) is not numeric
               display "A quote number is numeric."
           else
               compute qw-number = function numval(edit-field)
               set quote-fetch to true
               perform call-airquote-program
               if return-code not = rc-success
                   display "Quote " qw-number " is not on file."
               else
                   perform show-quote
                   perform take-customer-answer
               end-if
           end-if
       .

       show-quote section.
           move qw-total-amount to total-ed
           display "Quote " qw-number "  cut " qw-date
                   "  valid until " qw-valid-until
           display "  Account " qw-account "  customer " qw-customer
           perform varying leg-idx from 1 by 1
                   until leg-idx > qw-code-count
               display "  " qw-leg-code(leg-idx)
           end-perform
           display "  Total: " total-ed
       .

      *> only an open quote still inside its validity may be
      *> answered - a lapsed one waits for the nightly expiry.
       take-customer-answer section.
           move function current-date(1:8) to today-date
           evaluate true
               when not qw-status-open
                   display "Quote " qw-number " is no longer open"
                           " (status " qw-status ") - no answer"
                           " recorded."
               when qw-valid-until not = spaces
                       and qw-valid-until < today-date
                   display "Quote " qw-number " lapsed on "
                           qw-valid-until " - it can no longer be"
                           " accepted."
               when other
                   display "A = accepted, D = declined, Enter to"
                           " leave it open: " with no advancing
                   accept answer-choice
                   evaluate true
                       when answer-accept
                           set qw-status-accepted to true
                           move "ACCEPT" to trail-action
                           perform record-quote-answer
                       when answer-decline
                           set qw-status-declined to true
                           move "DECLIN" to trail-action
                           perform record-quote-answer
                       when other
                           display "Quote left open."
                   end-evaluate
           end-evaluate
       .

       record-quote-answer section.
           move audit-user to qw-status-user
           set quote-status to true
           perform call-airquote-program
           evaluate return-code
               when rc-success
                   display "Quote " qw-number " marked "
                           trail-action "."
                   perform log-quote-change
               when rc-not-open
                   display "Quote " qw-number " was answered"
                           " meanwhile - status " qw-status "."
               when other
                   display "Unable to record the answer for quote "
                           qw-number "."
           end-evaluate
       .

      *> one quote-trail line per answer: when, who, what and which
      *> quote for which account at what value.
       log-quote-change section.
           move qw-total-amount to total-ed
           move spaces to trail-detail
           string qw-number delimited by size
                  " account " delimited by size
                  qw-account delimited by size
                  " total " delimited by size
                  total-ed delimited by size
                  into trail-detail
           move function current-date to trail-timestamp
           move spaces to qteaudit-line
           string trail-timestamp delimited by size
                  " " delimited by size
                  audit-user delimited by size
                  " QUOTE " delimited by size
                  trail-action delimited by size
                  " " delimited by size
                  trail-detail delimited by size
                  into qteaudit-line
           write qteaudit-line
       .

       open-quote-trail section.
           display airquoteaudit-dat upon environment-name
           accept qteauditfile-name from environment-value
           open extend qteauditfile
           if qteaud-fstat-1 not = 0
               open output qteauditfile
           end-if
       .

       call-airquote-program section.
           call "airquote" using
                           by value qp-function
                           by reference quote-work
       .

       end program airqacc.
