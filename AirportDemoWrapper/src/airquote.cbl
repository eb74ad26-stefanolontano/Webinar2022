      *> assembled record; quote-fetch reads one back by number for
      *> a reprint.  The next number is secured to the control file
      *> before the quote is written, so a crash between the two
      *> can skip a number but never hand it out twice.  Every quote
      *> is cut against a customer account: quote-account vets the
      *> account before the caller prices anything and returns its
      *> contract discount, and quote-record refuses an unknown or
      *> blocked account and flags the quote when the account's
      *> open quotes, this one included, exceed its credit limit.
      *> Each quote is good until its valid-until date; quote-status
      *> records the customer's acceptance or decline of an open
      *> quote, and the nightly airqexp step expires the rest.  No
      *> quote is recorded for travel in an accounting period the
      *> month-end close has closed (airperd) - the reports for that
      *> month are already out.
       identification division.
       program-id. airquote.

           file status is qte-fstat
           access dynamic.

       select custfile assign custfile-name
           organization indexed
           record key is cus-account with no duplicates
           file status is cus-fstat
           access dynamic.

       select quotectl assign quotectl-name
           organization line sequential
           file status is ctl-fstat.
       01  qte-rec.
       copy "airqte.cpy" replacing ==(prefix)== by ==qte==.

       fd  custfile.
       01  cus-rec.
       copy "aircust.cpy" replacing ==(prefix)== by ==cus==.

       fd  quotectl.
       01  ctl-rec.
           03  ctl-next-number    pic 9(6).
           03  ctl-fstat-2x.
               05  ctl-fstat-2 pic 9.

       01  custfile-name       pic x(256).
       78  aircustomers-dat            value "dd_aircustomers".

       01  cus-fstat.
           03  cus-fstat-1     pic 9.
           03  cus-fstat-2x.
               05  cus-fstat-2 pic 9.

       01  next-number         pic 9(6).

      *> the days a quote stays valid - dd_quotedays overrides the
      *> standard thirty.
       01  validity-days       pic 9(3) value 30.
       01  validity-token      pic x(10).
       78  quotedays-dat               value "dd_quotedays".
       01  quote-day-number    pic 9(8).

      *> the account's open exposure - every open quote on file for
      *> it plus the one being captured.
       01  open-exposure       pic 9(11)v99.
       01  at-end-of-file      pic x.
           88  no-more-records            value "Y".

      *> mirrors aircode.cbl's return-code conventions - rc-not-found
      *> on a fetch means no quote carries that number.
       78  rc-success                  value 0.
       78  rc-not-found                value 4.
       78  rc-file-error               value 8.
      *> the account exists but is blocked - no quote may be cut.
       78  rc-account-blocked          value 6.
      *> the quote is on file but no longer open - it cannot be
      *> accepted or declined.
       78  rc-not-open                 value 2.
      *> the travel date falls in a closed accounting period.
       78  rc-period-closed            value 3.

       copy "airpdprm.cpy" replacing ==(pd-prefix)== by ==pd==.

       linkage section.
       copy "airqtprm.cpy" replacing ==(qt-prefix)== by ==lnk==.
                   perform record-one-quote
               when quote-fetch
                   perform fetch-one-quote
               when quote-account
                   perform check-quote-account
               when quote-status
                   perform set-quote-status
           end-evaluate
           exit program
       .

       record-one-quote section.
           perform check-quote-account
           if return-code = rc-success
               perform check-quote-period
           end-if
           if return-code = rc-success
               perform check-credit-limit
               perform assign-next-number
               move lnk-quote to qte-rec
               move next-number to qte-number
               move function current-date(1:8) to qte-date
               set qte-status-open to true
               if qte-quote-type = space
                   move "P" to qte-quote-type
               end-if
               if qte-valid-until = spaces
                   compute quote-day-number =
                       function integer-of-date
                           (function numval(qte-date))
                       + validity-days
                   move function date-of-integer(quote-day-number)
                       to qte-valid-until
               end-if
               move spaces to qte-status-date
               move spaces to qte-status-user
               write qte-rec
                   invalid key
                       display "Unable to record quote " qte-number
                               " - " qte-fstat-1
                       move rc-file-error to return-code
                   not invalid key
                       move qte-rec to lnk-quote
               end-write
           end-if
       .

      *> an unknown account answers rc-not-found, a blocked one
      *> rc-account-blocked; a good one hands its contract discount
      *> back in the caller's record for the pricing calls.
       check-quote-account section.
           move qt-account of lnk-quote to cus-account
           read custfile
               invalid key
                   move rc-not-found to return-code
               not invalid key
                   if cus-status-blocked
                       move rc-account-blocked to return-code
                   else
                       move cus-discount-pct
                           to qt-discount-pct of lnk-quote
                   end-if
           end-read
       .

      *> the travel date, or today's when the caller set none, must
      *> fall in an open period - airperd answers rc-period-closed.
       check-quote-period section.
           move qt-travel-date of lnk-quote to pd-date
           if pd-date = spaces
               move function current-date(1:8) to pd-date
           end-if
           set period-check to true
           perform call-airperd-program
       .

      *> totals the account's open quotes already on file and adds
      *> the one being captured - over the limit flags the new
      *> quote, which is still recorded: the limit warns, it does
      *> not refuse.
       check-credit-limit section.
           move space to qt-credit-flag of lnk-quote
           move qt-total-amount of lnk-quote to open-exposure
           move "N" to at-end-of-file
           move 0 to qte-number
           start qtefile key >= qte-number
               invalid key
                   move "Y" to at-end-of-file
           end-start
           perform until no-more-records
               read qtefile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if qte-account = qt-account of lnk-quote
                               and qte-status-open
                           add qte-total-amount to open-exposure
                       end-if
               end-read
           end-perform
           if open-exposure > cus-credit-limit
               set qt-over-credit-limit of lnk-quote to true
           end-if
       .

       fetch-one-quote section.
           end-start
       .

      *> accepts or declines an open quote - the new status comes in
      *> the caller's record with the operator in status-user.
       set-quote-status section.
           move qt-number of lnk-quote to qte-number
           read qtefile
               invalid key
                   move rc-not-found to return-code
               not invalid key
                   if not qte-status-open
                       move rc-not-open to return-code
                       move qte-rec to lnk-quote
                   else
                       move qt-status of lnk-quote to qte-status
                       move function current-date(1:8)
                           to qte-status-date
                       move qt-status-user of lnk-quote
                           to qte-status-user
                       rewrite qte-rec
                           invalid key
                               move rc-file-error to return-code
                           not invalid key
                               move qte-rec to lnk-quote
                       end-rewrite
                   end-if
           end-read
       .

      *> the control file holds the next unused number - advanced
      *> and rewritten before the quote itself is written.
       assign-next-number section.
       .

       open-quote-files section.
           move "AIRQUOTE" to pd-operator
           move "AIRQUOTE" to pd-source
           set period-open to true
           perform call-airperd-program

           display airquotesf-dat upon environment-name
           accept qtefile-name from environment-value
           open i-o qtefile
           if qte-fstat = "35"
               open output qtefile
               close qtefile
               open i-o qtefile
               move rc-file-error to return-code
           end-if

           display aircustomers-dat upon environment-name
           accept custfile-name from environment-value
           open input custfile
           if cus-fstat = "35"
               open output custfile
               close custfile
               open input custfile
           end-if
           if cus-fstat-1 not = 0
               display "Error opening customer file"
               move rc-file-error to return-code
           end-if

           display quotectl-dat upon environment-name
           accept quotectl-name from environment-value

           display quotedays-dat upon environment-name
           accept validity-token from environment-value
           if validity-token not = spaces
               compute validity-days = function numval(validity-token)
           end-if
           if validity-days = 0
               move 30 to validity-days
           end-if
       .

       close-quote-files section.
           close qtefile
           close custfile
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

       end program airquote.
