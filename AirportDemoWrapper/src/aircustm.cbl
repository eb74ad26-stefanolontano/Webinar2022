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
      *> aircustm - signed-on maintenance for the customer account
      *> file every quote is cut against: the account's name, its
      *> contract discount, its credit limit and whether it is
      *> active or blocked.  The airrefm pattern throughout:
      *> userfile sign-on with the update role enforced, field
      *> validation before anything reaches the file, and one line
      *> per applied change on the reference trail.  An inquiry
      *> lists an account's open quotes against its credit limit -
      *> the one place to see what a customer has outstanding.
      *> Accounts are blocked rather than deleted, since captured
      *> quotes go on naming them.
       identification division.
       program-id. aircustm.

       select custfile assign custfile-name
           organization indexed
           record key is cus-account with no duplicates
           file status is cus-fstat
           lock mode is automatic
           access dynamic.

       select qtefile assign qtefile-name
           organization indexed
           record key is qte-number with no duplicates
           file status is qte-fstat
           access dynamic.

       select refauditfile assign refauditfile-name
           organization line sequential
           file status is refaud-fstat.

       data division.
       fd  custfile.
       01  cus-rec.
       copy "aircust.cpy" replacing ==(prefix)== by ==cus==.

       fd  qtefile.
       01  qte-rec.
       copy "airqte.cpy" replacing ==(prefix)== by ==qte==.

       fd  refauditfile.
       01  refaudit-line          pic x(120).

       working-storage section.
       01  custfile-name       pic x(256).
       78  aircustomers-dat            value "dd_aircustomers".

       01  cus-fstat.
           03  cus-fstat-1     pic 9.
           03  cus-fstat-2x.
               05  cus-fstat-2 pic 9.

       01  qtefile-name        pic x(256).
       78  airquotesf-dat              value "dd_airquotefile".

       01  qte-fstat.
           03  qte-fstat-1     pic 9.
           03  qte-fstat-2x.
               05  qte-fstat-2 pic 9.

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
           88  choice-open-quotes          value "O" "o".
           88  choice-exit                 value "X" "x".

       01  edit-field          pic x(30).
       01  edit-ok             pic x      value "Y".
           88  field-is-valid             value "Y".

      *> the working copy prompted into before validation lets it
      *> near the file, the way airmaint's w-rec works.
       01  w-cus.
       copy "aircust.cpy" replacing ==(prefix)== by ==wc==.

       01  at-end-of-file      pic x.
           88  no-more-records            value "Y".
       01  quote-file-open     pic x value "N".
           88  quotes-available           value "Y".
       01  inquiry-account     pic 9(6).
       01  open-quote-count    pic 9(5).
       01  open-quote-total    pic 9(11)v99.
       01  discount-pct-ed     pic z9.99.
       01  amount-ed           pic z,zzz,zzz,zz9.99.
       01  limit-ed            pic z,zzz,zzz,zz9.99.

      *> the reference trail line: timestamp, operator, which file,
      *> what happened, and the record content in display form.
       01  trail-timestamp     pic x(21).
       01  trail-file          pic x(5).
       01  trail-action        pic x(6).
       01  trail-detail        pic x(60).

       procedure division.
       main section.
           perform operator-sign-on
           if not operator-signed-on
               display "Sign-on failed - maintenance not started."
               stop run
           end-if
           perform open-customer-files
           perform until choice-exit
               perform display-menu
               accept menu-choice
               evaluate true
                   when choice-add
                       if operator-may-update
                           perform add-customer-account
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-change
                       if operator-may-update
                           perform change-customer-account
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-list
                       perform list-customer-accounts
                   when choice-open-quotes
                       perform list-open-quotes
                   when choice-exit
                       continue
                   when other
                       display "Please choose A, C, L, O or X."
               end-evaluate
           end-perform
           perform close-customer-files
           stop run
       .

       operator-sign-on section.
           move "N" to signed-on
           move "AIRCUSTM" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move usr-id to audit-user
               move usr-role to operator-role
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
           display "Customer account maintenance"
           display "  A - Add an account"
           display "  C - Change an account (discount, limit,"
                   " block/unblock)"
           display "  L - List all accounts"
           display "  O - Open quotes for an account"
           display "  X - Exit"
           display "Enter your choice: " with no advancing
       .

       add-customer-account section.
           initialize w-cus
           move "Y" to edit-ok
           display "Account number (6 digits): " with no advancing
           accept edit-field
           if edit-field(1:6) is numeric
                   and edit-field(7:) = spaces
               move edit-field(1:6) to wc-account
           else
               display "An account number is six digits."
               move "N" to edit-ok
           end-if

           if field-is-valid
               move wc-account to cus-account
               start custfile key = cus-account
                   invalid key
                       continue
                   not invalid key
                       display wc-account " already exists - use"
                           " Change instead."
                       move "N" to edit-ok
               end-start
           end-if

           if field-is-valid
               set wc-status-active to true
               perform prompt-customer-fields
               perform validate-customer-account
               if field-is-valid
                   move w-cus to cus-rec
                   write cus-rec
                       invalid key
                           display "Unable to add " cus-account
                               " - " cus-fstat-1
                       not invalid key
                           display cus-account " added."
                           move "CUST " to trail-file
                           move "ADD   " to trail-action
                           perform build-customer-trail-detail
                           perform log-reference-change
                   end-write
               end-if
           end-if
       .

       change-customer-account section.
           move "Y" to edit-ok
           display "Account number to change: " with no advancing
           accept edit-field
           if edit-field(1:6) is not numeric
               display "An account number is six digits."
           else
               move edit-field(1:6) to cus-account
               start custfile key = cus-account
                   invalid key
                       display cus-account " not found."
                   not invalid key
                       read custfile next record
                       move cus-rec to w-cus
                       display "Current values - press Enter to keep"
                               " each one."
                       perform prompt-customer-fields
                       perform validate-customer-account
                       if field-is-valid
                           move w-cus to cus-rec
                           rewrite cus-rec
                               invalid key
                                   display "Unable to update "
                                       cus-account " - " cus-fstat-1
                               not invalid key
                                   display cus-account " updated."
                                   move "CUST " to trail-file
                                   move "CHANGE" to trail-action
                                   perform build-customer-trail-detail
                                   perform log-reference-change
                           end-rewrite
                       end-if
               end-start
           end-if
       .

       prompt-customer-fields section.
           display "Account name [" wc-name "]: " with no advancing
           accept edit-field
           if edit-field not = spaces
               move edit-field to wc-name
           end-if

           move wc-discount-pct to discount-pct-ed
           display "Contract discount % [" discount-pct-ed "]: "
               with no advancing
           accept edit-field
           if edit-field not = spaces
               if edit-field(1:1) is numeric
                   compute wc-discount-pct =
                       function numval(edit-field)
               else
                   display "Discount must be numeric - field not"
                           " changed."
               end-if
           end-if

           move wc-credit-limit to limit-ed
           display "Credit limit [" limit-ed "]: " with no advancing
           accept edit-field
           if edit-field not = spaces
               if edit-field(1:1) is numeric
                   compute wc-credit-limit =
                       function numval(edit-field)
               else
                   display "Credit limit must be numeric - field"
                           " not changed."
               end-if
           end-if

           display "Currency, blank for base [" wc-currency "]: "
               with no advancing
           accept edit-field
           if edit-field not = spaces
               move function upper-case(edit-field(1:3))
                   to wc-currency
           end-if

           display "Status A = active, B = blocked [" wc-status
                   "]: " with no advancing
           accept edit-field
           if edit-field not = spaces
               move function upper-case(edit-field(1:1))
                   to wc-status
           end-if
       .

      *> a discount over half the tariff is a slipped digit, not a
      *> contract - the band is kept tight for the same reason
      *> airrefm keeps the type-profile bands tight.
       validate-customer-account section.
           move "Y" to edit-ok
           if wc-name = spaces
               display "Account name is required."
               move "N" to edit-ok
           end-if
           if wc-discount-pct > 50
               display "A contract discount over 50% is not"
                       " plausible."
               move "N" to edit-ok
           end-if
           if wc-currency not = spaces
                   and wc-currency is not alphabetic-upper
               display "Currency must be a three-letter code."
               move "N" to edit-ok
           end-if
           if not wc-status-active and not wc-status-blocked
               display "Status must be A or B."
               move "N" to edit-ok
           end-if
       .

       list-customer-accounts section.
           move "N" to at-end-of-file
           move 0 to cus-account
           start custfile key >= cus-account
               invalid key
                   display "No customer accounts on file."
               not invalid key
                   read custfile next record
                       at end
                           move "Y" to at-end-of-file
                   end-read
                   perform until no-more-records
                       move cus-discount-pct to discount-pct-ed
                       move cus-credit-limit to limit-ed
                       display cus-account " " cus-name " disc "
                               discount-pct-ed "% limit " limit-ed
                               " " cus-status " " cus-currency
                       read custfile next record
                           at end
                               move "Y" to at-end-of-file
                       end-read
                   end-perform
           end-start
       .

      *> every open quote cut for the account, then the open total
      *> against the limit - the same sum airquote holds a new
      *> quote to at capture.
       list-open-quotes section.
           display "Account number: " with no advancing
           accept edit-field
           if edit-field(1:6) is not numeric
               display "An account number is six digits."
           else
               move edit-field(1:6) to inquiry-account
               move inquiry-account to cus-account
               read custfile
                   invalid key
                       display inquiry-account " not found."
                   not invalid key
                       perform scan-open-quotes
               end-read
           end-if
       .

       scan-open-quotes section.
           move 0 to open-quote-count
           move 0 to open-quote-total
           display cus-account " " cus-name
           if cus-status-blocked
               display "  (account is blocked)"
           end-if
           if quotes-available
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
                           if qte-account = inquiry-account
                                   and qte-status-open
                               add 1 to open-quote-count
                               add qte-total-amount
                                   to open-quote-total
                               move qte-total-amount to amount-ed
                               display "  Quote " qte-number " cut "
                                       qte-date " " qte-customer
                                       " " amount-ed
                           end-if
                   end-read
               end-perform
           end-if
           move open-quote-total to amount-ed
           move cus-credit-limit to limit-ed
           display "  " open-quote-count " open quote(s) totalling "
                   amount-ed
           display "  Credit limit " limit-ed
           if open-quote-total > cus-credit-limit
               display "  ** open quotes exceed the credit limit"
           end-if
       .

       build-customer-trail-detail section.
           move wc-discount-pct to discount-pct-ed
           move spaces to trail-detail
           string wc-account delimited by size
                  " " delimited by size
                  wc-name(1:16) delimited by size
                  " disc " delimited by size
                  discount-pct-ed delimited by size
                  " limit " delimited by size
                  wc-credit-limit delimited by size
                  " " delimited by size
                  wc-status delimited by size
                  " " delimited by size
                  wc-currency delimited by size
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

       open-customer-files section.
           display aircustomers-dat upon environment-name
           accept custfile-name from environment-value
           open i-o custfile
           if cus-fstat = "35"
               open output custfile
               close custfile
               open i-o custfile
           end-if
           if cus-fstat-1 not = 0
               display "Error opening customer data - status "
                       cus-fstat
               stop run
           end-if

      *> no quote file yet simply means nothing is open - the
      *> inquiry reports the account with a zero total.
           display airquotesf-dat upon environment-name
           accept qtefile-name from environment-value
           open input qtefile
           if qte-fstat-1 = 0
               move "Y" to quote-file-open
           end-if

           display airrefaudit-dat upon environment-name
           accept refauditfile-name from environment-value
           open extend refauditfile
           if refaud-fstat-1 not = 0
               open output refauditfile
           end-if
       .

       close-customer-files section.
           close custfile
           if quotes-available
               close qtefile
           end-if
           close refauditfile
       .

       end program aircustm.
