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
      *> airqexp - the nightly quote expiry: every open quote whose
      *> valid-until date has passed is marked expired (E) with
      *> today's date, and a line per quote goes to the quote trail
      *> (dd_airquoteaudit) alongside the accept/decline answers
      *> airqacc records.  Expired quotes drop out of the repricing
      *> run, the account's open credit exposure and the answer
      *> screen.  Runnable as an airchain step; no quote file yet
      *> simply means there is nothing to expire.
       identification division.
       program-id. airqexp.

       select qtefile assign qtefile-name
           organization indexed
           record key is qte-number with no duplicates
           file status is qte-fstat
           access sequential.

       select qteauditfile assign qteauditfile-name
           organization line sequential
           file status is qteaud-fstat.

       data division.
       fd  qtefile.
       01  qte-rec.
       copy "airqte.cpy" replacing ==(prefix)== by ==qte==.

       fd  qteauditfile.
       01  qteaudit-line          pic x(120).

       working-storage section.
       01  qtefile-name           pic x(256).
       78  airquotesf-dat                value "dd_airquotefile".
       01  qteauditfile-name      pic x(256).
       78  airquoteaudit-dat             value "dd_airquoteaudit".

       01  qte-fstat.
           03  qte-fstat-1        pic 9.
           03  qte-fstat-2        pic 9.
       01  qteaud-fstat.
           03  qteaud-fstat-1     pic 9.
           03  qteaud-fstat-2     pic 9.

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".
       01  today-date             pic x(8).
       01  quotes-read            pic 9(7) value 0.
       01  quotes-expired         pic 9(7) value 0.

      *> the user id the expiry is recorded under, in the quote's
      *> status-user and on the trail.
       01  expiry-user            pic x(8) value "AIRQEXP".

       01  total-ed               pic z,zzz,zz9.99.
       01  trail-timestamp        pic x(21).
       01  trail-detail           pic x(60).

       78  rc-step-failed                value 8.

       procedure division.
       main section.
           move function current-date(1:8) to today-date
           display airquotesf-dat upon environment-name
           accept qtefile-name from environment-value
           open i-o qtefile
           evaluate true
               when qte-fstat = "35"
                   display "No quote file - nothing to expire."
               when qte-fstat-1 not = 0
                   display "Error opening quote file - status "
                           qte-fstat
                   move rc-step-failed to return-code
               when other
                   perform open-quote-trail
                   perform until no-more-records
                       read qtefile next record
                           at end
                               move "Y" to at-end-of-file
                           not at end
                               add 1 to quotes-read
                               if qte-status-open
                                       and qte-valid-until not = spaces
                                       and qte-valid-until < today-date
                                   perform expire-one-quote
                               end-if
                       end-read
                   end-perform
                   close qtefile
                   close qteauditfile
                   display "Quote expiry complete - " quotes-read
                           " quote(s) read, " quotes-expired
                           " expired."
           end-evaluate
           goback
       .

       expire-one-quote section.
           set qte-status-expired to true
           move today-date to qte-status-date
           move expiry-user to qte-status-user
           rewrite qte-rec
               invalid key
                   display "Unable to expire quote " qte-number
                           " - " qte-fstat
                   move rc-step-failed to return-code
               not invalid key
                   add 1 to quotes-expired
                   perform log-quote-expiry
           end-rewrite
       .

       log-quote-expiry section.
           move qte-total-amount to total-ed
           move spaces to trail-detail
           string qte-number delimited by size
                  " account " delimited by size
                  qte-account delimited by size
                  " total " delimited by size
                  total-ed delimited by size
                  " lapsed " delimited by size
                  qte-valid-until delimited by size
                  into trail-detail
           move function current-date to trail-timestamp
           move spaces to qteaudit-line
           string trail-timestamp delimited by size
                  " " delimited by size
                  expiry-user delimited by size
                  " QUOTE EXPIRE " delimited by size
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

       end program airqexp.
