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
      *> airfxld - bulk load of dated exchange rates from the
      *> treasury's comma-delimited sheet: currency,effdate,rate -
      *> one rate per line, the units of that currency one unit of
      *> the house base currency buys.  The same additive dated-load
      *> shape the tariff and fuel loaders use: a fed row whose key
      *> (currency, effective date) already exists is rewritten, a
      *> new one is added, and earlier dated rates stay in place so
      *> a quote for an earlier date still converts at the rate in
      *> force then.  Malformed lines go to the action log with a
      *> REJECT tag.
       identification division.
       program-id. airfxld.

       select fxfeedfile assign fxfeedfile-name
           organization line sequential
           file status is feed-fstat.

       select fxfile assign fxfile-name
           organization indexed
           record key is fx-key with no duplicates
           file status is fx-fstat
           access dynamic.

       select loadlogfile assign loadlogfile-name
           organization line sequential
           file status is log-fstat.

       data division.
       fd  fxfeedfile.
       01  feed-line               pic x(80).

       fd  fxfile.
       01  fx-rec.
       copy "airfx.cpy" replacing ==(prefix)== by ==fx==.

       fd  loadlogfile.
       01  log-line                pic x(120).

       working-storage section.
       01  fxfeedfile-name         pic x(256).
       78  fxfeed-dat                     value "dd_fxfeed".
       01  fxfile-name             pic x(256).
       78  airfxrates-dat                 value "dd_airfxrates".
       01  loadlogfile-name        pic x(256).
       78  fxloadlog-dat                  value "dd_fxloadlog".

       01  feed-fstat.
           03  feed-fstat-1        pic 9.
           03  feed-fstat-2        pic 9.

       01  fx-fstat.
           03  fx-fstat-1          pic 9.
           03  fx-fstat-2          pic 9.

       01  log-fstat.
           03  log-fstat-1         pic 9.
           03  log-fstat-2         pic 9.

       01  at-end-of-feed          pic x value "N".
           88  no-more-feed                value "Y".

       01  feed-currency           pic x(10).
       01  feed-eff-date           pic x(10).
       01  feed-rate               pic x(14).

       01  feed-line-ok            pic x.
           88  feed-line-valid             value "Y".
       01  reject-reason           pic x(40).

       01  records-added           pic 9(7) value 0.
       01  records-changed         pic 9(7) value 0.
       01  records-rejected        pic 9(7) value 0.

       01  load-action             pic x(6).

       procedure division.
       main section.
           perform open-rate-load-files
           perform until no-more-feed
               read fxfeedfile
                   at end
                       move "Y" to at-end-of-feed
                   not at end
                       perform process-one-rate-line
               end-read
           end-perform
           display "Exchange rate load complete - " records-added
                   " added, " records-changed " changed, "
                   records-rejected " rejected."
           perform close-rate-load-files
           stop run
       .

       process-one-rate-line section.
           move spaces to feed-currency
           move spaces to feed-eff-date
           move spaces to feed-rate
           unstring feed-line delimited by ","
               into feed-currency, feed-eff-date, feed-rate

           perform validate-one-rate-line
           if feed-line-valid
               perform apply-one-rate-row
           else
               add 1 to records-rejected
               move spaces to log-line
               string "REJECT " delimited by size
                      feed-line delimited by size
                      " ** " delimited by size
                      reject-reason delimited by size
                      into log-line
               write log-line
           end-if
       .

      *> a zero rate would divide every amount in that currency by
      *> nothing, so it is refused along with a missing one.
       validate-one-rate-line section.
           move "Y" to feed-line-ok
           move spaces to reject-reason
           evaluate true
               when feed-currency = spaces
                       or feed-currency(4:) not = spaces
                       or feed-currency(1:3) is not alphabetic
                   move "currency not a three-letter code"
                       to reject-reason
                   move "N" to feed-line-ok
               when feed-eff-date(1:8) is not numeric
                   move "effective date not YYYYMMDD"
                       to reject-reason
                   move "N" to feed-line-ok
               when feed-rate = spaces
                   move "rate missing" to reject-reason
                   move "N" to feed-line-ok
               when function numval(feed-rate) <= 0
                   move "rate must be above zero" to reject-reason
                   move "N" to feed-line-ok
           end-evaluate
       .

       apply-one-rate-row section.
           move function upper-case(feed-currency(1:3))
               to fx-currency
           move feed-eff-date(1:8) to fx-eff-date
           compute fx-rate = function numval(feed-rate)

           write fx-rec
               invalid key
                   rewrite fx-rec
                       invalid key
                           display "Unable to apply rate row - "
                               fx-fstat-1
                       not invalid key
                           add 1 to records-changed
                           move "CHANGE" to load-action
                           perform log-rate-action
                   end-rewrite
               not invalid key
                   add 1 to records-added
                   move "ADD   " to load-action
                   perform log-rate-action
           end-write
       .

       log-rate-action section.
           move spaces to log-line
           move load-action to log-line(1:6)
           move fx-currency to log-line(8:3)
           move fx-eff-date to log-line(12:8)
           move fx-rate to log-line(21:11)
           write log-line
       .

       open-rate-load-files section.
           display fxfeed-dat upon environment-name
           accept fxfeedfile-name from environment-value
           open input fxfeedfile

           display airfxrates-dat upon environment-name
           accept fxfile-name from environment-value
           open i-o fxfile
           if fx-fstat-1 not = 0
               open output fxfile
               close fxfile
               open i-o fxfile
           end-if

           display fxloadlog-dat upon environment-name
           accept loadlogfile-name from environment-value
           open output loadlogfile
       .

       close-rate-load-files section.
           close fxfeedfile
           close fxfile
           close loadlogfile
       .

       end program airfxld.
