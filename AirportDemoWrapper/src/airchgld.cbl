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
      *> airchgld - bulk load of dated airport charges from the
      *> schedules the airport authorities publish, keyed up as one
      *> comma-delimited line per airport:
      *> code,effdate,landingpertonne,parkingperhour,perpassenger
      *> [,currency] - no currency column means the house base
      *> currency.  The same additive dated-load shape the tariff
      *> and fuel loaders use: a fed row whose key (airport,
      *> effective date) already exists is rewritten, a new one is
      *> added, and earlier dated schedules stay in place so a quote
      *> travelling before the new schedule still pays the charges
      *> in force then.  Malformed lines go to the action log with a
      *> REJECT tag.
       identification division.
       program-id. airchgld.

       select chgfeedfile assign chgfeedfile-name
           organization line sequential
           file status is feed-fstat.

       select chgfile assign chgfile-name
           organization indexed
           record key is chg-key with no duplicates
           file status is chg-fstat
           access dynamic.

       select loadlogfile assign loadlogfile-name
           organization line sequential
           file status is log-fstat.

       data division.
       fd  chgfeedfile.
       01  feed-line               pic x(80).

       fd  chgfile.
       01  chg-rec.
       copy "airchg.cpy" replacing ==(prefix)== by ==chg==.

       fd  loadlogfile.
       01  log-line                pic x(120).

       working-storage section.
       01  chgfeedfile-name        pic x(256).
       78  chgfeed-dat                    value "dd_chgfeed".
       01  chgfile-name            pic x(256).
       78  aircharges-dat                 value "dd_aircharges".
       01  loadlogfile-name        pic x(256).
       78  chgloadlog-dat                 value "dd_chgloadlog".

       01  feed-fstat.
           03  feed-fstat-1        pic 9.
           03  feed-fstat-2        pic 9.

       01  chg-fstat.
           03  chg-fstat-1         pic 9.
           03  chg-fstat-2         pic 9.

       01  log-fstat.
           03  log-fstat-1         pic 9.
           03  log-fstat-2         pic 9.

       01  at-end-of-feed          pic x value "N".
           88  no-more-feed                value "Y".

       01  feed-code               pic x(10).
       01  feed-eff-date           pic x(10).
       01  feed-landing            pic x(12).
       01  feed-parking            pic x(12).
       01  feed-passenger          pic x(12).
       01  feed-currency           pic x(10).

       01  feed-line-ok            pic x.
           88  feed-line-valid             value "Y".
       01  reject-reason           pic x(40).

       01  records-added           pic 9(7) value 0.
       01  records-changed         pic 9(7) value 0.
       01  records-rejected        pic 9(7) value 0.

       01  load-action             pic x(6).

       procedure division.
       main section.
           perform open-charge-load-files
           perform until no-more-feed
               read chgfeedfile
                   at end
                       move "Y" to at-end-of-feed
                   not at end
                       perform process-one-charge-line
               end-read
           end-perform
           display "Airport charges load complete - " records-added
                   " added, " records-changed " changed, "
                   records-rejected " rejected."
           perform close-charge-load-files
           stop run
       .

       process-one-charge-line section.
           move spaces to feed-code
           move spaces to feed-eff-date
           move spaces to feed-landing
           move spaces to feed-parking
           move spaces to feed-passenger
           move spaces to feed-currency
           unstring feed-line delimited by ","
               into feed-code, feed-eff-date, feed-landing,
                    feed-parking, feed-passenger, feed-currency

           perform validate-one-charge-line
           if feed-line-valid
               perform apply-one-charge-row
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

      *> an authority that levies no parking or passenger charge
      *> publishes a zero, so each figure must be present - a blank
      *> is a dropped column, not a free airport.
       validate-one-charge-line section.
           move "Y" to feed-line-ok
           move spaces to reject-reason
           evaluate true
               when feed-code = spaces
                   move "airport code missing" to reject-reason
                   move "N" to feed-line-ok
               when feed-eff-date(1:8) is not numeric
                   move "effective date not YYYYMMDD"
                       to reject-reason
                   move "N" to feed-line-ok
               when feed-landing = spaces
                       or feed-parking = spaces
                       or feed-passenger = spaces
                   move "a charge figure is missing" to reject-reason
                   move "N" to feed-line-ok
               when feed-landing(1:1) is not numeric
                       or feed-parking(1:1) is not numeric
                       or feed-passenger(1:1) is not numeric
                   move "a charge figure is not numeric"
                       to reject-reason
                   move "N" to feed-line-ok
               when feed-currency(4:) not = spaces
                       or feed-currency(1:3) is not alphabetic
                   move "currency not a three-letter code"
                       to reject-reason
                   move "N" to feed-line-ok
           end-evaluate
       .

       apply-one-charge-row section.
           move function upper-case(feed-code(1:4)) to chg-code
           move feed-eff-date(1:8) to chg-eff-date
           compute chg-landing-tonne = function numval(feed-landing)
           compute chg-parking-hour = function numval(feed-parking)
           compute chg-per-passenger =
               function numval(feed-passenger)
           move function upper-case(feed-currency(1:3))
               to chg-currency

           write chg-rec
               invalid key
                   rewrite chg-rec
                       invalid key
                           display "Unable to apply charges row - "
                               chg-fstat-1
                       not invalid key
                           add 1 to records-changed
                           move "CHANGE" to load-action
                           perform log-charge-action
                   end-rewrite
               not invalid key
                   add 1 to records-added
                   move "ADD   " to load-action
                   perform log-charge-action
           end-write
       .

       log-charge-action section.
           move spaces to log-line
           move load-action to log-line(1:6)
           move chg-code to log-line(8:4)
           move chg-eff-date to log-line(13:8)
           move chg-landing-tonne to log-line(22:7)
           move chg-parking-hour to log-line(30:7)
           move chg-per-passenger to log-line(38:7)
           move chg-currency to log-line(46:3)
           write log-line
       .

       open-charge-load-files section.
           display chgfeed-dat upon environment-name
           accept chgfeedfile-name from environment-value
           open input chgfeedfile

           display aircharges-dat upon environment-name
           accept chgfile-name from environment-value
           open i-o chgfile
           if chg-fstat-1 not = 0
               open output chgfile
               close chgfile
               open i-o chgfile
           end-if

           display chgloadlog-dat upon environment-name
           accept loadlogfile-name from environment-value
           open output loadlogfile
       .

       close-charge-load-files section.
           close chgfeedfile
           close chgfile
           close loadlogfile
       .

       end program airchgld.
