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
      *> aircgld - bulk load of cargo tariff rows from a comma-
      *> delimited extract: country1,country2,bandlow,bandhigh,
      *> effdate,mincharge,currency,kg1,rate1[,kg2,rate2...] - up to
      *> six weight breaks per row, the airtrfld pattern applied to
      *> the cargo rate card.  The first break must start at 0 kg so
      *> every weight has a rate, and each later break must be
      *> heavier than the one before.  Dated rows are additive in
      *> the same way: a fed row whose key (pair, band low edge,
      *> effective date) already exists is rewritten, a new one is
      *> added, and earlier dated revisions stay in place.  A blank
      *> currency column is the house base currency.  Malformed
      *> lines go to the action log with a REJECT tag.
       identification division.
       program-id. aircgld.

       select cgofeedfile assign cgofeedfile-name
           organization line sequential
           file status is feed-fstat.

       select cgtfile assign cgtfile-name
           organization indexed
           record key is cgt-key with no duplicates
           file status is cgt-fstat
           access dynamic.

       select loadlogfile assign loadlogfile-name
           organization line sequential
           file status is log-fstat.

       data division.
       fd  cgofeedfile.
       01  feed-line               pic x(160).

       fd  cgtfile.
       01  cgt-rec.
       copy "aircgt.cpy" replacing ==(prefix)== by ==cgt==.

       fd  loadlogfile.
       01  log-line                pic x(200).

       working-storage section.
       01  cgofeedfile-name        pic x(256).
       78  cgofeed-dat                    value "dd_cgofeed".
       01  cgtfile-name            pic x(256).
       78  aircargotariff-dat             value "dd_aircargotariff".
       01  loadlogfile-name        pic x(256).
       78  cgoloadlog-dat                 value "dd_cgoloadlog".

       01  feed-fstat.
           03  feed-fstat-1        pic 9.
           03  feed-fstat-2        pic 9.

       01  cgt-fstat.
           03  cgt-fstat-1         pic 9.
           03  cgt-fstat-2         pic 9.

       01  log-fstat.
           03  log-fstat-1         pic 9.
           03  log-fstat-2         pic 9.

       01  at-end-of-feed          pic x value "N".
           88  no-more-feed                value "Y".

       01  feed-country1           pic x(20).
       01  feed-country2           pic x(20).
       01  feed-band-low           pic x(10).
       01  feed-band-high          pic x(10).
       01  feed-eff-date           pic x(10).
       01  feed-min-charge         pic x(12).
       01  feed-currency           pic x(10).
       01  feed-breaks.
           03  feed-break occurs 6.
               05  feed-break-kg   pic x(10).
               05  feed-rate-kg    pic x(10).

       01  feed-line-ok            pic x.
           88  feed-line-valid             value "Y".
       01  reject-reason           pic x(40).

      *> the band edges and break weights counted and converted the
      *> way airtrfld handles its band edges.
       01  band-low-digits         pic 9(2).
       01  band-high-digits        pic 9(2).
       01  band-low-value          pic 9(5).
       01  band-high-value         pic 9(5).
       01  break-idx               pic 9.
       01  break-digits            pic 9(2).
       01  break-value             pic 9(5).
       01  last-break-value        pic 9(5).
       01  breaks-ended            pic x.

       01  records-added           pic 9(7) value 0.
       01  records-changed         pic 9(7) value 0.
       01  records-rejected        pic 9(7) value 0.

       01  load-action             pic x(6).

       procedure division.
       main section.
           perform open-cargo-load-files
           perform until no-more-feed
               read cgofeedfile
                   at end
                       move "Y" to at-end-of-feed
                   not at end
                       perform process-one-cargo-line
               end-read
           end-perform
           display "Cargo tariff load complete - " records-added
                   " added, " records-changed " changed, "
                   records-rejected " rejected."
           perform close-cargo-load-files
           stop run
       .

       process-one-cargo-line section.
           move spaces to feed-country1
           move spaces to feed-country2
           move spaces to feed-band-low
           move spaces to feed-band-high
           move spaces to feed-eff-date
           move spaces to feed-min-charge
           move spaces to feed-currency
           move spaces to feed-breaks
           unstring feed-line delimited by ","
               into feed-country1, feed-country2,
                    feed-band-low, feed-band-high,
                    feed-eff-date, feed-min-charge, feed-currency,
                    feed-break-kg(1), feed-rate-kg(1),
                    feed-break-kg(2), feed-rate-kg(2),
                    feed-break-kg(3), feed-rate-kg(3),
                    feed-break-kg(4), feed-rate-kg(4),
                    feed-break-kg(5), feed-rate-kg(5),
                    feed-break-kg(6), feed-rate-kg(6)

           perform validate-one-cargo-line
           if feed-line-valid
               perform validate-cargo-breaks
           end-if
           if feed-line-valid
               perform apply-one-cargo-row
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

       validate-one-cargo-line section.
           move "Y" to feed-line-ok
           move spaces to reject-reason

           move 0 to band-low-digits
           inspect feed-band-low tallying band-low-digits
                                     for characters before space
           move 0 to band-high-digits
           inspect feed-band-high tallying band-high-digits
                                      for characters before space

           evaluate true
               when feed-country1 = spaces
                       or feed-country2 = spaces
                   move "country pair missing" to reject-reason
                   move "N" to feed-line-ok
               when band-low-digits = 0
                       or band-low-digits > 5
                       or feed-band-low(1:band-low-digits)
                           is not numeric
                       or band-high-digits = 0
                       or band-high-digits > 5
                       or feed-band-high(1:band-high-digits)
                           is not numeric
                   move "band edges not numeric" to reject-reason
                   move "N" to feed-line-ok
               when other
                   compute band-low-value =
                       function numval(feed-band-low)
                   compute band-high-value =
                       function numval(feed-band-high)
                   evaluate true
                       when band-low-value > band-high-value
                           move "band low edge above high edge"
                               to reject-reason
                           move "N" to feed-line-ok
                       when feed-eff-date(1:8) is not numeric
                           move "effective date not YYYYMMDD"
                               to reject-reason
                           move "N" to feed-line-ok
                       when feed-currency not = spaces
                               and (feed-currency(4:) not = spaces
                                   or feed-currency(1:3)
                                       is not alphabetic)
                           move "currency not a three-letter code"
                               to reject-reason
                           move "N" to feed-line-ok
                   end-evaluate
           end-evaluate
       .

      *> the breaks are read left to right: the first must be 0 kg,
      *> each later one heavier than the last, every break needs its
      *> rate, and once a break is left off none may follow it.
       validate-cargo-breaks section.
           move "N" to breaks-ended
           move 0 to last-break-value
           perform varying break-idx from 1 by 1
                   until break-idx > 6 or not feed-line-valid
               move 0 to break-digits
               inspect feed-break-kg(break-idx) tallying break-digits
                   for characters before space
               evaluate true
                   when feed-break-kg(break-idx) = spaces
                           and feed-rate-kg(break-idx) = spaces
                       if break-idx = 1
                           move "no weight breaks" to reject-reason
                           move "N" to feed-line-ok
                       else
                           move "Y" to breaks-ended
                       end-if
                   when breaks-ended = "Y"
                       move "weight breaks not consecutive"
                           to reject-reason
                       move "N" to feed-line-ok
                   when break-digits = 0
                           or break-digits > 5
                           or feed-break-kg(break-idx)(1:break-digits)
                               is not numeric
                       move "break weight not numeric"
                           to reject-reason
                       move "N" to feed-line-ok
                   when feed-rate-kg(break-idx) = spaces
                       move "break rate per kg missing"
                           to reject-reason
                       move "N" to feed-line-ok
                   when other
                       compute break-value =
                           function numval(feed-break-kg(break-idx))
                       if break-idx = 1 and break-value not = 0
                           move "first break must start at 0 kg"
                               to reject-reason
                           move "N" to feed-line-ok
                       end-if
                       if break-idx > 1
                               and break-value <= last-break-value
                           move "weight breaks not ascending"
                               to reject-reason
                           move "N" to feed-line-ok
                       end-if
                       move break-value to last-break-value
               end-evaluate
           end-perform
       .

       apply-one-cargo-row section.
           initialize cgt-rec
           move function upper-case(feed-country1) to cgt-country1
           move function upper-case(feed-country2) to cgt-country2
           move band-low-value to cgt-band-low
           move feed-eff-date(1:8) to cgt-eff-date
           move band-high-value to cgt-band-high
           if feed-min-charge = spaces
               move 0 to cgt-min-charge
           else
               compute cgt-min-charge =
                   function numval(feed-min-charge)
           end-if
           move function upper-case(feed-currency(1:3))
               to cgt-currency
           perform varying break-idx from 1 by 1
                   until break-idx > 6
                       or feed-break-kg(break-idx) = spaces
               compute cgt-break-kg(break-idx) =
                   function numval(feed-break-kg(break-idx))
               compute cgt-rate-kg(break-idx) =
                   function numval(feed-rate-kg(break-idx))
           end-perform

           write cgt-rec
               invalid key
                   rewrite cgt-rec
                       invalid key
                           display "Unable to apply cargo tariff"
                               " row - " cgt-fstat-1
                       not invalid key
                           add 1 to records-changed
                           move "CHANGE" to load-action
                           perform log-cargo-action
                   end-rewrite
               not invalid key
                   add 1 to records-added
                   move "ADD   " to load-action
                   perform log-cargo-action
           end-write
       .

       log-cargo-action section.
           move spaces to log-line
           move load-action to log-line(1:6)
           move cgt-country1 to log-line(8:20)
           move cgt-country2 to log-line(29:20)
           move cgt-band-low to log-line(50:5)
           move cgt-band-high to log-line(56:5)
           move cgt-eff-date to log-line(62:8)
           move cgt-currency to log-line(71:3)
           write log-line
       .

       open-cargo-load-files section.
           display cgofeed-dat upon environment-name
           accept cgofeedfile-name from environment-value
           open input cgofeedfile

           display aircargotariff-dat upon environment-name
           accept cgtfile-name from environment-value
           open i-o cgtfile
           if cgt-fstat = "35"
               open output cgtfile
               close cgtfile
               open i-o cgtfile
           end-if

           display cgoloadlog-dat upon environment-name
           accept loadlogfile-name from environment-value
           open output loadlogfile
       .

       close-cargo-load-files section.
           close cgofeedfile
           close cgtfile
           close loadlogfile
       .

       end program aircgld.
