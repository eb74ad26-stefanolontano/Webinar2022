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
      *> airflnld - loads the operations system's sector log into
      *> the flown-sector file (airfln.cpy), the actuals the variance
      *> report sets against the schedule and the type profiles.
      *> The log is comma-delimited, one sector a line: carrier,
      *> flight,date,registration,from,to,offblock,airborne,landed,
      *> onblock,fuelkg - the date YYYYMMDD, the four times HHMM UTC
      *> and the fuel burned in kg.  The registration must be on the
      *> fleet file, which gives the sector its aircraft type.  A
      *> sector already on file (the same flight, date and origin)
      *> is rewritten, so a corrected log can be fed again.  Each
      *> sector loaded is logged ADD or CHANGE, and malformed lines
      *> go to the load log with a REJECT tag, as the other loaders
      *> do.
       identification division.
       program-id. airflnld.

       select feedfile assign feedfile-name
           organization line sequential
           file status is feed-fstat.

       select flnfile assign flnfile-name
           organization indexed
           record key is fln-key with no duplicates
           file status is fln-fstat
           access dynamic.

       select fltfile assign fltfile-name
           organization indexed
           record key is flt-registration with no duplicates
           file status is flt-fstat
           access dynamic.

       select loadlogfile assign loadlogfile-name
           organization line sequential
           file status is log-fstat.

       data division.
       fd  feedfile.
       01  feed-line               pic x(120).

       fd  flnfile.
       01  fln-rec.
       copy "airfln.cpy" replacing ==(prefix)== by ==fln==.

       fd  fltfile.
       01  flt-rec.
       copy "airflt.cpy" replacing ==(prefix)== by ==flt==.

       fd  loadlogfile.
       01  log-line                pic x(160).

       working-storage section.
       01  feedfile-name           pic x(256).
       78  sectorlog-dat                  value "dd_sectorlog".
       01  flnfile-name            pic x(256).
       78  airflown-dat                   value "dd_airflown".
       01  fltfile-name            pic x(256).
       78  airfleet-dat                   value "dd_airfleet".
       01  loadlogfile-name        pic x(256).
       78  sectorloadlog-dat              value "dd_sectorloadlog".

       01  feed-fstat.
           03  feed-fstat-1        pic 9.
           03  feed-fstat-2        pic 9.
       01  fln-fstat.
           03  fln-fstat-1         pic 9.
           03  fln-fstat-2         pic 9.
       01  flt-fstat.
           03  flt-fstat-1         pic 9.
           03  flt-fstat-2         pic 9.
       01  log-fstat.
           03  log-fstat-1         pic 9.
           03  log-fstat-2         pic 9.

       01  at-end-of-feed          pic x value "N".
           88  no-more-feed                value "Y".

       01  feed-carrier            pic x(10).
       01  feed-flight             pic x(10).
       01  feed-date               pic x(10).
       01  feed-registration       pic x(12).
       01  feed-from               pic x(10).
       01  feed-to                 pic x(10).
       01  feed-off-block          pic x(10).
       01  feed-airborne           pic x(10).
       01  feed-landed             pic x(10).
       01  feed-on-block           pic x(10).
       01  feed-fuel               pic x(12).

       01  feed-line-ok            pic x.
           88  feed-line-valid             value "Y".
       01  reject-reason           pic x(40).
       01  check-time              pic x(10).
       01  time-ok                 pic x.
       01  fleet-type              pic x(4).
       01  flight-digits           pic x(10).
       01  digit-count             pic 9(2).
       01  flight-number           pic 9(4).
       01  today-date              pic x(8).

       01  records-added           pic 9(7) value 0.
       01  records-changed         pic 9(7) value 0.
       01  records-rejected        pic 9(7) value 0.

       01  load-action             pic x(6).

       procedure division.
       main section.
           perform open-sector-load-files
           perform until no-more-feed
               read feedfile
                   at end
                       move "Y" to at-end-of-feed
                   not at end
                       perform process-one-sector-line
               end-read
           end-perform
           display "Sector log load complete - " records-added
                   " added, " records-changed " changed, "
                   records-rejected " rejected."
           perform close-sector-load-files
           stop run
       .

       process-one-sector-line section.
           move spaces to feed-carrier feed-flight feed-date
                          feed-registration feed-from feed-to
                          feed-off-block feed-airborne feed-landed
                          feed-on-block feed-fuel
           unstring feed-line delimited by ","
               into feed-carrier, feed-flight, feed-date,
                    feed-registration, feed-from, feed-to,
                    feed-off-block, feed-airborne, feed-landed,
                    feed-on-block, feed-fuel

           perform validate-one-sector-line
           if feed-line-valid
               perform apply-one-sector
           else
               add 1 to records-rejected
               move spaces to log-line
               string "REJECT " delimited by size
                      feed-line delimited by "  "
                      " ** " delimited by size
                      reject-reason delimited by size
                      into log-line
               write log-line
           end-if
       .

      *> the flight number arrives as its digits only ("117") and
      *> is held zero-filled (0117), as the schedule master keys it.
       validate-one-sector-line section.
           move "Y" to feed-line-ok
           move spaces to reject-reason
           move function upper-case(feed-registration)
               to feed-registration
           move spaces to flight-digits
           move 0 to digit-count
           unstring feed-flight delimited by all space
               into flight-digits count in digit-count
           evaluate true
               when feed-carrier = spaces
                       or feed-carrier(4:) not = spaces
                   move "carrier missing" to reject-reason
                   move "N" to feed-line-ok
               when digit-count = 0 or digit-count > 4
                   move "flight number not 1-4 digits"
                       to reject-reason
                   move "N" to feed-line-ok
               when flight-digits(1:digit-count) is not numeric
                   move "flight number not 1-4 digits"
                       to reject-reason
                   move "N" to feed-line-ok
               when feed-date(1:8) is not numeric
                       or feed-date(9:) not = spaces
                   move "date not YYYYMMDD" to reject-reason
                   move "N" to feed-line-ok
               when feed-from = spaces or feed-to = spaces
                       or feed-from = feed-to
                   move "sector stations missing or the same"
                       to reject-reason
                   move "N" to feed-line-ok
               when feed-fuel = spaces
                   move "fuel burned missing" to reject-reason
                   move "N" to feed-line-ok
           end-evaluate
           if feed-line-valid
               move feed-off-block to check-time
               perform check-one-time
               move feed-airborne to check-time
               perform check-one-time
               move feed-landed to check-time
               perform check-one-time
               move feed-on-block to check-time
               perform check-one-time
           end-if
           if feed-line-valid
               move feed-registration to flt-registration
               read fltfile
                   invalid key
                       move "registration not on the fleet file"
                           to reject-reason
                       move "N" to feed-line-ok
                   not invalid key
                       move flt-type to fleet-type
               end-read
           end-if
       .

       check-one-time section.
           move "Y" to time-ok
           if check-time(1:4) is not numeric
                   or check-time(5:) not = spaces
               move "N" to time-ok
           else
               if check-time(1:2) > "23" or check-time(3:2) > "59"
                   move "N" to time-ok
               end-if
           end-if
           if time-ok = "N"
               move "movement time not HHMM" to reject-reason
               move "N" to feed-line-ok
           end-if
       .

       apply-one-sector section.
           move function upper-case(feed-carrier(1:3)) to fln-carrier
           move flight-digits(1:digit-count) to flight-number
           move flight-number to fln-flight
           move feed-date(1:8) to fln-date
           move function upper-case(feed-from(1:4)) to fln-orig
           move function upper-case(feed-to(1:4)) to fln-dest
           move feed-registration(1:10) to fln-registration
           move fleet-type to fln-ac-type
           move feed-off-block(1:4) to fln-off-block
           move feed-airborne(1:4) to fln-airborne
           move feed-landed(1:4) to fln-landed
           move feed-on-block(1:4) to fln-on-block
           compute fln-fuel-kg = function numval(feed-fuel)
           move today-date to fln-load-date

           write fln-rec
               invalid key
                   rewrite fln-rec
                       invalid key
                           display "Unable to apply sector - "
                               fln-fstat
                       not invalid key
                           add 1 to records-changed
                           move "CHANGE" to load-action
                           perform log-sector-action
                   end-rewrite
               not invalid key
                   add 1 to records-added
                   move "ADD   " to load-action
                   perform log-sector-action
           end-write
       .

       log-sector-action section.
           move spaces to log-line
           move load-action to log-line(1:6)
           move fln-carrier to log-line(8:3)
           move fln-flight to log-line(11:4)
           move fln-date to log-line(16:8)
           move fln-orig to log-line(25:4)
           move fln-dest to log-line(30:4)
           move fln-registration to log-line(35:10)
           move fln-ac-type to log-line(46:4)
           write log-line
       .

       open-sector-load-files section.
           move function current-date(1:8) to today-date

           display sectorlog-dat upon environment-name
           accept feedfile-name from environment-value
           open input feedfile
           if feed-fstat-1 not = 0
               display "No sector log to load."
               stop run
           end-if

           display airfleet-dat upon environment-name
           accept fltfile-name from environment-value
           open input fltfile
           if flt-fstat-1 not = 0
               display "Error opening the fleet file - " flt-fstat
               close feedfile
               stop run
           end-if

           display airflown-dat upon environment-name
           accept flnfile-name from environment-value
           open i-o flnfile
           if fln-fstat = "35"
               open output flnfile
               close flnfile
               open i-o flnfile
           end-if

           display sectorloadlog-dat upon environment-name
           accept loadlogfile-name from environment-value
           open output loadlogfile
       .

       close-sector-load-files section.
           close feedfile
           close fltfile
           close flnfile
           close loadlogfile
       .

       end program airflnld.
