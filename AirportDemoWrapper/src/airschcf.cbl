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
      *> airschcf - the schedule's curfew and closure conflicts:
      *> every schedule entry in force on a day from today to
      *> dd_schcfhorizon days ahead (default 60) is walked day by
      *> day - the latest effective revision of each flight, then
      *> its day-of-week switch, as airschd resolves it - and both
      *> movements of each operating day are tested.  The departure
      *> is at the origin on the day itself; the arrival's local
      *> date at the destination comes through both airports' utc
      *> offsets and their dst-region rules for the day, the same
      *> resolution airschd applies, so a late departure that lands
      *> after midnight is tested against the next day.  A movement
      *> inside an active curfew, or on a date the airport is closed
      *> outright by a NOTAM, is reported; runway-only closures are
      *> left to the landability checks.  The report, on
      *> dd_schcfrpt, is grouped by carrier and flight number with
      *> the conflicting dates listed under each.  Runnable as an
      *> airchain step.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airschcf.

       select schfile assign schfile-name
           organization indexed
           record key is sch-key with no duplicates
           file status is sch-fstat
           access sequential.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-name with duplicates
           alternate record key is f-country with duplicates
           file status is fstat
           access dynamic.

       select dstfile assign dstfile-name
           organization indexed
           record key is dst-key with no duplicates
           file status is dst-fstat
           access dynamic.

       select crffile assign crffile-name
           organization indexed
           record key is crf-key with no duplicates
           file status is crf-fstat
           access dynamic.

       select clsfile assign clsfile-name
           organization indexed
           record key is cls-key with no duplicates
           file status is cls-fstat
           access dynamic.

       select sortfile assign "sortwk"
           organization sequential.

       select reportfile assign reportfile-name
           organization line sequential
           file status is report-fstat.

       data division.
       fd  schfile.
       01  sch-rec.
       copy "airsch.cpy" replacing ==(prefix)== by ==sch==.

       fd  airfile.
       01  f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd  dstfile.
       01  dst-rec.
       copy "airdst.cpy" replacing ==(prefix)== by ==dst==.

       fd  crffile.
       01  crf-rec.
       copy "aircrf.cpy" replacing ==(prefix)== by ==crf==.

       fd  clsfile.
       01  cls-rec.
       copy "aircls.cpy" replacing ==(prefix)== by ==cls==.

       sd  sortfile.
       01  sort-rec.
           03  sort-carrier       pic x(3).
           03  sort-flight        pic x(4).
           03  sort-date          pic x(8).
           03  sort-movement      pic x(3).
           03  sort-airport       pic x(4).
           03  sort-time          pic 9(4).
           03  sort-orig          pic x(4).
           03  sort-dest          pic x(4).
           03  sort-detail        pic x(40).

       fd  reportfile.
       01  report-line            pic x(100).

       working-storage section.
       01  schfile-name           pic x(256).
       78  airsched-dat                  value "dd_airsched".
       01  airfile-name           pic x(256).
       78  airport-dat                   value "dd_airports".
       01  dstfile-name           pic x(256).
       78  airdst-dat                    value "dd_airdst".
       01  crffile-name           pic x(256).
       78  aircurfews-dat                value "dd_aircurfews".
       01  clsfile-name           pic x(256).
       78  airclosures-dat               value "dd_airclosures".
       01  reportfile-name        pic x(256).
       78  schcfrpt-dat                  value "dd_schcfrpt".

       01  sch-fstat.
           03  sch-fstat-1        pic 9.
           03  sch-fstat-2        pic 9.
       01  fstat.
           03  fstat-1            pic 9.
           03  fstat-2            pic 9.
       01  dst-fstat.
           03  dst-fstat-1        pic 9.
           03  dst-fstat-2        pic 9.
       01  crf-fstat.
           03  crf-fstat-1        pic 9.
           03  crf-fstat-2        pic 9.
       01  cls-fstat.
           03  cls-fstat-1        pic 9.
           03  cls-fstat-2        pic 9.
       01  report-fstat.
           03  report-fstat-1     pic 9.
           03  report-fstat-2     pic 9.

       01  horizon-days           pic 9(3) value 60.
       01  horizon-token          pic x(10).
       78  schcfhorizon-dat              value "dd_schcfhorizon".

       01  today-date             pic x(8).
       01  horizon-date           pic x(8).
       01  today-int              pic 9(7).
       01  horizon-int            pic 9(7).
       01  date-integer           pic 9(7).
       01  date-n                 pic 9(8).

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".
       01  at-end-of-sort         pic x value "N".
           88  no-more-sorted              value "Y".

      *> the dated revisions of the flight group being read, held
      *> until the group ends so each day can pick its own.
       78  max-revisions                 value 20.
       01  group-key              pic x(15).
       01  revision-count         pic 9(2) value 0.
       01  revision-table.
           03  revision-entry     occurs max-revisions.
               05  rv-sch             pic x(50).
       01  rev-idx                pic 9(2).
       01  rev-chosen             pic 9(2).
       01  held-sch.
       copy "airsch.cpy" replacing ==(prefix)== by ==held==.

      *> the operating day being tested and the movement on it.
       01  op-date                pic x(8).
       01  op-day                 pic 9.
       01  move-date              pic x(8).
       01  move-day               pic 9.
       01  move-date-int          pic 9(7).
       01  move-airport           pic x(4).
       01  move-time              pic 9(4).
       01  move-kind              pic x(3).

      *> offset resolution work fields - the same shape airschd's
      *> resolve-airport-offset and apply-seasonal-rule use.
       01  offset-lookup-code     pic x(4).
       01  offset-found           pic 9.
       01  offset-result-min      pic s9(5) comp.
       01  dst-lookup-region      pic x(8).
       01  lookup-date            pic x(8).
       01  leg-orig-offset        pic s9(5) comp.
       01  leg-dest-offset        pic s9(5) comp.
       01  dep-minutes            pic s9(5) comp.
       01  arr-minutes            pic s9(5) comp.
       01  elapsed-raw            pic s9(6) comp.
       01  arrival-local          pic s9(6) comp.
       01  arrival-day-shift      pic s9 comp.

       01  curfew-hit             pic 9.
       01  curfew-day             pic 9.
       01  curfew-from            pic 9(4).
       01  curfew-until           pic 9(4).

      *> the control-break fields for the flight being printed.
       01  group-carrier          pic x(3).
       01  group-flight           pic x(4).
       01  group-open             pic 9 value 0.
       01  group-conflicts        pic 9(5).
       01  conflicts-ed           pic zzzz9.

       01  entries-read           pic 9(7) value 0.
       01  movements-tested       pic 9(7) value 0.
       01  conflicts-found        pic 9(7) value 0.
       01  flights-affected       pic 9(5) value 0.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-conflict-files
           if return-code = 0
               sort sortfile
                   on ascending key sort-carrier sort-flight
                                    sort-date sort-movement
                   input procedure is collect-schedule-conflicts
                   output procedure is write-conflict-report
               display "Schedule conflict check complete - "
                       entries-read " entr(ies) read, "
                       movements-tested " movement(s) tested, "
                       conflicts-found " conflict(s) on "
                       flights-affected " flight(s)."
               perform close-conflict-files
               move schcfrpt-dat to rp-report-dd
               perform file-report
               move 0 to return-code
           end-if
           goback
       .

      *> one pass over the schedule: a flight group (one carrier/
      *> flight on one leg) arrives with its revisions together in
      *> key order, and is walked across the horizon when it ends.
       collect-schedule-conflicts section.
           move spaces to group-key
           move 0 to revision-count
           move "N" to at-end-of-file
           perform until no-more-records
               read schfile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       add 1 to entries-read
                       if sch-key(1:15) not = group-key
                           perform walk-flight-group
                           move sch-key(1:15) to group-key
                           move 0 to revision-count
                       end-if
                       if sch-eff-date <= horizon-date
                               and sch-disc-date >= today-date
                               and revision-count < max-revisions
                           add 1 to revision-count
                           move sch-rec to rv-sch(revision-count)
                       end-if
               end-read
           end-perform
           perform walk-flight-group
       .

      *> the revision in force on each day is the latest effective
      *> one covering it, and only that one faces the day filter.
       walk-flight-group section.
           if revision-count > 0
               perform varying date-integer from today-int by 1
                       until date-integer > horizon-int
                   compute date-n =
                       function date-of-integer(date-integer)
                   move date-n to op-date
                   compute op-day =
                       function mod(date-integer - 1, 7) + 1
                   move 0 to rev-chosen
                   perform varying rev-idx from 1 by 1
                           until rev-idx > revision-count
                       move rv-sch(rev-idx) to held-sch
                       if held-eff-date <= op-date
                               and held-disc-date >= op-date
                           move rev-idx to rev-chosen
                       end-if
                   end-perform
                   if rev-chosen > 0
                       move rv-sch(rev-chosen) to held-sch
                       if held-days(op-day:1) = "Y"
                           perform test-operating-day
                       end-if
                   end-if
               end-perform
           end-if
       .

       test-operating-day section.
           move "DEP" to move-kind
           move held-orig to move-airport
           move held-dep-time to move-time
           move op-date to move-date
           move date-integer to move-date-int
           perform test-one-movement

           perform find-arrival-date
           move "ARR" to move-kind
           move held-dest to move-airport
           move held-arr-time to move-time
           perform test-one-movement
       .

      *> the arrival's local date: departure local minutes back to
      *> utc, plus the elapsed time worked out as airschd's
      *> compute-leg-elapsed does, forward into the destination's
      *> offset - whole days over or under give the date shift.
       find-arrival-date section.
           move op-date to lookup-date
           move held-orig to offset-lookup-code
           perform resolve-airport-offset
           move offset-result-min to leg-orig-offset
           move held-dest to offset-lookup-code
           perform resolve-airport-offset
           move offset-result-min to leg-dest-offset

           compute dep-minutes =
               function integer-part(held-dep-time / 100) * 60
               + function mod(held-dep-time, 100)
           compute arr-minutes =
               function integer-part(held-arr-time / 100) * 60
               + function mod(held-arr-time, 100)
           compute elapsed-raw =
               (arr-minutes - leg-dest-offset)
               - (dep-minutes - leg-orig-offset)
           compute elapsed-raw = function mod(elapsed-raw, 1440)
           if elapsed-raw <= 0
               add 1440 to elapsed-raw
           end-if

           compute arrival-local = dep-minutes - leg-orig-offset
               + elapsed-raw + leg-dest-offset
           move 0 to arrival-day-shift
           perform until arrival-local >= 0
               add 1440 to arrival-local
               subtract 1 from arrival-day-shift
           end-perform
           perform until arrival-local < 1440
               subtract 1440 from arrival-local
               add 1 to arrival-day-shift
           end-perform
           compute move-date-int = date-integer + arrival-day-shift
           compute date-n = function date-of-integer(move-date-int)
           move date-n to move-date
       .

       test-one-movement section.
           add 1 to movements-tested
           compute move-day = function mod(move-date-int - 1, 7) + 1
           perform check-movement-curfew
           if curfew-hit = 1
               move spaces to sort-detail
               string "inside curfew " delimited by size
                      curfew-from delimited by size
                      "-" delimited by size
                      curfew-until delimited by size
                      " local" delimited by size
                      into sort-detail
               perform release-conflict
           end-if
           perform check-movement-closure
       .

      *> the same window test aircode's test-one-curfew makes: a
      *> window that wraps past midnight belongs, after midnight,
      *> to the night that started the day before.
       check-movement-curfew section.
           move 0 to curfew-hit
           move move-airport to crf-code
           move 0 to crf-seq
           start crffile key >= crf-key
               invalid key
                   continue
               not invalid key
                   read crffile next record
                   perform until crf-code not = move-airport
                           or curfew-hit = 1
                       perform test-one-curfew
                       read crffile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
       .

       test-one-curfew section.
           move move-day to curfew-day
           if crf-eff-date <= move-date
                   and crf-end-date >= move-date
               if crf-start-time <= crf-end-time
                   if crf-days(curfew-day:1) = "Y"
                           and move-time >= crf-start-time
                           and move-time <= crf-end-time
                       move 1 to curfew-hit
                   end-if
               else
                   if crf-days(curfew-day:1) = "Y"
                           and move-time >= crf-start-time
                       move 1 to curfew-hit
                   end-if
                   if move-time <= crf-end-time
                       if curfew-day = 1
                           move 7 to curfew-day
                       else
                           subtract 1 from curfew-day
                       end-if
                       if crf-days(curfew-day:1) = "Y"
                           move 1 to curfew-hit
                       end-if
                   end-if
               end-if
               if curfew-hit = 1
                   move crf-start-time to curfew-from
                   move crf-end-time to curfew-until
               end-if
           end-if
       .

      *> whole-airport closures only - a runway closure still leaves
      *> the airport open to the movement.
       check-movement-closure section.
           move move-airport to cls-code
           move 0 to cls-seq
           start clsfile key >= cls-key
               invalid key
                   continue
               not invalid key
                   read clsfile next record
                   perform until cls-code not = move-airport
                       if cls-rwy-seq = 0
                               and cls-start-date <= move-date
                               and cls-end-date >= move-date
                           move spaces to sort-detail
                           string "airport closed - " delimited by size
                                  cls-reason delimited by size
                                  into sort-detail
                           perform release-conflict
                       end-if
                       read clsfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
       .

       release-conflict section.
           add 1 to conflicts-found
           move held-carrier to sort-carrier
           move held-flight to sort-flight
           move move-date to sort-date
           move move-kind to sort-movement
           move move-airport to sort-airport
           move move-time to sort-time
           move held-orig to sort-orig
           move held-dest to sort-dest
           release sort-rec
       .

      *> the airport's static offset resolved through its dst-region
      *> rules for the lookup date - an unknown airport resolves to
      *> a zero offset, as it does in airschd.
       resolve-airport-offset section.
           move 0 to offset-found
           move 0 to offset-result-min
           move offset-lookup-code to f-code
           read airfile key is f-code
               invalid key
                   continue
               not invalid key
                   move 1 to offset-found
           end-read
           if offset-found = 1
               compute offset-result-min =
                   f-utc-offset-hours * 60 + f-utc-offset-mins
               if f-utc-offset-sign = "-"
                   multiply -1 by offset-result-min
               end-if
               move f-dst-region to dst-lookup-region
               perform apply-seasonal-rule
           end-if
       .

       apply-seasonal-rule section.
           if dst-lookup-region not = spaces
               move dst-lookup-region to dst-region
               move low-values to dst-start-date
               start dstfile key >= dst-key
                   invalid key
                       continue
                   not invalid key
                       read dstfile next record
                       perform until dst-region
                               not = dst-lookup-region
                           if dst-start-date <= lookup-date
                                   and dst-end-date >= lookup-date
                               if dst-delta-sign = "-"
                                   subtract dst-delta-mins
                                       from offset-result-min
                               else
                                   add dst-delta-mins
                                       to offset-result-min
                               end-if
                               exit perform
                           end-if
                           read dstfile next record
                           at end
                               exit perform
                           end-read
                       end-perform
               end-start
           end-if
       .

       write-conflict-report section.
           move spaces to report-line
           string "Schedule conflicts with curfews and closures "
                      delimited by size
                  today-date delimited by size
                  " - " delimited by size
                  horizon-date delimited by size
                  into report-line
           write report-line
           perform until no-more-sorted
               return sortfile
                   at end
                       move "Y" to at-end-of-sort
                   not at end
                       perform print-one-conflict
               end-return
           end-perform
           perform close-flight-group
           move spaces to report-line
           write report-line
           move spaces to report-line
           if conflicts-found = 0
               move "No scheduled movement conflicts in the horizon."
                   to report-line
           else
               move conflicts-found to conflicts-ed
               string "Conflicts " delimited by size
                      conflicts-ed delimited by size
                      " on " delimited by size
                      flights-affected delimited by size
                      " flight(s)" delimited by size
                      into report-line
           end-if
           write report-line
       .

       print-one-conflict section.
           if group-open = 1
                   and (sort-carrier not = group-carrier
                       or sort-flight not = group-flight)
               perform close-flight-group
           end-if
           if group-open = 0
               move 1 to group-open
               move sort-carrier to group-carrier
               move sort-flight to group-flight
               move 0 to group-conflicts
               add 1 to flights-affected
               move spaces to report-line
               write report-line
               move spaces to report-line
               string sort-carrier delimited by space
                      sort-flight delimited by size
                      into report-line
               write report-line
           end-if
           add 1 to group-conflicts
           move spaces to report-line
           string "    " delimited by size
                  sort-date delimited by size
                  "  " delimited by size
                  sort-orig delimited by size
                  "-" delimited by size
                  sort-dest delimited by size
                  "  " delimited by size
                  sort-movement delimited by size
                  " " delimited by size
                  sort-airport delimited by size
                  " " delimited by size
                  sort-time delimited by size
                  "  " delimited by size
                  sort-detail delimited by size
                  into report-line
           write report-line
       .

       close-flight-group section.
           if group-open = 1
               move group-conflicts to conflicts-ed
               move spaces to report-line
               string "    " delimited by size
                      conflicts-ed delimited by size
                      " conflicting movement(s)" delimited by size
                      into report-line
               write report-line
               move 0 to group-open
           end-if
       .

       open-conflict-files section.
           move 0 to return-code
           display schcfhorizon-dat upon environment-name
           accept horizon-token from environment-value
           if horizon-token not = spaces
               compute horizon-days = function numval(horizon-token)
           end-if
           move function current-date(1:8) to today-date
           compute today-int = function integer-of-date(
               function numval(today-date))
           compute horizon-int = today-int + horizon-days
           compute date-n = function date-of-integer(horizon-int)
           move date-n to horizon-date

           display airsched-dat upon environment-name
           accept schfile-name from environment-value
           open input schfile
           if sch-fstat-1 not = 0
               display "Error opening schedule master data"
               move 8 to return-code
           end-if

           if return-code = 0
               display airport-dat upon environment-name
               accept airfile-name from environment-value
               open input airfile
               if fstat-1 not = 0
                   display "Error opening airport master data"
                   close schfile
                   move 8 to return-code
               end-if
           end-if

           if return-code = 0
               display airdst-dat upon environment-name
               accept dstfile-name from environment-value
               open input dstfile
               if dst-fstat-1 not = 0
                   open output dstfile
                   close dstfile
                   open input dstfile
               end-if

               display aircurfews-dat upon environment-name
               accept crffile-name from environment-value
               open input crffile
               if crf-fstat-1 not = 0
                   open output crffile
                   close crffile
                   open input crffile
               end-if

               display airclosures-dat upon environment-name
               accept clsfile-name from environment-value
               open input clsfile
               if cls-fstat-1 not = 0
                   open output clsfile
                   close clsfile
                   open input clsfile
               end-if

               display schcfrpt-dat upon environment-name
               accept reportfile-name from environment-value
               open output reportfile
           end-if
       .

       close-conflict-files section.
           close schfile
           close airfile
           close dstfile
           close crffile
           close clsfile
           close reportfile
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRSCHCF" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airschcf.
