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
      *> airalt - the dispatch alternates run: for every flight on
      *> the schedule master operating on dd_altdate (YYYYMMDD,
      *> default today) it proposes up to three destination
      *> alternates and prints them on the dispatch sheet
      *> (dd_altsheet) for the office to confirm.  Candidates are
      *> the airports within dd_altradius km (default 400) of the
      *> destination, nearest first, and each one must be:
      *>   - not closed on the operating date, whatever the type -
      *>     the nearby search leaves out every airport with a
      *>     whole-airport closure in force that day;
      *>   - landable by the flight's planned aircraft type on that
      *>     date, runway closures included (a flight with no type
      *>     planned, or an unprofiled type, is not checked for
      *>     runway length);
      *>   - outside any curfew at the estimated arrival there - the
      *>     scheduled arrival at the destination plus the diversion
      *>     flight at the type's cruise speed, in local time;
      *>   - at or above the alternate minima in dd_altminima
      *>     ("ceiling/visibility", feet and metres, default
      *>     400/1500) when a current observation exists.
      *> The revision of each flight in force on the date is the
      *> latest effective one, the same rule airschd applies, and
      *> it must operate on that day of the week.  A leg where no
      *> candidate qualifies is flagged on the sheet and counted.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airalt.

       select schfile assign schfile-name
           organization indexed
           record key is sch-key with no duplicates
           file status is sch-fstat
           access sequential.

       select wxfile assign wxfile-name
           organization indexed
           record key is wx-code with no duplicates
           file status is wx-fstat
           access dynamic.

       select sheetfile assign sheetfile-name
           organization line sequential
           file status is sheet-fstat.

       data division.
       fd  schfile.
       01  sch-rec.
       copy "airsch.cpy" replacing ==(prefix)== by ==sch==.

       fd  wxfile.
       01  wx-rec.
       copy "airwx.cpy" replacing ==(prefix)== by ==wx==.

       fd  sheetfile.
       01  sheet-line             pic x(100).

       working-storage section.
       01  schfile-name           pic x(256).
       78  airsched-dat                  value "dd_airsched".
       01  wxfile-name            pic x(256).
       78  airwx-dat                     value "dd_airwx".
       01  sheetfile-name         pic x(256).
       78  altsheet-dat                  value "dd_altsheet".

       01  sch-fstat.
           03  sch-fstat-1        pic 9.
           03  sch-fstat-2        pic 9.
       01  wx-fstat.
           03  wx-fstat-1         pic 9.
           03  wx-fstat-2         pic 9.
       01  sheet-fstat.
           03  sheet-fstat-1      pic 9.
           03  sheet-fstat-2      pic 9.

       78  altdate-dat                   value "dd_altdate".
       78  altradius-dat                 value "dd_altradius".
       78  altminima-dat                 value "dd_altminima".
       01  parm-token             pic x(20).
       01  ceil-token             pic x(10).
       01  vis-token              pic x(10).

       01  operating-date         pic x(8).
       01  operating-day          pic 9.
       01  date-integer           pic 9(7).
       01  diversion-radius       pic 9(5) value 400.
       01  minima-ceiling         pic 9(5) value 400.
       01  minima-visibility      pic 9(5) value 1500.
       01  weather-open           pic x value "N".
           88  weather-available           value "Y".

       01  day-names-table.
           03  filler             pic x(3) value "Mon".
           03  filler             pic x(3) value "Tue".
           03  filler             pic x(3) value "Wed".
           03  filler             pic x(3) value "Thu".
           03  filler             pic x(3) value "Fri".
           03  filler             pic x(3) value "Sat".
           03  filler             pic x(3) value "Sun".
       01  day-names              redefines day-names-table.
           03  day-name           pic x(3) occurs 7.

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".

      *> the revision in force for the flight group being read -
      *> a group is one carrier/flight on one leg, its dated
      *> revisions arriving together in key order.
       01  group-key              pic x(15).
       01  held-flag              pic x value "N".
           88  revision-held               value "Y".
       01  held-sch.
       copy "airsch.cpy" replacing ==(prefix)== by ==held==.

      *> the nearby answer is copied out before the per-candidate
      *> calls overwrite the shared result array.
       78  max-candidates                value 25.
       01  candidate-count        pic 9(2).
       01  candidate-table.
           03  candidate-entry    occurs max-candidates.
               05  cand-code          pic x(4).
               05  cand-km            pic 9(5).
       01  cand-idx               pic 9(2).
       01  cand-code-token        pic x(4).
       01  cand-km-token          pic x(8).

       78  max-alternates                value 3.
       01  alternates-found       pic 9.
       01  candidate-ok           pic x.
           88  candidate-qualifies         value "Y".
       01  candidate-eta          pic 9(4).
       01  wx-note                pic x(30).
       01  obs-visibility         pic 9(5).
       01  verdict-hits           pic 9(2).

       01  type-shown             pic x(11).
       01  km-ed                  pic zzzz9.
       01  count-ed               pic z9.
       01  ceil-ed                pic zzzz9.
       01  vis-ed                 pic zzzz9.

       01  legs-dispatched        pic 9(5) value 0.
       01  legs-without-alt       pic 9(5) value 0.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       local-storage section.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==ls==.
       01 ls-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==ap==.

       procedure division.
       main section.
           perform read-dispatch-parameters
           perform open-dispatch-files
           if sch-fstat-1 not = 0
               display "No schedule master - nothing to dispatch."
           else
               set open-file to true
               perform call-aircode-program
               perform write-sheet-heading
               perform walk-schedule
               perform write-sheet-footing
               set close-file to true
               perform call-aircode-program
           end-if
           perform close-dispatch-files
           display "Dispatch alternates complete - " legs-dispatched
                   " leg(s) operating, " legs-without-alt
                   " with no alternate."
           move altsheet-dat to rp-report-dd
           perform file-report
           stop run
       .

       walk-schedule section.
           move spaces to group-key
           perform until no-more-records
               read schfile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if sch-key(1:15) not = group-key
                           perform release-held-revision
                           move sch-key(1:15) to group-key
                       end-if
                       if sch-eff-date <= operating-date
                               and sch-disc-date >= operating-date
                           move sch-rec to held-sch
                           move "Y" to held-flag
                       end-if
               end-read
           end-perform
           perform release-held-revision
       .

      *> the latest revision in force is the one held when the
      *> group ends - it alone faces the day-of-week test.
       release-held-revision section.
           if revision-held
               if held-days(operating-day:1) = "Y"
                   perform dispatch-one-leg
               end-if
           end-if
           move "N" to held-flag
       .

       dispatch-one-leg section.
           add 1 to legs-dispatched
           move held-ac-type to type-shown
           if held-ac-type = spaces
               move "not planned" to type-shown
           end-if
           move spaces to sheet-line
           write sheet-line
           string held-carrier delimited by size
                  " " delimited by size
                  held-flight delimited by size
                  "  " delimited by size
                  held-orig delimited by size
                  " " delimited by size
                  held-dep-time delimited by size
                  " -> " delimited by size
                  held-dest delimited by size
                  " " delimited by size
                  held-arr-time delimited by size
                  "  type " delimited by size
                  type-shown delimited by size
                  into sheet-line
           write sheet-line

           perform collect-candidates
           move 0 to alternates-found
           perform varying cand-idx from 1 by 1
                   until cand-idx > candidate-count
                       or alternates-found >= max-alternates
               perform check-one-candidate
               if candidate-qualifies
                   add 1 to alternates-found
                   perform write-alternate-line
               end-if
           end-perform

           if alternates-found = 0
               add 1 to legs-without-alt
               move spaces to sheet-line
               move candidate-count to count-ed
               string "    *** NO ALTERNATE QUALIFIES - "
                          delimited by size
                      count-ed delimited by size
                      " candidate(s) within range" delimited by size
                      into sheet-line
               write sheet-line
           end-if
       .

      *> the airports around the destination, nearest first, with
      *> the whole-airport closures in force on the operating date
      *> already left out.
       collect-candidates section.
           move 0 to candidate-count
           move held-dest to ls-airport1
           move diversion-radius to ls-radius-km
           move operating-date to ls-travel-date
           move spaces to ls-matched-codes-array
           set get-nearby to true
           perform call-aircode-program
           perform varying cand-idx from 1 by 1
                   until cand-idx > max-candidates
               if ls-matched-codes(cand-idx) not = spaces
                   move spaces to cand-code-token cand-km-token
                   unstring ls-matched-codes(cand-idx)
                       delimited by all space
                       into cand-code-token cand-km-token
                   add 1 to candidate-count
                   move cand-code-token
                       to cand-code(candidate-count)
                   compute cand-km(candidate-count) =
                       function numval(cand-km-token)
               end-if
           end-perform
       .

       check-one-candidate section.
           move "Y" to candidate-ok
           if held-ac-type not = spaces
               perform check-candidate-landable
           end-if
           if candidate-qualifies
               perform check-candidate-curfew
           end-if
           if candidate-qualifies
               perform check-candidate-weather
           end-if
       .

      *> an unprofiled type gets a "no runway profile" answer - the
      *> landability check stands aside for it, as it does on the
      *> quote, and only a NOT USABLE verdict rejects.
       check-candidate-landable section.
           move cand-code(cand-idx) to ls-airport1
           move held-ac-type to ls-aircraft-type
           move operating-date to ls-travel-date
           set get-landable to true
           perform call-aircode-program
           if return-code not = 0
               move 0 to verdict-hits
               inspect ls-matched-codes(1)
                   tallying verdict-hits for all "NOT USABLE"
               if verdict-hits > 0
                   move "N" to candidate-ok
               end-if
           end-if
       .

      *> the diversion starts at the destination at the scheduled
      *> arrival; aircode answers 4 when the arrival at the
      *> candidate falls inside one of its curfews.
       check-candidate-curfew section.
           move held-dest to ls-airport1
           move cand-code(cand-idx) to ls-airport2
           move held-arr-time to ls-departure-time
           move operating-date to ls-travel-date
           move held-ac-type to ls-aircraft-type
           set get-arrival-time to true
           perform call-aircode-program
           if return-code not = 0
               move "N" to candidate-ok
           else
               move ls-arrival-time to candidate-eta
           end-if
           move spaces to ls-airport2
       .

      *> no observation on file is no objection - only a reported
      *> ceiling or visibility under the minima rejects.
       check-candidate-weather section.
           move "no observation" to wx-note
           if weather-available
               move cand-code(cand-idx) to wx-code
               read wxfile
                   invalid key
                       continue
                   not invalid key
                       perform test-candidate-minima
               end-read
           end-if
       .

       test-candidate-minima section.
           if wx-visibility(1:4) is numeric
               move wx-visibility(1:4) to obs-visibility
           else
               move 9999 to obs-visibility
           end-if
           if wx-ceiling-ft < minima-ceiling
                   or obs-visibility < minima-visibility
               move "N" to candidate-ok
           else
               move spaces to wx-note
               if wx-ceiling-ft = 99999
                   string "wx " delimited by size
                          wx-obs-time(9:4) delimited by size
                          "Z no ceiling vis " delimited by size
                          obs-visibility delimited by size
                          into wx-note
               else
                   string "wx " delimited by size
                          wx-obs-time(9:4) delimited by size
                          "Z ceil " delimited by size
                          wx-ceiling-ft delimited by size
                          " vis " delimited by size
                          obs-visibility delimited by size
                          into wx-note
               end-if
           end-if
       .

       write-alternate-line section.
           move spaces to sheet-line
           move cand-km(cand-idx) to km-ed
           string "    ALT " delimited by size
                  alternates-found delimited by size
                  "  " delimited by size
                  cand-code(cand-idx) delimited by size
                  " " delimited by size
                  km-ed delimited by size
                  " km  ETA " delimited by size
                  candidate-eta delimited by size
                  " local  " delimited by size
                  wx-note delimited by size
                  into sheet-line
           write sheet-line
       .

       write-sheet-heading section.
           move spaces to sheet-line
           string "Dispatch alternates for " delimited by size
                  operating-date delimited by size
                  " (" delimited by size
                  day-name(operating-day) delimited by size
                  ")" delimited by size
                  into sheet-line
           write sheet-line
           move spaces to sheet-line
           move diversion-radius to km-ed
           move minima-ceiling to ceil-ed
           move minima-visibility to vis-ed
           string "Within " delimited by size
                  km-ed delimited by size
                  " km of the destination, minima ceiling "
                      delimited by size
                  ceil-ed delimited by size
                  " ft / visibility " delimited by size
                  vis-ed delimited by size
                  " m" delimited by size
                  into sheet-line
           write sheet-line
       .

       write-sheet-footing section.
           move spaces to sheet-line
           write sheet-line
           move spaces to sheet-line
           string "Legs operating " delimited by size
                  legs-dispatched delimited by size
                  ", with no alternate " delimited by size
                  legs-without-alt delimited by size
                  into sheet-line
           write sheet-line
       .

       read-dispatch-parameters section.
           display altdate-dat upon environment-name
           accept parm-token from environment-value
           if parm-token(1:8) is numeric
               move parm-token(1:8) to operating-date
           else
               move function current-date(1:8) to operating-date
           end-if
           compute date-integer = function integer-of-date(
               function numval(operating-date))
           compute operating-day =
               function mod(date-integer - 1, 7) + 1

           display altradius-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               compute diversion-radius = function numval(parm-token)
           end-if

           display altminima-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               move spaces to ceil-token vis-token
               unstring parm-token delimited by "/"
                   into ceil-token vis-token
               compute minima-ceiling = function numval(ceil-token)
               if vis-token not = spaces
                   compute minima-visibility =
                       function numval(vis-token)
               end-if
           end-if
       .

       open-dispatch-files section.
           display airsched-dat upon environment-name
           accept schfile-name from environment-value
           open input schfile

           display airwx-dat upon environment-name
           accept wxfile-name from environment-value
           open input wxfile
           if wx-fstat-1 = 0
               move "Y" to weather-open
           end-if

           display altsheet-dat upon environment-name
           accept sheetfile-name from environment-value
           open output sheetfile
       .

       close-dispatch-files section.
           if sch-fstat-1 = 0
               close schfile
           end-if
           if weather-available
               close wxfile
           end-if
           close sheetfile
       .

       call-aircode-program section.
           call "aircode" using
                           by value ls-function
                           by value ls-airport1
                           by value ls-airport2
                           by value ls-prefix-text
                           by reference ls-rec
                           by reference ls-distance-result
                           by reference ls-matched-codes-array
                           by value ls-radius-km
                           by value ls-location-text
                           by value ls-departure-time
                           by reference ls-arrival-time
                           by value ls-min-lat
                           by value ls-max-lat
                           by value ls-min-long
                           by value ls-max-long
                           by value ls-min-rwy-length
                           by value ls-rwy-lighted-only
                           by reference ls-runway-count
                           by reference ls-runway-list
                           by value ls-asof-date
                           by value ls-travel-date
                           by value ls-aircraft-type
                           by value ls-max-elevation
                           by value ls-rwy-surface
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRALT" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airalt.
