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
      *> airttbl - the station timetable off the schedule master, in
      *> the printed form that goes to the outstations and the CSV
      *> the website publishes.  dd_ttairport names the station (all
      *> stations when blank) and dd_ttfrom / dd_ttto the validity
      *> period (default today and 90 days on).  Each station gets a
      *> departures section and an arrivals section in local time:
      *> flight, the other airport and its name, the days of
      *> operation, the times and the dates the entry runs.  A
      *> dated revision ends the one before it, the way airschd
      *> resolves the entry in force, and each entry is cut to the
      *> period asked for.  The scheduled times are each airport's
      *> local time as filed on the entry's effective date; the
      *> departure slot holds through a daylight-saving change, but
      *> where either airport's offset moves and the other's does
      *> not, the arrival's local time moves with it - so the entry
      *> is split at the change, with the arrival worked through both
      *> airports' utc offsets and dst-region rules the way airschd
      *> does, and each side printed with its own times.  An arrival
      *> on a later (or earlier) local day is marked +1 (-1).  The
      *> listing goes to dd_ttrpt with airlist's page headings and
      *> run-parameters box, and the CSV to dd_ttcsv.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airttbl.

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

       select sortfile assign "sortwk"
           organization sequential.

       select reportfile assign reportfile-name
           organization line sequential
           file status is report-fstat.

       select csvfile assign csvfile-name
           organization line sequential
           file status is csv-fstat.

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

       sd  sortfile.
       01  sort-rec.
           03  sort-station       pic x(4).
           03  sort-section       pic 9.
           03  sort-time          pic 9(4).
           03  sort-carrier       pic x(3).
           03  sort-flight        pic x(4).
           03  sort-eff-date      pic x(8).
           03  sort-disc-date     pic x(8).
           03  sort-other         pic x(4).
           03  sort-dep-time      pic 9(4).
           03  sort-arr-time      pic 9(4).
           03  sort-arr-shift     pic x(2).
           03  sort-days          pic x(7).

       fd  reportfile.
       01  report-line            pic x(110).

       fd  csvfile.
       01  csv-line               pic x(150).

       working-storage section.
       01  schfile-name           pic x(256).
       78  airsched-dat                  value "dd_airsched".
       01  airfile-name           pic x(256).
       78  airport-dat                   value "dd_airports".
       01  dstfile-name           pic x(256).
       78  airdst-dat                    value "dd_airdst".
       01  reportfile-name        pic x(256).
       78  ttrpt-dat                     value "dd_ttrpt".
       01  csvfile-name           pic x(256).
       78  ttcsv-dat                     value "dd_ttcsv".
       78  ttairport-dat                 value "dd_ttairport".
       78  ttfrom-dat                    value "dd_ttfrom".
       78  ttto-dat                      value "dd_ttto".

       01  sch-fstat.
           03  sch-fstat-1        pic 9.
           03  sch-fstat-2        pic 9.
       01  fstat.
           03  fstat-1            pic 9.
           03  fstat-2            pic 9.
       01  dst-fstat.
           03  dst-fstat-1        pic 9.
           03  dst-fstat-2        pic 9.
       01  report-fstat.
           03  report-fstat-1     pic 9.
           03  report-fstat-2     pic 9.
       01  csv-fstat.
           03  csv-fstat-1        pic 9.
           03  csv-fstat-2        pic 9.

       01  station-filter         pic x(4).
       01  period-from            pic x(8).
       01  period-to              pic x(8).
       01  parm-token             pic x(20).
       01  date-integer           pic 9(7).
       01  date-n                 pic 9(8).

       01  run-date-stamp         pic x(8).
       01  run-time-stamp         pic x(6).

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".
       01  at-end-of-sort         pic x value "N".
           88  no-more-sorted              value "Y".

      *> the dated revisions of the flight group being read - each
      *> runs until the next one takes over.
       78  max-revisions                 value 20.
       01  group-key              pic x(15).
       01  revision-count         pic 9(2) value 0.
       01  revision-table.
           03  revision-entry     occurs max-revisions.
               05  rv-sch             pic x(50).
       01  rev-idx                pic 9(2).
       01  held-sch.
       copy "airsch.cpy" replacing ==(prefix)== by ==held==.
       01  next-sch.
       copy "airsch.cpy" replacing ==(prefix)== by ==next==.

       01  window-start           pic x(8).
       01  window-end             pic x(8).

      *> the daylight-saving changes at either end inside the window,
      *> each the first day under the new offset.
       78  max-boundaries                value 20.
       01  boundary-count         pic 9(2).
       01  boundary-table.
           03  boundary-date      pic x(8) occurs max-boundaries.
       01  boundary-idx           pic 9(2).
       01  boundary-work          pic x(8).
       01  boundary-slot          pic 9(2).
       01  boundary-region        pic x(8).
       01  orig-region            pic x(8).
       01  dest-region            pic x(8).

       01  segment-start          pic x(8).
       01  segment-end            pic x(8).
       01  pending-open           pic 9.
       01  pending-start          pic x(8).
       01  pending-end            pic x(8).
       01  pending-arr-time       pic 9(4).
       01  pending-arr-shift      pic x(2).

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
       01  block-minutes          pic s9(6) comp.
       01  arrival-local          pic s9(6) comp.
       01  arrival-day-shift      pic s9 comp.
       01  arrival-hours          pic 9(2).
       01  arrival-mins           pic 9(2).
       01  arrival-hhmm           pic 9(4).
       01  arrival-shift          pic x(2).

      *> the report side - airlist's page shape.
       01  page-number            pic 9(4) value 0.
       01  lines-on-page          pic 9(2) value 99.
       78  lines-per-page                value 55.
       01  current-station        pic x(4).
       01  current-section        pic 9.
       01  station-count          pic 9(5) value 0.
       01  stations-listed        pic 9(5) value 0.
       01  grand-total            pic 9(7) value 0.
       01  count-edited           pic zzzzzz9.
       01  other-name             pic x(30).
       01  days-shown             pic x(7).
       01  csv-pointer            pic 9(3).
       01  day-idx                pic 9.

       01  detail-line.
           03  dl-carrier         pic x(3).
           03  dl-flight          pic x(4).
           03  filler             pic xx   value spaces.
           03  dl-other           pic x(4).
           03  filler             pic x    value space.
           03  dl-other-name      pic x(30).
           03  filler             pic xx   value spaces.
           03  dl-days            pic x(7).
           03  filler             pic xx   value spaces.
           03  dl-dep-time        pic 9(4).
           03  filler             pic xx   value spaces.
           03  dl-arr-time        pic 9(4).
           03  dl-arr-shift       pic x(2).
           03  filler             pic xx   value spaces.
           03  dl-eff-date        pic x(8).
           03  filler             pic xx   value spaces.
           03  dl-disc-date       pic x(8).

       01  heading-line.
           03  filler             pic x(10) value "TIMETABLE".
           03  hl-station         pic x(4).
           03  filler             pic x     value space.
           03  hl-station-name    pic x(30).
           03  filler             pic x(5)  value "RUN ".
           03  hl-run-date        pic x(8).
           03  filler             pic x(2)  value spaces.
           03  hl-run-time        pic x(6).
           03  filler             pic x(7)  value "  PAGE ".
           03  hl-page            pic zzz9.

       01  column-line.
           03  filler             pic x(9)  value "FLIGHT".
           03  hl-other-heading   pic x(37).
           03  filler             pic x(9)  value "DAYS".
           03  filler             pic x(6)  value "DEP".
           03  filler             pic x(8)  value "ARR".
           03  filler             pic x(10) value "EFFECTIVE".
           03  filler             pic x(8)  value "DISCONT".

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-timetable-files
           perform write-run-parameters-box
           sort sortfile
               on ascending key sort-station sort-section sort-time
                                sort-carrier sort-flight
                                sort-eff-date
               input procedure is collect-timetable-entries
               output procedure is print-timetable
           display "Timetable complete - " grand-total
                   " entr(ies) for " stations-listed
                   " station(s) over " page-number " page(s)."
           perform close-timetable-files
           move ttrpt-dat to rp-report-dd
           perform file-report
           goback
       .

      *> one pass over the schedule: a flight group (one carrier/
      *> flight on one leg) arrives with its revisions together in
      *> effective-date order.
       collect-timetable-entries section.
           move spaces to group-key
           move 0 to revision-count
           move "N" to at-end-of-file
           perform until no-more-records
               read schfile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if sch-key(1:15) not = group-key
                           perform print-flight-group
                           move sch-key(1:15) to group-key
                           move 0 to revision-count
                       end-if
                       if (station-filter = spaces
                               or sch-orig = station-filter
                               or sch-dest = station-filter)
                               and revision-count < max-revisions
                           add 1 to revision-count
                           move sch-rec to rv-sch(revision-count)
                       end-if
               end-read
           end-perform
           perform print-flight-group
       .

      *> a revision runs from its effective date to its discontinue
      *> date or the day before the next revision takes effect,
      *> whichever comes first, cut to the period asked for.
       print-flight-group section.
           perform varying rev-idx from 1 by 1
                   until rev-idx > revision-count
               move rv-sch(rev-idx) to held-sch
               move held-eff-date to window-start
               move held-disc-date to window-end
               if rev-idx < revision-count
                   move rv-sch(rev-idx + 1) to next-sch
                   compute date-integer = function integer-of-date(
                       function numval(next-eff-date)) - 1
                   compute date-n =
                       function date-of-integer(date-integer)
                   if date-n < window-end
                       move date-n to window-end
                   end-if
               end-if
               if window-start < period-from
                   move period-from to window-start
               end-if
               if window-end > period-to
                   move period-to to window-end
               end-if
               if window-start <= window-end
                   perform split-at-season-changes
               end-if
           end-perform
       .

      *> the block time as filed - the elapsed time through both
      *> offsets on the entry's effective date - is carried across
      *> the window; each stretch between offset changes gets the
      *> arrival that block time gives under its own offsets, and
      *> stretches that come out the same print as one.
       split-at-season-changes section.
           move held-eff-date to lookup-date
           perform resolve-leg-offsets
           compute dep-minutes =
               function integer-part(held-dep-time / 100) * 60
               + function mod(held-dep-time, 100)
           compute arr-minutes =
               function integer-part(held-arr-time / 100) * 60
               + function mod(held-arr-time, 100)
           compute block-minutes =
               (arr-minutes - leg-dest-offset)
               - (dep-minutes - leg-orig-offset)
           compute block-minutes = function mod(block-minutes, 1440)
           if block-minutes <= 0
               add 1440 to block-minutes
           end-if

           move 0 to boundary-count
           move held-orig to offset-lookup-code
           perform find-airport-region
           move dst-lookup-region to orig-region
           move held-dest to offset-lookup-code
           perform find-airport-region
           move dst-lookup-region to dest-region
           move orig-region to boundary-region
           perform collect-region-boundaries
           if dest-region not = orig-region
               move dest-region to boundary-region
               perform collect-region-boundaries
           end-if

           move 0 to pending-open
           move window-start to segment-start
           perform varying boundary-idx from 1 by 1
                   until boundary-idx > boundary-count
               compute date-integer = function integer-of-date(
                   function numval(boundary-date(boundary-idx))) - 1
               compute date-n = function date-of-integer(date-integer)
               move date-n to segment-end
               perform price-one-segment
               move boundary-date(boundary-idx) to segment-start
           end-perform
           move window-end to segment-end
           perform price-one-segment
           perform release-pending-entry
       .

       price-one-segment section.
           move segment-start to lookup-date
           perform resolve-leg-offsets
           compute arrival-local = dep-minutes - leg-orig-offset
               + block-minutes + leg-dest-offset
           move 0 to arrival-day-shift
           perform until arrival-local >= 0
               add 1440 to arrival-local
               subtract 1 from arrival-day-shift
           end-perform
           perform until arrival-local < 1440
               subtract 1440 from arrival-local
               add 1 to arrival-day-shift
           end-perform
           divide arrival-local by 60 giving arrival-hours
               remainder arrival-mins
           compute arrival-hhmm = arrival-hours * 100 + arrival-mins
           evaluate arrival-day-shift
               when 0
                   move spaces to arrival-shift
               when 1
                   move "+1" to arrival-shift
               when 2
                   move "+2" to arrival-shift
               when other
                   move "-1" to arrival-shift
           end-evaluate
           if pending-open = 1
                   and arrival-hhmm = pending-arr-time
                   and arrival-shift = pending-arr-shift
               move segment-end to pending-end
           else
               perform release-pending-entry
               move 1 to pending-open
               move segment-start to pending-start
               move segment-end to pending-end
               move arrival-hhmm to pending-arr-time
               move arrival-shift to pending-arr-shift
           end-if
       .

      *> the departures line goes to the origin's timetable and the
      *> arrivals line to the destination's.
       release-pending-entry section.
           if pending-open = 1
               move held-carrier to sort-carrier
               move held-flight to sort-flight
               move pending-start to sort-eff-date
               move pending-end to sort-disc-date
               move held-dep-time to sort-dep-time
               move pending-arr-time to sort-arr-time
               move pending-arr-shift to sort-arr-shift
               move held-days to sort-days
               if station-filter = spaces
                       or held-orig = station-filter
                   move held-orig to sort-station
                   move 1 to sort-section
                   move held-dep-time to sort-time
                   move held-dest to sort-other
                   release sort-rec
               end-if
               if station-filter = spaces
                       or held-dest = station-filter
                   move held-dest to sort-station
                   move 2 to sort-section
                   move pending-arr-time to sort-time
                   move held-orig to sort-other
                   release sort-rec
               end-if
               move 0 to pending-open
           end-if
       .

      *> every season start, and the day after every season end, of
      *> the region that falls inside the window - kept in date
      *> order without repeats.
       collect-region-boundaries section.
           if boundary-region not = spaces
               move boundary-region to dst-region
               move low-values to dst-start-date
               start dstfile key >= dst-key
                   invalid key
                       continue
                   not invalid key
                       read dstfile next record
                       perform until dst-region not = boundary-region
                           move dst-start-date to boundary-work
                           perform add-boundary
                           compute date-integer =
                               function integer-of-date(
                                   function numval(dst-end-date)) + 1
                           compute date-n =
                               function date-of-integer(date-integer)
                           move date-n to boundary-work
                           perform add-boundary
                           read dstfile next record
                           at end
                               exit perform
                           end-read
                       end-perform
               end-start
           end-if
       .

       add-boundary section.
           if boundary-work > window-start
                   and boundary-work <= window-end
                   and boundary-count < max-boundaries
               move 0 to boundary-slot
               perform varying boundary-idx from 1 by 1
                       until boundary-idx > boundary-count
                   if boundary-date(boundary-idx) = boundary-work
                       move 99 to boundary-slot
                   end-if
               end-perform
               if boundary-slot = 0
                   add 1 to boundary-count
                   move boundary-count to boundary-idx
                   perform until boundary-idx = 1
                       if boundary-date(boundary-idx - 1)
                               > boundary-work
                           move boundary-date(boundary-idx - 1)
                               to boundary-date(boundary-idx)
                           subtract 1 from boundary-idx
                       else
                           exit perform
                       end-if
                   end-perform
                   move boundary-work to boundary-date(boundary-idx)
               end-if
           end-if
       .

       resolve-leg-offsets section.
           move held-orig to offset-lookup-code
           perform resolve-airport-offset
           move offset-result-min to leg-orig-offset
           move held-dest to offset-lookup-code
           perform resolve-airport-offset
           move offset-result-min to leg-dest-offset
       .

       find-airport-region section.
           move spaces to dst-lookup-region
           move offset-lookup-code to f-code
           read airfile key is f-code
               invalid key
                   continue
               not invalid key
                   move f-dst-region to dst-lookup-region
           end-read
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

       print-timetable section.
           move spaces to current-station
           move 0 to current-section
           perform until no-more-sorted
               return sortfile
                   at end
                       move "Y" to at-end-of-sort
                   not at end
                       perform print-one-entry
               end-return
           end-perform
           if current-station not = spaces
               perform write-station-total
           end-if
           perform write-grand-total
       .

       print-one-entry section.
           if sort-station not = current-station
               if current-station not = spaces
                   perform write-station-total
               end-if
               move sort-station to current-station
               move 0 to current-section
               move 0 to station-count
               add 1 to stations-listed
               move 99 to lines-on-page
           end-if
           if sort-section not = current-section
               perform write-section-heading
           end-if

           move sort-other to offset-lookup-code
           move spaces to other-name
           move offset-lookup-code to f-code
           read airfile key is f-code
               invalid key
                   continue
               not invalid key
                   move f-name to other-name
           end-read
           move "......." to days-shown
           perform varying day-idx from 1 by 1 until day-idx > 7
               if sort-days(day-idx:1) = "Y"
                   move day-idx to days-shown(day-idx:1)
               end-if
           end-perform

           if lines-on-page >= lines-per-page
               perform start-new-page
           end-if
           move sort-carrier to dl-carrier
           move sort-flight to dl-flight
           move sort-other to dl-other
           move other-name to dl-other-name
           move days-shown to dl-days
           move sort-dep-time to dl-dep-time
           move sort-arr-time to dl-arr-time
           move sort-arr-shift to dl-arr-shift
           move sort-eff-date to dl-eff-date
           move sort-disc-date to dl-disc-date
           move detail-line to report-line
           write report-line
           add 1 to lines-on-page
           add 1 to station-count
           add 1 to grand-total
           perform write-csv-row
       .

      *> the section is set only after any page break, so the new
      *> page does not repeat the previous section's column line.
       write-section-heading section.
           move 0 to current-section
           if lines-on-page >= lines-per-page - 4
               perform start-new-page
           end-if
           move sort-section to current-section
           move spaces to report-line
           if current-section = 1
               move "DEPARTURES" to report-line
               move "TO" to hl-other-heading
           else
               move "ARRIVALS" to report-line
               move "FROM" to hl-other-heading
           end-if
           write report-line
           move column-line to report-line
           write report-line
           add 2 to lines-on-page
       .

       write-station-total section.
           if lines-on-page >= lines-per-page
               perform start-new-page
           end-if
           move station-count to count-edited
           move spaces to report-line
           write report-line
           string "  *** " delimited by size
                  current-station delimited by space
                  ": " delimited by size
                  count-edited delimited by size
                  " entr(ies)" delimited by size
                  into report-line
           write report-line
           add 2 to lines-on-page
       .

       write-grand-total section.
           if lines-on-page >= lines-per-page
               perform start-new-page
           end-if
           move grand-total to count-edited
           move spaces to report-line
           write report-line
           string "  **** GRAND TOTAL: " delimited by size
                  count-edited delimited by size
                  " entr(ies)" delimited by size
                  into report-line
           write report-line
       .

      *> a station starts on a fresh page, its name in the heading;
      *> a section running over a page break repeats its columns.
       start-new-page section.
           if page-number > 0
               move spaces to report-line
               move x"0C" to report-line(1:1)
               write report-line
           end-if
           add 1 to page-number
           move page-number to hl-page
           move run-date-stamp to hl-run-date
           move run-time-stamp to hl-run-time
           move current-station to hl-station
           move spaces to hl-station-name
           if current-station not = spaces
               move current-station to f-code
               read airfile key is f-code
                   invalid key
                       continue
                   not invalid key
                       move f-name to hl-station-name
               end-read
           end-if
           move heading-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move 2 to lines-on-page
           if current-section > 0
               move column-line to report-line
               write report-line
               add 1 to lines-on-page
           end-if
       .

      *> names are strung up to their first double space, so the
      *> website gets them without the trailing padding.
       write-csv-row section.
           move spaces to csv-line
           move 1 to csv-pointer
           string sort-station delimited by space
                  "," delimited by size
                  into csv-line with pointer csv-pointer
           if sort-section = 1
               string "DEP," delimited by size
                   into csv-line with pointer csv-pointer
           else
               string "ARR," delimited by size
                   into csv-line with pointer csv-pointer
           end-if
           string sort-carrier delimited by space
                  sort-flight delimited by size
                  "," delimited by size
                  sort-other delimited by space
                  "," delimited by size
                  other-name delimited by "  "
                  "," delimited by size
                  days-shown delimited by size
                  "," delimited by size
                  sort-dep-time delimited by size
                  "," delimited by size
                  sort-arr-time delimited by size
                  sort-arr-shift delimited by space
                  "," delimited by size
                  sort-eff-date delimited by size
                  "," delimited by size
                  sort-disc-date delimited by size
                  into csv-line with pointer csv-pointer
           write csv-line
       .

      *> the run-parameters box, as airlist prints it.
       write-run-parameters-box section.
           perform start-new-page
           move spaces to report-line
           move all "*" to report-line(1:50)
           write report-line
           move spaces to report-line
           if station-filter = spaces
               string "* STATION: (all stations)"
                   delimited by size into report-line
           else
               string "* STATION: " delimited by size
                      station-filter delimited by size
                      into report-line
           end-if
           move "*" to report-line(50:1)
           write report-line
           move spaces to report-line
           string "* PERIOD: " delimited by size
                  period-from delimited by size
                  " - " delimited by size
                  period-to delimited by size
                  into report-line
           move "*" to report-line(50:1)
           write report-line
           move spaces to report-line
           move all "*" to report-line(1:50)
           write report-line
           add 4 to lines-on-page
       .

       open-timetable-files section.
           display airsched-dat upon environment-name
           accept schfile-name from environment-value
           open input schfile
           if sch-fstat-1 not = 0
               display "Error opening schedule master data"
               move 8 to return-code
               goback
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if fstat-1 not = 0
               display "Error opening airport data"
               close schfile
               move 8 to return-code
               goback
           end-if

           display airdst-dat upon environment-name
           accept dstfile-name from environment-value
           open input dstfile
           if dst-fstat-1 not = 0
               open output dstfile
               close dstfile
               open input dstfile
           end-if

           display ttrpt-dat upon environment-name
           accept reportfile-name from environment-value
           open output reportfile

           display ttcsv-dat upon environment-name
           accept csvfile-name from environment-value
           open output csvfile
           move "STATION,SECTION,FLIGHT,OTHER,OTHER NAME,DAYS,DEP,ARR,"
               to csv-line
           move "EFFECTIVE,DISCONTINUED" to csv-line(54:22)
           write csv-line

           display ttairport-dat upon environment-name
           accept station-filter from environment-value
           move function upper-case(station-filter) to station-filter
           if station-filter = "ALL"
               move spaces to station-filter
           end-if

           move function current-date(1:8) to run-date-stamp
           move function current-date(9:6) to run-time-stamp

           display ttfrom-dat upon environment-name
           accept parm-token from environment-value
           if parm-token(1:8) is numeric
               move parm-token(1:8) to period-from
           else
               move run-date-stamp to period-from
           end-if
           display ttto-dat upon environment-name
           accept parm-token from environment-value
           if parm-token(1:8) is numeric
               move parm-token(1:8) to period-to
           else
               compute date-integer = function integer-of-date(
                   function numval(period-from)) + 90
               compute date-n = function date-of-integer(date-integer)
               move date-n to period-to
           end-if
       .

       close-timetable-files section.
           close schfile
           close airfile
           close dstfile
           close reportfile
           close csvfile
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRTTBL" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airttbl.
