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
      *> airclim - the airport climatology report network planning
      *> reads to judge whether a destination is weather-reliable in
      *> a given month.  Every observation held in the weather
      *> history (dd_airwxhist) for the month dd_climmonth (MM,
      *> default last month) is taken, across all the years held,
      *> optionally for the one airport in dd_climairport.  For each
      *> airport a line per UTC hour band (00-05, 06-11, 12-17,
      *> 18-23) shows the number of observations, the percentage
      *> below each ceiling/visibility threshold and the prevailing
      *> wind.  An observation is below a threshold when its ceiling
      *> (feet) or its visibility (metres) is under the limit; CAVOK
      *> or no visibility reported counts as 9999 m and no ceiling
      *> as unlimited.  The thresholds come from dd_climlimits as
      *> "ceiling/visibility" pairs separated by commas, e.g.
      *> "1000/5000,500/1500,200/550" (the default - roughly the
      *> alternate, a typical non-precision and a CAT I minimum).
      *> The prevailing wind is the eighth of the compass most often
      *> reported, or CALM / VRB when those outnumber every sector.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airclim.

       select wxhfile assign wxhfile-name
           organization indexed
           record key is wxh-key with no duplicates
           file status is wxh-fstat
           access dynamic.

       select reportfile assign reportfile-name
           organization line sequential
           file status is report-fstat.

       data division.
       fd  wxhfile.
       01  wxh-rec.
       copy "airwxh.cpy" replacing ==(prefix)== by ==wxh==.

       fd  reportfile.
       01  report-line            pic x(132).

       working-storage section.
       01  wxhfile-name           pic x(256).
       78  airwxhist-dat                 value "dd_airwxhist".
       01  reportfile-name        pic x(256).
       78  climrpt-dat                   value "dd_climrpt".

       01  wxh-fstat.
           03  wxh-fstat-1        pic 9.
           03  wxh-fstat-2        pic 9.
       01  report-fstat.
           03  report-fstat-1     pic 9.
           03  report-fstat-2     pic 9.

       78  climmonth-dat                 value "dd_climmonth".
       78  climairport-dat               value "dd_climairport".
       78  climlimits-dat                value "dd_climlimits".
       01  clim-month             pic 9(2).
       01  month-token            pic x(10).
       01  clim-airport           pic x(4).
       01  limits-token           pic x(80).
       01  now-stamp              pic x(21).

      *> the ceiling/visibility thresholds, each counted separately.
       78  max-thresholds                value 5.
       01  threshold-count        pic 9 value 0.
       01  threshold-table.
           03  threshold-entry    occurs max-thresholds.
               05  threshold-ceil     pic 9(5).
               05  threshold-vis      pic 9(5).
       01  limit-pair             pic x(12).
       01  limit-ceil-token       pic x(6).
       01  limit-vis-token        pic x(6).
       01  limits-ptr             pic 9(3).
       01  limit-idx              pic 9.

      *> the four six-hour UTC bands, each with its observation
      *> count, its count below every threshold and its count per
      *> wind sector - eight compass points, then CALM and VRB.
       78  band-count                    value 4.
       78  sector-count                  value 10.
       01  band-labels-table.
           03  filler             pic x(5) value "00-05".
           03  filler             pic x(5) value "06-11".
           03  filler             pic x(5) value "12-17".
           03  filler             pic x(5) value "18-23".
       01  band-labels            redefines band-labels-table.
           03  band-label         pic x(5) occurs band-count.
       01  sector-names-table.
           03  filler             pic x(4) value "N".
           03  filler             pic x(4) value "NE".
           03  filler             pic x(4) value "E".
           03  filler             pic x(4) value "SE".
           03  filler             pic x(4) value "S".
           03  filler             pic x(4) value "SW".
           03  filler             pic x(4) value "W".
           03  filler             pic x(4) value "NW".
           03  filler             pic x(4) value "CALM".
           03  filler             pic x(4) value "VRB".
       01  sector-names           redefines sector-names-table.
           03  sector-name        pic x(4) occurs sector-count.
       78  calm-sector                   value 9.
       78  vrb-sector                    value 10.

       01  band-totals.
           03  band-entry         occurs band-count.
               05  band-obs           pic 9(7).
               05  band-below         pic 9(7) occurs max-thresholds.
               05  band-sector        pic 9(7) occurs sector-count.

       01  band-idx               pic 9.
       01  sector-idx             pic 9(2).
       01  best-sector            pic 9(2).
       01  obs-hour               pic 9(2).
       01  obs-ceiling            pic 9(5).
       01  obs-vis                pic 9(5).
       01  obs-wind-dir           pic 9(3).
       01  current-airport        pic x(4).

       01  first-year             pic x(4) value spaces.
       01  last-year              pic x(4) value spaces.

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".

       01  line-ptr               pic 9(3).
       01  obs-ed                 pic z(6)9.
       01  pct-ed                 pic zz9.9.
       01  limit-ed               pic z(4)9.
       01  percent-value          pic 9(3)v9.

       01  observations-taken     pic 9(7) value 0.
       01  airports-reported      pic 9(5) value 0.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-climate-files
           perform read-climate-parameters
           if wxh-fstat-1 not = 0
               display "No weather history - nothing to report."
           else
               perform write-report-heading
               perform walk-weather-history
               if current-airport not = spaces
                   perform write-airport-lines
               end-if
               perform write-report-footing
               close wxhfile
           end-if
           close reportfile
           display "Climatology report complete - "
                   observations-taken " observation(s) for "
                   airports-reported " airport(s)."
           move climrpt-dat to rp-report-dd
           perform file-report
           stop run
       .

       walk-weather-history section.
           move spaces to current-airport
           move clim-airport to wxh-code
           move low-values to wxh-obs-time
           start wxhfile key >= wxh-key
               invalid key
                   move "Y" to at-end-of-file
               not invalid key
                   read wxhfile next record
                       at end
                           move "Y" to at-end-of-file
                   end-read
           end-start
           perform until no-more-records
               if clim-airport not = spaces
                       and wxh-code not = clim-airport
                   move "Y" to at-end-of-file
               else
                   if wxh-obs-time(5:2) = clim-month
                           and wxh-obs-time(9:2) is numeric
                       perform take-one-observation
                   end-if
                   read wxhfile next record
                       at end
                           move "Y" to at-end-of-file
                   end-read
               end-if
           end-perform
       .

      *> the history is in airport then time order, so a change of
      *> code closes off the previous airport's lines.
       take-one-observation section.
           if wxh-code not = current-airport
               if current-airport not = spaces
                   perform write-airport-lines
               end-if
               move wxh-code to current-airport
               initialize band-totals
           end-if
           add 1 to observations-taken
           if first-year = spaces or wxh-obs-time(1:4) < first-year
               move wxh-obs-time(1:4) to first-year
           end-if
           if wxh-obs-time(1:4) > last-year
               move wxh-obs-time(1:4) to last-year
           end-if

           move wxh-obs-time(9:2) to obs-hour
           compute band-idx = obs-hour / 6 + 1
           if band-idx > band-count
               move band-count to band-idx
           end-if
           add 1 to band-obs(band-idx)

           move wxh-ceiling-ft to obs-ceiling
           if wxh-visibility(1:4) is numeric
               move wxh-visibility(1:4) to obs-vis
           else
               move 9999 to obs-vis
           end-if
           perform varying limit-idx from 1 by 1
                   until limit-idx > threshold-count
               if obs-ceiling < threshold-ceil(limit-idx)
                       or obs-vis < threshold-vis(limit-idx)
                   add 1 to band-below(band-idx limit-idx)
               end-if
           end-perform

           evaluate true
               when wxh-wind-dir = "VRB"
                   move vrb-sector to sector-idx
               when wxh-wind-speed = 0
                       or wxh-wind-dir is not numeric
                   move calm-sector to sector-idx
               when other
                   move wxh-wind-dir to obs-wind-dir
                   compute sector-idx = (obs-wind-dir + 22) / 45 + 1
                   if sector-idx > 8
                       move 1 to sector-idx
                   end-if
           end-evaluate
           add 1 to band-sector(band-idx sector-idx)
       .

       write-airport-lines section.
           add 1 to airports-reported
           perform varying band-idx from 1 by 1
                   until band-idx > band-count
               perform write-band-line
           end-perform
       .

       write-band-line section.
           move spaces to report-line
           move 1 to line-ptr
           move band-obs(band-idx) to obs-ed
           string current-airport delimited by size
                  "  " delimited by size
                  band-label(band-idx) delimited by size
                  "Z " delimited by size
                  obs-ed delimited by size
                  into report-line
                  with pointer line-ptr
           if band-obs(band-idx) = 0
               string "  no observations" delimited by size
                      into report-line
                      with pointer line-ptr
           else
               perform varying limit-idx from 1 by 1
                       until limit-idx > threshold-count
                   compute percent-value rounded =
                       band-below(band-idx limit-idx) * 100
                       / band-obs(band-idx)
                   move percent-value to pct-ed
                   string "  " delimited by size
                          pct-ed delimited by size
                          "%" delimited by size
                          into report-line
                          with pointer line-ptr
               end-perform
               perform find-prevailing-wind
               compute percent-value rounded =
                   band-sector(band-idx best-sector) * 100
                   / band-obs(band-idx)
               move percent-value to pct-ed
               string "  " delimited by size
                      sector-name(best-sector) delimited by size
                      pct-ed delimited by size
                      "%" delimited by size
                      into report-line
                      with pointer line-ptr
           end-if
           write report-line
       .

       find-prevailing-wind section.
           move 1 to best-sector
           perform varying sector-idx from 2 by 1
                   until sector-idx > sector-count
               if band-sector(band-idx sector-idx)
                       > band-sector(band-idx best-sector)
                   move sector-idx to best-sector
               end-if
           end-perform
       .

      *> the heading names the month, then a legend line per
      *> threshold so the percentage columns can stay narrow.
       write-report-heading section.
           move spaces to report-line
           string "Airport climatology for month " delimited by size
                  clim-month delimited by size
                  " - all years held" delimited by size
                  into report-line
           write report-line
           perform varying limit-idx from 1 by 1
                   until limit-idx > threshold-count
               move spaces to report-line
               move 1 to line-ptr
               string "  T" delimited by size
                      limit-idx delimited by size
                      " - ceiling below " delimited by size
                      into report-line
                      with pointer line-ptr
               move threshold-ceil(limit-idx) to limit-ed
               string function trim(limit-ed) delimited by size
                      " ft or visibility below " delimited by size
                      into report-line
                      with pointer line-ptr
               move threshold-vis(limit-idx) to limit-ed
               string function trim(limit-ed) delimited by size
                      " m" delimited by size
                      into report-line
                      with pointer line-ptr
               write report-line
           end-perform
           move spaces to report-line
           move 1 to line-ptr
           string "Code  Band       Obs" delimited by size
                  into report-line
                  with pointer line-ptr
           perform varying limit-idx from 1 by 1
                   until limit-idx > threshold-count
               string "      T" delimited by size
                      limit-idx delimited by size
                      into report-line
                      with pointer line-ptr
           end-perform
           string "  Prevailing wind" delimited by size
                  into report-line
                  with pointer line-ptr
           write report-line
       .

       write-report-footing section.
           move spaces to report-line
           if first-year = spaces
               string "No observations held for month "
                          delimited by size
                      clim-month delimited by size
                      into report-line
           else
               string "Years covered " delimited by size
                      first-year delimited by size
                      " to " delimited by size
                      last-year delimited by size
                      into report-line
           end-if
           write report-line
       .

       read-climate-parameters section.
           move function current-date to now-stamp
           display climmonth-dat upon environment-name
           accept month-token from environment-value
           if month-token not = spaces
               compute clim-month = function numval(month-token)
           else
               compute clim-month = function numval(now-stamp(5:2))
                   - 1
               if clim-month = 0
                   move 12 to clim-month
               end-if
           end-if

           display climairport-dat upon environment-name
           accept clim-airport from environment-value
           move function upper-case(clim-airport) to clim-airport

           display climlimits-dat upon environment-name
           accept limits-token from environment-value
           if limits-token = spaces
               move "1000/5000,500/1500,200/550" to limits-token
           end-if
           move 0 to threshold-count
           move 1 to limits-ptr
           perform until limits-ptr > length of limits-token
                   or threshold-count = max-thresholds
               move spaces to limit-pair
               unstring limits-token delimited by ","
                   into limit-pair
                   with pointer limits-ptr
               if limit-pair not = spaces
                   move spaces to limit-ceil-token limit-vis-token
                   unstring limit-pair delimited by "/"
                       into limit-ceil-token limit-vis-token
                   add 1 to threshold-count
                   compute threshold-ceil(threshold-count) =
                       function numval(limit-ceil-token)
                   compute threshold-vis(threshold-count) =
                       function numval(limit-vis-token)
               end-if
           end-perform
       .

       open-climate-files section.
           display airwxhist-dat upon environment-name
           accept wxhfile-name from environment-value
           open input wxhfile

           display climrpt-dat upon environment-name
           accept reportfile-name from environment-value
           open output reportfile
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRCLIM" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airclim.
