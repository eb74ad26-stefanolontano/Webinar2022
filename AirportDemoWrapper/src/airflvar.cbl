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
      *> airflvar - the month's planned-against-actual variance off
      *> the flown-sector file (airflnld loads it): every sector
      *> flown in the month named by dd_varmonth (YYYYMM, default
      *> last month) is set against the schedule entry in force for
      *> the flight that day - its block time through both airports'
      *> utc offsets and dst-region rules, as airschd works it - and
      *> against aircode's estimate for the leg with the type that
      *> flew it.  By city pair and type the report shows the
      *> average actual block time against the scheduled and the
      *> estimated one, and the average fuel burned against the
      *> estimate.  Per type it then sets each sector's airborne
      *> time against the estimated flight time - the speed the
      *> profile's cruise figure implies - and each sector's burn
      *> per block hour against the profile's burn rate.  A profile
      *> is flagged when, over at least dd_varminsec sectors
      *> (default 5), the figure is off on average by more than
      *> dd_varpct per cent (default 10) and more than half the
      *> sectors are off past it the same way - the evidence the
      *> type file gets corrected on.  The report goes to dd_varrpt.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airflvar.

       select flnfile assign flnfile-name
           organization indexed
           record key is fln-key with no duplicates
           file status is fln-fstat
           access sequential.

       select schfile assign schfile-name
           organization indexed
           record key is sch-key with no duplicates
           file status is sch-fstat
           access dynamic.

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

       data division.
       fd  flnfile.
       01  fln-rec.
       copy "airfln.cpy" replacing ==(prefix)== by ==fln==.

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
           03  sort-orig          pic x(4).
           03  sort-dest          pic x(4).
           03  sort-type          pic x(4).
           03  sort-act-block     pic 9(4).
           03  sort-act-fuel      pic 9(6).
           03  sort-sched-found   pic x.
           03  sort-sched-block   pic 9(4).
           03  sort-est-found     pic x.
           03  sort-est-block     pic 9(4).
           03  sort-est-fuel      pic 9(6).

       fd  reportfile.
       01  report-line            pic x(132).

       working-storage section.
       01  flnfile-name           pic x(256).
       78  airflown-dat                  value "dd_airflown".
       01  schfile-name           pic x(256).
       78  airsched-dat                  value "dd_airsched".
       01  airfile-name           pic x(256).
       78  airport-dat                   value "dd_airports".
       01  dstfile-name           pic x(256).
       78  airdst-dat                    value "dd_airdst".
       01  reportfile-name        pic x(256).
       78  varrpt-dat                    value "dd_varrpt".
       78  varmonth-dat                  value "dd_varmonth".
       78  varpct-dat                    value "dd_varpct".
       78  varminsec-dat                 value "dd_varminsec".

       01  fln-fstat.
           03  fln-fstat-1        pic 9.
           03  fln-fstat-2        pic 9.
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

       01  parm-token             pic x(20).
       01  now-stamp              pic x(21).
       01  variance-month         pic x(6).
       01  variance-month-n       pic 9(6).
       01  threshold-pct          pic 9(3) value 10.
       01  min-sectors            pic 9(3) value 5.

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".
       01  at-end-of-sort         pic x value "N".
           88  no-more-sorted              value "Y".

      *> the sector in hand.
       01  act-block-min          pic s9(5) comp.
       01  act-air-min            pic s9(5) comp.
       01  est-min                pic 9(4).
       01  est-fuel               pic 9(6).
       01  sched-eff-found        pic x(8).
       01  sched-dep-time         pic 9(4).
       01  sched-arr-time         pic 9(4).
       01  speed-dev-pct          comp-2.
       01  burn-dev-pct           comp-2.

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

      *> the profile check per aircraft type.
       78  max-types                     value 50.
       01  type-count             pic 9(2) value 0.
       01  type-table.
           03  type-entry         occurs max-types.
               05  ty-code            pic x(4).
               05  ty-sectors         pic 9(5).
               05  ty-speed-sum       comp-2.
               05  ty-speed-over      pic 9(5).
               05  ty-speed-under     pic 9(5).
               05  ty-burn-sum        comp-2.
               05  ty-burn-over       pic 9(5).
               05  ty-burn-under      pic 9(5).
       01  type-idx               pic 9(2).
       01  average-pct            comp-2.
       01  flag-text              pic x(30).

      *> the control-break accumulators for the pair/type group.
       01  group-orig             pic x(4).
       01  group-dest             pic x(4).
       01  group-type             pic x(4).
       01  group-open             pic 9 value 0.
       01  group-sectors          pic 9(5).
       01  group-act-block        pic 9(9).
       01  group-act-fuel         pic 9(11).
       01  group-sched-count      pic 9(5).
       01  group-sched-block      pic 9(9).
       01  group-sched-act        pic 9(9).
       01  group-est-count        pic 9(5).
       01  group-est-block        pic 9(9).
       01  group-est-fuel         pic 9(11).
       01  group-est-act-block    pic 9(9).
       01  group-est-act-fuel     pic 9(11).

       01  sectors-read           pic 9(7) value 0.
       01  sectors-in-month       pic 9(7) value 0.
       01  sectors-unscheduled    pic 9(7) value 0.

       01  sectors-ed             pic zzzz9.
       01  minutes-ed             pic zzz9.
       01  fuel-ed                pic zzz,zz9.
       01  pct-ed                 pic ---9.9.
       01  threshold-ed           pic zz9.
       01  minimum-ed             pic zz9.
       01  average-work           pic 9(9).

       copy "airparams.cpy" replacing ==(ap-prefix)== by ==ls==.
       01 ls-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==ap==.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform read-variance-parameters
           perform open-variance-files
           set open-file to true
           perform call-aircode-program
           sort sortfile
               on ascending key sort-orig sort-dest sort-type
               input procedure is collect-month-sectors
               output procedure is write-variance-report
           set close-file to true
           perform call-aircode-program
           display "Sector variance complete - " sectors-in-month
                   " sector(s) in " variance-month ", "
                   sectors-unscheduled " not on the schedule, "
                   type-count " type(s) checked."
           perform close-variance-files
           move varrpt-dat to rp-report-dd
           perform file-report
           stop run
       .

       collect-month-sectors section.
           move "N" to at-end-of-file
           perform until no-more-records
               read flnfile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       add 1 to sectors-read
                       if fln-date(1:6) = variance-month
                           perform measure-one-sector
                       end-if
               end-read
           end-perform
       .

      *> the times are UTC, so the plain differences are real
      *> durations - a later time earlier on the clock is past
      *> midnight.
       measure-one-sector section.
           add 1 to sectors-in-month
           compute act-block-min =
               function integer-part(fln-on-block / 100) * 60
               + function mod(fln-on-block, 100)
               - function integer-part(fln-off-block / 100) * 60
               - function mod(fln-off-block, 100)
           if act-block-min < 0
               add 1440 to act-block-min
           end-if
           compute act-air-min =
               function integer-part(fln-landed / 100) * 60
               + function mod(fln-landed, 100)
               - function integer-part(fln-airborne / 100) * 60
               - function mod(fln-airborne, 100)
           if act-air-min < 0
               add 1440 to act-air-min
           end-if

           move fln-orig to sort-orig
           move fln-dest to sort-dest
           move fln-ac-type to sort-type
           move act-block-min to sort-act-block
           move fln-fuel-kg to sort-act-fuel

           perform find-scheduled-block
           perform find-profile-estimate
           if sort-est-found = "Y"
                   and act-air-min > 0 and act-block-min > 0
               perform check-type-profile
           end-if
           release sort-rec
       .

      *> the revision in force on the day is the latest effective
      *> entry for the flight on the sector that covers it.
       find-scheduled-block section.
           move "N" to sort-sched-found
           move 0 to sort-sched-block
           move low-values to sched-eff-found
           move fln-orig to sch-orig
           move fln-dest to sch-dest
           move fln-carrier to sch-carrier
           move fln-flight to sch-flight
           move low-values to sch-eff-date
           start schfile key >= sch-key
               invalid key
                   continue
               not invalid key
                   read schfile next record
                   perform until sch-orig not = fln-orig
                           or sch-dest not = fln-dest
                           or sch-carrier not = fln-carrier
                           or sch-flight not = fln-flight
                       if sch-eff-date <= fln-date
                               and sch-disc-date >= fln-date
                               and sch-eff-date > sched-eff-found
                           move sch-eff-date to sched-eff-found
                           move sch-dep-time to sched-dep-time
                           move sch-arr-time to sched-arr-time
                           move "Y" to sort-sched-found
                       end-if
                       read schfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
           if sort-sched-found = "Y"
               perform compute-scheduled-elapsed
           else
               add 1 to sectors-unscheduled
           end-if
       .

       compute-scheduled-elapsed section.
           move fln-date to lookup-date
           move fln-orig to offset-lookup-code
           perform resolve-airport-offset
           move offset-result-min to leg-orig-offset
           move fln-dest to offset-lookup-code
           perform resolve-airport-offset
           move offset-result-min to leg-dest-offset
           compute dep-minutes =
               function integer-part(sched-dep-time / 100) * 60
               + function mod(sched-dep-time, 100)
           compute arr-minutes =
               function integer-part(sched-arr-time / 100) * 60
               + function mod(sched-arr-time, 100)
           compute elapsed-raw =
               (arr-minutes - leg-dest-offset)
               - (dep-minutes - leg-orig-offset)
           compute elapsed-raw = function mod(elapsed-raw, 1440)
           if elapsed-raw <= 0
               add 1440 to elapsed-raw
           end-if
           move elapsed-raw to sort-sched-block
       .

      *> aircode's estimate for the leg with the type that flew it -
      *> an unprofiled type gives no fuel figure and no estimate.
       find-profile-estimate section.
           move "N" to sort-est-found
           move 0 to sort-est-block
           move 0 to sort-est-fuel
           move fln-orig to ls-airport1
           move fln-dest to ls-airport2
           move fln-ac-type to ls-aircraft-type
           set get-distance to true
           perform call-aircode-program
           if return-code = 0 and fuel-kg-raw > 0
               compute est-min = function numval(flight-time-min)
               compute est-fuel rounded = fuel-kg-raw
               if est-min > 0
                   move "Y" to sort-est-found
                   move est-min to sort-est-block
                   move est-fuel to sort-est-fuel
               end-if
           end-if
       .

      *> the speed the sector flew against the profile's cruise is
      *> the estimated flight time over the airborne time; its burn
      *> per block hour against the profile's is the actual fuel
      *> rate over the estimated one.
       check-type-profile section.
           perform varying type-idx from 1 by 1
                   until type-idx > type-count
                       or ty-code(type-idx) = fln-ac-type
               continue
           end-perform
           if type-idx > type-count
               if type-count < max-types
                   add 1 to type-count
                   move type-count to type-idx
                   move fln-ac-type to ty-code(type-idx)
                   move 0 to ty-sectors(type-idx)
                   move 0 to ty-speed-sum(type-idx)
                   move 0 to ty-speed-over(type-idx)
                   move 0 to ty-speed-under(type-idx)
                   move 0 to ty-burn-sum(type-idx)
                   move 0 to ty-burn-over(type-idx)
                   move 0 to ty-burn-under(type-idx)
               else
                   move 0 to type-idx
               end-if
           end-if
           if type-idx > 0
               compute speed-dev-pct =
                   (est-min / act-air-min - 1) * 100
               compute burn-dev-pct =
                   ((fln-fuel-kg / act-block-min)
                       / (est-fuel / est-min) - 1) * 100
               add 1 to ty-sectors(type-idx)
               add speed-dev-pct to ty-speed-sum(type-idx)
               add burn-dev-pct to ty-burn-sum(type-idx)
               if speed-dev-pct > threshold-pct
                   add 1 to ty-speed-over(type-idx)
               end-if
               if speed-dev-pct < 0 - threshold-pct
                   add 1 to ty-speed-under(type-idx)
               end-if
               if burn-dev-pct > threshold-pct
                   add 1 to ty-burn-over(type-idx)
               end-if
               if burn-dev-pct < 0 - threshold-pct
                   add 1 to ty-burn-under(type-idx)
               end-if
           end-if
       .

       write-variance-report section.
           move spaces to report-line
           string "Planned against actual sector variance for "
                      delimited by size
                  variance-month delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "Pair" to report-line(1:4)
           move "Type" to report-line(12:4)
           move "Sectors" to report-line(18:7)
           move "Block" to report-line(28:5)
           move "Sched" to report-line(35:5)
           move "Var%" to report-line(43:4)
           move "Est" to report-line(51:3)
           move "Var%" to report-line(57:4)
           move "Fuel kg" to report-line(64:7)
           move "Est kg" to report-line(74:6)
           move "Var%" to report-line(83:4)
           write report-line
           perform until no-more-sorted
               return sortfile
                   at end
                       move "Y" to at-end-of-sort
                   not at end
                       perform aggregate-one-sector
               end-return
           end-perform
           perform close-pair-group
           perform write-profile-check
       .

       aggregate-one-sector section.
           if group-open = 1
                   and (sort-orig not = group-orig
                       or sort-dest not = group-dest
                       or sort-type not = group-type)
               perform close-pair-group
           end-if
           if group-open = 0
               move 1 to group-open
               move sort-orig to group-orig
               move sort-dest to group-dest
               move sort-type to group-type
               initialize group-sectors group-act-block
                          group-act-fuel group-sched-count
                          group-sched-block group-sched-act
                          group-est-count group-est-block
                          group-est-fuel group-est-act-block
                          group-est-act-fuel
           end-if
           add 1 to group-sectors
           add sort-act-block to group-act-block
           add sort-act-fuel to group-act-fuel
           if sort-sched-found = "Y"
               add 1 to group-sched-count
               add sort-sched-block to group-sched-block
               add sort-act-block to group-sched-act
           end-if
           if sort-est-found = "Y"
               add 1 to group-est-count
               add sort-est-block to group-est-block
               add sort-est-fuel to group-est-fuel
               add sort-act-block to group-est-act-block
               add sort-act-fuel to group-est-act-fuel
           end-if
       .

      *> averages over the sectors each comparison covers - the
      *> variance against the schedule only counts sectors the
      *> schedule had, and against the estimate only those with one.
       close-pair-group section.
           if group-open = 1
               move spaces to report-line
               string group-orig delimited by space
                      "-" delimited by size
                      group-dest delimited by space
                      into report-line
               move group-type to report-line(12:4)
               move group-sectors to sectors-ed
               move sectors-ed to report-line(20:5)
               compute average-work rounded =
                   group-act-block / group-sectors
               move average-work to minutes-ed
               move minutes-ed to report-line(29:4)
               if group-sched-count > 0
                   compute average-work rounded =
                       group-sched-block / group-sched-count
                   move average-work to minutes-ed
                   move minutes-ed to report-line(36:4)
                   compute average-pct rounded =
                       (group-sched-act / group-sched-block - 1) * 100
                   move average-pct to pct-ed
                   move pct-ed to report-line(41:6)
               else
                   move "-" to report-line(39:1)
               end-if
               if group-est-count > 0
                   compute average-work rounded =
                       group-est-block / group-est-count
                   move average-work to minutes-ed
                   move minutes-ed to report-line(50:4)
                   compute average-pct rounded =
                       (group-est-act-block / group-est-block - 1)
                       * 100
                   move average-pct to pct-ed
                   move pct-ed to report-line(55:6)
               else
                   move "-" to report-line(53:1)
               end-if
               compute average-work rounded =
                   group-act-fuel / group-sectors
               move average-work to fuel-ed
               move fuel-ed to report-line(64:7)
               if group-est-count > 0
                   compute average-work rounded =
                       group-est-fuel / group-est-count
                   move average-work to fuel-ed
                   move fuel-ed to report-line(73:7)
                   if group-est-fuel > 0
                       compute average-pct rounded =
                           (group-est-act-fuel / group-est-fuel - 1)
                           * 100
                       move average-pct to pct-ed
                       move pct-ed to report-line(81:6)
                   end-if
               else
                   move "-" to report-line(79:1)
               end-if
               write report-line
               move 0 to group-open
           end-if
       .

       write-profile-check section.
           move threshold-pct to threshold-ed
           move min-sectors to minimum-ed
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Type profile check - flagged when off by more than "
                      delimited by size
                  threshold-ed delimited by size
                  "% over " delimited by size
                  minimum-ed delimited by size
                  " sectors or more" delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "Type" to report-line(1:4)
           move "Sectors" to report-line(7:7)
           move "Speed%" to report-line(16:6)
           move "Fast" to report-line(24:4)
           move "Slow" to report-line(30:4)
           move "Burn%" to report-line(37:5)
           move "High" to report-line(44:4)
           move "Low" to report-line(51:3)
           move "Flag" to report-line(56:4)
           write report-line
           if type-count = 0
               move "No sectors flown by a profiled type." to
                   report-line
               write report-line
           end-if
           perform varying type-idx from 1 by 1
                   until type-idx > type-count
               perform write-type-check-line
           end-perform
       .

       write-type-check-line section.
           move spaces to report-line
           move spaces to flag-text
           move ty-code(type-idx) to report-line(1:4)
           move ty-sectors(type-idx) to sectors-ed
           move sectors-ed to report-line(9:5)
           compute average-pct rounded =
               ty-speed-sum(type-idx) / ty-sectors(type-idx)
           move average-pct to pct-ed
           move pct-ed to report-line(16:6)
           if ty-sectors(type-idx) >= min-sectors
               if (average-pct > threshold-pct
                       and ty-speed-over(type-idx) * 2
                           > ty-sectors(type-idx))
                   or (average-pct < 0 - threshold-pct
                       and ty-speed-under(type-idx) * 2
                           > ty-sectors(type-idx))
                   move "CRUISE SPEED" to flag-text
               end-if
           end-if
           move ty-speed-over(type-idx) to sectors-ed
           move sectors-ed to report-line(23:5)
           move ty-speed-under(type-idx) to sectors-ed
           move sectors-ed to report-line(29:5)
           compute average-pct rounded =
               ty-burn-sum(type-idx) / ty-sectors(type-idx)
           move average-pct to pct-ed
           move pct-ed to report-line(36:6)
           if ty-sectors(type-idx) >= min-sectors
               if (average-pct > threshold-pct
                       and ty-burn-over(type-idx) * 2
                           > ty-sectors(type-idx))
                   or (average-pct < 0 - threshold-pct
                       and ty-burn-under(type-idx) * 2
                           > ty-sectors(type-idx))
                   if flag-text = spaces
                       move "BURN RATE" to flag-text
                   else
                       move "CRUISE SPEED, BURN RATE" to flag-text
                   end-if
               end-if
           end-if
           move ty-burn-over(type-idx) to sectors-ed
           move sectors-ed to report-line(43:5)
           move ty-burn-under(type-idx) to sectors-ed
           move sectors-ed to report-line(49:5)
           if flag-text not = spaces
               string "** " delimited by size
                      flag-text delimited by "  "
                      " off - correct the profile" delimited by size
                      into report-line(56:60)
           end-if
           write report-line
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

      *> the month defaults to the one before the current date's.
       read-variance-parameters section.
           move function current-date to now-stamp
           display varmonth-dat upon environment-name
           accept parm-token from environment-value
           if parm-token(1:6) is numeric
               move parm-token(1:6) to variance-month
           else
               compute variance-month-n =
                   function numval(now-stamp(1:6)) - 1
               if variance-month-n(5:2) = "00"
                   compute variance-month-n =
                       variance-month-n - 100 + 12
               end-if
               move variance-month-n to variance-month
           end-if

           display varpct-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               compute threshold-pct = function numval(parm-token)
           end-if

           display varminsec-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               compute min-sectors = function numval(parm-token)
           end-if
       .

       open-variance-files section.
           display airflown-dat upon environment-name
           accept flnfile-name from environment-value
           open input flnfile
           if fln-fstat-1 not = 0
               display "No flown-sector file to report on."
               stop run
           end-if

      *> only a missing schedule file (status 35) is created fresh - a
      *> record-length mismatch after the layout change must never
      *> fall through to an OPEN OUTPUT that would erase it (run
      *> the airupgr conversion instead).
           display airsched-dat upon environment-name
           accept schfile-name from environment-value
           open input schfile
           if sch-fstat = "35"
               open output schfile
               close schfile
               open input schfile
           end-if
           if sch-fstat-1 not = 0
               display "Error opening schedule master data - status "
                       sch-fstat " (run the file conversion after"
                       " a layout change)."
               stop run
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display airdst-dat upon environment-name
           accept dstfile-name from environment-value
           open input dstfile
           if dst-fstat-1 not = 0
               open output dstfile
               close dstfile
               open input dstfile
           end-if

           display varrpt-dat upon environment-name
           accept reportfile-name from environment-value
           open output reportfile
       .

       close-variance-files section.
           close flnfile
           close schfile
           close airfile
           close dstfile
           close reportfile
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
           move "AIRFLVAR" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airflvar.
