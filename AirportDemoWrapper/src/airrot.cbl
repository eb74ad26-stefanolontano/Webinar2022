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
      *> airrot - the weekly tail assignment: chains the week's
      *> scheduled legs into rotations for the aircraft in the
      *> fleet file, the plan the ops controllers otherwise draw on
      *> the whiteboard.  The week starts on dd_rotweek (YYYYMMDD,
      *> default next Monday); every schedule entry in force on a
      *> day of it - the latest effective revision of each flight,
      *> as airschd resolves it - that operates on that weekday is
      *> one leg.  Legs are taken in departure order (UTC, through
      *> each airport's standard offset) and each goes to an
      *> available aircraft of the planned type (any type when the
      *> entry plans none) that is on the ground at the leg's
      *> origin and whose type passes the range check and the
      *> landability check at both ends.  Of those ready after the
      *> airport's minimum turn, the one that arrived last is
      *> chosen, keeping the others free for later departures;
      *> when only a too-tight turn would cover the leg it is still
      *> assigned and reported.  The minimum turn per airport comes
      *> from dd_rotturns ("<code> <minutes>" per line), anything
      *> not listed using dd_minturn (default 45 minutes).  The
      *> plan per registration goes to dd_rotplan, and the
      *> exceptions - legs no aircraft can take, turns too tight and
      *> aircraft ending the week away from base - to dd_rotexcept.
      *> Both are filed in the report repository (airrepo) so they
      *> can be reprinted after the next run.
       identification division.
       program-id. airrot.

       select schfile assign schfile-name
           organization indexed
           record key is sch-key with no duplicates
           file status is sch-fstat
           access sequential.

       select fltfile assign fltfile-name
           organization indexed
           record key is flt-registration with no duplicates
           file status is flt-fstat
           access sequential.

       select turnfile assign turnfile-name
           organization line sequential
           file status is turn-fstat.

       select planfile assign planfile-name
           organization line sequential
           file status is plan-fstat.

       select exceptfile assign exceptfile-name
           organization line sequential
           file status is except-fstat.

       data division.
       fd  schfile.
       01  sch-rec.
       copy "airsch.cpy" replacing ==(prefix)== by ==sch==.

       fd  fltfile.
       01  flt-rec.
       copy "airflt.cpy" replacing ==(prefix)== by ==flt==.

       fd  turnfile.
       01  turn-line              pic x(40).

       fd  planfile.
       01  plan-line              pic x(100).

       fd  exceptfile.
       01  except-line            pic x(120).

       working-storage section.
       01  schfile-name           pic x(256).
       78  airsched-dat                  value "dd_airsched".
       01  fltfile-name           pic x(256).
       78  airfleet-dat                  value "dd_airfleet".
       01  turnfile-name          pic x(256).
       78  rotturns-dat                  value "dd_rotturns".
       01  planfile-name          pic x(256).
       78  rotplan-dat                   value "dd_rotplan".
       01  exceptfile-name        pic x(256).
       78  rotexcept-dat                 value "dd_rotexcept".
       78  rotweek-dat                   value "dd_rotweek".
       78  minturn-dat                   value "dd_minturn".

       01  sch-fstat.
           03  sch-fstat-1        pic 9.
           03  sch-fstat-2        pic 9.
       01  flt-fstat.
           03  flt-fstat-1        pic 9.
           03  flt-fstat-2        pic 9.
       01  turn-fstat.
           03  turn-fstat-1       pic 9.
           03  turn-fstat-2       pic 9.
       01  plan-fstat.
           03  plan-fstat-1       pic 9.
           03  plan-fstat-2       pic 9.
       01  except-fstat.
           03  except-fstat-1     pic 9.
           03  except-fstat-2     pic 9.

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".
       01  parm-token             pic x(20).

      *> the planning week - its first day and the seven dates.
       01  week-start             pic x(8).
       01  week-end               pic x(8).
       01  week-start-int         pic 9(7).
       01  date-integer           pic 9(7).
       01  date-n                 pic 9(8).
       01  week-dates.
           03  week-date          pic x(8) occurs 7.
       01  day-idx                pic 9.
       01  day-names-table.
           03  filler             pic x(21)
               value "MonTueWedThuFriSatSun".
       01  day-names              redefines day-names-table.
           03  day-name           pic x(3) occurs 7.

       01  default-turn           pic 9(3) value 45.
       78  max-turns                     value 300.
       01  turn-count             pic 9(3) value 0.
       01  turn-table.
           03  turn-entry         occurs max-turns.
               05  turn-code          pic x(4).
               05  turn-minutes       pic 9(3).
       01  turn-idx               pic 9(3).
       01  turn-code-token        pic x(4).
       01  turn-min-token         pic x(6).
       01  needed-turn            pic 9(3).

      *> the available fleet, with where each aircraft is and when
      *> it is next free (UTC minutes from the start of the week).
       78  max-aircraft                  value 100.
       01  aircraft-count         pic 9(3) value 0.
       01  aircraft-table.
           03  aircraft-entry     occurs max-aircraft.
               05  ac-registration    pic x(10).
               05  ac-type            pic x(4).
               05  ac-base            pic x(4).
               05  ac-location        pic x(4).
               05  ac-ready-min       pic s9(6) comp.
               05  ac-legs            pic 9(3) comp.
       01  ac-idx                 pic 9(3).

      *> the distinct types in the fleet, each leg's flyability
      *> being judged once per type.
       78  max-fleet-types               value 20.
       01  fleet-type-count       pic 9(2) value 0.
       01  fleet-types.
           03  fleet-type         pic x(4) occurs max-fleet-types.
       01  type-idx               pic 9(2).
       01  type-verdicts.
           03  type-flyable       pic x occurs max-fleet-types.

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

      *> the week's legs in departure order.
       78  max-legs                      value 1500.
       01  leg-count              pic 9(4) value 0.
       01  leg-table.
           03  leg-entry          occurs max-legs.
               05  lg-day             pic 9.
               05  lg-orig            pic x(4).
               05  lg-dest            pic x(4).
               05  lg-carrier         pic x(3).
               05  lg-flight          pic x(4).
               05  lg-dep-time        pic 9(4).
               05  lg-arr-time        pic 9(4).
               05  lg-type            pic x(4).
               05  lg-dep-min         pic s9(6) comp.
               05  lg-arr-min         pic s9(6) comp.
               05  lg-aircraft        pic 9(3) comp.
               05  lg-turn            pic s9(5) comp.
               05  lg-tight           pic x.
       01  leg-idx                pic 9(4).
       01  slot-idx               pic 9(4).
       01  new-leg                pic x(60).

      *> each airport's standard offset from UTC, in minutes.
       78  max-offsets                   value 500.
       01  offset-count           pic 9(3) value 0.
       01  offset-table.
           03  offset-entry       occurs max-offsets.
               05  off-code           pic x(4).
               05  off-minutes        pic s9(4) comp.
       01  off-idx                pic 9(3).
       01  offset-code            pic x(4).
       01  offset-known           pic x.
       01  offset-found-min       pic s9(4) comp.
       01  orig-offset            pic s9(4) comp.
       01  dest-offset            pic s9(4) comp.
       01  elapsed-min            pic s9(6) comp.

       01  best-aircraft          pic 9(3).
       01  best-ready             pic s9(6) comp.
       01  tight-aircraft         pic 9(3).
       01  tight-ready            pic s9(6) comp.
       01  type-can-fly           pic x.
       01  verdict-hits           pic 9(2).
       01  line-pointer           pic 9(3).

       01  turn-ed                pic -zzz9.
       01  needed-ed              pic zz9.
       01  legs-assigned          pic 9(4) value 0.
       01  legs-unassigned        pic 9(4) value 0.
       01  turns-tight            pic 9(4) value 0.
       01  away-from-base         pic 9(3) value 0.

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
           perform read-rotation-parameters
           perform open-rotation-files
           set open-file to true
           perform call-aircode-program
           perform load-fleet
           perform load-week-legs
           perform write-plan-heading
           perform varying leg-idx from 1 by 1
                   until leg-idx > leg-count
               perform assign-one-leg
           end-perform
           perform varying ac-idx from 1 by 1
                   until ac-idx > aircraft-count
               perform write-aircraft-rotation
           end-perform
           perform write-exceptions-footing
           set close-file to true
           perform call-aircode-program
           perform close-rotation-files
           display "Tail assignment complete - " leg-count
                   " leg(s), " legs-assigned " assigned, "
                   legs-unassigned " uncovered, " turns-tight
                   " tight turn(s), " away-from-base
                   " aircraft away from base."
           move rotplan-dat to rp-report-dd
           perform file-report
           move rotexcept-dat to rp-report-dd
           perform file-report
           stop run
       .

       load-fleet section.
           move "N" to at-end-of-file
           perform until no-more-records
               read fltfile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if flt-available
                               and aircraft-count < max-aircraft
                           perform take-one-aircraft
                       end-if
               end-read
           end-perform
       .

       take-one-aircraft section.
           add 1 to aircraft-count
           move flt-registration to ac-registration(aircraft-count)
           move flt-type to ac-type(aircraft-count)
           move flt-home-base to ac-base(aircraft-count)
           move flt-home-base to ac-location(aircraft-count)
           move -99999 to ac-ready-min(aircraft-count)
           move 0 to ac-legs(aircraft-count)
           move "N" to type-can-fly
           perform varying type-idx from 1 by 1
                   until type-idx > fleet-type-count
               if fleet-type(type-idx) = flt-type
                   move "Y" to type-can-fly
               end-if
           end-perform
           if type-can-fly = "N" and fleet-type-count < max-fleet-types
               add 1 to fleet-type-count
               move flt-type to fleet-type(fleet-type-count)
           end-if
       .

      *> one pass over the schedule: a flight group (one carrier/
      *> flight on one leg) arrives with its revisions together in
      *> key order, and is expanded into the week when it ends.
       load-week-legs section.
           move spaces to group-key
           move 0 to revision-count
           move "N" to at-end-of-file
           perform until no-more-records
               read schfile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if sch-key(1:15) not = group-key
                           perform expand-flight-group
                           move sch-key(1:15) to group-key
                           move 0 to revision-count
                       end-if
                       if sch-eff-date <= week-end
                               and sch-disc-date >= week-start
                               and revision-count < max-revisions
                           add 1 to revision-count
                           move sch-rec to rv-sch(revision-count)
                       end-if
               end-read
           end-perform
           perform expand-flight-group
       .

       expand-flight-group section.
           perform varying day-idx from 1 by 1 until day-idx > 7
               move 0 to rev-chosen
               perform varying rev-idx from 1 by 1
                       until rev-idx > revision-count
                   move rv-sch(rev-idx) to held-sch
                   if held-eff-date <= week-date(day-idx)
                           and held-disc-date >= week-date(day-idx)
                       move rev-idx to rev-chosen
                   end-if
               end-perform
               if rev-chosen > 0
                   move rv-sch(rev-chosen) to held-sch
                   if held-days(day-idx:1) = "Y"
                       perform add-week-leg
                   end-if
               end-if
           end-perform
       .

      *> the leg's departure and arrival as UTC minutes from the
      *> start of the week; the arrival falls the first time the
      *> block time comes round after departure, so an overnight
      *> sector lands on the next day.
       add-week-leg section.
           if leg-count >= max-legs
               display "More than " max-legs " legs in the week -"
                       " the rest are left out."
           else
               move held-orig to offset-code
               perform resolve-airport-offset
               move offset-found-min to orig-offset
               move held-dest to offset-code
               perform resolve-airport-offset
               move offset-found-min to dest-offset

               add 1 to leg-count
               move day-idx to lg-day(leg-count)
               move held-orig to lg-orig(leg-count)
               move held-dest to lg-dest(leg-count)
               move held-carrier to lg-carrier(leg-count)
               move held-flight to lg-flight(leg-count)
               move held-dep-time to lg-dep-time(leg-count)
               move held-arr-time to lg-arr-time(leg-count)
               move held-ac-type to lg-type(leg-count)
               compute lg-dep-min(leg-count) = (day-idx - 1) * 1440
                   + function integer-part(held-dep-time / 100) * 60
                   + function mod(held-dep-time, 100)
                   - orig-offset
               compute elapsed-min =
                   (function integer-part(held-arr-time / 100) * 60
                       + function mod(held-arr-time, 100)
                       - dest-offset)
                   - (function integer-part(held-dep-time / 100) * 60
                       + function mod(held-dep-time, 100)
                       - orig-offset)
               compute elapsed-min = function mod(elapsed-min, 1440)
               compute lg-arr-min(leg-count) =
                   lg-dep-min(leg-count) + elapsed-min
               move 0 to lg-aircraft(leg-count)
               move 0 to lg-turn(leg-count)
               move "N" to lg-tight(leg-count)
               perform sort-new-leg-into-place
           end-if
       .

      *> the new leg sinks back past every later departure, so the
      *> table stays in departure order as it fills.
       sort-new-leg-into-place section.
           move leg-count to slot-idx
           perform until slot-idx = 1
               if lg-dep-min(slot-idx - 1) > lg-dep-min(slot-idx)
                   move leg-entry(slot-idx - 1) to new-leg
                   move leg-entry(slot-idx) to leg-entry(slot-idx - 1)
                   move new-leg to leg-entry(slot-idx)
                   subtract 1 from slot-idx
               else
                   move 1 to slot-idx
               end-if
           end-perform
       .

       resolve-airport-offset section.
           move 0 to offset-found-min
           move "N" to offset-known
           perform varying off-idx from 1 by 1
                   until off-idx > offset-count or offset-known = "Y"
               if off-code(off-idx) = offset-code
                   move off-minutes(off-idx) to offset-found-min
                   move "Y" to offset-known
               end-if
           end-perform
           if offset-known = "N"
               move offset-code to ls-airport1
               set get-details to true
               perform call-aircode-program
               if return-code = 0
                   compute offset-found-min =
                       ap-utc-offset-hours of ls-rec * 60
                       + ap-utc-offset-mins of ls-rec
                   if ap-utc-offset-sign of ls-rec = "-"
                       compute offset-found-min =
                           0 - offset-found-min
                   end-if
               end-if
               if offset-count < max-offsets
                   add 1 to offset-count
                   move offset-code to off-code(offset-count)
                   move offset-found-min to off-minutes(offset-count)
               end-if
           end-if
       .

       assign-one-leg section.
           perform judge-leg-types
           move lg-orig(leg-idx) to offset-code
           perform find-minimum-turn
           move 0 to best-aircraft
           move 0 to tight-aircraft
           perform varying ac-idx from 1 by 1
                   until ac-idx > aircraft-count
               perform consider-one-aircraft
           end-perform
           evaluate true
               when best-aircraft > 0
                   move best-aircraft to ac-idx
                   perform fly-leg-on-aircraft
               when tight-aircraft > 0
                   move tight-aircraft to ac-idx
                   perform fly-leg-on-aircraft
                   move "Y" to lg-tight(leg-idx)
                   add 1 to turns-tight
                   perform write-tight-exception
               when other
                   add 1 to legs-unassigned
                   perform write-uncovered-exception
           end-evaluate
       .

       consider-one-aircraft section.
           if ac-location(ac-idx) = lg-orig(leg-idx)
                   and (lg-type(leg-idx) = spaces
                       or lg-type(leg-idx) = ac-type(ac-idx))
                   and ac-ready-min(ac-idx) <= lg-dep-min(leg-idx)
               perform find-aircraft-type-verdict
               if type-can-fly = "Y"
                   if ac-ready-min(ac-idx) + needed-turn
                           <= lg-dep-min(leg-idx)
                       if best-aircraft = 0
                               or ac-ready-min(ac-idx) > best-ready
                           move ac-idx to best-aircraft
                           move ac-ready-min(ac-idx) to best-ready
                       end-if
                   else
                       if tight-aircraft = 0
                               or ac-ready-min(ac-idx) < tight-ready
                           move ac-idx to tight-aircraft
                           move ac-ready-min(ac-idx) to tight-ready
                       end-if
                   end-if
               end-if
           end-if
       .

       fly-leg-on-aircraft section.
           move ac-idx to lg-aircraft(leg-idx)
           if ac-legs(ac-idx) = 0
               move 0 to lg-turn(leg-idx)
           else
               compute lg-turn(leg-idx) =
                   lg-dep-min(leg-idx) - ac-ready-min(ac-idx)
           end-if
           move lg-dest(leg-idx) to ac-location(ac-idx)
           move lg-arr-min(leg-idx) to ac-ready-min(ac-idx)
           add 1 to ac-legs(ac-idx)
           add 1 to legs-assigned
       .

       find-aircraft-type-verdict section.
           move "N" to type-can-fly
           perform varying type-idx from 1 by 1
                   until type-idx > fleet-type-count
               if fleet-type(type-idx) = ac-type(ac-idx)
                   move type-flyable(type-idx) to type-can-fly
               end-if
           end-perform
       .

      *> every fleet type the leg could go to is judged once: the
      *> range on the distance call, and landability at the origin
      *> and the destination on the leg's day.
       judge-leg-types section.
           move all "N" to type-verdicts
           perform varying type-idx from 1 by 1
                   until type-idx > fleet-type-count
               if lg-type(leg-idx) = spaces
                       or lg-type(leg-idx) = fleet-type(type-idx)
                   perform judge-one-type
               end-if
           end-perform
       .

       judge-one-type section.
           move "Y" to type-flyable(type-idx)
           move lg-orig(leg-idx) to ls-airport1
           move lg-dest(leg-idx) to ls-airport2
           move fleet-type(type-idx) to ls-aircraft-type
           set get-distance to true
           perform call-aircode-program
           if return-code not = 0 or range-exceeded = "Y"
               move "N" to type-flyable(type-idx)
           end-if
           if type-flyable(type-idx) = "Y"
               move lg-orig(leg-idx) to ls-airport1
               perform judge-type-landable
           end-if
           if type-flyable(type-idx) = "Y"
               move lg-dest(leg-idx) to ls-airport1
               perform judge-type-landable
           end-if
           move spaces to ls-airport2
       .

      *> only a NOT USABLE verdict fails - an unprofiled type is
      *> not checked for runway length, as on the quote.
       judge-type-landable section.
           move week-date(lg-day(leg-idx)) to ls-travel-date
           set get-landable to true
           perform call-aircode-program
           if return-code not = 0
               move 0 to verdict-hits
               inspect ls-matched-codes(1)
                   tallying verdict-hits for all "NOT USABLE"
               if verdict-hits > 0
                   move "N" to type-flyable(type-idx)
               end-if
           end-if
           move spaces to ls-travel-date
       .

       find-minimum-turn section.
           move default-turn to needed-turn
           perform varying turn-idx from 1 by 1
                   until turn-idx > turn-count
               if turn-code(turn-idx) = offset-code
                   move turn-minutes(turn-idx) to needed-turn
               end-if
           end-perform
       .

       write-tight-exception section.
           move lg-turn(leg-idx) to turn-ed
           move needed-turn to needed-ed
           move spaces to except-line
           string "TIGHT TURN  " delimited by size
                  ac-registration(ac-idx) delimited by space
                  " at " delimited by size
                  lg-orig(leg-idx) delimited by space
                  " before " delimited by size
                  lg-carrier(leg-idx) delimited by space
                  lg-flight(leg-idx) delimited by size
                  " " delimited by size
                  day-name(lg-day(leg-idx)) delimited by size
                  " " delimited by size
                  lg-dep-time(leg-idx) delimited by size
                  " - turn " delimited by size
                  turn-ed delimited by size
                  " min, needs " delimited by size
                  needed-ed delimited by size
                  into except-line
           write except-line
       .

      *> the reason names the first thing that stops the leg: no
      *> fleet type able to fly it, or none of them on the ground
      *> at the origin in time.
       write-uncovered-exception section.
           move "N" to type-can-fly
           perform varying type-idx from 1 by 1
                   until type-idx > fleet-type-count
               if type-flyable(type-idx) = "Y"
                   move "Y" to type-can-fly
               end-if
           end-perform
           move spaces to except-line
           move 1 to line-pointer
           string "NO AIRCRAFT " delimited by size
                  lg-carrier(leg-idx) delimited by space
                  lg-flight(leg-idx) delimited by size
                  " " delimited by size
                  day-name(lg-day(leg-idx)) delimited by size
                  " " delimited by size
                  week-date(lg-day(leg-idx)) delimited by size
                  " " delimited by size
                  lg-orig(leg-idx) delimited by space
                  " " delimited by size
                  lg-dep-time(leg-idx) delimited by size
                  " -> " delimited by size
                  lg-dest(leg-idx) delimited by space
                  " " delimited by size
                  lg-arr-time(leg-idx) delimited by size
                  into except-line with pointer line-pointer
           if type-can-fly = "Y"
               string " - no aircraft at the origin in time"
                          delimited by size
                      into except-line with pointer line-pointer
           else
               string " - no fleet type can fly it" delimited by size
                      into except-line with pointer line-pointer
           end-if
           write except-line
       .

       write-plan-heading section.
           move spaces to plan-line
           string "Rotation plan for the week " delimited by size
                  week-start delimited by size
                  " - " delimited by size
                  week-end delimited by size
                  into plan-line
           write plan-line
           move spaces to except-line
           string "Rotation exceptions for the week " delimited by size
                  week-start delimited by size
                  " - " delimited by size
                  week-end delimited by size
                  into except-line
           write except-line
       .

       write-aircraft-rotation section.
           move spaces to plan-line
           write plan-line
           move spaces to plan-line
           string ac-registration(ac-idx) delimited by size
                  "  " delimited by size
                  ac-type(ac-idx) delimited by size
                  "  based " delimited by size
                  ac-base(ac-idx) delimited by size
                  into plan-line
           write plan-line
           if ac-legs(ac-idx) = 0
               move "    no flying this week" to plan-line
               write plan-line
           else
               perform varying leg-idx from 1 by 1
                       until leg-idx > leg-count
                   if lg-aircraft(leg-idx) = ac-idx
                       perform write-rotation-leg
                   end-if
               end-perform
           end-if
           if ac-location(ac-idx) not = ac-base(ac-idx)
               add 1 to away-from-base
               move spaces to plan-line
               string "    ends the week at " delimited by size
                      ac-location(ac-idx) delimited by size
                      " - away from base" delimited by size
                      into plan-line
               write plan-line
               move spaces to except-line
               string "AWAY        " delimited by size
                      ac-registration(ac-idx) delimited by space
                      " ends the week at " delimited by size
                      ac-location(ac-idx) delimited by space
                      ", based " delimited by size
                      ac-base(ac-idx) delimited by space
                      into except-line
               write except-line
           end-if
       .

       write-rotation-leg section.
           move spaces to plan-line
           move lg-turn(leg-idx) to turn-ed
           string "    " delimited by size
                  day-name(lg-day(leg-idx)) delimited by size
                  " " delimited by size
                  week-date(lg-day(leg-idx)) delimited by size
                  "  " delimited by size
                  lg-carrier(leg-idx) delimited by size
                  lg-flight(leg-idx) delimited by size
                  "  " delimited by size
                  lg-orig(leg-idx) delimited by size
                  " " delimited by size
                  lg-dep-time(leg-idx) delimited by size
                  " -> " delimited by size
                  lg-dest(leg-idx) delimited by size
                  " " delimited by size
                  lg-arr-time(leg-idx) delimited by size
                  into plan-line
           if lg-turn(leg-idx) not = 0
               move "  turn" to plan-line(50:6)
               move turn-ed to plan-line(56:5)
           end-if
           if lg-tight(leg-idx) = "Y"
               move " ** TIGHT" to plan-line(61:9)
           end-if
           write plan-line
       .

       write-exceptions-footing section.
           move spaces to except-line
           string "Legs " delimited by size
                  leg-count delimited by size
                  ", uncovered " delimited by size
                  legs-unassigned delimited by size
                  ", tight turns " delimited by size
                  turns-tight delimited by size
                  ", away from base " delimited by size
                  away-from-base delimited by size
                  into except-line
           write except-line
       .

      *> the week starts on the Monday after today unless a date is
      *> given (day 1 of the integer-of-date epoch was a Monday).
       read-rotation-parameters section.
           display rotweek-dat upon environment-name
           accept parm-token from environment-value
           if parm-token(1:8) is numeric
               move parm-token(1:8) to week-start
               compute week-start-int = function integer-of-date(
                   function numval(week-start))
           else
               compute date-integer = function integer-of-date(
                   function numval(function current-date(1:8)))
               compute week-start-int = date-integer + 7
                   - function mod(date-integer - 1, 7)
           end-if
           perform varying day-idx from 1 by 1 until day-idx > 7
               compute date-n = function date-of-integer(
                   week-start-int + day-idx - 1)
               move date-n to week-date(day-idx)
           end-perform
           move week-date(1) to week-start
           move week-date(7) to week-end

           display minturn-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               compute default-turn = function numval(parm-token)
           end-if
       .

       open-rotation-files section.
           display airsched-dat upon environment-name
           accept schfile-name from environment-value
           open input schfile
           if sch-fstat-1 not = 0
               display "Error opening the schedule master - "
                       sch-fstat
               stop run
           end-if

           display airfleet-dat upon environment-name
           accept fltfile-name from environment-value
           open input fltfile
           if flt-fstat-1 not = 0
               display "Error opening the fleet file - " flt-fstat
               stop run
           end-if

           display rotturns-dat upon environment-name
           accept turnfile-name from environment-value
           open input turnfile
           if turn-fstat-1 = 0
               perform load-minimum-turns
               close turnfile
           end-if

           display rotplan-dat upon environment-name
           accept planfile-name from environment-value
           open output planfile

           display rotexcept-dat upon environment-name
           accept exceptfile-name from environment-value
           open output exceptfile
       .

       load-minimum-turns section.
           move "N" to at-end-of-file
           perform until no-more-records
               read turnfile
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       move spaces to turn-code-token turn-min-token
                       unstring turn-line delimited by all space
                           into turn-code-token turn-min-token
                       if turn-code-token not = spaces
                               and turn-count < max-turns
                           add 1 to turn-count
                           move function upper-case(turn-code-token)
                               to turn-code(turn-count)
                           compute turn-minutes(turn-count) =
                               function numval(turn-min-token)
                       end-if
               end-read
           end-perform
       .

       close-rotation-files section.
           close schfile
           close fltfile
           close planfile
           close exceptfile
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
           move "AIRROT" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airrot.
