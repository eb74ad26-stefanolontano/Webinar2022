           file status is dtf-fstat
           access dynamic.

       select wndfile assign wndfile-name
           organization indexed
           record key is wnd-key with no duplicates
           file status is wnd-fstat
           access dynamic.

       select wxfile assign wxfile-name
           organization indexed
           record key is wx-code with no duplicates
           file status is fue-fstat
           access dynamic.

       select fxfile assign fxfile-name
           organization indexed
           record key is fx-key with no duplicates
           file status is fx-fstat
           access dynamic.

       select metrofile assign metrofile-name
           organization indexed
           record key is met-key with no duplicates
       01  dtf-rec.
       copy "airdtf.cpy" replacing ==(prefix)== by ==dtf==.

       fd  wndfile.
       01  wnd-rec.
       copy "airwnd.cpy" replacing ==(prefix)== by ==wnd==.

       fd  wxfile.
       01  wx-rec.
       copy "airwx.cpy" replacing ==(prefix)== by ==wx==.
       01  fue-rec.
       copy "airfue.cpy" replacing ==(prefix)== by ==fue==.

       fd  fxfile.
       01  fx-rec.
       copy "airfx.cpy" replacing ==(prefix)== by ==fx==.

       fd  metrofile.
       01  met-rec.
       copy "airmetro.cpy" replacing ==(prefix)== by ==met==.
       01  closure-check-rwy   pic 9(2).
       01  closure-check-code  pic x(4).
       01  closure-today       pic x(8).
      *> the date closures are tested for when it is not today -
      *> set only for the length of a get-landable or get-nearby
      *> call that names a travel date.
       01  closure-asof        pic x(8) value spaces.
       01  closure-reason      pic x(30).
       01  closure-until       pic x(8).

       01  dtf-cached-factor   comp-2.
       01  routed-distance-work comp-2.

       01  wndfile-name        pic x(256).
       78  airwind-dat                 value "dd_airwind".

       01  wnd-fstat.
           03  wnd-fstat-1     pic 9.
           03  wnd-fstat-2x.
               05  wnd-fstat-2 pic 9.

      *> working fields for the seasonal average wind on the pair
      *> in a1-rec/a2-rec - the band key is cached because a
      *> batch of legs keeps asking for the same few bands.
       01  wnd-track-deg       comp-2.
       01  wnd-mid-lat-deg     comp-2.
       01  wnd-wanted-key.
           03  wnd-wanted-dir  pic 9(2).
           03  wnd-wanted-lat  pic 9(2).
           03  wnd-wanted-month pic 9(2).
       01  wnd-cached-key      pic x(6) value low-values.
       01  wnd-cached-kt       pic s9(3) value 0.
       01  wind-kt-work        pic s9(3).
       01  wind-ground-kmh     comp-2.
       01  flight-time-wind-hrs comp-2.
       01  flight-time-wind-total-min comp-2.
       01  fuel-kg-wind-work   comp-2.
       78  km-per-kt-hour              value 1.852.

       01  wxfile-name         pic x(256).
       78  airwx-dat                   value "dd_airwx".

       01  fuel-price-work     comp-2.
       01  fuel-price-today    pic x(8).
       01  fuel-cost-work      comp-2.
       01  fuel-price-currency pic x(3).

      *> a price sheet in a foreign currency is carried into the
      *> house base currency at today's rate for that currency, so
      *> every leg's fuel cost is in the one currency whatever the
      *> broker quoted - a currency with no rate in force leaves the
      *> price unresolved, as though none were on file.
       01  fxfile-name         pic x(256).
       78  airfxrates-dat              value "dd_airfxrates".

       01  fx-fstat.
           03  fx-fstat-1      pic 9.
           03  fx-fstat-2x.
               05  fx-fstat-2  pic 9.

       78  basecurrency-dat            value "dd_basecurrency".
       01  base-currency       pic x(3).
       01  fx-rate-found       pic 9.
       01  fx-rate-work        pic 9(5)v9(6).

       01  metrofile-name      pic x(256).
       78  airmetro-dat                value "dd_airmetro".
       01  runway-filter-ok   pic 9.
       78  max-runways-returned        value 10.

      *> working fields for resolving the latest observed wind along
      *> and across each runway a get-runways call returns - the
      *> crosswind limit is the named type's own when profiled,
      *> otherwise xwind-house-limit (default 20 kt, overridable
      *> via dd_xwindlimit).
       01  xwind-house-limit  pic 9(2) value 20.
       01  xwind-token        pic x(10).
       78  xwindlimit-dat              value "dd_xwindlimit".
       01  rwy-wind-idx       pic 9(2).
       01  wind-dir-deg       pic 9(3).
       01  wind-heading-deg   pic 9(3).
       01  wind-angle         comp-2.
       01  headwind-work      comp-2.
       01  crosswind-work     comp-2.

      *> the country a get-search call is restricted to, blank for
      *> the whole file.
       01  search-country     pic x(20).
                               to lnk-runway-surface(lnk-runway-count)
                           move rwy-lighting
                               to lnk-runway-lighting(lnk-runway-count)
                           move rwy-heading
                               to lnk-runway-heading(lnk-runway-count)
                           move rwy-designator
                               to lnk-runway-designator
                                   (lnk-runway-count)
                           read rwyfile next record
                           at end
                               exit perform
                           end-read
                       end-perform
               end-start
               perform apply-runway-winds
           end-if
       .

      *> resolves the field's latest observation along and across
      *> each returned runway and flags any whose crosswind is over
      *> the limit - the named type's, or the house limit when no
      *> type is named or the type has none profiled.  A variable
      *> or missing wind leaves every runway without components.
       apply-runway-winds section.
           move "N" to lnk-runway-wind-known
           move xwind-house-limit to lnk-runway-xwind-limit
           perform resolve-aircraft-type
           if typ-found = 1 and typ-max-xwind-kt > 0
               move typ-max-xwind-kt to lnk-runway-xwind-limit
           end-if
           move f-code to wx-code
           start wxfile key = wx-code
               invalid key
                   continue
               not invalid key
                   read wxfile next record
                   move wx-wind-dir to lnk-runway-wind-dir
                   move wx-wind-speed to lnk-runway-wind-speed
                   move wx-obs-time to lnk-runway-obs-time
                   if wx-wind-dir is numeric
                       move "Y" to lnk-runway-wind-known
                       move wx-wind-dir to wind-dir-deg
                   end-if
           end-start
           if lnk-runway-wind-known = "Y"
               perform varying rwy-wind-idx from 1 by 1
                       until rwy-wind-idx > lnk-runway-count
                   perform resolve-one-runway-wind
               end-perform
           end-if
       .

      *> the angle between the wind and the runway resolves the
      *> speed into the headwind along it and the crosswind across
      *> it; a wind from the right of the heading gives a positive
      *> sine.
       resolve-one-runway-wind section.
           move lnk-runway-heading(rwy-wind-idx) to wind-heading-deg
           if wind-heading-deg = 0
                   and lnk-runway-designator(rwy-wind-idx)(1:2)
                       is numeric
               compute wind-heading-deg = function numval(
                   lnk-runway-designator(rwy-wind-idx)(1:2)) * 10
           end-if
           if wind-heading-deg > 0
               compute wind-angle =
                   ((wind-dir-deg - wind-heading-deg) * function pi)
                       / 180
               compute headwind-work =
                   lnk-runway-wind-speed * function cos(wind-angle)
               compute crosswind-work =
                   lnk-runway-wind-speed * function sin(wind-angle)
               compute lnk-runway-headwind(rwy-wind-idx) rounded =
                   headwind-work
               if crosswind-work < 0
                   compute lnk-runway-crosswind(rwy-wind-idx)
                       rounded = 0 - crosswind-work
                   move "L" to lnk-runway-xwind-side(rwy-wind-idx)
               else
                   compute lnk-runway-crosswind(rwy-wind-idx)
                       rounded = crosswind-work
                   move "R" to lnk-runway-xwind-side(rwy-wind-idx)
               end-if
               if lnk-runway-crosswind(rwy-wind-idx) = 0
                   move space to lnk-runway-xwind-side(rwy-wind-idx)
               end-if
               if lnk-runway-crosswind(rwy-wind-idx)
                       > lnk-runway-xwind-limit
                   move "Y" to lnk-runway-xwind-over(rwy-wind-idx)
               else
                   move "N" to lnk-runway-xwind-over(rwy-wind-idx)
               end-if
           end-if
       .

                           fuel-kg-work * co2-per-fuel-kg
                       move co2-work to co2-kg-raw
                       move co2-work to co2-kg
                       perform apply-seasonal-wind
                       move wind-kt-work to wind-component-kt
                       move flight-time-wind-total-min
                           to flight-time-wind-min
                       move fuel-kg-wind-work to fuel-kg-wind-raw
                       move fuel-kg-wind-work to fuel-kg-wind
                       compute co2-work =
                           fuel-kg-wind-work * co2-per-fuel-kg
                       move co2-work to co2-kg-wind-raw
                       move co2-work to co2-kg-wind
                       perform cost-leg-fuel
                       move rc-success to return-code
                   else
           end-if
       .

      *> the seasonal average wind for the pair last run through
      *> calculate-airport-distance: the initial track's direction
      *> band, the midpoint latitude's band and the travel date's
      *> month (today's when blank) key one row of the wind file,
      *> whose along-track component is added to the cruise speed
      *> to give the ground speed the wind figures are flown at.
      *> A headwind is never allowed to take the ground speed below
      *> half the cruise speed, so one mistyped row can't send an
      *> estimate off to infinity.  No row leaves the still-air
      *> figures unchanged.
       apply-seasonal-wind section.
           perform compute-bearing
           compute wnd-track-deg = (bearing-result * 180) / function pi
           if wnd-track-deg < 0
               add 360 to wnd-track-deg
           end-if
           compute wnd-wanted-dir =
               function integer-part(wnd-track-deg / 45) + 1
           if wnd-wanted-dir > 8
               move 8 to wnd-wanted-dir
           end-if

           compute wnd-mid-lat-deg =
               (((lat1 + lat2) / 2) * 180) / function pi
           compute wnd-wanted-lat =
               function integer-part((wnd-mid-lat-deg + 90) / 15) + 1
           if wnd-wanted-lat > 12
               move 12 to wnd-wanted-lat
           end-if

           if lnk-travel-date(5:2) is numeric
                   and lnk-travel-date(5:2) >= "01"
                   and lnk-travel-date(5:2) <= "12"
               move lnk-travel-date(5:2) to wnd-wanted-month
           else
               move function current-date(5:2) to wnd-wanted-month
           end-if

           if wnd-wanted-key = wnd-cached-key
               move wnd-cached-kt to wind-kt-work
           else
               move 0 to wind-kt-work
               move wnd-wanted-key to wnd-key
               read wndfile
                   invalid key
                       continue
                   not invalid key
                       if wnd-comp-sign = "-"
                           compute wind-kt-work = 0 - wnd-comp-kt
                       else
                           move wnd-comp-kt to wind-kt-work
                       end-if
               end-read
               move wnd-wanted-key to wnd-cached-key
               move wind-kt-work to wnd-cached-kt
           end-if

           compute wind-ground-kmh =
               effective-cruise-kmh + wind-kt-work * km-per-kt-hour
           if wind-ground-kmh < effective-cruise-kmh / 2
               compute wind-ground-kmh = effective-cruise-kmh / 2
           end-if
           compute flight-time-wind-hrs =
               routed-distance-work / wind-ground-kmh
           compute flight-time-wind-total-min =
               flight-time-wind-hrs * 60
           move 0 to fuel-kg-wind-work
           if typ-found = 1
               compute fuel-kg-wind-work =
                   flight-time-wind-hrs * typ-burn-kgh
           end-if
       .

      *> resolves the detour factor for the country pair of the
      *> records in a1-rec/a2-rec: the dated row matched the same
      *> way the tariff rows are (exact pair either way round,
       resolve-fuel-price section.
           move 0 to fuel-price-found
           move 0 to fuel-price-work
           move spaces to fuel-price-currency
           move function current-date(1:8) to fuel-price-today
           move fuel-price-code to fue-code
           move low-values to fue-eff-date
                       if fue-eff-date <= fuel-price-today
                           move 1 to fuel-price-found
                           move fue-price-kg to fuel-price-work
                           move fue-currency to fuel-price-currency
                       end-if
                       read fuelfile next record
                       at end
                       end-read
                   end-perform
           end-start
           if fuel-price-found = 1
                   and fuel-price-currency not = spaces
                   and fuel-price-currency not = base-currency
               perform convert-fuel-price-to-base
           end-if
       .

      *> divides the price by the currency's units per base unit -
      *> the latest rate dated on or before today.
       convert-fuel-price-to-base section.
           move 0 to fx-rate-found
           move fuel-price-currency to fx-currency
           move low-values to fx-eff-date
           start fxfile key >= fx-key
               invalid key
                   continue
               not invalid key
                   read fxfile next record
                   perform until fx-fstat-1 not = 0
                           or fx-currency not = fuel-price-currency
                           or fx-eff-date > fuel-price-today
                       move 1 to fx-rate-found
                       move fx-rate to fx-rate-work
                       read fxfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
           if fx-rate-found = 1 and fx-rate-work > 0
               compute fuel-price-work =
                   fuel-price-work / fx-rate-work
           else
               move 0 to fuel-price-found
               move 0 to fuel-price-work
           end-if
       .

      *> resolves lnk-aircraft-type against the profile file - a

      *> converts lnk-departure-time (local at lnk-airport1) into
      *> lnk-arrival-time (local at lnk-airport2), by adding the
      *> flight time from calculate-airport-distance - flown at the
      *> seasonal average wind's ground speed - and the two
      *> airports' utc-offset difference, then normalizing back into
      *> a 0-2359 clock.
       calculate-arrival-time section.
                       lnk-departure-time - (dep-hours * 100)
                   compute dep-time-min = dep-hours * 60 + dep-mins

                   perform apply-seasonal-wind
                   compute arr-time-min-raw = dep-time-min
                       + flight-time-wind-total-min
                       + (dest-offset-min - origin-offset-min)

                   compute arr-time-min =
      *> a 2300-0600 field can't go out looking clean.  The day of
      *> week is the travel date's; an overnight window is also
      *> checked against the evening before, since a wrap past
      *> midnight belongs to the day it started.  A hit also
      *> answers return-code 4, so a batch caller can act on it.
       check-destination-curfew section.
           move 0 to curfew-hit
           compute curfew-date-int = function integer-of-date(
               display "*** arrival " lnk-arrival-time " at "
                       a2-code " is inside the curfew "
                       curfew-from "-" curfew-until " local"
               move rc-not-found to return-code
           end-if
       .

      *> get-code-matches returns its prefix matches.  Candidates come
      *> from the spatial index - only the one-degree cells the radius
      *> could touch are read, not the whole master file.
      *> a caller naming lnk-travel-date has its candidates' closures
      *> tested for that date; a blank date tests them for today.
       find-nearby-airports section.
           move 0 to idx
           move 0 to nearby-count
           initialize aircode-array
           move lnk-travel-date to closure-asof
           move 0 to airport-found
           if lnk-airport1 = spaces
      *> no centre code: the caller is searching from a raw
               perform probe-candidate-cells
               perform format-nearby-results
           end-if
           move spaces to closure-asof
           perform varying j from 1 by 1 until j > idx
               move aircode-matches(j) to lnk-matched-codes(j)
           end-perform
       answer-landability section.
           initialize aircode-array
           move 0 to idx
           move lnk-travel-date to closure-asof
           move lnk-airport1 to airport
           perform find-airport
           if airport-found = 1
                   end-if
               end-if
           end-if
           move spaces to closure-asof
           perform varying j from 1 by 1 until j > idx
               move aircode-matches(j) to lnk-matched-codes(j)
           end-perform
      *> airport, a runway's sequence number for just that runway.
       check-closure-active section.
           move 0 to closure-active
           if closure-asof not = spaces
               move closure-asof to closure-today
           else
               move function current-date(1:8) to closure-today
           end-if
           move closure-check-code to cls-code
           move 0 to cls-seq
           start clsfile key >= cls-key
                   function numval(cruise-speed-token)
           end-if

      *> only a missing runway file (status 35) is created fresh - a
      *> record-length mismatch after the layout change must never
      *> fall through to an OPEN OUTPUT that would erase it (run
      *> the airupgr conversion instead).
           display airrwy-dat upon environment-name
           accept rwyfile-name from environment-value
           open input rwyfile
           if rwy-fstat = "35"
               open output rwyfile
               close rwyfile
               open input rwyfile
           end-if
           if rwy-fstat-1 not = 0
               display "Error opening runway data - status "
                       rwy-fstat " (run the file conversion after"
                       " a layout change)."
               move rc-file-error to return-code
           end-if

           display airclosures-dat upon environment-name
           accept clsfile-name from environment-value
               open input dtffile
           end-if

           display airwind-dat upon environment-name
           accept wndfile-name from environment-value
           open input wndfile
           if wnd-fstat-1 not = 0
               open output wndfile
               close wndfile
               open input wndfile
           end-if

           display airwx-dat upon environment-name
           accept wxfile-name from environment-value
           open input wxfile
                   function numval(wx-stale-token)
           end-if

           display xwindlimit-dat upon environment-name
           accept xwind-token from environment-value
           if xwind-token not = spaces
               compute xwind-house-limit =
                   function numval(xwind-token)
           end-if

           display airfuel-dat upon environment-name
           accept fuelfile-name from environment-value
           open input fuelfile
           if fue-fstat = "35"
               open output fuelfile
               close fuelfile
               open input fuelfile
           end-if

           display airfxrates-dat upon environment-name
           accept fxfile-name from environment-value
           open input fxfile
           if fx-fstat = "35"
               open output fxfile
               close fxfile
               open input fxfile
           end-if

           display basecurrency-dat upon environment-name
           accept base-currency from environment-value
           if base-currency = spaces
               move "GBP" to base-currency
           end-if

           display airmetro-dat upon environment-name
           accept metrofile-name from environment-value
           open input metrofile
           close dstfile
           close typfile
           close dtffile
           close wndfile
           close wxfile
           close fuelfile
           close fxfile
           close metrofile
       .

