      *> then the ALL/ALL fallback), whose band covers the distance,
      *> and whose effective date is the latest not after the quote
      *> date; the amount is distance times the row's rate, floored
      *> at the row's minimum charge.  When the caller names a
      *> customer account its contract discount is then taken off
      *> that amount, band minimum included.  The tariff row is in
      *> its own currency and the account is quoted in its own, so
      *> the net amount is carried across through the house base
      *> currency at the exchange rates in force on the quote date.
      *> Finally the surcharge calendar is read for the travel date,
      *> over the same country pairs the tariff probes: a covering
      *> peak or holiday window adds its percentage of the net leg
      *> amount, or its flat amount carried into the quote currency,
      *> as a separate surcharge the quote shows on its own line.
      *> A second call prices one airport's charges - landing fee
      *> on the type's MTOW, parking and per-passenger charge - from
      *> the dated schedule in force on the travel date, converted
      *> into the quote currency the same way.  For a charter the
      *> fleet file answers which aircraft flies it and where it is
      *> based, and the empty positioning legs to and from that
      *> base are priced at the type's ferry rate per kilometre.
      *> A cargo consignment is priced by chargeable weight instead,
      *> against the weight-break cargo tariff matched the same way
      *> the passenger tariff is.
       identification division.
       program-id. airprice.

           file status is trf-fstat
           access dynamic.

       select custfile assign custfile-name
           organization indexed
           record key is cus-account with no duplicates
           file status is cus-fstat
           access dynamic.

       select fxfile assign fxfile-name
           organization indexed
           record key is fx-key with no duplicates
           file status is fx-fstat
           access dynamic.

       select surfile assign surfile-name
           organization indexed
           record key is sur-key with no duplicates
           file status is sur-fstat
           access dynamic.

       select chgfile assign chgfile-name
           organization indexed
           record key is chg-key with no duplicates
           file status is chg-fstat
           access dynamic.

       select typfile assign typfile-name
           organization indexed
           record key is typ-code with no duplicates
           file status is typ-fstat
           access dynamic.

       select fltfile assign fltfile-name
           organization indexed
           record key is flt-registration with no duplicates
           file status is flt-fstat
           access dynamic.

       select cgtfile assign cgtfile-name
           organization indexed
           record key is cgt-key with no duplicates
           file status is cgt-fstat
           access dynamic.

       data division.
       fd  trffile.
       01  trf-rec.
       copy "airtrf.cpy" replacing ==(prefix)== by ==trf==.

       fd  custfile.
       01  cus-rec.
       copy "aircust.cpy" replacing ==(prefix)== by ==cus==.

       fd  fxfile.
       01  fx-rec.
       copy "airfx.cpy" replacing ==(prefix)== by ==fx==.

       fd  surfile.
       01  sur-rec.
       copy "airsur.cpy" replacing ==(prefix)== by ==sur==.

       fd  chgfile.
       01  chg-rec.
       copy "airchg.cpy" replacing ==(prefix)== by ==chg==.

       fd  typfile.
       01  typ-rec.
       copy "airactyp.cpy" replacing ==(prefix)== by ==typ==.

       fd  fltfile.
       01  flt-rec.
       copy "airflt.cpy" replacing ==(prefix)== by ==flt==.

       fd  cgtfile.
       01  cgt-rec.
       copy "aircgt.cpy" replacing ==(prefix)== by ==cgt==.

       working-storage section.
       01  trffile-name        pic x(256).
       78  airtariff-dat               value "dd_airtariff".
           03  trf-fstat-2x.
               05  trf-fstat-2 pic 9.

       01  custfile-name       pic x(256).
       78  aircustomers-dat            value "dd_aircustomers".

       01  cus-fstat.
           03  cus-fstat-1     pic 9.
           03  cus-fstat-2x.
               05  cus-fstat-2 pic 9.

       01  fxfile-name         pic x(256).
       78  airfxrates-dat              value "dd_airfxrates".

       01  fx-fstat.
           03  fx-fstat-1      pic 9.
           03  fx-fstat-2x.
               05  fx-fstat-2  pic 9.

       01  surfile-name        pic x(256).
       78  airsurcharge-dat            value "dd_airsurcharge".

       01  sur-fstat.
           03  sur-fstat-1     pic 9.
           03  sur-fstat-2x.
               05  sur-fstat-2 pic 9.

       01  chgfile-name        pic x(256).
       78  aircharges-dat              value "dd_aircharges".

       01  chg-fstat.
           03  chg-fstat-1     pic 9.
           03  chg-fstat-2x.
               05  chg-fstat-2 pic 9.

       01  typfile-name        pic x(256).
       78  airactype-dat               value "dd_airactype".

       01  typ-fstat.
           03  typ-fstat-1     pic 9.
           03  typ-fstat-2x.
               05  typ-fstat-2 pic 9.

       01  fltfile-name        pic x(256).
       78  airfleet-dat                value "dd_airfleet".

       01  flt-fstat.
           03  flt-fstat-1     pic 9.
           03  flt-fstat-2x.
               05  flt-fstat-2 pic 9.

       01  cgtfile-name        pic x(256).
       78  aircargotariff-dat          value "dd_aircargotariff".

       01  cgt-fstat.
           03  cgt-fstat-1     pic 9.
           03  cgt-fstat-2x.
               05  cgt-fstat-2 pic 9.

      *> the volumetric divisor - cubic centimetres per kilogram.
       78  voldivisor-dat              value "dd_voldivisor".
       01  vol-divisor-token   pic x(10).
       01  vol-divisor         pic 9(5) value 6000.

      *> the stand time every arrival is charged parking for.
       78  parkhours-dat               value "dd_parkhours".
       01  park-hours-token    pic x(10).
       01  park-hours          pic 9(3)v9 value 2.

      *> the house base currency every exchange rate is quoted
      *> against - a blank currency on a tariff row or an account
      *> means this one.
       78  basecurrency-dat            value "dd_basecurrency".
       01  base-currency       pic x(3).

      *> mirrors aircode.cbl's return-code conventions so a caller
      *> can test a pricing call the same way it tests a lookup -
      *> rc-not-found means no tariff row covers the leg, and
      *> rc-no-rate that no exchange rate is in force for it.  A
      *> fleet aircraft on file but not available is rc-unavailable.
       78  rc-success                  value 0.
       78  rc-unavailable              value 2.
       78  rc-not-found                value 4.
       78  rc-no-rate                  value 6.
       78  rc-file-error               value 8.

      *> the country pairs probed for the leg, most specific first -
       01  best-eff-date       pic x(8).
       01  best-rate-km        pic 9(3)v99.
       01  best-min-amount     pic 9(7)v99.
       01  best-currency       pic x(3).

      *> the two ends of the conversion - the tariff row's currency
      *> and the account's - with each one's units per base unit.
       01  tariff-currency     pic x(3).
       01  tariff-fx-rate      pic 9(5)v9(6).
       01  quote-currency      pic x(3).
       01  quote-fx-rate       pic 9(5)v9(6).
       01  rate-currency       pic x(3).
       01  rate-found          pic 9.
       01  rate-work           pic 9(5)v9(6).

      *> the surcharge window found for the travel date - the first
      *> probe pair with a covering window wins, as for the tariff.
       01  travel-date         pic x(8).
       01  window-found        pic 9.
       01  surcharge-work      comp-2.
       01  surcharge-fx-rate   pic 9(5)v9(6).

      *> the airport's schedule in force on the travel date and the
      *> type's MTOW it is levied on.
       01  schedule-found      pic 9.
       01  chg-in-force.
       copy "airchg.cpy" replacing ==(prefix)== by ==cif==.
       01  charge-currency     pic x(3).
       01  charge-fx-rate      pic 9(5)v9(6).
       01  type-mtow-t         pic 9(3)v9.
       01  type-file-open      pic x value "N".
           88  type-profiles-available    value "Y".

      *> the fleet scan for a type quoted from a base, and the
      *> type's ferry rate a positioning leg is priced at.
       01  aircraft-found      pic 9.
       01  fleet-type-wanted   pic x(4).
       01  fleet-base-wanted   pic x(4).
       01  ferry-rate-km       pic 9(3)v99.

      *> the cargo row in force for the probe pair in progress, the
      *> break that covers the chargeable weight, and the weight
      *> worked in half-kilogram steps.
       01  cargo-in-force.
       copy "aircgt.cpy" replacing ==(prefix)== by ==cbf==.
       01  break-idx           pic 9.
       01  break-rate-kg       pic 9(3)v99.
       01  volume-work         comp-2.
       01  chargeable-work     comp-2.
       01  half-kg-units       pic 9(7).

       01  pricing-date        pic x(8).
       01  distance-whole      pic 9(5).
                           by value lnk-quote-date
                           by reference lnk-leg-amount
                           by reference lnk-rate-used
                           by reference lnk-min-applied
                           by value lnk-account
                           by reference lnk-discount-pct
                           by reference lnk-discount-amount
                           by reference lnk-currency
                           by reference lnk-fx-rate
                           by value lnk-travel-date
                           by reference lnk-surcharge-amount
                           by reference lnk-surcharge-desc
                           by value lnk-charge-code
                           by value lnk-aircraft-type
                           by value lnk-passengers
                           by value lnk-charge-arriving
                           by value lnk-charge-departing
                           by reference lnk-landing-amount
                           by reference lnk-parking-amount
                           by reference lnk-passenger-amount
                           by reference lnk-registration
                           by reference lnk-fleet-type
                           by reference lnk-home-base
                           by reference lnk-fleet-status
                           by value lnk-cargo-pieces
                           by value lnk-cargo-actual-kg
                           by value lnk-cargo-length-cm
                           by value lnk-cargo-width-cm
                           by value lnk-cargo-height-cm
                           by reference lnk-cargo-volume-kg
                           by reference lnk-cargo-chargeable-kg.
       main section.
           move rc-success to return-code
           evaluate true
                   perform close-trffile
               when price-leg
                   perform price-one-leg
               when price-airport-charges
                   perform price-one-airport
               when price-find-aircraft
                   perform find-fleet-aircraft
               when price-ferry-leg
                   perform price-one-ferry-leg
               when price-cargo-leg
                   perform price-one-cargo-leg
           end-evaluate
           exit program
       .
           move 0 to lnk-leg-amount
           move 0 to lnk-rate-used
           move space to lnk-min-applied
           move 0 to lnk-discount-pct
           move 0 to lnk-discount-amount
           move spaces to lnk-currency
           move 0 to lnk-fx-rate
           move 0 to lnk-surcharge-amount
           move spaces to lnk-surcharge-desc

           move lnk-quote-date to pricing-date
           if pricing-date = spaces
                   move best-min-amount to amount-work
                   move "Y" to lnk-min-applied
               end-if
               move spaces to quote-currency
               perform apply-contract-discount
               perform convert-to-quote-currency
               if return-code = rc-success
                   move amount-work to lnk-leg-amount
                   move best-rate-km to lnk-rate-used
                   perform apply-travel-surcharge
               end-if
           else
               move rc-not-found to return-code
           end-if
       .

      *> a consignment's leg: the chargeable weight at the rate of
      *> the break it falls in, floored at the row's minimum, then
      *> discounted, converted and surcharged as a passenger leg.
       price-one-cargo-leg section.
           move 0 to lnk-leg-amount
           move 0 to lnk-rate-used
           move space to lnk-min-applied
           move 0 to lnk-discount-pct
           move 0 to lnk-discount-amount
           move spaces to lnk-currency
           move 0 to lnk-fx-rate
           move 0 to lnk-surcharge-amount
           move spaces to lnk-surcharge-desc

           move lnk-quote-date to pricing-date
           if pricing-date = spaces
               move function current-date(1:8) to pricing-date
           end-if
           move lnk-distance-km to distance-whole
           perform work-chargeable-weight

           perform build-probe-pairs
           move 0 to band-found
           perform varying probe-idx from 1 by 1
                   until probe-idx > max-pair-probes
                       or band-found = 1
               perform find-cargo-band-for-pair
           end-perform

           if band-found = 1
               move cbf-rate-kg(1) to break-rate-kg
               perform varying break-idx from 2 by 1
                       until break-idx > 6
                   if cbf-rate-kg(break-idx) not = 0
                           and cbf-break-kg(break-idx)
                               <= lnk-cargo-chargeable-kg
                       move cbf-rate-kg(break-idx) to break-rate-kg
                   end-if
               end-perform
               compute amount-work =
                   lnk-cargo-chargeable-kg * break-rate-kg
               move cbf-min-charge to best-min-amount
               move cbf-currency to best-currency
               if amount-work < best-min-amount
                   move best-min-amount to amount-work
                   move "Y" to lnk-min-applied
               end-if
               move spaces to quote-currency
               perform apply-contract-discount
               perform convert-to-quote-currency
               if return-code = rc-success
                   move amount-work to lnk-leg-amount
                   move break-rate-kg to lnk-rate-used
                   perform apply-travel-surcharge
               end-if
           else
               move rc-not-found to return-code
           end-if
       .

      *> volumetric weight over all the pieces, and the greater of
      *> it and the actual weight, rounded up to the half kilogram
      *> the industry charges in.
       work-chargeable-weight section.
           compute volume-work = lnk-cargo-length-cm
               * lnk-cargo-width-cm * lnk-cargo-height-cm
           if lnk-cargo-pieces > 1
               compute volume-work = volume-work * lnk-cargo-pieces
           end-if
           compute volume-work = volume-work / vol-divisor
           compute lnk-cargo-volume-kg rounded = volume-work
           if volume-work > lnk-cargo-actual-kg
               move volume-work to chargeable-work
           else
               move lnk-cargo-actual-kg to chargeable-work
           end-if
           compute half-kg-units = chargeable-work * 2
           if half-kg-units < chargeable-work * 2
               add 1 to half-kg-units
           end-if
           compute lnk-cargo-chargeable-kg = half-kg-units / 2
       .

      *> the covering band with the latest effective date not after
      *> the quote date for one country pair, as find-band-for-pair
      *> does for the passenger tariff.
       find-cargo-band-for-pair section.
           move spaces to best-eff-date
           move probe-country1(probe-idx) to cgt-country1
           move probe-country2(probe-idx) to cgt-country2
           move 0 to cgt-band-low
           move low-values to cgt-eff-date
           start cgtfile key >= cgt-key
               invalid key
                   continue
               not invalid key
                   read cgtfile next record
                   perform until cgt-fstat-1 not = 0
                           or cgt-country1
                               not = probe-country1(probe-idx)
                           or cgt-country2
                               not = probe-country2(probe-idx)
                       if cgt-band-low <= distance-whole
                               and cgt-band-high >= distance-whole
                               and cgt-eff-date <= pricing-date
                               and cgt-eff-date > best-eff-date
                           move 1 to band-found
                           move cgt-eff-date to best-eff-date
                           move cgt-rec to cargo-in-force
                       end-if
                       read cgtfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
       .

      *> the account's contract percentage off the tariff amount - an
      *> account not on file (or none named) prices at the tariff.
       apply-contract-discount section.
           if lnk-account not = 0
               move lnk-account to cus-account
               read custfile
                   invalid key
                       continue
                   not invalid key
                       move cus-discount-pct to lnk-discount-pct
                       move cus-currency to quote-currency
                       compute lnk-discount-amount =
                           amount-work * cus-discount-pct / 100
                       subtract lnk-discount-amount from amount-work
               end-read
           end-if
       .

      *> one airport's charges for the quote: the schedule in force
      *> on the travel date, landing and parking when the aircraft
      *> arrives there, the passenger charge when it departs, then
      *> carried from the schedule's currency into the account's.
       price-one-airport section.
           move 0 to lnk-landing-amount
           move 0 to lnk-parking-amount
           move 0 to lnk-passenger-amount
           move spaces to lnk-currency
           move 0 to lnk-fx-rate

           move lnk-quote-date to pricing-date
           if pricing-date = spaces
               move function current-date(1:8) to pricing-date
           end-if
           move lnk-travel-date to travel-date
           if travel-date = spaces
               move pricing-date to travel-date
           end-if

           perform resolve-account-currency

           perform find-schedule-in-force
           if schedule-found = 0
               move rc-not-found to return-code
           else
               perform resolve-type-mtow
               if lnk-charge-arriving = "Y"
                   compute lnk-landing-amount rounded =
                       type-mtow-t * cif-landing-tonne
                   compute lnk-parking-amount rounded =
                       park-hours * cif-parking-hour
               end-if
               if lnk-charge-departing = "Y"
                   compute lnk-passenger-amount rounded =
                       lnk-passengers * cif-per-passenger
               end-if
               perform convert-charges-to-quote
           end-if
       .

      *> the account's currency, blank for the base currency - the
      *> currency an airport charge or a ferry leg is quoted in.
       resolve-account-currency section.
           move spaces to quote-currency
           if lnk-account not = 0
               move lnk-account to cus-account
               read custfile
                   invalid key
                       continue
                   not invalid key
                       move cus-currency to quote-currency
               end-read
           end-if
           if quote-currency = base-currency
               move spaces to quote-currency
           end-if
       .

      *> the aircraft a charter flies: a registration is read
      *> straight off the fleet file; a type and a base take the
      *> first aircraft of that type based there that is available
      *> - one in maintenance or withdrawn cannot be offered.
       find-fleet-aircraft section.
           move 0 to aircraft-found
           if lnk-registration not = spaces
               move function upper-case(lnk-registration)
                   to flt-registration
               read fltfile
                   invalid key
                       continue
                   not invalid key
                       move 1 to aircraft-found
               end-read
           else
               move function upper-case(lnk-fleet-type)
                   to fleet-type-wanted
               move function upper-case(lnk-home-base)
                   to fleet-base-wanted
               move low-values to flt-registration
               start fltfile key >= flt-registration
                   invalid key
                       continue
                   not invalid key
                       read fltfile next record
                       perform until flt-fstat-1 not = 0
                               or aircraft-found = 1
                           if flt-type = fleet-type-wanted
                                   and flt-home-base
                                       = fleet-base-wanted
                                   and flt-available
                               move 1 to aircraft-found
                           else
                               read fltfile next record
                               at end
                                   exit perform
                               end-read
                           end-if
                       end-perform
               end-start
           end-if

           if aircraft-found = 1
               move flt-registration to lnk-registration
               move flt-type to lnk-fleet-type
               move flt-home-base to lnk-home-base
               move flt-status to lnk-fleet-status
               if not flt-available
                   move rc-unavailable to return-code
               end-if
           else
               move space to lnk-fleet-status
               move rc-not-found to return-code
           end-if
       .

      *> an empty positioning leg: the distance at the type's ferry
      *> rate, from the base currency into the account's as a leg
      *> is carried, with nothing taken off or added.
       price-one-ferry-leg section.
           move 0 to lnk-leg-amount
           move 0 to lnk-rate-used
           move space to lnk-min-applied
           move 0 to lnk-discount-pct
           move 0 to lnk-discount-amount
           move spaces to lnk-currency
           move 0 to lnk-fx-rate
           move 0 to lnk-surcharge-amount
           move spaces to lnk-surcharge-desc

           move lnk-quote-date to pricing-date
           if pricing-date = spaces
               move function current-date(1:8) to pricing-date
           end-if

           move 0 to ferry-rate-km
           if lnk-aircraft-type not = spaces
                   and type-profiles-available
               move function upper-case(lnk-aircraft-type)
                   to typ-code
               read typfile
                   invalid key
                       continue
                   not invalid key
                       move typ-ferry-rate-km to ferry-rate-km
               end-read
           end-if

           if ferry-rate-km = 0
               move rc-not-found to return-code
           else
               compute amount-work = lnk-distance-km * ferry-rate-km
               perform resolve-account-currency
               move spaces to best-currency
               perform convert-to-quote-currency
               if return-code = rc-success
                   move amount-work to lnk-leg-amount
                   move ferry-rate-km to lnk-rate-used
               end-if
           end-if
       .

      *> the latest dated schedule at the airport not after the
      *> travel date - the rows sit in date order under the code.
       find-schedule-in-force section.
           move 0 to schedule-found
           move lnk-charge-code to chg-code
           move low-values to chg-eff-date
           start chgfile key >= chg-key
               invalid key
                   continue
               not invalid key
                   read chgfile next record
                   perform until chg-fstat-1 not = 0
                           or chg-code not = lnk-charge-code
                           or chg-eff-date > travel-date
                       move 1 to schedule-found
                       move chg-rec to chg-in-force
                       read chgfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
       .

      *> no type named, or a type with no MTOW profiled, charges
      *> no landing fee - the fee cannot be worked without it.
       resolve-type-mtow section.
           move 0 to type-mtow-t
           if lnk-aircraft-type not = spaces
                   and type-profiles-available
               move function upper-case(lnk-aircraft-type)
                   to typ-code
               read typfile
                   invalid key
                       continue
                   not invalid key
                       move typ-mtow-t to type-mtow-t
               end-read
           end-if
       .

       convert-charges-to-quote section.
           move cif-currency to charge-currency
           if charge-currency = base-currency
               move spaces to charge-currency
           end-if
           move 1 to charge-fx-rate
           if charge-currency not = spaces
               move charge-currency to rate-currency
               perform find-rate-in-force
               if rate-found = 0
                   move rate-currency to lnk-currency
                   move rc-no-rate to return-code
               else
                   move rate-work to charge-fx-rate
               end-if
           end-if
           move 1 to quote-fx-rate
           if quote-currency not = spaces
                   and return-code = rc-success
               move quote-currency to rate-currency
               perform find-rate-in-force
               if rate-found = 0
                   move quote-currency to lnk-currency
                   move rc-no-rate to return-code
               else
                   move rate-work to quote-fx-rate
               end-if
           end-if
           if return-code = rc-success
               if charge-currency not = quote-currency
                   compute lnk-landing-amount rounded =
                       lnk-landing-amount / charge-fx-rate
                           * quote-fx-rate
                   compute lnk-parking-amount rounded =
                       lnk-parking-amount / charge-fx-rate
                           * quote-fx-rate
                   compute lnk-passenger-amount rounded =
                       lnk-passenger-amount / charge-fx-rate
                           * quote-fx-rate
               end-if
               if quote-currency = spaces
                   move base-currency to lnk-currency
               else
                   move quote-currency to lnk-currency
               end-if
               move quote-fx-rate to lnk-fx-rate
           else
               move 0 to lnk-landing-amount
               move 0 to lnk-parking-amount
               move 0 to lnk-passenger-amount
           end-if
       .

      *> the net amount and discount carried from the tariff row's
      *> currency into the account's through the base currency -
      *> divide by the tariff currency's rate, multiply by the
      *> account currency's, both as in force on the quote date.
      *> A currency with no rate on or before that date fails the
      *> leg rather than quote it at a guess.
       convert-to-quote-currency section.
           move best-currency to tariff-currency
           if tariff-currency = base-currency
               move spaces to tariff-currency
           end-if
           if quote-currency = base-currency
               move spaces to quote-currency
           end-if

           move 1 to tariff-fx-rate
           if tariff-currency not = spaces
               move tariff-currency to rate-currency
               perform find-rate-in-force
               if rate-found = 0
                   move tariff-currency to lnk-currency
                   move rc-no-rate to return-code
               else
                   move rate-work to tariff-fx-rate
               end-if
           end-if

           move 1 to quote-fx-rate
           if quote-currency not = spaces
                   and return-code = rc-success
               move quote-currency to rate-currency
               perform find-rate-in-force
               if rate-found = 0
                   move quote-currency to lnk-currency
                   move rc-no-rate to return-code
               else
                   move rate-work to quote-fx-rate
               end-if
           end-if

           if return-code = rc-success
               if tariff-currency not = quote-currency
                   compute amount-work rounded =
                       amount-work / tariff-fx-rate * quote-fx-rate
                   compute lnk-discount-amount rounded =
                       lnk-discount-amount / tariff-fx-rate
                           * quote-fx-rate
               end-if
               if quote-currency = spaces
                   move base-currency to lnk-currency
               else
                   move quote-currency to lnk-currency
               end-if
               move quote-fx-rate to lnk-fx-rate
           end-if
       .

      *> the surcharge window covering the travel date for the leg's
      *> countries - percentage of the net amount, or the flat
      *> amount carried from its own currency into the quote's.
       apply-travel-surcharge section.
           move lnk-travel-date to travel-date
           if travel-date = spaces
               move pricing-date to travel-date
           end-if
           move 0 to window-found
           perform varying probe-idx from 1 by 1
                   until probe-idx > max-pair-probes
                       or window-found = 1
               perform find-window-for-pair
           end-perform

           if window-found = 1
               if sur-type-percent
                   compute surcharge-work rounded =
                       amount-work * sur-pct / 100
               else
                   move sur-flat-amount to surcharge-work
                   move sur-currency to rate-currency
                   if rate-currency = base-currency
                       move spaces to rate-currency
                   end-if
                   if rate-currency not = quote-currency
                       move 1 to surcharge-fx-rate
                       if rate-currency not = spaces
                           perform find-rate-in-force
                           if rate-found = 0
                               move rate-currency to lnk-currency
                               move rc-no-rate to return-code
                           else
                               move rate-work to surcharge-fx-rate
                           end-if
                       end-if
                       if return-code = rc-success
                           compute surcharge-work rounded =
                               surcharge-work / surcharge-fx-rate
                                   * quote-fx-rate
                       end-if
                   end-if
               end-if
               if return-code = rc-success
                   move surcharge-work to lnk-surcharge-amount
                   move sur-description to lnk-surcharge-desc
               end-if
           end-if
       .

      *> the pair's windows sit in start-date order under the pair,
      *> and do not overlap, so the scan stops at the first one
      *> covering the travel date or the first one starting after it.
       find-window-for-pair section.
           move probe-country1(probe-idx) to sur-country1
           move probe-country2(probe-idx) to sur-country2
           move low-values to sur-start-date
           start surfile key >= sur-key
               invalid key
                   continue
               not invalid key
                   read surfile next record
                   perform until sur-fstat-1 not = 0
                           or sur-country1
                               not = probe-country1(probe-idx)
                           or sur-country2
                               not = probe-country2(probe-idx)
                           or sur-start-date > travel-date
                           or window-found = 1
                       if sur-end-date >= travel-date
                           move 1 to window-found
                       else
                           read surfile next record
                           at end
                               exit perform
                           end-read
                       end-if
                   end-perform
           end-start
       .

      *> the latest dated rate for rate-currency not after the
      *> quote date - the key sorts the dates under the currency,
      *> so the scan runs that currency's rows until one is dated
      *> after the quote date or the currency changes.
       find-rate-in-force section.
           move 0 to rate-found
           move rate-currency to fx-currency
           move low-values to fx-eff-date
           start fxfile key >= fx-key
               invalid key
                   continue
               not invalid key
                   read fxfile next record
                   perform until fx-fstat-1 not = 0
                           or fx-currency not = rate-currency
                           or fx-eff-date > pricing-date
                       move 1 to rate-found
                       move fx-rate to rate-work
                       read fxfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
       .

      *> the exact pair in either order, then each country against
      *> the "ALL" wildcard, then the ALL/ALL fallback row.
       build-probe-pairs section.
                           move trf-eff-date to best-eff-date
                           move trf-rate-km to best-rate-km
                           move trf-min-amount to best-min-amount
                           move trf-currency to best-currency
                       end-if
                       read trffile next record
                       at end
       open-trffile section.
           display airtariff-dat upon environment-name
           accept trffile-name from environment-value
      *> only a missing file is created - any other failure (a
      *> tariff file still in an earlier layout) is left alone for
      *> airupgr to convert rather than opened over.
           open input trffile
           if trf-fstat = "35"
               open output trffile
               close trffile
               open input trffile
               display "Error opening tariff master data"
               move rc-file-error to return-code
           end-if

           display aircustomers-dat upon environment-name
           accept custfile-name from environment-value
           open input custfile
           if cus-fstat = "35"
               open output custfile
               close custfile
               open input custfile
           end-if

           display airfxrates-dat upon environment-name
           accept fxfile-name from environment-value
           open input fxfile
           if fx-fstat = "35"
               open output fxfile
               close fxfile
               open input fxfile
           end-if
           if fx-fstat-1 not = 0
               display "Error opening exchange rate data"
               move rc-file-error to return-code
           end-if

           display airsurcharge-dat upon environment-name
           accept surfile-name from environment-value
           open input surfile
           if sur-fstat = "35"
               open output surfile
               close surfile
               open input surfile
           end-if

           display aircharges-dat upon environment-name
           accept chgfile-name from environment-value
           open input chgfile
           if chg-fstat = "35"
               open output chgfile
               close chgfile
               open input chgfile
           end-if

           display airactype-dat upon environment-name
           accept typfile-name from environment-value
           open input typfile
           if typ-fstat-1 = 0
               move "Y" to type-file-open
           end-if

           display airfleet-dat upon environment-name
           accept fltfile-name from environment-value
           open input fltfile
           if flt-fstat = "35"
               open output fltfile
               close fltfile
               open input fltfile
           end-if

           display aircargotariff-dat upon environment-name
           accept cgtfile-name from environment-value
           open input cgtfile
           if cgt-fstat = "35"
               open output cgtfile
               close cgtfile
               open input cgtfile
           end-if

           display voldivisor-dat upon environment-name
           accept vol-divisor-token from environment-value
           if vol-divisor-token not = spaces
               compute vol-divisor = function numval(vol-divisor-token)
           end-if
           if vol-divisor = 0
               move 6000 to vol-divisor
           end-if

           display parkhours-dat upon environment-name
           accept park-hours-token from environment-value
           if park-hours-token not = spaces
               compute park-hours = function numval(park-hours-token)
           end-if

           display basecurrency-dat upon environment-name
           accept base-currency from environment-value
           if base-currency = spaces
               move "GBP" to base-currency
           end-if
       .

       close-trffile section.
           close trffile
           close custfile
           close fxfile
           close surfile
           close chgfile
           close fltfile
           close cgtfile
           if type-profiles-available
               close typfile
               move "N" to type-file-open
           end-if
       .

       end program airprice.
