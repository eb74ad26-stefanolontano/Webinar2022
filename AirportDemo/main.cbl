       01  itin-total-km   pic zzz,zz9.
       01  itin-fuel-raw   comp-2.
       01  itin-fuel-kg    pic zzz,zz9.
       01  itin-fuel-wind-raw comp-2.
       01  itin-fuel-wind-kg pic zzz,zz9.
      *> the seasonal average wind component shown beside the
      *> still-air estimates, tailwind positive.
       01  wind-kt-ed      pic +zz9.

      *> fuel costing across the itinerary - each leg's cost and the
      *> uplift price behind it are kept so the tankering pass can
       01  quote-work.
       copy "airqte.cpy" replacing ==(prefix)== by ==qw==.
       01  cust-ref        pic x(20).
      *> the customer account every quote is cut against - vetted by
      *> airquote before a leg is priced, its contract discount then
      *> taken off each leg by airprice.
       01  account-input   pic x(10).
       01  quote-account-ok pic x.
       01  quote-discount-raw comp-2.
       01  discount-pct-ed pic z9.99.
       01  discount-ed     pic zzz,zz9.99.
       78  rc-account-blocked value 6.
      *> airquote's answer for travel in a closed accounting period.
       78  rc-period-closed value 3.
      *> airprice's answer when a leg's tariff or account currency
      *> has no exchange rate in force on the quote date.
       78  rc-no-rate      value 6.
      *> the travel date the quote is cut for - it decides the peak
      *> season or holiday surcharge, shown under the leg it falls on
      *> and totalled separately.
       01  travel-input    pic x(10).
       01  travel-date-ok  pic x.
       01  quote-surcharge-raw comp-2.
       01  surcharge-ed    pic zzz,zz9.99.
      *> each itinerary airport's landing, parking and passenger
      *> charges, on the session aircraft type and the passenger
      *> count asked for with the quote, priced through airprice
      *> after the legs and shown one line per airport.
       01  pax-input       pic x(10).
       01  pax-ok          pic x.
       01  charge-idx      pic 9(2).
       01  airport-charge-raw comp-2.
       01  quote-charges-raw comp-2.
       01  landing-ed      pic zzz,zz9.99.
       01  parking-ed      pic zzz,zz9.99.
       01  pax-charge-ed   pic zzz,zz9.99.
      *> the aircraft a charter flies - a registration off the
      *> fleet file, or a type and the base it would come from -
      *> and the empty positioning legs from that base to the first
      *> airport and home from the last, priced at the type's
      *> ferry rate.  Every leg, revenue or positioning, is checked
      *> against the type's range and runway needs first.
       01  aircraft-input  pic x(30).
       01  aircraft-token1 pic x(10).
       01  aircraft-token2 pic x(10).
       01  aircraft-ok     pic x.
       78  rc-unavailable  value 2.
       01  quote-ferry-raw comp-2.
       01  ferry-direction pic x.
           88  ferry-outbound          value "O".
       01  leg-departure-code pic x(4).
       01  leg-arrival-code pic x(4).
       01  leg-range-flag  pic x.
       01  unusable-count  pic 9(2).
      *> cargo-quote support - 'W code code code...' (or
      *> 'W routename') prices a consignment over the same legs by
      *> its chargeable weight, off the pieces, actual weight and
      *> per-piece dimensions asked for with the quote.  A cargo
      *> quote carries no airport charges or positioning.
       01  cargo-input     pic x(20).
       01  cargo-dim-l     pic x(6).
       01  cargo-dim-w     pic x(6).
       01  cargo-dim-h     pic x(6).
       01  cargo-ok        pic x.
       01  chargeable-ed   pic zzzzz9.9.
       01  volume-ed       pic zzzzz9.9.
      *> every quote, passenger or cargo, is screened through airembs
      *> before a leg is priced: an itinerary airport (or the home
      *> base a charter positions from) in a country under embargo
      *> on any day from today to the travel date refuses it, and
      *> the refusal is logged under the console's login user.
       copy "airemprm.cpy" replacing ==(em-prefix)== by ==em==.
       01  console-operator pic x(8).
       01  embargo-clear   pic x.
       78  rc-embargoed    value 6.
      *> every itinerary and quote leg's great-circle track is
      *> checked through airzone against the restricted-airspace
      *> and conflict-zone file, and each zone it enters is warned
      *> of by name.  A quote leg through an avoid zone still shows
      *> its price, but the quote is not recorded.
       copy "airznprm.cpy" replacing ==(zn-prefix)== by ==zn==.
       01  zone-idx        pic 9(2).
       01  zone-blocked    pic x.
       01  zone-check-date pic x(8).
      *> the runway lookup's wind components, edited for display.
       01  runway-headwind-ed  pic zz9.
       01  runway-crosswind-ed pic zz9.
       01  runway-wind-word    pic x(8).
       01  leg-country1    pic x(20).
       01  leg-country2    pic x(20).
       01  leg-amount-ed   pic zzz,zz9.99.

       procedure division.

           display "USER" upon environment-name
           accept console-operator from environment-value
           move function upper-case(console-operator)
               to console-operator
           if console-operator = spaces
               move "CONSOLE" to console-operator
           end-if

           set open-file to true
           perform call-aircode-program

           set embargo-open to true
           perform call-airembs-program

           set zone-open to true
           perform call-airzone-program

           set route-open to true
           perform call-airroute-program

                       "leg order, " &
                       "'Q code code code...' (or 'Q routename') " &
                       "for a priced quote, " &
                       "'W code code code...' (or 'W routename') " &
                       "for a cargo quote, " &
                       "'S orig dest [day] [date]' for schedules " &
                       "and connections, " &
                       "'T code1 code2 HHMM [date]' for an " &
                           function numval(nrby-token2)
                       move function numval(nrby-token3)
                           to ls-radius-km
                       move spaces to ls-travel-date
                       set get-nearby to true
                       perform call-aircode-program
                       display "Airports within " ls-radius-km
                           move function numval(nrby-token2)
                               to ls-radius-km
                       end-if
                       move spaces to ls-travel-date
                       set get-nearby to true
                       perform call-aircode-program
                       display "Airports within " ls-radius-km
                       end-if
                       perform run-priced-itinerary
                   else
                   if ls-airport1 = "W"
                       move user-input(3:) to itin-input
                       perform expand-route-if-named
                       if itin-count = 0
                           perform parse-itinerary
                       end-if
                       perform run-cargo-itinerary
                   else
                   if ls-airport1 = "O"
                       move user-input(3:) to itin-input
                       perform strip-fixed-end-token
                           else
                               move session-type to ls-aircraft-type
                           end-if
                           move spaces to ls-travel-date
                           set get-distance to true
                           perform call-aircode-program
                           display "Distance: " distance-km "kms"
                                   "  routed: " routed-km "kms"
                                   "  est. flight time: "
                                   flight-time-min "min"
                           move wind-component-kt to wind-kt-ed
                           display "  with seasonal wind "
                                   wind-kt-ed " kt: "
                                   flight-time-wind-min "min"
                           if fuel-kg-raw > 0
                               display "  est. fuel: " fuel-kg " kg"
                                       " still air, " fuel-kg-wind
                                       " kg with wind"
                               display "  est. CO2:  " co2-kg " kg"
                                       " still air, " co2-kg-wind
                                       " kg with wind"
                           end-if
                           if range-exceeded = "Y"
                               display "*** leg exceeds the "
                           move " " to ap-code of ls-rec
      *> get-runways returns the master record exactly as get-details
      *> does, plus the runway child records, in the one call.
      *> The session type rides along so each runway's crosswind
      *> is flagged against that type's limit.
                           move session-type to ls-aircraft-type
                           set get-runways to true
                           perform call-aircode-program

                   end-if
                   end-if
                   end-if
                   end-if
               end-if
           end-perform


           set quote-close to true
           perform call-airquote-program

           set embargo-close to true
           perform call-airembs-program

           set zone-close to true
           perform call-airzone-program
       .

      *> a single token after 'I' is taken as a stored route name and
       run-itinerary section.
           move 0 to itin-total-raw
           move 0 to itin-fuel-raw
           move 0 to itin-fuel-wind-raw
           move 0 to itin-cost-raw
           initialize itin-leg-prices
           if itin-count < 2
                       until itin-idx > itin-count - 1
                   move itin-codes(itin-idx) to ls-airport1
                   move itin-codes(itin-idx + 1) to ls-airport2
                   move spaces to ls-travel-date
                   set get-distance to true
                   perform call-aircode-program
                   compute itin-total-raw =
                       itin-total-raw + routed-km-raw
                   compute itin-fuel-raw =
                       itin-fuel-raw + fuel-kg-raw
                   compute itin-fuel-wind-raw =
                       itin-fuel-wind-raw + fuel-kg-wind-raw
                   compute itin-cost-raw =
                       itin-cost-raw + fuel-cost-raw
                   move fuel-price-raw
                               " exceeds the " session-type
                               " range"
                   end-if
                   move itin-codes(itin-idx) to leg-departure-code
                   move itin-codes(itin-idx + 1) to leg-arrival-code
                   move spaces to zone-check-date
                   perform check-leg-zones
               end-perform
               move itin-total-raw to itin-total-km
               display "Total itinerary distance: " itin-total-km
                       "kms"
               if itin-fuel-raw > 0
                   move itin-fuel-raw to itin-fuel-kg
                   move itin-fuel-wind-raw to itin-fuel-wind-kg
                   display "Total estimated fuel: " itin-fuel-kg
                           " kg still air, " itin-fuel-wind-kg
                           " kg with seasonal wind"
               end-if
               if itin-cost-raw > 0
                   move itin-cost-raw to itin-cost-ed
      *> so the priced kilometres always agree with the 'I' figures.
       run-priced-itinerary section.
           move 0 to quote-total-raw
           move 0 to quote-discount-raw
           move 0 to quote-surcharge-raw
           move 0 to quote-charges-raw
           move 0 to quote-ferry-raw
           move "Y" to quote-priced-ok
           move "N" to zone-blocked
           move "N" to travel-date-ok
           move "N" to quote-account-ok
           initialize quote-work
           set qw-passenger-quote to true
           if itin-count < 2
               display "Enter at least two codes for a quote."
           else
               perform prompt-quote-account
           end-if
           if quote-account-ok = "Y"
               perform prompt-travel-date
           end-if
           move "N" to pax-ok
           if quote-account-ok = "Y" and travel-date-ok = "Y"
               perform prompt-passengers
           end-if
           move "N" to aircraft-ok
           if pax-ok = "Y"
               perform prompt-aircraft
           end-if
           move "N" to embargo-clear
           if aircraft-ok = "Y"
               perform screen-quote-embargo
           end-if
           if itin-count >= 2 and quote-account-ok = "Y"
                   and travel-date-ok = "Y" and pax-ok = "Y"
                   and aircraft-ok = "Y" and embargo-clear = "Y"
               perform varying itin-idx from 1 by 1
                       until itin-idx > itin-count - 1
                   move itin-codes(itin-idx) to ls-airport1
                   move itin-codes(itin-idx + 1) to ls-airport2
                   move qw-aircraft-type to ls-aircraft-type
                   move qw-travel-date to ls-travel-date
                   set get-distance to true
                   perform call-aircode-program
                   if return-code = rc-success
                       move range-exceeded to leg-range-flag
                       perform price-one-quote-leg
                       move itin-codes(itin-idx) to leg-departure-code
                       move itin-codes(itin-idx + 1)
                           to leg-arrival-code
                       perform check-leg-flyable
                       move qw-travel-date to zone-check-date
                       perform check-leg-zones
                   else
                       display "*** " itin-codes(itin-idx) " -> "
                               itin-codes(itin-idx + 1)
                       move "N" to quote-priced-ok
                   end-if
               end-perform
               if quote-priced-ok = "Y" and qw-home-base not = spaces
                   perform price-positioning-legs
               end-if
               if quote-priced-ok = "Y"
                   perform price-itinerary-airports
               end-if
               if quote-priced-ok = "Y"
                   move quote-total-raw to quote-total-ed
                   display "Total quote amount: " quote-total-ed
                           " " qw-currency
                   if quote-discount-raw not = 0
                       move quote-discount-raw to discount-ed
                       display "  (after contract discount of "
                               discount-ed ")"
                   end-if
                   if quote-surcharge-raw not = 0
                       move quote-surcharge-raw to surcharge-ed
                       display "  (including travel-date surcharges"
                               " of " surcharge-ed ")"
                   end-if
                   if quote-charges-raw not = 0
                       move quote-charges-raw to surcharge-ed
                       display "  (including airport charges of "
                               surcharge-ed ")"
                   end-if
                   if quote-ferry-raw not = 0
                       move quote-ferry-raw to surcharge-ed
                       display "  (including positioning from "
                               qw-home-base " of " surcharge-ed ")"
                   end-if
                   if zone-blocked = "Y"
                       display "Quote not recorded - a leg crosses"
                               " an avoid zone."
                   else
                       perform capture-priced-quote
                   end-if
               else
                   display "Quote incomplete - one or more legs"
                           " could not be priced."
           end-if
       .

      *> a consignment over the legs: the account and travel date are
      *> vetted as for a passenger quote, then the pieces, weight and
      *> dimensions, and each leg is priced on the chargeable weight.
       run-cargo-itinerary section.
           move 0 to quote-total-raw
           move 0 to quote-discount-raw
           move 0 to quote-surcharge-raw
           move 0 to quote-charges-raw
           move 0 to quote-ferry-raw
           move "Y" to quote-priced-ok
           move "N" to zone-blocked
           move "N" to travel-date-ok
           move "N" to quote-account-ok
           initialize quote-work
           set qw-cargo-quote to true
           if itin-count < 2
               display "Enter at least two codes for a quote."
           else
               perform prompt-quote-account
           end-if
           if quote-account-ok = "Y"
               perform prompt-travel-date
           end-if
           move "N" to cargo-ok
           if quote-account-ok = "Y" and travel-date-ok = "Y"
               perform prompt-consignment
           end-if
           move "N" to embargo-clear
           if cargo-ok = "Y"
               perform screen-quote-embargo
           end-if
           if itin-count >= 2 and quote-account-ok = "Y"
                   and travel-date-ok = "Y" and cargo-ok = "Y"
                   and embargo-clear = "Y"
               perform varying itin-idx from 1 by 1
                       until itin-idx > itin-count - 1
                   move itin-codes(itin-idx) to ls-airport1
                   move itin-codes(itin-idx + 1) to ls-airport2
                   move session-type to ls-aircraft-type
                   move qw-travel-date to ls-travel-date
                   set get-distance to true
                   perform call-aircode-program
                   if return-code = rc-success
                       perform price-one-cargo-leg
                       move itin-codes(itin-idx) to leg-departure-code
                       move itin-codes(itin-idx + 1)
                           to leg-arrival-code
                       move qw-travel-date to zone-check-date
                       perform check-leg-zones
                   else
                       display "*** " itin-codes(itin-idx) " -> "
                               itin-codes(itin-idx + 1)
                               " could not be resolved - not priced"
                       move "N" to quote-priced-ok
                   end-if
               end-perform
               if quote-priced-ok = "Y"
                   move qw-cargo-chargeable-kg to chargeable-ed
                   move pr-cargo-volume-kg to volume-ed
                   display "Chargeable weight " chargeable-ed " kg"
                           " (volumetric " volume-ed " kg)"
                   move quote-total-raw to quote-total-ed
                   display "Total quote amount: " quote-total-ed
                           " " qw-currency
                   if quote-discount-raw not = 0
                       move quote-discount-raw to discount-ed
                       display "  (after contract discount of "
                               discount-ed ")"
                   end-if
                   if quote-surcharge-raw not = 0
                       move quote-surcharge-raw to surcharge-ed
                       display "  (including travel-date surcharges"
                               " of " surcharge-ed ")"
                   end-if
                   if zone-blocked = "Y"
                       display "Quote not recorded - a leg crosses"
                               " an avoid zone."
                   else
                       perform capture-priced-quote
                   end-if
               else
                   display "Quote incomplete - one or more legs"
                           " could not be priced."
               end-if
           end-if
       .

      *> the itinerary codes, and a charter's home base, screened
      *> from today to the travel date - a refusal names the airport
      *> and the embargo that stopped the quote.
       screen-quote-embargo section.
           move console-operator to em-operator
           move "QUOTE" to em-source
           move spaces to em-reference
           string "ACCOUNT " delimited by size
                  qw-account delimited by size
                  into em-reference
           move function current-date(1:8) to em-from-date
           move qw-travel-date to em-to-date
           move itin-count to em-code-count
           move spaces to em-codes-array
           perform varying itin-idx from 1 by 1
                   until itin-idx > itin-count
               move itin-codes(itin-idx) to em-codes(itin-idx)
           end-perform
           if qw-home-base not = spaces and em-code-count < 20
               add 1 to em-code-count
               move qw-home-base to em-codes(em-code-count)
           end-if
           set embargo-screen to true
           perform call-airembs-program
           if return-code = rc-embargoed
               display "*** " em-hit-code " is in "
                       em-hit-country " - under embargo from "
                       em-hit-eff-date " (" em-hit-reason ")"
               display "Quote refused."
           else
               move "Y" to embargo-clear
           end-if
       .

      *> pieces default to one; the dimensions are per piece and
      *> may be left off, when the actual weight alone is charged.
       prompt-consignment section.
           move "Y" to cargo-ok
           move 1 to qw-cargo-pieces
           display "Pieces (Enter for one): " with no advancing
           accept cargo-input
           if cargo-input not = spaces
               if cargo-input(1:1) is numeric
                       and function numval(cargo-input) >= 1
                       and function numval(cargo-input) <= 9999
                   compute qw-cargo-pieces =
                       function numval(cargo-input)
               else
                   display "Pieces must be a number from 1 to 9999"
                           " - quote not priced."
                   move "N" to cargo-ok
               end-if
           end-if
           if cargo-ok = "Y"
               display "Actual weight in kg: " with no advancing
               accept cargo-input
               if cargo-input(1:1) is not numeric
                       or function numval(cargo-input) = 0
                       or function numval(cargo-input) > 999999
                   display "The actual weight is required in kg -"
                           " quote not priced."
                   move "N" to cargo-ok
               else
                   compute qw-cargo-actual-kg =
                       function numval(cargo-input)
               end-if
           end-if
           if cargo-ok = "Y"
               display "Dimensions per piece LxWxH cm"
                       " (Enter for none): " with no advancing
               accept cargo-input
               if cargo-input not = spaces
                   move spaces to cargo-dim-l cargo-dim-w cargo-dim-h
                   unstring cargo-input delimited by "x" or "X"
                       into cargo-dim-l, cargo-dim-w, cargo-dim-h
                   if cargo-dim-l(1:1) is not numeric
                           or cargo-dim-w(1:1) is not numeric
                           or cargo-dim-h(1:1) is not numeric
                           or function numval(cargo-dim-l) > 9999
                           or function numval(cargo-dim-w) > 9999
                           or function numval(cargo-dim-h) > 9999
                       display "Dimensions are LxWxH in whole cm -"
                               " quote not priced."
                       move "N" to cargo-ok
                   else
                       compute qw-cargo-length-cm =
                           function numval(cargo-dim-l)
                       compute qw-cargo-width-cm =
                           function numval(cargo-dim-w)
                       compute qw-cargo-height-cm =
                           function numval(cargo-dim-h)
                   end-if
               end-if
           end-if
       .

      *> the account is asked for before anything is priced - an
      *> unknown or blocked account refuses the quote outright.
       prompt-quote-account section.
           move "N" to quote-account-ok
           display "Customer account number: " with no advancing
           accept account-input
           if account-input(1:6) is not numeric
                   or account-input(7:) not = spaces
               display "An account number is six digits - quote"
                       " not priced."
           else
               move account-input(1:6) to qw-account
               set quote-account to true
               perform call-airquote-program
               evaluate return-code
                   when rc-success
                       move "Y" to quote-account-ok
                       if qw-discount-pct not = 0
                           move qw-discount-pct to discount-pct-ed
                           display "Contract discount "
                                   discount-pct-ed "% applies."
                       end-if
                   when rc-account-blocked
                       display "Account " qw-account " is blocked -"
                               " quote refused."
                   when other
                       display "Account " qw-account " is not on"
                               " file - quote refused."
               end-evaluate
           end-if
       .

      *> the travel date defaults to today; a date already past
      *> cannot be quoted for.
       prompt-travel-date section.
           display "Travel date YYYYMMDD (Enter for today): "
               with no advancing
           accept travel-input
           if travel-input = spaces
               move function current-date(1:8) to qw-travel-date
               move "Y" to travel-date-ok
           else
               if travel-input(1:8) is not numeric
                       or travel-input(9:) not = spaces
                   display "A travel date is YYYYMMDD - quote not"
                           " priced."
               else
                   if function test-date-yyyymmdd(
                           function numval(travel-input(1:8))) not = 0
                       display "Travel date " travel-input(1:8)
                               " is not a calendar date - quote not"
                               " priced."
                   else
                       if travel-input(1:8)
                               < function current-date(1:8)
                           display "Travel date " travel-input(1:8)
                                   " has passed - quote not priced."
                       else
                           move travel-input(1:8) to qw-travel-date
                           move "Y" to travel-date-ok
                       end-if
                   end-if
               end-if
           end-if
       .

      *> the passenger count the per-passenger charges are worked
      *> on - none at all is a positioning or freight-only quote.
       prompt-passengers section.
           display "Passengers (Enter for none): " with no advancing
           accept pax-input
           if pax-input = spaces
               move 0 to qw-passengers
               move "Y" to pax-ok
           else
               if pax-input(1:1) is numeric
                       and function numval(pax-input) <= 999
                   compute qw-passengers = function numval(pax-input)
                   move "Y" to pax-ok
               else
                   display "Passengers must be a number up to 999 -"
                           " quote not priced."
               end-if
           end-if
           move session-type to qw-aircraft-type
       .

      *> the aircraft is asked for with the quote: one token is a
      *> fleet registration, two are a type and the base it would
      *> position from - the fleet must hold an available aircraft
      *> of that type there.  None keeps the session type and
      *> prices no positioning.
       prompt-aircraft section.
           move "Y" to aircraft-ok
           display "Aircraft registration, or type and home base"
                   " (Enter for none): " with no advancing
           accept aircraft-input
           if aircraft-input not = spaces
               move spaces to aircraft-token1
               move spaces to aircraft-token2
               unstring aircraft-input delimited by all space
                   into aircraft-token1, aircraft-token2
               move spaces to pr-registration
               move spaces to pr-fleet-type
               move spaces to pr-home-base
               if aircraft-token2 = spaces
                   move function upper-case(aircraft-token1)
                       to pr-registration
               else
                   move function upper-case(aircraft-token1(1:4))
                       to pr-fleet-type
                   move function upper-case(aircraft-token2(1:4))
                       to pr-home-base
               end-if
               set price-find-aircraft to true
               perform call-airprice-program
               evaluate return-code
                   when rc-success
                       if aircraft-token2 = spaces
                           move pr-registration to qw-registration
                       end-if
                       move pr-fleet-type to qw-aircraft-type
                       move pr-home-base to qw-home-base
                       display "Aircraft " pr-registration " ("
                               pr-fleet-type ") based at "
                               pr-home-base "."
                   when rc-unavailable
                       display "Aircraft " pr-registration " is not"
                               " available (status " pr-fleet-status
                               ") - quote not priced."
                       move "N" to aircraft-ok
                   when other
                       if aircraft-token2 = spaces
                           display aircraft-token1 " is not in the"
                                   " fleet - quote not priced."
                       else
                           display "No available " pr-fleet-type
                                   " is based at " pr-home-base
                                   " - quote not priced."
                       end-if
                       move "N" to aircraft-ok
               end-evaluate
           end-if
       .

      *> a leg the quoted type cannot fly nonstop, or into an
      *> airport it cannot use, leaves the quote unpriced - the
      *> same answers the distance and 'U' commands give.  No type
      *> on the quote, or one with no runway profile, stands the
      *> landability check aside.
       check-leg-flyable section.
           if leg-range-flag = "Y"
               display "*** " leg-departure-code " -> "
                       leg-arrival-code " exceeds the "
                       qw-aircraft-type " range - not priced"
               move "N" to quote-priced-ok
           end-if
           if qw-aircraft-type not = spaces
               move leg-arrival-code to ls-airport1
               move qw-aircraft-type to ls-aircraft-type
               set get-landable to true
               perform call-aircode-program
               if return-code not = rc-success
                   move 0 to unusable-count
                   inspect ls-matched-codes(1) tallying
                       unusable-count for all " NOT USABLE "
                   if unusable-count > 0
                       display "*** " ls-matched-codes(1)
                       move "N" to quote-priced-ok
                   end-if
               end-if
           end-if
       .

      *> one warning per zone the leg's track enters on the check
      *> date; an avoid zone also stops the quote being recorded.
       check-leg-zones section.
           move leg-departure-code to zn-code1
           move leg-arrival-code to zn-code2
           move zone-check-date to zn-check-date
           set zone-check-leg to true
           perform call-airzone-program
           perform varying zone-idx from 1 by 1
                   until zone-idx > zn-hit-count
               if zn-hit-severity(zone-idx) = "A"
                   display "*** " leg-departure-code " -> "
                           leg-arrival-code " crosses AVOID zone "
                           zn-hit-id(zone-idx) " "
                           zn-hit-name(zone-idx)
               else
                   display "    " leg-departure-code " -> "
                           leg-arrival-code " crosses caution zone "
                           zn-hit-id(zone-idx) " "
                           zn-hit-name(zone-idx)
               end-if
           end-perform
           if zn-avoid-crossed
               move "Y" to zone-blocked
           end-if
       .

      *> the empty legs out from the home base to the first airport
      *> and back from the last, where the itinerary does not
      *> already start or end there.
       price-positioning-legs section.
           if qw-home-base not = itin-codes(1)
               move qw-home-base to leg-departure-code
               move itin-codes(1) to leg-arrival-code
               move "O" to ferry-direction
               perform price-one-positioning-leg
           end-if
           if qw-home-base not = itin-codes(itin-count)
                   and quote-priced-ok = "Y"
               move itin-codes(itin-count) to leg-departure-code
               move qw-home-base to leg-arrival-code
               move "I" to ferry-direction
               perform price-one-positioning-leg
           end-if
       .

       price-one-positioning-leg section.
           move leg-departure-code to ls-airport1
           move leg-arrival-code to ls-airport2
           move qw-aircraft-type to ls-aircraft-type
           move qw-travel-date to ls-travel-date
           set get-distance to true
           perform call-aircode-program
           if return-code not = rc-success
               display "*** positioning " leg-departure-code " -> "
                       leg-arrival-code " could not be resolved -"
                       " not priced"
               move "N" to quote-priced-ok
           else
               move range-exceeded to leg-range-flag
               move qw-aircraft-type to pr-aircraft-type
               move routed-km-raw to pr-distance-km
               move spaces to pr-quote-date
               move qw-account to pr-account
               set price-ferry-leg to true
               perform call-airprice-program
               evaluate return-code
                   when rc-success
                       if ferry-outbound
                           move routed-km-raw to qw-ferry-out-km
                           move pr-leg-amount to qw-ferry-out-amount
                       else
                           move routed-km-raw to qw-ferry-in-km
                           move pr-leg-amount to qw-ferry-in-amount
                       end-if
                       add pr-leg-amount to quote-total-raw
                       add pr-leg-amount to quote-ferry-raw
                       move pr-leg-amount to leg-amount-ed
                       display "  positioning " leg-departure-code
                               " -> " leg-arrival-code ": "
                               routed-km "kms  " leg-amount-ed " "
                               pr-currency " ferry at "
                               pr-rate-used "/km"
                   when rc-no-rate
                       display "*** no exchange rate in force for "
                               pr-currency " - positioning "
                               leg-departure-code " -> "
                               leg-arrival-code " not priced"
                       move "N" to quote-priced-ok
                   when other
                       display "*** no ferry rate profiled for "
                               qw-aircraft-type " - positioning not"
                               " priced"
                       move "N" to quote-priced-ok
               end-evaluate
               perform check-leg-flyable
               move qw-travel-date to zone-check-date
               perform check-leg-zones
           end-if
       .

      *> every airport on the itinerary: the origin is only departed
      *> from, the destination only arrived at, each stop between
      *> both - though an origin the aircraft positions into is
      *> landed at as well.  An airport with no charges schedule on
      *> file adds nothing; a schedule in a currency with no rate in
      *> force leaves the quote unpriced, as a leg would.
       price-itinerary-airports section.
           perform varying charge-idx from 1 by 1
                   until charge-idx > itin-count
               move itin-codes(charge-idx) to pr-charge-code
               move qw-aircraft-type to pr-aircraft-type
               move qw-passengers to pr-passengers
               move qw-account to pr-account
               move spaces to pr-quote-date
               move qw-travel-date to pr-travel-date
               move "Y" to pr-charge-arriving
               move "Y" to pr-charge-departing
               if charge-idx = 1 and (qw-home-base = spaces
                       or qw-home-base = itin-codes(1))
                   move "N" to pr-charge-arriving
               end-if
               if charge-idx = itin-count
                   move "N" to pr-charge-departing
               end-if
               set price-airport-charges to true
               perform call-airprice-program
               evaluate return-code
                   when rc-success
                       compute airport-charge-raw =
                           pr-landing-amount + pr-parking-amount
                               + pr-passenger-amount
                       if airport-charge-raw not = 0
                           move airport-charge-raw
                               to qw-airport-charge(charge-idx)
                           add airport-charge-raw to quote-total-raw
                           add airport-charge-raw
                               to quote-charges-raw
                           move pr-landing-amount to landing-ed
                           move pr-parking-amount to parking-ed
                           move pr-passenger-amount to pax-charge-ed
                           display "  charges " pr-charge-code
                                   " landing " landing-ed
                                   " parking " parking-ed
                                   " passengers " pax-charge-ed
                                   " " pr-currency
                       end-if
                   when rc-no-rate
                       display "*** no exchange rate in force for "
                               pr-currency " - " pr-charge-code
                               " charges not priced"
                       move "N" to quote-priced-ok
               end-evaluate
           end-perform
       .

       price-one-quote-leg section.
           perform resolve-leg-countries
           move leg-country1 to pr-country1
           move leg-country2 to pr-country2
           move routed-km-raw to pr-distance-km
           move spaces to pr-quote-date
           move qw-account to pr-account
           move qw-travel-date to pr-travel-date
           set price-leg to true
           perform call-airprice-program
           if return-code = rc-success
               move routed-km-raw to qw-leg-km(itin-idx)
               move pr-leg-amount to qw-leg-amount(itin-idx)
               move pr-currency to qw-currency
               move pr-fx-rate to qw-fx-rate
               move pr-leg-amount to leg-amount-ed
               add pr-leg-amount to quote-total-raw
               add pr-discount-amount to quote-discount-raw
               display itin-codes(itin-idx) " -> "
                       itin-codes(itin-idx + 1) ": "
                       routed-km "kms  " leg-amount-ed " " pr-currency
                       " at " pr-rate-used "/km"
               if pr-min-applied = "Y"
                   display "     (band minimum charge applied)"
               end-if
               if pr-surcharge-amount not = 0
                   add pr-surcharge-amount to quote-total-raw
                   add pr-surcharge-amount to quote-surcharge-raw
                   move pr-surcharge-amount to surcharge-ed
                   display "     surcharge " pr-surcharge-desc " "
                           surcharge-ed " " pr-currency
               end-if
           else
               if return-code = rc-no-rate
                   display "*** no exchange rate in force for "
                           pr-currency " - "
                           itin-codes(itin-idx) " -> "
                           itin-codes(itin-idx + 1) " not priced"
               else
                   display "*** no tariff row covers "
                           itin-codes(itin-idx) " -> "
                           itin-codes(itin-idx + 1) " - not priced"
               end-if
               move "N" to quote-priced-ok
           end-if
       .

       price-one-cargo-leg section.
           perform resolve-leg-countries
           move leg-country1 to pr-country1
           move leg-country2 to pr-country2
           move routed-km-raw to pr-distance-km
           move spaces to pr-quote-date
           move qw-account to pr-account
           move qw-travel-date to pr-travel-date
           move qw-cargo-pieces to pr-cargo-pieces
           move qw-cargo-actual-kg to pr-cargo-actual-kg
           move qw-cargo-length-cm to pr-cargo-length-cm
           move qw-cargo-width-cm to pr-cargo-width-cm
           move qw-cargo-height-cm to pr-cargo-height-cm
           set price-cargo-leg to true
           perform call-airprice-program
           if return-code = rc-success
               move pr-cargo-chargeable-kg to qw-cargo-chargeable-kg
               move routed-km-raw to qw-leg-km(itin-idx)
               move pr-leg-amount to qw-leg-amount(itin-idx)
               move pr-currency to qw-currency
               move pr-fx-rate to qw-fx-rate
               move pr-leg-amount to leg-amount-ed
               add pr-leg-amount to quote-total-raw
               add pr-discount-amount to quote-discount-raw
               display itin-codes(itin-idx) " -> "
                       itin-codes(itin-idx + 1) ": "
                       routed-km "kms  " leg-amount-ed " " pr-currency
                       " at " pr-rate-used "/kg"
               if pr-min-applied = "Y"
                   display "     (cargo minimum charge applied)"
               end-if
               if pr-surcharge-amount not = 0
                   add pr-surcharge-amount to quote-total-raw
                   add pr-surcharge-amount to quote-surcharge-raw
                   move pr-surcharge-amount to surcharge-ed
                   display "     surcharge " pr-surcharge-desc " "
                           surcharge-ed " " pr-currency
               end-if
           else
               if return-code = rc-no-rate
                   display "*** no exchange rate in force for "
                           pr-currency " - "
                           itin-codes(itin-idx) " -> "
                           itin-codes(itin-idx + 1) " not priced"
               else
                   display "*** no cargo tariff row covers "
                           itin-codes(itin-idx) " -> "
                           itin-codes(itin-idx + 1) " - not priced"
               end-if
               move "N" to quote-priced-ok
           end-if
       .
               move itin-codes(itin-idx) to qw-leg-code(itin-idx)
           end-perform
           move quote-total-raw to qw-total-amount
           move quote-discount-raw to qw-discount-amount
           move quote-surcharge-raw to qw-surcharge-amount
           move quote-charges-raw to qw-charges-amount
           move quote-ferry-raw to qw-ferry-amount
           set quote-record to true
           perform call-airquote-program
           evaluate return-code
               when rc-success
                   display "Quote " qw-number " recorded, valid"
                           " until " qw-valid-until "."
                   if qw-over-credit-limit
                       display "*** Warning: account " qw-account
                               " open quotes now exceed its credit"
                               " limit."
                   end-if
               when rc-account-blocked
                   display "Account " qw-account " was blocked"
                           " meanwhile - quote not recorded."
               when rc-period-closed
                   display "Travel date " qw-travel-date " falls in"
                           " a closed period - quote not recorded."
           end-evaluate
       .

      *> fetches each endpoint's country for the tariff match - a
      *> alongside the master record, so the console lookup answers
      *> "can a 767 land there" without a trip to the maintenance
      *> program.
      *> Each runway with a heading on file also shows the latest
      *> observed wind resolved along and across it, and is flagged
      *> when the crosswind is over the limit.
       display-runway-details section.
           if ls-runway-count = 0
               display "     No runways recorded."
           else
               if ls-runway-wind-known = "Y"
                   display "     Wind " ls-runway-wind-dir "/"
                           ls-runway-wind-speed " kt at "
                           ls-runway-obs-time(9:4) "Z - crosswind"
                           " limit " ls-runway-xwind-limit " kt"
               end-if
               perform varying array-idx from 1 by 1
                       until array-idx > ls-runway-count
                   display "     Runway " ls-runway-seq(array-idx)
                           " " ls-runway-designator(array-idx)
                           ": " ls-runway-length(array-idx) " ft  "
                           ls-runway-surface(array-idx)
                           "  lighted: "
                           ls-runway-lighting(array-idx)
                   if ls-runway-xwind-over(array-idx) not = space
                       perform display-runway-wind
                   end-if
               end-perform
           end-if
       .

       display-runway-wind section.
           move ls-runway-headwind(array-idx) to runway-headwind-ed
           move ls-runway-crosswind(array-idx) to runway-crosswind-ed
           if ls-runway-headwind(array-idx) < 0
               move "tailwind" to runway-wind-word
               compute runway-headwind-ed =
                   0 - ls-runway-headwind(array-idx)
           else
               move "headwind" to runway-wind-word
           end-if
           if ls-runway-xwind-over(array-idx) = "Y"
               display "       *** " runway-wind-word " "
                       runway-headwind-ed " kt  crosswind "
                       runway-crosswind-ed " kt "
                       ls-runway-xwind-side(array-idx)
                       " - over the limit"
           else
               display "           " runway-wind-word " "
                       runway-headwind-ed " kt  crosswind "
                       runway-crosswind-ed " kt "
                       ls-runway-xwind-side(array-idx)
           end-if
       .

       display-matched-codes section.
           perform varying array-idx from 1 by 1 until array-idx > 25
               if ls-matched-codes(array-idx) not = spaces
                           by reference pr-leg-amount
                           by reference pr-rate-used
                           by reference pr-min-applied
                           by value pr-account
                           by reference pr-discount-pct
                           by reference pr-discount-amount
                           by reference pr-currency
                           by reference pr-fx-rate
                           by value pr-travel-date
                           by reference pr-surcharge-amount
                           by reference pr-surcharge-desc
                           by value pr-charge-code
                           by value pr-aircraft-type
                           by value pr-passengers
                           by value pr-charge-arriving
                           by value pr-charge-departing
                           by reference pr-landing-amount
                           by reference pr-parking-amount
                           by reference pr-passenger-amount
                           by reference pr-registration
                           by reference pr-fleet-type
                           by reference pr-home-base
                           by reference pr-fleet-status
                           by value pr-cargo-pieces
                           by value pr-cargo-actual-kg
                           by value pr-cargo-length-cm
                           by value pr-cargo-width-cm
                           by value pr-cargo-height-cm
                           by reference pr-cargo-volume-kg
                           by reference pr-cargo-chargeable-kg
       .

       call-airquote-program section.
                           by reference quote-work
       .

       call-airembs-program section.
           call "airembs" using
                           by value em-function
                           by reference em-operator
                           by reference em-source
                           by reference em-reference
                           by reference em-from-date
                           by reference em-to-date
                           by reference em-code-count
                           by reference em-codes-array
                           by reference em-hit-code
                           by reference em-hit-country
                           by reference em-hit-reason
                           by reference em-hit-eff-date
                           by reference em-hit-end-date
       .

       call-airzone-program section.
           call "airzone" using
                           by value zn-function
                           by reference zn-code1
                           by reference zn-code2
                           by reference zn-check-date
                           by reference zn-hit-count
                           by reference zn-hits
                           by reference zn-avoid-flag
       .

       end program main.
