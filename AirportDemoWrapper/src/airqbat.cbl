      *> countries.  A line carries two codes (and optionally an
      *> aircraft type) for a single leg, or a single token naming a
      *> stored route whose consecutive legs are priced and totalled.
      *> Every line now opens with the six-digit customer account the
      *> quote is cut for: an unknown or blocked account refuses the
      *> line before anything is priced, the account's contract
      *> discount comes off each leg, and a quote that takes the
      *> account's open total over its credit limit is flagged.
      *> The account may be followed by the travel date (YYYYMMDD)
      *> the quote is for - without one the quote is for today - and
      *> a peak-season or holiday surcharge covering that date is
      *> written under its leg and included in the total.  A
      *> PAX=nnn token anywhere after the account gives the
      *> passenger count; each itinerary airport's landing, parking
      *> and passenger charges are then written one line per
      *> airport and included in the total as well.  A REG=
      *> token names the fleet aircraft flying a charter, or a
      *> BASE= token the home base a two-code line's type would
      *> come from: the empty positioning legs from the base to the
      *> first airport and home from the last are then priced at
      *> the type's ferry rate and written as FERRY lines.  With a
      *> type on the line every leg is checked against its range
      *> and runway needs, and one it cannot fly refuses the quote.
      *> A KG= token makes the line a cargo quote: the consignment's
      *> actual weight, with PCS= its pieces (default one) and
      *> DIM=LxWxH the per-piece dimensions in cm.  Its legs are
      *> priced by chargeable weight against the cargo tariff, the
      *> chargeable weight is written before the total, and a cargo
      *> line takes no PAX=, REG= or BASE=.  Every line's airports,
      *> and a charter's home base, are screened through airembs
      *> before anything is priced: one in a country under embargo
      *> on any day from today to the travel date refuses the line,
      *> and the refusal is logged under the batch's own user id.
      *> Every leg, ferry legs included, is checked through airzone
      *> against the restricted-airspace zones in force on the
      *> travel date, each zone it enters written as a ZONE line
      *> under it; a line crossing an avoid zone is priced and
      *> totalled but its quote is not recorded.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airqbat.

       01  quotes-done            pic x    value "N".
           88  no-more-quotes              value "Y".

       01  account-token          pic x(10).
       01  account-ok             pic x.
       01  leg-token1             pic x(10).
       01  leg-token2             pic x(10).
       01  leg-token3             pic x(10).
      *> reference the captured quote carries.  A route-name line
      *> has no column for it and records the quote unreferenced.
       01  leg-token4             pic x(20).
       01  leg-token5             pic x(20).
       01  travel-token           pic x(10).
       01  travel-ok              pic x.
       01  today-date             pic x(8).
       01  line-surcharge-raw     comp-2.
       01  parse-line             pic x(80).
       01  upper-line             pic x(80).
       01  work-line              pic x(80).
       01  keyword-probe          pic x(6).
       01  keyword-size           pic 9.
       01  keyword-pos            pic 9(3).
       01  keyword-len            pic 9(3).
       01  keyword-after          pic 9(3).
       01  keyword-value          pic x(20).
       01  pax-len                pic 9(3).
       01  pax-token              pic x(10).
       01  reg-len                pic 9(3).
       01  reg-token              pic x(10).
       01  base-len               pic 9(3).
       01  base-token             pic x(10).
       01  aircraft-ok            pic x.
       01  kg-len                 pic 9(3).
       01  kg-token               pic x(20).
       01  pcs-len                pic 9(3).
       01  pcs-token              pic x(20).
       01  dim-len                pic 9(3).
       01  dim-token              pic x(20).
       01  dim-part1              pic x(6).
       01  dim-part2              pic x(6).
       01  dim-part3              pic x(6).
       01  dim-len1               pic 9(2).
       01  dim-len2               pic 9(2).
       01  dim-len3               pic 9(2).
       01  kg-check               pic x(20).
       01  cargo-ok               pic x.
       01  chargeable-ed          pic zzzzz9.9.
       copy "airemprm.cpy" replacing ==(em-prefix)== by ==em==.
      *> the user id the embargo screen logs a refused line under.
       01  screen-user            pic x(8) value "AIRQBAT".
       01  embargo-clear          pic x.
       copy "airznprm.cpy" replacing ==(zn-prefix)== by ==zn==.
       01  zone-idx               pic 9(2).
       01  zone-blocked           pic x.
       01  volume-ed              pic zzzzz9.9.
       01  line-ferry-raw         comp-2.
       01  ferry-direction        pic x.
           88  ferry-outbound              value "O".
       01  check-code1            pic x(4).
       01  check-code2            pic x(4).
       01  leg-range-flag         pic x.
       01  unusable-count         pic 9(2).
       01  charge-idx             pic 9(2).
       01  airport-charge-raw     comp-2.
       01  line-charges-raw       comp-2.
       01  landing-ed             pic zzz,zz9.99.
       01  parking-ed             pic zzz,zz9.99.
       01  pax-charge-ed          pic zzz,zz9.99.
       01  surcharge-ed           pic zzz,zz9.99.
       01  leg-idx                pic 9(2).
       01  quote-leg-no           pic 9(2).
       copy "airrtprm.cpy" replacing ==(rt-prefix)== by ==rt==.
       01  leg-amount-ed          pic zzz,zz9.99.
       01  line-total-raw         comp-2.
       01  line-total-ed          pic z,zzz,zz9.99.
       01  quote-rc-ed            pic z9.
       01  line-priced-ok         pic x.
       01  line-discount-raw      comp-2.
       01  discount-pct-ed        pic z9.99.
       01  wind-kt-ed             pic +zz9.
       01  line-ptr           pic 9(3).

      *> mirrors aircode.cbl's rc-success - return-code is a special
      *> register shared with the caller, but the 78-level constants
      *> working-storage, so each caller that wants to test it names
      *> its own copy.
       78  rc-success                      value 0.
      *> airquote's answer for an account on file but blocked.
       78  rc-account-blocked              value 6.
      *> airquote's answer for travel in a closed accounting period.
       78  rc-period-closed                value 3.
      *> airprice's answer for a fleet aircraft not available.
       78  rc-unavailable                  value 2.
      *> airprice's answer for a leg whose tariff or account
      *> currency has no exchange rate in force.
       78  rc-no-rate                      value 6.
      *> airembs's answer for a line touching an embargoed country.
       78  rc-embargoed                    value 6.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       local-storage section.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==ls==.
           perform call-airprice-program
           set quote-open to true
           perform call-airquote-program
           set embargo-open to true
           perform call-airembs-program
           set zone-open to true
           perform call-airzone-program

           perform until no-more-quotes
               read quotefile into quote-line
               end-read
           end-perform

           set embargo-close to true
           perform call-airembs-program
           set zone-close to true
           perform call-airzone-program
           set quote-close to true
           perform call-airquote-program
           set price-close to true
           set close-file to true
           perform call-aircode-program
           perform close-quote-files
           move quoterpt-dat to rp-report-dd
           perform file-report
           stop run
       .

       process-one-quote-line section.
           move 0 to line-total-raw
           move 0 to line-discount-raw
           move 0 to line-surcharge-raw
           move 0 to line-charges-raw
           move 0 to line-ferry-raw
           move "Y" to line-priced-ok
           move "N" to zone-blocked
           initialize quote-work
           set qw-passenger-quote to true
           move spaces to account-token
           move spaces to leg-token1
           move spaces to leg-token2
           move spaces to leg-token3
           move spaces to leg-token4
           move spaces to leg-token5
           perform extract-line-keywords
           unstring parse-line delimited by space
               into account-token, leg-token1, leg-token2,
                    leg-token3, leg-token4, leg-token5

           if account-token not = spaces
               perform check-line-account
           else
               move "N" to account-ok
           end-if
      *> anything over three digits is refused below - the length
      *> is held to four so the token can still be tested.
           if pax-len > 4
               move 4 to pax-len
           end-if
           if account-ok = "Y" and pax-token not = spaces
               if pax-len > 3
                       or pax-token(1:pax-len) is not numeric
                   move "N" to account-ok
                   move spaces to report-line
                   string "ACCOUNT " delimited by size
                          qw-account delimited by size
                          " ** PAX=" delimited by size
                          pax-token delimited by space
                          " not a passenger count - line refused"
                              delimited by size
                          into report-line
                   write report-line
               else
                   move pax-token(1:pax-len) to qw-passengers
               end-if
           end-if
           if account-ok = "Y"
               perform check-line-travel-date
               if travel-ok not = "Y"
                   move "N" to account-ok
               end-if
           end-if
           if account-ok = "Y"
               perform check-line-cargo
               if cargo-ok not = "Y"
                   move "N" to account-ok
               end-if
           end-if
           if account-ok = "Y"
               perform check-line-aircraft
               if aircraft-ok not = "Y"
                   move "N" to account-ok
               end-if
           end-if
           if account-ok = "Y" and leg-token1 not = spaces
               perform screen-line-embargo
               if embargo-clear not = "Y"
                   move "N" to account-ok
               end-if
           end-if

           if account-ok = "Y"
               if leg-token1 not = spaces and leg-token2 = spaces
                   perform price-route-legs
               else
                   if leg-token1 not = spaces
                       move leg-token1(1:4) to ls-airport1
                       move leg-token2(1:4) to ls-airport2
                       if qw-aircraft-type = spaces
                           move function upper-case(leg-token3(1:4))
                               to qw-aircraft-type
                       end-if
                       move qw-aircraft-type to ls-aircraft-type
                       move 2 to qw-code-count
                       move leg-token1(1:4) to qw-leg-code(1)
                       move leg-token2(1:4) to qw-leg-code(2)
                       move leg-token4 to qw-customer
                       move 1 to quote-leg-no
                       perform price-one-leg
                       if line-priced-ok = "Y"
                               and qw-home-base not = spaces
                           perform price-line-positioning
                       end-if
                       if line-priced-ok = "Y"
                               and qw-passenger-quote
                           perform price-line-airports
                       end-if
                       perform write-total-line
                   end-if
               end-if
           end-if
       .

      *> the keyword tokens - PAX=, REG=, BASE=, KG=, PCS= and
      *> DIM= - are lifted out of the line wherever they sit, so
      *> the positional tokens either side close up as though they
      *> had never been there.
       extract-line-keywords section.
           move quote-line to parse-line
           move " PAX=" to keyword-probe
           move 5 to keyword-size
           perform extract-keyword-token
           move keyword-value to pax-token
           move keyword-len to pax-len
           move " REG=" to keyword-probe
           move 5 to keyword-size
           perform extract-keyword-token
           move keyword-value to reg-token
           move keyword-len to reg-len
           move " BASE=" to keyword-probe
           move 6 to keyword-size
           perform extract-keyword-token
           move keyword-value to base-token
           move keyword-len to base-len
           move " KG=" to keyword-probe
           move 4 to keyword-size
           perform extract-keyword-token
           move keyword-value to kg-token
           move keyword-len to kg-len
           move " PCS=" to keyword-probe
           move 5 to keyword-size
           perform extract-keyword-token
           move keyword-value to pcs-token
           move keyword-len to pcs-len
           move " DIM=" to keyword-probe
           move 5 to keyword-size
           perform extract-keyword-token
           move keyword-value to dim-token
           move keyword-len to dim-len
       .

      *> a keyword with nothing after it comes back as "?" so the
      *> caller refuses it rather than reading it as absent.
       extract-keyword-token section.
           move spaces to keyword-value
           move 0 to keyword-len
           move function upper-case(parse-line) to upper-line
           move 0 to keyword-pos
           inspect upper-line tallying keyword-pos
               for characters before initial
                   keyword-probe(1:keyword-size)
           if keyword-pos + keyword-size < 80
               inspect upper-line(keyword-pos + keyword-size + 1:)
                   tallying keyword-len
                   for characters before initial space
               if keyword-len > 0
                   move upper-line(keyword-pos + keyword-size + 1:
                       keyword-len) to keyword-value
               else
                   move "?" to keyword-value
                   move 1 to keyword-len
               end-if
               compute keyword-after =
                   keyword-pos + keyword-size + 1 + keyword-len
               move parse-line to work-line
               move spaces to parse-line
               if keyword-after <= 80
                   string work-line(1:keyword-pos) delimited by size
                          work-line(keyword-after:) delimited by size
                          into parse-line
               else
                   move work-line(1:keyword-pos) to parse-line
               end-if
           end-if
       .

      *> KG= makes the line a cargo quote; PCS= and DIM= describe
      *> its pieces and mean nothing without it.  The weight may
      *> carry one decimal place, the dimensions are whole cm.
       check-line-cargo section.
           move "Y" to cargo-ok
           move spaces to report-line
           if kg-len > 20
               move 20 to kg-len
           end-if
           if dim-len > 20
               move 20 to dim-len
           end-if
           if kg-token = spaces
               if pcs-token not = spaces or dim-token not = spaces
                   move "N" to cargo-ok
                   string "ACCOUNT " delimited by size
                          qw-account delimited by size
                          " ** PCS=/DIM= need a KG= weight - line"
                          " refused" delimited by size
                          into report-line
               end-if
           else
               set qw-cargo-quote to true
               move kg-token to kg-check
               inspect kg-check(1:kg-len)
                   converting "0123456789." to spaces
               if kg-check not = spaces or kg-len > 8
                       or kg-token(1:1) is not numeric
                       or function numval(kg-token(1:kg-len)) = 0
                       or function numval(kg-token(1:kg-len)) > 999999
                   move "N" to cargo-ok
                   string "ACCOUNT " delimited by size
                          qw-account delimited by size
                          " ** KG=" delimited by size
                          kg-token delimited by space
                          " not a weight - line refused"
                              delimited by size
                          into report-line
               else
                   compute qw-cargo-actual-kg =
                       function numval(kg-token(1:kg-len))
               end-if
               move 1 to qw-cargo-pieces
               if cargo-ok = "Y" and pcs-token not = spaces
                   if pcs-len > 4
                           or pcs-token(1:pcs-len) is not numeric
                           or pcs-token(1:pcs-len) = "0"
                       move "N" to cargo-ok
                       string "ACCOUNT " delimited by size
                              qw-account delimited by size
                              " ** PCS=" delimited by size
                              pcs-token delimited by space
                              " not a piece count - line refused"
                                  delimited by size
                              into report-line
                   else
                       move pcs-token(1:pcs-len) to qw-cargo-pieces
                   end-if
               end-if
               if cargo-ok = "Y" and dim-token not = spaces
                   move spaces to dim-part1 dim-part2 dim-part3
                   move 0 to dim-len1 dim-len2 dim-len3
                   unstring dim-token(1:dim-len) delimited by "X"
                       into dim-part1 count in dim-len1,
                            dim-part2 count in dim-len2,
                            dim-part3 count in dim-len3
                   if dim-len1 = 0 or dim-len1 > 4
                           or dim-len2 = 0 or dim-len2 > 4
                           or dim-len3 = 0 or dim-len3 > 4
                           or dim-part1(1:dim-len1) is not numeric
                           or dim-part2(1:dim-len2) is not numeric
                           or dim-part3(1:dim-len3) is not numeric
                       move "N" to cargo-ok
                       string "ACCOUNT " delimited by size
                              qw-account delimited by size
                              " ** DIM=" delimited by size
                              dim-token delimited by space
                              " not LxWxH in cm - line refused"
                                  delimited by size
                              into report-line
                   else
                       move dim-part1(1:dim-len1)
                           to qw-cargo-length-cm
                       move dim-part2(1:dim-len2)
                           to qw-cargo-width-cm
                       move dim-part3(1:dim-len3)
                           to qw-cargo-height-cm
                   end-if
               end-if
               if cargo-ok = "Y"
                       and (pax-token not = spaces
                           or reg-token not = spaces
                           or base-token not = spaces)
                   move "N" to cargo-ok
                   string "ACCOUNT " delimited by size
                          qw-account delimited by size
                          " ** a cargo line takes no PAX=, REG= or"
                          " BASE= - line refused" delimited by size
                          into report-line
               end-if
           end-if
           if cargo-ok not = "Y"
               write report-line
           end-if
       .

      *> a route line is resolved here for its codes, ahead of the
      *> pricing that resolves it again; a route the master does not
      *> know is left for price-route-legs to report.
       screen-line-embargo section.
           move "Y" to embargo-clear
           move spaces to em-codes-array
           move 0 to em-code-count
           if leg-token2 = spaces
               move leg-token1 to rt-route-name
               set route-resolve to true
               perform call-airroute-program
               if return-code = rc-success
                   move rt-leg-count to em-code-count
                   move rt-leg-codes-array to em-codes-array
               end-if
           else
               move 2 to em-code-count
               move leg-token1(1:4) to em-codes(1)
               move leg-token2(1:4) to em-codes(2)
           end-if
           if qw-home-base not = spaces and em-code-count < 20
               add 1 to em-code-count
               move qw-home-base to em-codes(em-code-count)
           end-if
           if em-code-count > 0
               move screen-user to em-operator
               move "QBATCH" to em-source
               move spaces to em-reference
               string "ACCOUNT " delimited by size
                      qw-account delimited by size
                      into em-reference
               move today-date to em-from-date
               move qw-travel-date to em-to-date
               set embargo-screen to true
               perform call-airembs-program
               if return-code = rc-embargoed
                   move "N" to embargo-clear
                   move spaces to report-line
                   string "ACCOUNT " delimited by size
                          qw-account delimited by size
                          " ** " delimited by size
                          em-hit-code delimited by space
                          " in " delimited by size
                          em-hit-country delimited by "  "
                          " under embargo from " delimited by size
                          em-hit-eff-date delimited by size
                          " - line refused" delimited by size
                          into report-line
                   write report-line
               end-if
           end-if
       .

      *> REG= names a fleet aircraft, whose type then prices the
      *> line; BASE= names the home base a two-code line's type
      *> positions from, and the fleet must hold an available
      *> aircraft of that type there.  Neither leaves the line as
      *> it always was, with no positioning.
       check-line-aircraft section.
           move "Y" to aircraft-ok
           move spaces to report-line
           evaluate true
               when reg-token = spaces and base-token = spaces
                   continue
               when reg-len > 10 or base-len > 4
                   move "N" to aircraft-ok
                   string "ACCOUNT " delimited by size
                          qw-account delimited by size
                          " ** REG=/BASE= token too long - line"
                          " refused" delimited by size
                          into report-line
               when reg-token = spaces
                       and (leg-token2 = spaces
                           or leg-token3 = spaces)
                   move "N" to aircraft-ok
                   string "ACCOUNT " delimited by size
                          qw-account delimited by size
                          " ** BASE= needs an aircraft type on the"
                          " line - line refused" delimited by size
                          into report-line
               when other
                   move spaces to pr-registration
                   move spaces to pr-fleet-type
                   move spaces to pr-home-base
                   if reg-token not = spaces
                       move reg-token to pr-registration
                   else
                       move function upper-case(leg-token3(1:4))
                           to pr-fleet-type
                       move base-token(1:4) to pr-home-base
                   end-if
                   set price-find-aircraft to true
                   perform call-airprice-program
                   evaluate return-code
                       when rc-success
                           if reg-token not = spaces
                               move pr-registration
                                   to qw-registration
                           end-if
                           move pr-fleet-type to qw-aircraft-type
                           move pr-home-base to qw-home-base
                       when rc-unavailable
                           move "N" to aircraft-ok
                           string "ACCOUNT " delimited by size
                                  qw-account delimited by size
                                  " ** aircraft " delimited by size
                                  pr-registration delimited by space
                                  " not available - line refused"
                                      delimited by size
                                  into report-line
                       when other
                           move "N" to aircraft-ok
                           if reg-token not = spaces
                               string "ACCOUNT " delimited by size
                                      qw-account delimited by size
                                      " ** " delimited by size
                                      reg-token delimited by space
                                      " not in the fleet - line"
                                      " refused" delimited by size
                                      into report-line
                           else
                               string "ACCOUNT " delimited by size
                                      qw-account delimited by size
                                      " ** no available "
                                          delimited by size
                                      pr-fleet-type delimited by space
                                      " based at " delimited by size
                                      pr-home-base delimited by space
                                      " - line refused"
                                          delimited by size
                                      into report-line
                           end-if
                   end-evaluate
           end-evaluate
           if aircraft-ok not = "Y"
               write report-line
           end-if
       .

      *> the empty legs out from the home base to the first airport
      *> and back from the last, where the line does not already
      *> start or end there.
       price-line-positioning section.
           if qw-home-base not = qw-leg-code(1)
               move qw-home-base to check-code1
               move qw-leg-code(1) to check-code2
               move "O" to ferry-direction
               perform price-one-ferry-leg
           end-if
           if qw-home-base not = qw-leg-code(qw-code-count)
                   and line-priced-ok = "Y"
               move qw-leg-code(qw-code-count) to check-code1
               move qw-home-base to check-code2
               move "I" to ferry-direction
               perform price-one-ferry-leg
           end-if
       .

       price-one-ferry-leg section.
           move check-code1 to ls-airport1
           move check-code2 to ls-airport2
           move qw-aircraft-type to ls-aircraft-type
           set get-distance to true
           perform call-aircode-program
           move spaces to report-line
           if return-code not = rc-success
               move "N" to line-priced-ok
               string "FERRY " delimited by size
                      check-code1 delimited by space
                      " " delimited by size
                      check-code2 delimited by space
                      " ** positioning leg could not be resolved"
                          delimited by size
                      into report-line
               write report-line
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
                       add pr-leg-amount to line-total-raw
                       add pr-leg-amount to line-ferry-raw
                       move pr-leg-amount to leg-amount-ed
                       string "FERRY " delimited by size
                              check-code1 delimited by space
                              " " delimited by size
                              check-code2 delimited by space
                              " " delimited by size
                              routed-km delimited by size
                              " km  " delimited by size
                              leg-amount-ed delimited by size
                              " " delimited by size
                              pr-currency delimited by size
                              " at " delimited by size
                              pr-rate-used delimited by size
                              "/km" delimited by size
                              into report-line
                   when rc-no-rate
                       move "N" to line-priced-ok
                       string "FERRY " delimited by size
                              check-code1 delimited by space
                              " " delimited by size
                              check-code2 delimited by space
                              " ** no exchange rate in force for "
                                  delimited by size
                              pr-currency delimited by size
                              into report-line
                   when other
                       move "N" to line-priced-ok
                       string "FERRY " delimited by size
                              check-code1 delimited by space
                              " " delimited by size
                              check-code2 delimited by space
                              " ** no ferry rate profiled for "
                                  delimited by size
                              qw-aircraft-type delimited by size
                              into report-line
               end-evaluate
               write report-line
               perform check-leg-flyable
               perform check-leg-zones
           end-if
       .

      *> each zone in force on the travel date that the leg's track
      *> enters gets a ZONE line; an avoid zone stops the line's
      *> quote being recorded.  check-code1/2 carry the leg.
       check-leg-zones section.
           move check-code1 to zn-code1
           move check-code2 to zn-code2
           move qw-travel-date to zn-check-date
           set zone-check-leg to true
           perform call-airzone-program
           perform varying zone-idx from 1 by 1
                   until zone-idx > zn-hit-count
               move spaces to report-line
               if zn-hit-severity(zone-idx) = "A"
                   string "  ZONE " delimited by size
                          zn-hit-id(zone-idx) delimited by space
                          " " delimited by size
                          zn-hit-name(zone-idx) delimited by "  "
                          " ** avoid zone crossed" delimited by size
                          into report-line
               else
                   string "  ZONE " delimited by size
                          zn-hit-id(zone-idx) delimited by space
                          " " delimited by size
                          zn-hit-name(zone-idx) delimited by "  "
                          " - caution zone crossed" delimited by size
                          into report-line
               end-if
               write report-line
           end-perform
           if zn-avoid-crossed
               move "Y" to zone-blocked
           end-if
       .

      *> a leg longer than the line's type can fly nonstop, or into
      *> an airport it cannot use, refuses the quote - no type on
      *> the line, or one with no runway profile, stands the
      *> landability check aside.  check-code1/2 carry the leg.
       check-leg-flyable section.
           if leg-range-flag = "Y"
               move "N" to line-priced-ok
               move spaces to report-line
               string check-code1 delimited by space
                      " " delimited by size
                      check-code2 delimited by space
                      " ** leg exceeds the " delimited by size
                      qw-aircraft-type delimited by space
                      " range" delimited by size
                      into report-line
               write report-line
           end-if
           if qw-aircraft-type not = spaces
               move check-code2 to ls-airport1
               move qw-aircraft-type to ls-aircraft-type
               set get-landable to true
               perform call-aircode-program
               if return-code not = rc-success
                   move 0 to unusable-count
                   inspect ls-matched-codes(1) tallying
                       unusable-count for all " NOT USABLE "
                   if unusable-count > 0
                       move "N" to line-priced-ok
                       move spaces to report-line
                       string "  ** " delimited by size
                              ls-matched-codes(1) delimited by size
                              into report-line
                       write report-line
                   end-if
               end-if
           end-if
       .

      *> each itinerary airport in code order: the origin is only
      *> departed from, the destination only arrived at, each stop
      *> between both, and an origin the aircraft positions into is
      *> landed at as well.  An airport with no charges schedule adds
      *> nothing; one whose currency has no rate in force leaves
      *> the line unpriced, as a leg would.
       price-line-airports section.
           perform varying charge-idx from 1 by 1
                   until charge-idx > qw-code-count
               move qw-leg-code(charge-idx) to pr-charge-code
               move qw-aircraft-type to pr-aircraft-type
               move qw-passengers to pr-passengers
               move qw-account to pr-account
               move spaces to pr-quote-date
               move qw-travel-date to pr-travel-date
               move "Y" to pr-charge-arriving
               move "Y" to pr-charge-departing
               if charge-idx = 1 and (qw-home-base = spaces
                       or qw-home-base = qw-leg-code(1))
                   move "N" to pr-charge-arriving
               end-if
               if charge-idx = qw-code-count
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
                           add airport-charge-raw to line-total-raw
                           add airport-charge-raw to line-charges-raw
                           perform write-charges-line
                       end-if
                   when rc-no-rate
                       move "N" to line-priced-ok
                       move spaces to report-line
                       string pr-charge-code delimited by space
                              " ** no exchange rate in force for "
                                  delimited by size
                              pr-currency delimited by size
                              into report-line
                       write report-line
               end-evaluate
           end-perform
       .

       write-charges-line section.
           move pr-landing-amount to landing-ed
           move pr-parking-amount to parking-ed
           move pr-passenger-amount to pax-charge-ed
           move spaces to report-line
           string "  charges " delimited by size
                  pr-charge-code delimited by size
                  " land " delimited by size
                  landing-ed delimited by size
                  " park " delimited by size
                  parking-ed delimited by size
                  " pax " delimited by size
                  pax-charge-ed delimited by size
                  " " delimited by size
                  pr-currency delimited by size
                  into report-line
           write report-line
       .

      *> the leading account must be six digits naming an active
      *> account - airquote vets it and hands back the contract
      *> discount in quote-work; a refused line is reported and
      *> nothing on it is priced.
       check-line-account section.
           move "N" to account-ok
           move spaces to report-line
           if account-token(1:6) is not numeric
                   or account-token(7:) not = spaces
               string quote-line delimited by "  "
                      " ** no account number - line refused"
                          delimited by size
                      into report-line
           else
               move account-token(1:6) to qw-account
               set quote-account to true
               perform call-airquote-program
               evaluate return-code
                   when rc-success
                       move "Y" to account-ok
                   when rc-account-blocked
                       string "ACCOUNT " delimited by size
                              qw-account delimited by size
                              " ** account blocked - line refused"
                                  delimited by size
                              into report-line
                   when other
                       string "ACCOUNT " delimited by size
                              qw-account delimited by size
                              " ** account not on file - line"
                              " refused" delimited by size
                              into report-line
               end-evaluate
           end-if
           if account-ok not = "Y"
               write report-line
           end-if
       .

      *> an eight-digit token after the account is the travel date;
      *> the codes that follow shift up into their usual places.
      *> Anything else there is the first code, and the quote is for
      *> today.  A date that is not a calendar date, or has passed,
      *> refuses the line.
       check-line-travel-date section.
           move "Y" to travel-ok
           move function current-date(1:8) to today-date
           if leg-token1(1:8) is numeric and leg-token1(9:) = spaces
               move leg-token1 to travel-token
               move leg-token2 to leg-token1
               move leg-token3 to leg-token2
               move leg-token4(1:10) to leg-token3
               move leg-token5 to leg-token4
               move spaces to report-line
               evaluate true
                   when function test-date-yyyymmdd(
                           function numval(travel-token(1:8))) not = 0
                       move "N" to travel-ok
                       string "ACCOUNT " delimited by size
                              qw-account delimited by size
                              " ** travel date " delimited by size
                              travel-token(1:8) delimited by size
                              " not a date - line refused"
                                  delimited by size
                              into report-line
                   when travel-token(1:8) < today-date
                       move "N" to travel-ok
                       string "ACCOUNT " delimited by size
                              qw-account delimited by size
                              " ** travel date " delimited by size
                              travel-token(1:8) delimited by size
                              " has passed - line refused"
                                  delimited by size
                              into report-line
                   when other
                       move travel-token(1:8) to qw-travel-date
               end-evaluate
               if travel-ok not = "Y"
                   write report-line
               end-if
           else
               move today-date to qw-travel-date
           end-if
       .

      *> a single-token line names a stored route - each consecutive
      *> pair of its codes is priced as one leg and the line closes
      *> with the route's total.
           set route-resolve to true
           perform call-airroute-program
           if return-code = rc-success
               move rt-leg-count to qw-code-count
               perform varying leg-idx from 1 by 1
                       until leg-idx > rt-leg-count
                       until leg-idx > rt-leg-count - 1
                   move rt-leg-codes(leg-idx) to ls-airport1
                   move rt-leg-codes(leg-idx + 1) to ls-airport2
                   move qw-aircraft-type to ls-aircraft-type
                   move leg-idx to quote-leg-no
                   perform price-one-leg
               end-perform
               if line-priced-ok = "Y" and qw-home-base not = spaces
                   perform price-line-positioning
               end-if
               if line-priced-ok = "Y" and qw-passenger-quote
                   perform price-line-airports
               end-if
               perform write-total-line
           else
               display "Route " leg-token1 " not found - line "
       .

       price-one-leg section.
           move ls-airport1 to check-code1
           move ls-airport2 to check-code2
           move qw-travel-date to ls-travel-date
           set get-distance to true
           perform call-aircode-program
           if return-code = rc-success
               move range-exceeded to leg-range-flag
               perform resolve-leg-countries
               move leg-country1 to pr-country1
               move leg-country2 to pr-country2
               move routed-km-raw to pr-distance-km
               move spaces to pr-quote-date
               move qw-account to pr-account
               move qw-travel-date to pr-travel-date
               if qw-cargo-quote
                   move qw-cargo-pieces to pr-cargo-pieces
                   move qw-cargo-actual-kg to pr-cargo-actual-kg
                   move qw-cargo-length-cm to pr-cargo-length-cm
                   move qw-cargo-width-cm to pr-cargo-width-cm
                   move qw-cargo-height-cm to pr-cargo-height-cm
                   set price-cargo-leg to true
               else
                   set price-leg to true
               end-if
               perform call-airprice-program
               if return-code = rc-success
                   if qw-cargo-quote
                       move pr-cargo-chargeable-kg
                           to qw-cargo-chargeable-kg
                   end-if
                   move routed-km-raw to qw-leg-km(quote-leg-no)
                   move pr-leg-amount to qw-leg-amount(quote-leg-no)
                   move pr-currency to qw-currency
                   move pr-fx-rate to qw-fx-rate
                   move pr-leg-amount to leg-amount-ed
                   add pr-leg-amount to line-total-raw
                   add pr-discount-amount to line-discount-raw
                   perform write-leg-line
                   perform write-estimate-lines
                   if pr-surcharge-amount not = 0
                       add pr-surcharge-amount to line-total-raw
                       add pr-surcharge-amount to line-surcharge-raw
                       perform write-surcharge-line
                   end-if
               else
                   move "N" to line-priced-ok
                   move spaces to report-line
                   if return-code = rc-no-rate
                       string ls-airport1 delimited by space
                              " " delimited by size
                              ls-airport2 delimited by space
                              " ** no exchange rate in force for "
                                  delimited by size
                              pr-currency delimited by size
                              into report-line
                   else
                       string ls-airport1 delimited by space
                              " " delimited by size
                              ls-airport2 delimited by space
                              " ** no tariff row covers this leg"
                                  delimited by size
                              into report-line
                       if qw-cargo-quote
                           move spaces to report-line
                           string ls-airport1 delimited by space
                                  " " delimited by size
                                  ls-airport2 delimited by space
                                  " ** no cargo tariff row covers"
                                  " this leg" delimited by size
                                  into report-line
                       end-if
                   end-if
                   write report-line
               end-if
               perform check-leg-flyable
               perform check-leg-zones
           else
               move "N" to line-priced-ok
               move spaces to report-line

       write-leg-line section.
           move spaces to report-line
           move 1 to line-ptr
           string ls-airport1 delimited by space
                  " " delimited by size
                  ls-airport2 delimited by space
                  routed-km delimited by size
                  " km  " delimited by size
                  leg-amount-ed delimited by size
                  " " delimited by size
                  pr-currency delimited by size
                  " at " delimited by size
                  pr-rate-used delimited by size
                  into report-line with pointer line-ptr
           if qw-cargo-quote
               string "/kg" delimited by size
                      into report-line with pointer line-ptr
           else
               string "/km" delimited by size
                      into report-line with pointer line-ptr
           end-if
           if pr-discount-pct not = 0
               move pr-discount-pct to discount-pct-ed
               string "  less " delimited by size
                      discount-pct-ed delimited by size
                      "%" delimited by size
                      into report-line with pointer line-ptr
           end-if
           write report-line
       .

      *> the leg's block time - and, for a profiled type, its fuel
      *> and CO2 - still air and with the seasonal average wind for
      *> the travel month, side by side under the priced leg.
       write-estimate-lines section.
           move wind-component-kt to wind-kt-ed
           move spaces to report-line
           string "  est. block " delimited by size
                  flight-time-min delimited by size
                  " min still air, " delimited by size
                  flight-time-wind-min delimited by size
                  " min with wind " delimited by size
                  wind-kt-ed delimited by size
                  " kt" delimited by size
                  into report-line
           write report-line
           if fuel-kg-raw > 0
               move spaces to report-line
               string "  est. fuel  " delimited by size
                      fuel-kg delimited by size
                      " kg still air, " delimited by size
                      fuel-kg-wind delimited by size
                      " kg with wind" delimited by size
                      into report-line
               write report-line
               move spaces to report-line
               string "  est. CO2   " delimited by size
                      co2-kg delimited by size
                      " kg still air, " delimited by size
                      co2-kg-wind delimited by size
                      " kg with wind" delimited by size
                      into report-line
               write report-line
           end-if
       .

       write-surcharge-line section.
           move pr-surcharge-amount to surcharge-ed
           move spaces to report-line
           string "  surcharge " delimited by size
                  pr-surcharge-desc delimited by size
                  " " delimited by size
                  surcharge-ed delimited by size
                  " " delimited by size
                  pr-currency delimited by size
                  into report-line
           write report-line
       .

       write-total-line section.
           if line-priced-ok = "Y" and qw-cargo-quote
               move qw-cargo-chargeable-kg to chargeable-ed
               move pr-cargo-volume-kg to volume-ed
               move spaces to report-line
               string "CHARGEABLE " delimited by size
                      chargeable-ed delimited by size
                      " KG  VOLUMETRIC " delimited by size
                      volume-ed delimited by size
                      " KG  PIECES " delimited by size
                      qw-cargo-pieces delimited by size
                      into report-line
               write report-line
           end-if
           move spaces to report-line
           evaluate true
               when line-priced-ok not = "Y"
                   move "TOTAL ** quote incomplete - unpriced leg(s)"
                       to report-line
               when zone-blocked = "Y"
                   move line-total-raw to line-total-ed
                   string "TOTAL " delimited by size
                          line-total-ed delimited by size
                          " " delimited by size
                          qw-currency delimited by size
                          " ** avoid zone crossed - quote not"
                          " recorded" delimited by size
                          into report-line
               when other
                   move line-total-raw to qw-total-amount
                   move line-discount-raw to qw-discount-amount
                   move line-surcharge-raw to qw-surcharge-amount
                   move line-charges-raw to qw-charges-amount
                   move line-ferry-raw to qw-ferry-amount
                   set quote-record to true
                   perform call-airquote-program
                   move line-total-raw to line-total-ed
                   if return-code = rc-success
                       string "TOTAL " delimited by size
                              line-total-ed delimited by size
                              " " delimited by size
                              qw-currency delimited by size
                              "  QUOTE " delimited by size
                              qw-number delimited by size
                              " VALID TO " delimited by size
                              qw-valid-until delimited by size
                              " TRAVEL " delimited by size
                              qw-travel-date delimited by size
                              into report-line
                   else
                       if return-code = rc-period-closed
                           string "TOTAL " delimited by size
                                  line-total-ed delimited by size
                                  " ** travel date in a closed"
                                      delimited by size
                                  " period - quote not recorded"
                                      delimited by size
                                  into report-line
                       else
                           if return-code = rc-account-blocked
                               string "TOTAL " delimited by size
                                      line-total-ed delimited by size
                                      " ** account blocked - quote"
                                          delimited by size
                                      " not recorded" delimited by size
                                      into report-line
                           else
                               move return-code to quote-rc-ed
                               string "TOTAL " delimited by size
                                      line-total-ed delimited by size
                                      " ** quote not recorded -"
                                          delimited by size
                                      " return code " delimited by size
                                      quote-rc-ed delimited by size
                                      into report-line
                           end-if
                       end-if
                   end-if
           end-evaluate
           write report-line
           if line-priced-ok = "Y" and qw-over-credit-limit
               move spaces to report-line
               string "      ** account " delimited by size
                      qw-account delimited by size
                      " open quotes now exceed its credit limit"
                          delimited by size
                      into report-line
               write report-line
           end-if
       .

      *> fetches each endpoint's country for the tariff match - a
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

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRQBAT" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airqbat.
