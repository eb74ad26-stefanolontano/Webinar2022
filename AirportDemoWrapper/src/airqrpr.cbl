      *> side on dd_reprrpt, and any leg endpoint sitting under an
      *> active closure is flagged - the morning list of quotes to
      *> re-route.  The quote records themselves are left untouched;
      *> the customer still holds the number they were given.  Each
      *> quote reprices under its account's contract discount as it
      *> stands today, so a renegotiated discount shows up here too.
      *> Only live quotes are repriced: accepted, declined, expired
      *> and withdrawn quotes are left alone, as is an open quote
      *> already past its valid-until date that the nightly expiry
      *> has not reached yet.  The quote is repriced in its
      *> account's currency at today's exchange rate, and the
      *> difference is split in two: the currency effect is what
      *> the move in that currency's rate since the quote date
      *> accounts for (the new amount less the new amount carried
      *> back at the rate recorded on the quote), and the repricing
      *> effect is the rest - tariff, routing, discount and
      *> surcharge calendar changes, the surcharge read for the
      *> travel date the quote was cut for.  Each itinerary
      *> airport's charges are repriced on the quote's aircraft type
      *> and passenger count, listed one line per airport under the
      *> quote and included in the new total.  A charter's empty
      *> positioning legs from and back to its home base are
      *> re-resolved and repriced at the type's ferry rate today,
      *> and listed under the quote the same way.  A cargo quote
      *> reprices each leg against today's cargo tariff on the
      *> consignment recorded with it, and has no airport charges
      *> or positioning to reprice.  The month-end close (airmend)
      *> runs it last, so the pack shows the open book at close.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airqrpr.

           organization line sequential
           file status is report-fstat.

       select closepack assign closepack-name
           organization line sequential
           file status is pack-fstat.

       data division.
       fd  qtefile.
       01  qte-rec.
       copy "aircls.cpy" replacing ==(prefix)== by ==cls==.

       fd  reportfile.
       01  report-line            pic x(132).

       fd  closepack.
       01  closepack-rec          pic x(120).

       working-storage section.
       01  qtefile-name           pic x(256).
       01  new-total-ed           pic z,zzz,zz9.99.
       01  diff-raw               comp-2.
       01  diff-ed                pic -(1)zzz,zz9.99.
       01  new-fx-rate            pic 9(5)v9(6).
       01  new-currency           pic x(3).
       01  fx-effect-raw          comp-2.
       01  fx-effect-ed           pic -(1)zzz,zz9.99.
       01  price-effect-raw       comp-2.
       01  price-effect-ed        pic -(1)zzz,zz9.99.

       01  charge-idx             pic 9(2).
       01  new-charges.
           03  new-charge occurs 20.
               05  new-landing    comp-2.
               05  new-parking    comp-2.
               05  new-passenger  comp-2.
       01  airport-charge-raw     comp-2.
       01  landing-ed             pic zzz,zz9.99.
       01  parking-ed             pic zzz,zz9.99.
       01  pax-charge-ed          pic zzz,zz9.99.

       01  new-ferry-out          comp-2.
       01  new-ferry-in           comp-2.
       01  ferry-amount-ed        pic zzz,zz9.99.

       01  quotes-read            pic 9(7) value 0.
       01  quotes-repriced        pic 9(7) value 0.
       01  quotes-flagged         pic 9(7) value 0.
       01  today-date             pic x(8).

       78  rc-success                    value 0.
      *> airprice's answer when a currency has no rate in force.
       78  rc-no-rate                    value 6.

      *> this step's line for the month-end close pack - written
      *> only when the close names a pack in dd_closepack.
       01  closepack-name         pic x(256).
       78  closepack-dat                 value "dd_closepack".
       01  pack-fstat.
           03  pack-fstat-1       pic 9.
           03  pack-fstat-2       pic 9.
       01  close-pack-line.
       copy "airclpk.cpy" replacing ==(prefix)== by ==pk==.
       01  pack-count-ed          pic z(8)9.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       local-storage section.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==ls==.
           perform call-aircode-program
           set price-open to true
           perform call-airprice-program
           move function current-date(1:8) to today-date

           perform until no-more-records
               read qtefile next record
                   not at end
                       add 1 to quotes-read
                       if qte-status-open
                               and (qte-valid-until = spaces
                                   or qte-valid-until >= today-date)
                           perform reprice-one-quote
                       end-if
               end-read
                   " repriced, " quotes-flagged
                   " with closure flags."
           perform close-repricing-files
           move spaces to close-pack-line
           move "AIRQRPR" to pk-step
           move reprrpt-dat to pk-report
           move "READ" to pk-label(1)
           move quotes-read to pack-count-ed
           move pack-count-ed to pk-figure(1)
           move "REPRICED" to pk-label(2)
           move quotes-repriced to pack-count-ed
           move pack-count-ed to pk-figure(2)
           move "FLAGGED" to pk-label(3)
           move quotes-flagged to pack-count-ed
           move pack-count-ed to pk-figure(3)
           perform write-close-pack-line
           move reprrpt-dat to rp-report-dd
           perform file-report
           goback
       .

       reprice-one-quote section.
           move 0 to new-total-raw
           move qte-fx-rate to new-fx-rate
           move qte-currency to new-currency
           move "Y" to quote-reprice-ok
           move "N" to closure-flagged
           perform varying leg-idx from 1 by 1
                   until leg-idx > qte-code-count - 1
               perform reprice-one-leg
           end-perform
           move 0 to new-ferry-out
           move 0 to new-ferry-in
           if quote-reprice-ok = "Y" and qte-home-base not = spaces
               perform reprice-positioning-legs
           end-if
           initialize new-charges
           if quote-reprice-ok = "Y" and qte-passenger-quote
               perform varying charge-idx from 1 by 1
                       until charge-idx > qte-code-count
                   perform reprice-one-airport
               end-perform
           end-if
           perform write-quote-line
           if quote-reprice-ok = "Y"
               perform write-positioning-lines
               perform varying charge-idx from 1 by 1
                       until charge-idx > qte-code-count
                   perform write-charges-line
               end-perform
           end-if
       .

      *> the legs out from the base and home again, wherever the
      *> quote priced them.
       reprice-positioning-legs section.
           if qte-home-base not = qte-leg-code(1)
               move qte-home-base to ls-airport1
               move qte-leg-code(1) to ls-airport2
               perform reprice-one-ferry-leg
               move pr-leg-amount to new-ferry-out
           end-if
           if qte-home-base not = qte-leg-code(qte-code-count)
                   and quote-reprice-ok = "Y"
               move qte-leg-code(qte-code-count) to ls-airport1
               move qte-home-base to ls-airport2
               perform reprice-one-ferry-leg
               move pr-leg-amount to new-ferry-in
           end-if
       .

       reprice-one-ferry-leg section.
           move 0 to pr-leg-amount
           move qte-aircraft-type to ls-aircraft-type
           set get-distance to true
           perform call-aircode-program
           if return-code = rc-success
               move qte-aircraft-type to pr-aircraft-type
               move routed-km-raw to pr-distance-km
               move spaces to pr-quote-date
               move qte-account to pr-account
               set price-ferry-leg to true
               perform call-airprice-program
               if return-code = rc-success
                   add pr-leg-amount to new-total-raw
               else
                   move "N" to quote-reprice-ok
               end-if
           else
               move "N" to quote-reprice-ok
           end-if
       .

       write-positioning-lines section.
           if new-ferry-out not = 0
               move new-ferry-out to ferry-amount-ed
               move spaces to report-line
               string "      positioning " delimited by size
                      qte-home-base delimited by space
                      " -> " delimited by size
                      qte-leg-code(1) delimited by space
                      " " delimited by size
                      ferry-amount-ed delimited by size
                      " " delimited by size
                      new-currency delimited by size
                      into report-line
               write report-line
           end-if
           if new-ferry-in not = 0
               move new-ferry-in to ferry-amount-ed
               move spaces to report-line
               string "      positioning " delimited by size
                      qte-leg-code(qte-code-count) delimited by space
                      " -> " delimited by size
                      qte-home-base delimited by space
                      " " delimited by size
                      ferry-amount-ed delimited by size
                      " " delimited by size
                      new-currency delimited by size
                      into report-line
               write report-line
           end-if
       .

      *> the origin is only departed from, the destination only
      *> arrived at, each stop between both - as at capture, an
      *> origin positioned into landed at as well.
       reprice-one-airport section.
           move qte-leg-code(charge-idx) to pr-charge-code
           move qte-aircraft-type to pr-aircraft-type
           move qte-passengers to pr-passengers
           move qte-account to pr-account
           move spaces to pr-quote-date
           move qte-travel-date to pr-travel-date
           move "Y" to pr-charge-arriving
           move "Y" to pr-charge-departing
           if charge-idx = 1 and (qte-home-base = spaces
                   or qte-home-base = qte-leg-code(1))
               move "N" to pr-charge-arriving
           end-if
           if charge-idx = qte-code-count
               move "N" to pr-charge-departing
           end-if
           set price-airport-charges to true
           perform call-airprice-program
           evaluate return-code
               when rc-success
                   move pr-landing-amount to new-landing(charge-idx)
                   move pr-parking-amount to new-parking(charge-idx)
                   move pr-passenger-amount
                       to new-passenger(charge-idx)
                   add pr-landing-amount pr-parking-amount
                       pr-passenger-amount to new-total-raw
               when rc-no-rate
                   move "N" to quote-reprice-ok
           end-evaluate
       .

       write-charges-line section.
           compute airport-charge-raw = new-landing(charge-idx)
               + new-parking(charge-idx) + new-passenger(charge-idx)
           if airport-charge-raw not = 0
               move new-landing(charge-idx) to landing-ed
               move new-parking(charge-idx) to parking-ed
               move new-passenger(charge-idx) to pax-charge-ed
               move spaces to report-line
               string "      charges " delimited by size
                      qte-leg-code(charge-idx) delimited by size
                      " landing " delimited by size
                      landing-ed delimited by size
                      " parking " delimited by size
                      parking-ed delimited by size
                      " passengers " delimited by size
                      pax-charge-ed delimited by size
                      " " delimited by size
                      new-currency delimited by size
                      into report-line
               write report-line
           end-if
       .

       reprice-one-leg section.
               move leg-country2 to pr-country2
               move routed-km-raw to pr-distance-km
               move spaces to pr-quote-date
               move qte-account to pr-account
               move qte-travel-date to pr-travel-date
               if qte-cargo-quote
                   move qte-cargo-pieces to pr-cargo-pieces
                   move qte-cargo-actual-kg to pr-cargo-actual-kg
                   move qte-cargo-length-cm to pr-cargo-length-cm
                   move qte-cargo-width-cm to pr-cargo-width-cm
                   move qte-cargo-height-cm to pr-cargo-height-cm
                   set price-cargo-leg to true
               else
                   set price-leg to true
               end-if
               perform call-airprice-program
               if return-code = rc-success
                   add pr-leg-amount to new-total-raw
                   add pr-surcharge-amount to new-total-raw
                   move pr-fx-rate to new-fx-rate
                   move pr-currency to new-currency
               else
                   move "N" to quote-reprice-ok
               end-if
               compute diff-raw =
                   new-total-raw - qte-total-amount
               move diff-raw to diff-ed
               perform split-difference
               string "QUOTE " delimited by size
                      qte-number delimited by size
                      " ACCT " delimited by size
                      qte-account delimited by size
                      " " delimited by size
                      qte-customer delimited by size
                      " old " delimited by size
                      old-total-ed delimited by size
                      " new " delimited by size
                      new-total-ed delimited by size
                      " " delimited by size
                      new-currency delimited by size
                      " diff " delimited by size
                      diff-ed delimited by size
                      " fx " delimited by size
                      fx-effect-ed delimited by size
                      " price " delimited by size
                      price-effect-ed delimited by size
                      into report-line
           else
               string "QUOTE " delimited by size
                      qte-number delimited by size
                      " ACCT " delimited by size
                      qte-account delimited by size
                      " " delimited by size
                      qte-customer delimited by size
                      " old " delimited by size
           end-if
       .

      *> a quote captured before its currency was recorded, or
      *> repriced into a currency other than the one it was cut in
      *> (the account's currency has since been changed), has no
      *> comparable rate - the whole difference is then repricing.
       split-difference section.
           if qte-fx-rate = 0 or new-fx-rate = 0
                   or qte-currency not = new-currency
               move 0 to fx-effect-raw
           else
               compute fx-effect-raw = new-total-raw
                   - new-total-raw * qte-fx-rate / new-fx-rate
           end-if
           compute price-effect-raw = diff-raw - fx-effect-raw
           move fx-effect-raw to fx-effect-ed
           move price-effect-raw to price-effect-ed
       .

       open-repricing-files section.
           display airquotesf-dat upon environment-name
           accept qtefile-name from environment-value
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

      *> a run by hand names no pack and writes nothing.
       write-close-pack-line section.
           display closepack-dat upon environment-name
           accept closepack-name from environment-value
           if closepack-name not = spaces
               open extend closepack
               if pack-fstat-1 not = 0
                   open output closepack
               end-if
               write closepack-rec from close-pack-line
               close closepack
           end-if
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRQRPR" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airqrpr.
