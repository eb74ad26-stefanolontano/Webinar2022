      *> the per-leg kilometres and amounts, and the total, exactly
      *> as they were priced on the day - so a customer holding a
      *> quote number gets the same figures back without anyone
      *> re-keying the itinerary.  A charter's positioning legs to
      *> and from the aircraft's home base are listed on their own
      *> under the legs, and a cargo quote's consignment - pieces,
      *> weights and dimensions - above them.  dd_quoteno names
      *> the quote.
       identification division.
       program-id. airqinq.

       01  leg-km-ed           pic zz,zz9.
       01  leg-amount-ed       pic zzz,zz9.99.
       01  total-ed            pic z,zzz,zz9.99.
       01  discount-pct-ed     pic z9.99.
       01  fx-rate-ed          pic zzzz9.999999.
       01  cargo-kg-ed         pic zzzzz9.9.
       01  chargeable-ed       pic zzzzz9.9.

       procedure division.
       main section.
       reprint-quote section.
           display "Quote " qw-number "  cut " qw-date
                   "  customer " qw-customer
           display "  Account " qw-account
                   "  valid until " qw-valid-until
                   "  travel " qw-travel-date
           evaluate true
               when qw-status-withdrawn
                   display "  (withdrawn)"
               when qw-status-accepted
                   display "  (accepted " qw-status-date " by "
                           qw-status-user ")"
               when qw-status-declined
                   display "  (declined " qw-status-date " by "
                           qw-status-user ")"
               when qw-status-expired
                   display "  (expired " qw-status-date ")"
           end-evaluate
           if qw-cargo-quote
               move qw-cargo-actual-kg to cargo-kg-ed
               move qw-cargo-chargeable-kg to chargeable-ed
               display "  Cargo: " qw-cargo-pieces " piece(s), "
                       cargo-kg-ed " kg actual, " chargeable-ed
                       " kg chargeable"
               if qw-cargo-length-cm not = 0
                   display "  Dimensions per piece "
                           qw-cargo-length-cm " x "
                           qw-cargo-width-cm " x "
                           qw-cargo-height-cm " cm"
               end-if
           end-if
           perform varying leg-idx from 1 by 1
                   until leg-idx > qw-code-count - 1
                       leg-km-ed " km  " leg-amount-ed
           end-perform
           move qw-total-amount to total-ed
           if qw-surcharge-amount not = 0
               move qw-surcharge-amount to total-ed
               display "  Travel-date surcharges: " total-ed
           end-if
           if qw-charges-amount not = 0
               display "  Airport charges (type " qw-aircraft-type
                       ", " qw-passengers " passengers):"
               perform varying leg-idx from 1 by 1
                       until leg-idx > qw-code-count
                   if qw-airport-charge(leg-idx) not = 0
                       move qw-airport-charge(leg-idx)
                           to leg-amount-ed
                       display "    " qw-leg-code(leg-idx) "  "
                               leg-amount-ed
                   end-if
               end-perform
           end-if
           if qw-home-base not = spaces
               display "  Aircraft " qw-registration " type "
                       qw-aircraft-type " based at " qw-home-base
               if qw-ferry-out-km not = 0
                   move qw-ferry-out-km to leg-km-ed
                   move qw-ferry-out-amount to leg-amount-ed
                   display "  positioning " qw-home-base " -> "
                           qw-leg-code(1) "  " leg-km-ed " km  "
                           leg-amount-ed
               end-if
               if qw-ferry-in-km not = 0
                   move qw-ferry-in-km to leg-km-ed
                   move qw-ferry-in-amount to leg-amount-ed
                   display "  positioning "
                           qw-leg-code(qw-code-count) " -> "
                           qw-home-base "  " leg-km-ed " km  "
                           leg-amount-ed
               end-if
           end-if
           move qw-total-amount to total-ed
           display "  Total: " total-ed " " qw-currency
           if qw-fx-rate not = 0 and qw-fx-rate not = 1
               move qw-fx-rate to fx-rate-ed
               display "  (" qw-currency " at " fx-rate-ed
                       " to the base currency on " qw-date ")"
           end-if
           if qw-discount-pct not = 0
               move qw-discount-pct to discount-pct-ed
               move qw-discount-amount to total-ed
               display "  (after " discount-pct-ed "% contract"
                       " discount of " total-ed ")"
           end-if
           if qw-over-credit-limit
               display "  (account was over its credit limit when"
                       " this quote was cut)"
           end-if
       .

       call-airquote-program section.
