      *> the total - everything needed to reprint the quote or to
      *> reprice it when a tariff row or stored route changes.
      *> Status O is an open (live) quote; X is withdrawn and left
      *> alone by the repricing run.  An open quote is accepted (A)
      *> or declined (D) by the customer, or expires (E) once its
      *> valid-until date has passed - the status date and user say
      *> when and by whom it left the open state.  The account the
      *> quote was cut for rides at the tail with the contract
      *> discount taken off the leg amounts (so the legs and total
      *> are net), and a flag set when the account's open quotes
      *> went over its credit limit as this one was captured.  The
      *> amounts are in the account's currency (blank is the house
      *> base currency), converted at the fx-rate recorded here -
      *> units of that currency per base unit on the quote date.
      *> The travel date the quote was cut for decides the peak
      *> season and holiday surcharge, carried as its own amount and
      *> included in the total alongside the leg amounts.  The
      *> aircraft type and passenger count the airport charges were
      *> worked on ride with them: each itinerary airport's
      *> landing, parking and passenger charges as one amount in
      *> code order, their sum, also included in the total.  A
      *> charter names the aircraft (registration blank when quoted
      *> as a type from a base) and the home base it positions
      *> from: the empty legs out to the first airport and home
      *> from the last, kilometres and amount each - zero where the
      *> itinerary already starts or ends there - and their sum,
      *> included in the total as well.  The quote type says how
      *> the legs were priced: P (or blank, on quotes older than
      *> the type) per km for passengers or a charter, C by the
      *> chargeable weight of a cargo consignment - its pieces,
      *> actual weight and per-piece dimensions are kept to
      *> reprice it, with the chargeable weight the legs were
      *> priced on.
           03  (prefix)-number        pic 9(6).
           03  (prefix)-date          pic x(8).
           03  (prefix)-customer      pic x(20).
           03  (prefix)-status        pic x.
               88  (prefix)-status-open        value "O".
               88  (prefix)-status-withdrawn   value "X".
               88  (prefix)-status-accepted    value "A".
               88  (prefix)-status-declined    value "D".
               88  (prefix)-status-expired     value "E".
           03  (prefix)-code-count    pic 9(2).
           03  (prefix)-codes.
               05  (prefix)-leg-code  pic x(4) occurs 20.
           03  (prefix)-leg-amounts.
               05  (prefix)-leg-amount pic 9(7)v99 occurs 19.
           03  (prefix)-total-amount  pic 9(9)v99.
           03  (prefix)-account       pic 9(6).
           03  (prefix)-discount-pct  pic 9(2)v99.
           03  (prefix)-discount-amount pic 9(9)v99.
           03  (prefix)-credit-flag   pic x.
               88  (prefix)-over-credit-limit  value "Y".
           03  (prefix)-valid-until   pic x(8).
           03  (prefix)-status-date   pic x(8).
           03  (prefix)-status-user   pic x(8).
           03  (prefix)-currency      pic x(3).
           03  (prefix)-fx-rate       pic 9(5)v9(6).
           03  (prefix)-travel-date   pic x(8).
           03  (prefix)-surcharge-amount pic 9(9)v99.
           03  (prefix)-aircraft-type pic x(4).
           03  (prefix)-passengers    pic 9(3).
           03  (prefix)-charges-amount pic 9(9)v99.
           03  (prefix)-airport-charges.
               05  (prefix)-airport-charge pic 9(7)v99 occurs 20.
           03  (prefix)-registration  pic x(10).
           03  (prefix)-home-base     pic x(4).
           03  (prefix)-ferry-out-km  pic 9(5).
           03  (prefix)-ferry-out-amount pic 9(7)v99.
           03  (prefix)-ferry-in-km   pic 9(5).
           03  (prefix)-ferry-in-amount pic 9(7)v99.
           03  (prefix)-ferry-amount  pic 9(9)v99.
           03  (prefix)-quote-type    pic x.
               88  (prefix)-passenger-quote    value "P" " ".
               88  (prefix)-cargo-quote        value "C".
           03  (prefix)-cargo-pieces  pic 9(4).
           03  (prefix)-cargo-actual-kg pic 9(6)v9.
           03  (prefix)-cargo-length-cm pic 9(4).
           03  (prefix)-cargo-width-cm pic 9(4).
           03  (prefix)-cargo-height-cm pic 9(4).
           03  (prefix)-cargo-chargeable-kg pic 9(6)v9.
