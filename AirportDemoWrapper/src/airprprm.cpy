           88 price-open                            value "4".
           88 price-close                           value "5".
           88 price-leg                             value "P".
           88 price-airport-charges                 value "C".
           88 price-find-aircraft                   value "R".
           88 price-ferry-leg                       value "F".
           88 price-cargo-leg                       value "W".
      *> the two endpoint countries, exactly as airrec.cpy carries
      *> them in (prefix)-country - the tariff row is matched on the
      *> pair in either order, then on either country with "ALL",
       01 (pr-prefix)-leg-amount                    comp-2.
       01 (pr-prefix)-rate-used                     pic 9(3)v99.
       01 (pr-prefix)-min-applied                   pic x.
      *> the customer account the quote is cut for (zero for none) -
      *> its contract discount is taken off the tariff amount after
      *> the band minimum, so leg-amount comes back net; the
      *> percentage and the amount taken off are handed back for
      *> the printout.
       01 (pr-prefix)-account                       pic 9(6).
       01 (pr-prefix)-discount-pct                  pic 9(2)v99.
       01 (pr-prefix)-discount-amount               comp-2.
      *> the currency the leg came back priced in - the account's
      *> currency, or the house base currency when it has none -
      *> and that currency's units per base unit at the rate in
      *> force on the quote date.  When no rate is in force the
      *> call fails and currency names the one that was missing.
       01 (pr-prefix)-currency                      pic x(3).
       01 (pr-prefix)-fx-rate                       pic 9(5)v9(6).
      *> the travel date (YYYYMMDD) the surcharge calendar is read
      *> for - blank means the quote date.  A peak-season or holiday
      *> window covering it comes back as a separate surcharge,
      *> already in the quote currency and not included in
      *> leg-amount, with the window's description for the quote
      *> line; no window leaves the amount zero.
       01 (pr-prefix)-travel-date                   pic x(8).
       01 (pr-prefix)-surcharge-amount              comp-2.
       01 (pr-prefix)-surcharge-desc                pic x(30).
      *> airport charges (function C): the airport's schedule in
      *> force on the travel date, for the aircraft type and the
      *> passenger count on the quote.  An aircraft arriving pays
      *> the landing fee on the type's MTOW and parking for the
      *> standard stand time (dd_parkhours, default 2 hours); one
      *> departing pays the per-passenger charge.  The amounts come
      *> back in the quote currency, the same as a priced leg - the
      *> account, quote date and travel date fields above are read
      *> for this call too.  No schedule on file is rc-not-found.
       01 (pr-prefix)-charge-code                   pic x(4).
       01 (pr-prefix)-aircraft-type                 pic x(4).
       01 (pr-prefix)-passengers                    pic 9(3).
       01 (pr-prefix)-charge-arriving               pic x.
       01 (pr-prefix)-charge-departing              pic x.
       01 (pr-prefix)-landing-amount                comp-2.
       01 (pr-prefix)-parking-amount                comp-2.
       01 (pr-prefix)-passenger-amount              comp-2.
      *> fleet lookup (function R): a registration names the
      *> aircraft outright; with it blank, fleet-type and home-base
      *> ask for the first available aircraft of that type based
      *> there.  The aircraft's registration, type, base and status
      *> come back - rc-not-found when no aircraft answers, and
      *> rc 2 when the one named is in maintenance or withdrawn.
      *> A ferry leg (function F) is priced at aircraft-type's
      *> ferry rate per km over distance-km and carried into the
      *> quote currency as a leg is, with no band minimum, contract
      *> discount or surcharge on an empty positioning leg - a type
      *> with no ferry rate profiled is rc-not-found.
       01 (pr-prefix)-registration                  pic x(10).
       01 (pr-prefix)-fleet-type                    pic x(4).
       01 (pr-prefix)-home-base                     pic x(4).
       01 (pr-prefix)-fleet-status                  pic x.
      *> a cargo leg (function W) is priced by chargeable weight -
      *> the greater of the actual weight and the volumetric weight
      *> of the pieces (length x width x height in cm per piece,
      *> divided by dd_voldivisor, default 6000), rounded up to the
      *> next half kilogram - against the weight-break cargo tariff
      *> matched on the countries, distance band and quote date the
      *> way a passenger leg is.  The break's rate, the band
      *> minimum, contract discount, currency and surcharge then
      *> come back in the leg fields above exactly as for a
      *> passenger leg, with the two weights worked alongside.
       01 (pr-prefix)-cargo-pieces                  pic 9(4).
       01 (pr-prefix)-cargo-actual-kg               pic 9(6)v9.
       01 (pr-prefix)-cargo-length-cm               pic 9(4).
       01 (pr-prefix)-cargo-width-cm                pic 9(4).
       01 (pr-prefix)-cargo-height-cm               pic 9(4).
       01 (pr-prefix)-cargo-volume-kg               pic 9(6)v9.
       01 (pr-prefix)-cargo-chargeable-kg           pic 9(6)v9.
