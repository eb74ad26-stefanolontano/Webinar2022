      *> which defaults them.
           03  (prefix)-req-rwy-ft    pic 9(5).
           03  (prefix)-surfaces      pic x(30).
      *> the maximum take-off weight in tonnes that airport landing
      *> fees are levied on - zero when not profiled, and no landing
      *> fee is then charged on a quote for the type.
           03  (prefix)-mtow-t        pic 9(3)v9.
      *> the rate per kilometre an empty positioning leg is charged
      *> at, in the house base currency - zero when not profiled,
      *> and a charter needing positioning for the type cannot then
      *> be priced.
           03  (prefix)-ferry-rate-km pic 9(3)v99.
      *> the demonstrated crosswind limit in knots a runway is
      *> flagged against on the runway lookup - zero when not
      *> profiled, and the house limit then applies.
           03  (prefix)-max-xwind-kt  pic 9(2).
