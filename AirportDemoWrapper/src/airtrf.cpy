      *> fallback row can back the whole card.  The key carries the
      *> band's low edge and the effective date so one country pair
      *> holds many bands and many dated revisions side by side.
      *> The rate and minimum are in the row's currency - blank is
      *> the house base currency.
           03  (prefix)-key.
               05  (prefix)-country1      pic x(20).
               05  (prefix)-country2      pic x(20).
           03  (prefix)-band-high         pic 9(5).
           03  (prefix)-rate-km           pic 9(3)v99.
           03  (prefix)-min-amount        pic 9(7)v99.
           03  (prefix)-currency          pic x(3).
