      ******************************************************************
      *> one standard country - keyed by the full name so it can be
      *> looked up with the same text airfile carries in f-country.
      *> The region is the office that owns the country's airports -
      *> only an operator permitted that region (or a head-office
      *> operator) may change them; blank leaves them to head office.
           03  (prefix)-code           pic x(2).
           03  (prefix)-name           pic x(20).
           03  (prefix)-region         pic x(8).
