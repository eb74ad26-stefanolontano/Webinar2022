      *> the price per kilogramme in force from (prefix)-eff-date
      *> until a later-dated entry supersedes it.  The broker's
      *> weekly sheet loads additively, so a quote for an earlier
      *> date still costs fuel at the price in force then.  The
      *> price is in the sheet's currency - blank is the house base
      *> currency.
           03  (prefix)-key.
               05  (prefix)-code          pic x(4).
               05  (prefix)-eff-date      pic x(8).
           03  (prefix)-price-kg          pic 9(2)v9(4).
           03  (prefix)-currency          pic x(3).
