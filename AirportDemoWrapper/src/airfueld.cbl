      *
      ******************************************************************
      *> airfueld - bulk load of dated fuel prices from the broker's
      *> weekly comma-delimited sheet: code,effdate,priceperkg
      *> [,currency] - one price per line (no currency column means the
      *> house base currency), the same additive dated-load shape the
      *> tariff loader uses.  A fed row whose key (airport, effective
      *> date) already exists is rewritten, a new one is added, and
      *> earlier dated prices stay in place so a cost run for an earlier
      *> date still prices off what was in force then.  Malformed lines
      *> go to the action log with a REJECT tag.
       identification division.
       program-id. airfueld.

       01  feed-code               pic x(10).
       01  feed-eff-date           pic x(10).
       01  feed-price              pic x(12).
       01  feed-currency           pic x(10).

       01  feed-line-ok            pic x.
           88  feed-line-valid             value "Y".
           move spaces to feed-code
           move spaces to feed-eff-date
           move spaces to feed-price
           move spaces to feed-currency
           unstring feed-line delimited by ","
               into feed-code, feed-eff-date, feed-price,
                    feed-currency

           perform validate-one-price-line
           if feed-line-valid
               when feed-price = spaces
                   move "price per kg missing" to reject-reason
                   move "N" to feed-line-ok
               when feed-currency(4:) not = spaces
                       or feed-currency(1:3) is not alphabetic
                   move "currency not a three-letter code"
                       to reject-reason
                   move "N" to feed-line-ok
           end-evaluate
       .

           move function upper-case(feed-code(1:4)) to fue-code
           move feed-eff-date(1:8) to fue-eff-date
           compute fue-price-kg = function numval(feed-price)
           move function upper-case(feed-currency(1:3))
               to fue-currency

           write fue-rec
               invalid key
           move fue-code to log-line(8:4)
           move fue-eff-date to log-line(13:8)
           move fue-price-kg to log-line(22:6)
           move fue-currency to log-line(29:3)
           write log-line
       .

           display airfuel-dat upon environment-name
           accept fuelfile-name from environment-value
           open i-o fuelfile
           if fue-fstat = "35"
               open output fuelfile
               close fuelfile
               open i-o fuelfile
