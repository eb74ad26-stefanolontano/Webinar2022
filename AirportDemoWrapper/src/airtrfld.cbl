      ******************************************************************
      *> airtrfld - bulk load of tariff rows from a comma-delimited
      *> extract: country1,country2,bandlow,bandhigh,effdate,rate,
      *> minamount[,currency] - one row per line, the runway-load
      *> pattern applied to the rate card.  Dated rows are additive: a
      *> fed row whose key (pair, band low edge, effective date) already
      *> exists is rewritten, a new one is added, and earlier dated
      *> revisions are left in place so a quote for an earlier date
      *> still prices off the rates in force then.  Malformed lines go
      *> to the action log with a REJECT tag.  A row with no currency
      *> column is in the house base currency.
       identification division.
       program-id. airtrfld.

       01  feed-eff-date           pic x(10).
       01  feed-rate               pic x(10).
       01  feed-min-amount         pic x(12).
       01  feed-currency           pic x(10).

       01  feed-line-ok            pic x.
           88  feed-line-valid             value "Y".
           move spaces to feed-eff-date
           move spaces to feed-rate
           move spaces to feed-min-amount
           move spaces to feed-currency
           unstring feed-line delimited by ","
               into feed-country1, feed-country2,
                    feed-band-low, feed-band-high,
                    feed-eff-date, feed-rate, feed-min-amount,
                    feed-currency

           perform validate-one-tariff-line
           if feed-line-valid
                           move "rate per km missing"
                               to reject-reason
                           move "N" to feed-line-ok
                       when feed-currency(4:) not = spaces
                               or feed-currency(1:3)
                                   is not alphabetic
                           move "currency not a three-letter code"
                               to reject-reason
                           move "N" to feed-line-ok
                   end-evaluate
           end-evaluate
       .
               compute trf-min-amount =
                   function numval(feed-min-amount)
           end-if
           move function upper-case(feed-currency(1:3))
               to trf-currency

           write trf-rec
               invalid key
           move trf-band-low to log-line(50:5)
           move trf-band-high to log-line(56:5)
           move trf-eff-date to log-line(62:8)
           move trf-currency to log-line(71:3)
           write log-line
       .

           display airtariff-dat upon environment-name
           accept trffile-name from environment-value
           open i-o trffile
           if trf-fstat = "35"
               open output trffile
               close trffile
               open i-o trffile
