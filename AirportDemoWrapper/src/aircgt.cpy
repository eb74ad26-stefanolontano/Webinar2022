      ******************************************************************
      *
      * (C) Copyright 1984-2014 Micro Focus or one of its affiliates.
      *
      * The only warranties for products and services of Micro Focus and
      * its affiliates and licensors ("Micro Focus") are set forth in the
      * express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional
      * warranty.  Micro Focus shall not be liable for technical or editorial
      * errors or omissions contained herein.  The information contained
      * herein is subject to change without notice.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> one cargo tariff row: the weight-break rates per chargeable
      *> kilogram for a consignment whose endpoints fall in the two
      *> named countries and whose leg distance falls in the band,
      *> effective from the dated row with the latest effective
      *> date not after the quote date - the same keying and "ALL"
      *> wildcards as the passenger tariff in airtrf.cpy.  Each
      *> break applies from its weight upward until the next break
      *> takes over; the first break starts at zero so every weight
      *> has a rate, and unused breaks are left zero.  The rates
      *> and the minimum charge are in the row's currency - blank
      *> is the house base currency.
           03  (prefix)-key.
               05  (prefix)-country1      pic x(20).
               05  (prefix)-country2      pic x(20).
               05  (prefix)-band-low      pic 9(5).
               05  (prefix)-eff-date      pic x(8).
           03  (prefix)-band-high         pic 9(5).
           03  (prefix)-min-charge        pic 9(7)v99.
           03  (prefix)-currency          pic x(3).
           03  (prefix)-breaks.
               05  (prefix)-break occurs 6.
                   07  (prefix)-break-kg  pic 9(5).
                   07  (prefix)-rate-kg   pic 9(3)v99.
