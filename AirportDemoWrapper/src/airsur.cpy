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
      *> one surcharge calendar entry: a peak-season or holiday
      *> window, by travel date, for legs between the two named
      *> countries - matched the way the tariff is, the exact pair
      *> in either order first, then either country against "ALL",
      *> then the ALL/ALL row.  The surcharge is a percentage of the
      *> leg's net amount (type P) or a flat amount per leg in the
      *> entry's currency (type F, blank currency is the house base
      *> currency).  Windows for one pair do not overlap, so a
      *> travel date falls in at most one of them.
           03  (prefix)-key.
               05  (prefix)-country1      pic x(20).
               05  (prefix)-country2      pic x(20).
               05  (prefix)-start-date    pic x(8).
           03  (prefix)-end-date          pic x(8).
           03  (prefix)-type              pic x.
               88  (prefix)-type-percent          value "P".
               88  (prefix)-type-flat             value "F".
           03  (prefix)-pct               pic 9(3)v99.
           03  (prefix)-flat-amount       pic 9(7)v99.
           03  (prefix)-currency          pic x(3).
           03  (prefix)-description       pic x(30).
