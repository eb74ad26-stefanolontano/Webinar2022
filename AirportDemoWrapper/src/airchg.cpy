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
      *> one dated schedule of charges at the airport named in
      *> (prefix)-code, as the airport authority publishes it - in
      *> force from (prefix)-eff-date until a later-dated entry
      *> supersedes it: the landing fee per tonne of the aircraft's
      *> maximum take-off weight, parking per hour on the stand,
      *> and the charge per departing passenger, all in the
      *> schedule's currency (blank is the house base currency).
           03  (prefix)-key.
               05  (prefix)-code          pic x(4).
               05  (prefix)-eff-date      pic x(8).
           03  (prefix)-landing-tonne     pic 9(5)v99.
           03  (prefix)-parking-hour      pic 9(5)v99.
           03  (prefix)-per-passenger     pic 9(5)v99.
           03  (prefix)-currency          pic x(3).
