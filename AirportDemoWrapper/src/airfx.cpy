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
      *> one dated exchange rate: the units of (prefix)-currency one
      *> unit of the house base currency buys, in force from
      *> (prefix)-eff-date until a later-dated entry for the same
      *> currency supersedes it.  The treasury sheet loads
      *> additively, so a quote for an earlier date still converts
      *> at the rate in force on its own quote date.
           03  (prefix)-key.
               05  (prefix)-currency      pic x(3).
               05  (prefix)-eff-date      pic x(8).
           03  (prefix)-rate              pic 9(5)v9(6).
