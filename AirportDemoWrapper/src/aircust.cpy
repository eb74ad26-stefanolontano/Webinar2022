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
      *> one customer account: the number every quote is cut
      *> against, the contract discount airprice takes off the
      *> tariff amount, the credit limit the open quotes are held
      *> to, and whether the account may be quoted at all - a
      *> blocked account (status B) is refused by every capture
      *> path until the account is made active (A) again.  The
      *> account's quotes are priced and stored in its currency -
      *> blank is the house base currency.
           03  (prefix)-account       pic 9(6).
           03  (prefix)-name          pic x(30).
           03  (prefix)-discount-pct  pic 9(2)v99.
           03  (prefix)-credit-limit  pic 9(9)v99.
           03  (prefix)-status        pic x.
               88  (prefix)-status-active      value "A".
               88  (prefix)-status-blocked     value "B".
           03  (prefix)-currency      pic x(3).
