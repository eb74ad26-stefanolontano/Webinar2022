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
      *> linkage for the airregn regional-ownership check - the
      *> open/call/close pattern airembs offers its callers.  A check
      *> passes the signed-on operator's office role and permitted
      *> regions, the airport code being changed and, where the
      *> change names it, the country the airport is in (blank looks
      *> it up on the airport master).  The owning region comes back
      *> from the country reference; a region outside the operator's
      *> is return-code 7 and the refusal is written to the region
      *> log under the operator, source and action given.  A
      *> permitted change is return-code 0.
       01 (rg-prefix)-function                      pic x.
           88 region-open                           value "4".
           88 region-close                          value "5".
           88 region-check                          value "K".
       01 (rg-prefix)-operator                      pic x(8).
       01 (rg-prefix)-office-role                   pic x.
       01 (rg-prefix)-regions-array                 pic x(40).
       01 (rg-prefix)-regions                       redefines
           (rg-prefix)-regions-array pic x(8) occurs 5.
       01 (rg-prefix)-source                        pic x(8).
       01 (rg-prefix)-action                        pic x(10).
       01 (rg-prefix)-code                          pic x(4).
       01 (rg-prefix)-country                       pic x(20).
       01 (rg-prefix)-owner-region                  pic x(8).
