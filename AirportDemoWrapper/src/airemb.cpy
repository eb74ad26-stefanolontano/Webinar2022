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
      *> one embargo on a country we are barred from serving: the
      *> country as it is named on the country reference file
      *> (airctry.cpy) and on each airport master record, the date
      *> it takes effect and the date it is lifted (blank while it
      *> stands), why, and who entered it on which day.  Keyed
      *> country-first so every embargo on a country is one prefix
      *> scan, with the effective date letting a country carry
      *> successive embargoes.
           03  (prefix)-key.
               05  (prefix)-country       pic x(20).
               05  (prefix)-eff-date      pic x(8).
           03  (prefix)-end-date          pic x(8).
           03  (prefix)-reason            pic x(40).
           03  (prefix)-entered-by        pic x(8).
           03  (prefix)-entered-date      pic x(8).
