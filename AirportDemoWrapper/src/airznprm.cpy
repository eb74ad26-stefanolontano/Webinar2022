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
      *> linkage for the airzone leg check - the open/call/close
      *> pattern airroute offers its callers.  A check call passes
      *> the two airport codes of a leg and the date it is flown
      *> (blank for today).  The great circle between them is
      *> sampled every dd_zonestep km (default 25), and each zone in
      *> force on that date that the track enters comes back in the
      *> hit table, up to ten of them.  avoid-crossed says whether
      *> any is an avoid zone, and return-code is then 6.  A code
      *> the airport master cannot place is return-code 4, with
      *> nothing checked.
       01 (zn-prefix)-function                      pic x.
           88 zone-open                             value "4".
           88 zone-close                            value "5".
           88 zone-check-leg                        value "L".
       01 (zn-prefix)-code1                         pic x(4).
       01 (zn-prefix)-code2                         pic x(4).
       01 (zn-prefix)-check-date                    pic x(8).
       01 (zn-prefix)-hit-count                     pic 9(2).
       01 (zn-prefix)-hits.
           03 (zn-prefix)-hit occurs 10.
               05 (zn-prefix)-hit-id                pic x(8).
               05 (zn-prefix)-hit-name              pic x(30).
               05 (zn-prefix)-hit-severity          pic x.
       01 (zn-prefix)-avoid-flag                    pic x.
           88 (zn-prefix)-avoid-crossed             value "Y".
