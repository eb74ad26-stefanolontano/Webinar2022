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
      *> linkage for the airreuse code-quarantine check - the
      *> open/call/close pattern airregn and airembs offer their
      *> callers.  A check passes the code about to be added with the
      *> new airport's name and coordinates; when the code's last
      *> history entry ended less than the quarantine period ago and
      *> the new airport is a different one (neither the name nor
      *> the coordinates match that last meaning), it is
      *> return-code 5 with the retired date, the day the code comes
      *> free and the name it last carried.  A code that is free is
      *> return-code 0.  An override writes one line to the reuse
      *> log under the operator and source given.
       01 (ru-prefix)-function                      pic x.
           88 reuse-open                            value "4".
           88 reuse-close                           value "5".
           88 reuse-check                           value "K".
           88 reuse-override                        value "O".
       01 (ru-prefix)-operator                      pic x(8).
       01 (ru-prefix)-source                        pic x(8).
       01 (ru-prefix)-code                          pic x(4).
       01 (ru-prefix)-name                          pic x(30).
       01 (ru-prefix)-geo                           pic x(20).
       01 (ru-prefix)-retired-date                  pic x(8).
       01 (ru-prefix)-free-date                     pic x(8).
       01 (ru-prefix)-prior-name                    pic x(30).
