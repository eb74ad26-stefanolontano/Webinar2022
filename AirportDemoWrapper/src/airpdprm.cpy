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
      *> linkage for the airperd period-lock service - the
      *> open/call/close pattern airregn and airreuse offer their
      *> callers.  A check passes the date a change is dated at and
      *> answers return-code 3 with the period when that date's month
      *> has been closed; a date in an open month, or a blank one, is
      *> return-code 0.  An inquiry returns the period's status
      *> (space when it has never been closed).  The month-end close
      *> records a period closed, and a supervisor's reopen records
      *> it reopened with the reason - both under the operator and
      *> source given, and both written to the period log.
       01 (pd-prefix)-function                      pic x.
           88 period-open                           value "4".
           88 period-close                          value "5".
           88 period-check                          value "K".
           88 period-inquire                        value "I".
           88 period-lock                           value "C".
           88 period-reopen                         value "R".
       01 (pd-prefix)-operator                      pic x(8).
       01 (pd-prefix)-source                        pic x(8).
       01 (pd-prefix)-date                          pic x(8).
       01 (pd-prefix)-period                        pic x(6).
       01 (pd-prefix)-status                        pic x.
       01 (pd-prefix)-reason                        pic x(40).
