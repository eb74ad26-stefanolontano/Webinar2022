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
      *> one accounting period on the period control file
      *> (dd_airperiodctl), keyed on its YYYYMM.  The month-end close
      *> writes the entry when the period is closed; from then on
      *> airperd refuses any maintenance or quote capture dated into
      *> it.  A supervisor's reopen marks it reopened, with who, when
      *> and why, until the close is run for it again.
           03  (prefix)-period            pic x(6).
           03  (prefix)-status            pic x.
               88  (prefix)-closed              value "C".
               88  (prefix)-reopened            value "O".
           03  (prefix)-closed-date       pic x(8).
           03  (prefix)-closed-by         pic x(8).
           03  (prefix)-reopened-date     pic x(8).
           03  (prefix)-reopened-by       pic x(8).
           03  (prefix)-reopen-reason     pic x(40).
