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
      *> one line of the sign-on security log (dd_airseclog) - every
      *> sign-on success and failure, lockout, refused locked
      *> sign-on, password change, unlock and reset, by program and
      *> operator id, appended by airsign and read back by airsecrp.
           03  (prefix)-timestamp        pic x(21).
           03  filler                    pic x.
           03  (prefix)-program          pic x(8).
           03  filler                    pic x.
           03  (prefix)-operator         pic x(8).
           03  filler                    pic x.
           03  (prefix)-event            pic x(10).
               88  (prefix)-signon-ok           value "SIGNON OK".
               88  (prefix)-signon-failed       value "SIGNON BAD".
               88  (prefix)-lockout             value "LOCKOUT".
               88  (prefix)-locked-refused      value "LOCKED".
               88  (prefix)-batch-failed        value "BATCH BAD".
           03  filler                    pic x.
           03  (prefix)-detail           pic x(40).
