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
      *> linkage for the airsign sign-on service - every maintenance
      *> program signs on through it, so the lockout, the password
      *> ageing and the security log are the same everywhere.  An
      *> interactive sign-on prompts for the id and password itself
      *> and hands back the operator's user record with return-code
      *> 0; a refused one is return-code 1 (2 when the operator is
      *> locked).  A batch sign-on checks the operator id it is given
      *> the same way, without a password.  A logged event
      *> writes one security-log line for a change made elsewhere -
      *> an unlock, a password reset - under the operator given.
       01 (sg-prefix)-function                      pic x.
           88 signon-interactive                    value "S".
           88 signon-batch                          value "B".
           88 signon-log-event                      value "L".
       01 (sg-prefix)-program                       pic x(8).
       01 (sg-prefix)-operator                      pic x(8).
       01 (sg-prefix)-event                         pic x(10).
       01 (sg-prefix)-detail                        pic x(40).
