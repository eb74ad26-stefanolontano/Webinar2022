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
      *> one seasonal average en-route wind component: the mean
      *> along-track wind, in knots, met on a leg whose initial
      *> track falls in the direction band and whose midpoint falls
      *> in the latitude band, for the calendar month.  Direction
      *> bands are 45 degrees wide from north (1 = 000-044 through
      *> 8 = 315-359); latitude bands are 15 degrees wide from the
      *> south pole (1 = 90S-75S through 12 = 75N-90N).  A "+" sign
      *> is a tailwind, "-" a headwind.  No row means still air.
           03  (prefix)-key.
               05  (prefix)-dir-band      pic 9(2).
               05  (prefix)-lat-band      pic 9(2).
               05  (prefix)-month         pic 9(2).
           03  (prefix)-comp-sign         pic x.
           03  (prefix)-comp-kt           pic 9(3).
