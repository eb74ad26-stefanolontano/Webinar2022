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
      *> one aircraft in the fleet: its registration, the profiled
      *> type it is (airactyp.cpy), the airport it is based at and
      *> flies home to between charters, and whether it can be
      *> offered on a quote - available, in maintenance or
      *> withdrawn from service - with the day that last changed.
           03  (prefix)-registration      pic x(10).
           03  (prefix)-type              pic x(4).
           03  (prefix)-home-base         pic x(4).
           03  (prefix)-status            pic x.
               88  (prefix)-available              value "A".
               88  (prefix)-in-maintenance         value "M".
               88  (prefix)-withdrawn              value "W".
           03  (prefix)-status-date       pic x(8).
