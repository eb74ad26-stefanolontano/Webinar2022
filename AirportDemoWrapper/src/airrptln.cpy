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
      *> one line of a filed report on the report store
      *> (dd_airrptstore), keyed on the report's id and the line's
      *> place in it, so a reprint reads the report back in the
      *> order it was printed - page throws included.
           03  (prefix)-key.
               05  (prefix)-report-id     pic 9(8).
               05  (prefix)-line-no       pic 9(7).
           03  (prefix)-text              pic x(132).
