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
      *> one line of the month-end close pack (dd_closepack): the
      *> step that ran, the report file it wrote, and up to three of
      *> its control totals, each a label and a figure already
      *> edited by the step.  The period-end programs append their
      *> line when the close names a pack and write nothing when run
      *> by hand; the close itself writes the heading, the checklist
      *> and the closing lines around them.
           03  (prefix)-step              pic x(10).
           03  filler                     pic x.
           03  (prefix)-report            pic x(16).
           03  (prefix)-total             occurs 3.
               05  filler                 pic x.
               05  (prefix)-label         pic x(12).
               05  (prefix)-figure        pic x(18) justified right.
