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
      *> the review tail of one pending airport master change.  The
      *> pending record is the change's full audit image (airaudit.cpy
      *> - code, raised timestamp, action, the raising operator and
      *> the before and after images) followed by these fields, so
      *> an approval can apply exactly what was keyed and write the
      *> very audit entry the direct update used to.  Keyed on the
      *> code and raised timestamp, so one airport's changes read
      *> back together, oldest first.
           03  (prefix)-source            pic x(8).
           03  (prefix)-status            pic x.
               88  (prefix)-pending             value "P".
               88  (prefix)-approved            value "A".
               88  (prefix)-rejected            value "R".
      *> the reviewing operator, when the decision was taken, and
      *> why a rejected change went back.
           03  (prefix)-checker           pic x(8).
           03  (prefix)-decided           pic x(21).
           03  (prefix)-reason            pic x(40).
