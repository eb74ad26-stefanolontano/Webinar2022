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
      *> linkage for airrepo, the report repository.  A report
      *> program files its finished report by passing its own name
      *> and the dd_ name its report was written to; airrepo copies
      *> the report into the store under a new id and answers the
      *> id with the page and line counts it recorded.  return-code
      *> 4 means there was no report to file, 8 a repository file
      *> error - neither should fail the report run itself, so the
      *> caller keeps its own return code across the call.
       01 (rp-prefix)-function                      pic x.
           88 repo-file-report                      value "F".
       01 (rp-prefix)-program                       pic x(8).
       01 (rp-prefix)-report-dd                     pic x(16).
       01 (rp-prefix)-report-id                     pic 9(8).
       01 (rp-prefix)-page-count                    pic 9(5).
       01 (rp-prefix)-line-count                    pic 9(7).
