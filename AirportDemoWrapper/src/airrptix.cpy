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
      *> one filed report on the report repository index
      *> (dd_airrptindex), keyed on the id airrepo gave it when the
      *> report was filed.  The program and report name say what it
      *> is, the run date and time when it ran, and the operator or
      *> chain run who ran it; the page and line counts are what the
      *> stored copy holds.  The repository purge (airrpur) deletes
      *> the entry with its lines once the report type's retention
      *> has run out.
           03  (prefix)-report-id         pic 9(8).
           03  (prefix)-program           pic x(8).
           03  (prefix)-report-dd         pic x(16).
           03  (prefix)-run-date          pic x(8).
           03  (prefix)-run-time          pic x(6).
           03  (prefix)-operator          pic x(8).
           03  (prefix)-chain-run         pic x(14).
           03  (prefix)-page-count        pic 9(5).
           03  (prefix)-line-count        pic 9(7).
