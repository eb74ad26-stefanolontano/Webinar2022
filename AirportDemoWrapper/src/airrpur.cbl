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
      *> airrpur - the retention purge for the report repository
      *> airrepo files every report into.  Each report type keeps
      *> its filed reports for its own number of days: dd_rptretain
      *> lists them ("<program> <days>" per line), anything not
      *> listed keeping dd_rptretdays (default 90).  A filed report
      *> run longer ago than its retention has its index entry and
      *> every stored line deleted.  Runnable as an airchain step;
      *> no repository yet simply means there is nothing to purge.
       identification division.
       program-id. airrpur.

       select rptindex assign rptindex-name
           organization indexed
           record key is rix-report-id with no duplicates
           file status is rix-fstat
           access dynamic.

       select rptstore assign rptstore-name
           organization indexed
           record key is rsl-key with no duplicates
           file status is rsl-fstat
           access dynamic.

       select retainfile assign retainfile-name
           organization line sequential
           file status is ret-fstat.

       data division.
       fd  rptindex.
       01  rix-rec.
       copy "airrptix.cpy" replacing ==(prefix)== by ==rix==.

       fd  rptstore.
       01  rsl-rec.
       copy "airrptln.cpy" replacing ==(prefix)== by ==rsl==.

       fd  retainfile.
       01  retain-line            pic x(40).

       working-storage section.
       01  rptindex-name          pic x(256).
       78  airrptindex-dat               value "dd_airrptindex".
       01  rptstore-name          pic x(256).
       78  airrptstore-dat               value "dd_airrptstore".
       01  retainfile-name        pic x(256).
       78  rptretain-dat                 value "dd_rptretain".
       78  rptretdays-dat                value "dd_rptretdays".

       01  rix-fstat.
           03  rix-fstat-1        pic 9.
           03  rix-fstat-2        pic 9.
       01  rsl-fstat.
           03  rsl-fstat-1        pic 9.
           03  rsl-fstat-2        pic 9.
       01  ret-fstat.
           03  ret-fstat-1        pic 9.
           03  ret-fstat-2        pic 9.

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".
       01  at-end-of-lines        pic x.
           88  no-more-lines               value "Y".
       01  today-integer          pic 9(7).
       01  date-integer           pic 9(7).
       01  cutoff-date-n          pic 9(8).
       01  cutoff-date            pic x(8).

      *> the retention per report type, and the one kept by every
      *> type dd_rptretain does not list.
       01  default-retention      pic 9(4) value 90.
       01  retention-token        pic x(10).
       78  max-retentions                value 100.
       01  retention-count        pic 9(3) value 0.
       01  retention-table.
           03  retention-entry    occurs max-retentions.
               05  retention-program  pic x(8).
               05  retention-days     pic 9(4).
       01  retention-idx          pic 9(3).
       01  retain-program-token   pic x(8).
       01  retain-days-token      pic x(6).
       01  report-retention       pic 9(4).

       01  reports-read           pic 9(7) value 0.
       01  reports-purged         pic 9(7) value 0.
       01  lines-purged           pic 9(9) value 0.

       78  rc-step-failed                value 8.

       procedure division.
       main section.
           perform read-retention-parameters
           move function integer-of-date(
               function numval(function current-date(1:8)))
               to today-integer
           display airrptindex-dat upon environment-name
           accept rptindex-name from environment-value
           display airrptstore-dat upon environment-name
           accept rptstore-name from environment-value
           open i-o rptindex
           evaluate true
               when rix-fstat = "35"
                   display "No report repository - nothing to purge."
               when rix-fstat-1 not = 0
                   display "Error opening the report index - status "
                           rix-fstat
                   move rc-step-failed to return-code
               when other
                   open i-o rptstore
                   if rsl-fstat-1 not = 0
                       display "Error opening the report store -"
                               " status " rsl-fstat
                       move rc-step-failed to return-code
                   else
                       perform until no-more-records
                           read rptindex next record
                               at end
                                   move "Y" to at-end-of-file
                               not at end
                                   add 1 to reports-read
                                   perform check-one-report
                           end-read
                       end-perform
                       close rptstore
                   end-if
                   close rptindex
                   display "Report repository purge complete - "
                           reports-read " report(s) read, "
                           reports-purged " purged with "
                           lines-purged " line(s)."
           end-evaluate
           goback
       .

       read-retention-parameters section.
           display rptretdays-dat upon environment-name
           accept retention-token from environment-value
           if retention-token not = spaces
               compute default-retention =
                   function numval(retention-token)
           end-if
           display rptretain-dat upon environment-name
           accept retainfile-name from environment-value
           open input retainfile
           if ret-fstat-1 = 0
               perform load-report-retentions
               close retainfile
           end-if
       .

       load-report-retentions section.
           move "N" to at-end-of-file
           perform until no-more-records
               read retainfile
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       move spaces to retain-program-token
                                      retain-days-token
                       unstring retain-line delimited by all space
                           into retain-program-token retain-days-token
                       if retain-program-token not = spaces
                               and retention-count < max-retentions
                           add 1 to retention-count
                           move function upper-case(
                               retain-program-token)
                               to retention-program(retention-count)
                           compute retention-days(retention-count) =
                               function numval(retain-days-token)
                       end-if
               end-read
           end-perform
           move "N" to at-end-of-file
       .

      *> a report is kept while its run date is on or after today
      *> less its type's retention.
       check-one-report section.
           move default-retention to report-retention
           perform varying retention-idx from 1 by 1
                   until retention-idx > retention-count
               if retention-program(retention-idx) = rix-program
                   move retention-days(retention-idx)
                       to report-retention
               end-if
           end-perform
           compute date-integer = today-integer - report-retention
           compute cutoff-date-n =
               function date-of-integer(date-integer)
           move cutoff-date-n to cutoff-date
           if rix-run-date is numeric and rix-run-date < cutoff-date
               perform purge-one-report
           end-if
       .

      *> the stored lines go first, so an entry is never left in
      *> the index pointing at nothing.
       purge-one-report section.
           move rix-report-id to rsl-report-id
           move 0 to rsl-line-no
           move "N" to at-end-of-lines
           start rptstore key >= rsl-key
               invalid key
                   move "Y" to at-end-of-lines
           end-start
           perform until no-more-lines
               read rptstore next record
                   at end
                       move "Y" to at-end-of-lines
                   not at end
                       if rsl-report-id not = rix-report-id
                           move "Y" to at-end-of-lines
                       else
                           perform purge-one-line
                       end-if
               end-read
           end-perform
           delete rptindex record
               invalid key
                   display "Unable to purge report " rix-report-id
                           " - " rix-fstat
                   move rc-step-failed to return-code
               not invalid key
                   add 1 to reports-purged
                   display "Report " rix-report-id " " rix-program
                           " " rix-report-dd " of " rix-run-date
                           " purged."
           end-delete
       .

       purge-one-line section.
           delete rptstore record
               invalid key
                   display "Unable to purge line " rsl-line-no
                           " of report " rsl-report-id " - " rsl-fstat
                   move rc-step-failed to return-code
               not invalid key
                   add 1 to lines-purged
           end-delete
       .

       end program airrpur.
