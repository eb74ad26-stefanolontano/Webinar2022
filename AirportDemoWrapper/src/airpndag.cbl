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
      *> airpndag - the ageing list of airport master changes still
      *> waiting for a second operator: every pending change raised
      *> more than dd_pendagedays days ago (default 3), in airport
      *> order, with what it does, who raised it, through which
      *> program and how many days it has waited - the approvers'
      *> backlog the auditors ask about.  Runnable as an airchain
      *> step; no pending file yet simply means nothing is waiting.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airpndag.

       select pendfile assign pendfile-name
           organization indexed
           record key is pnd-key with no duplicates
           file status is pnd-fstat
           access sequential.

       select reportfile assign reportfile-name
           organization line sequential
           file status is report-fstat.

       data division.
       fd  pendfile.
       01  pnd-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==pnd==.
       copy "airpend.cpy" replacing ==(prefix)== by ==pnd==.
       01  pnd-key-view.
           03  pnd-key            pic x(25).

       fd  reportfile.
       01  report-line            pic x(100).

       working-storage section.
       01  pendfile-name          pic x(256).
       78  airpending-dat                value "dd_airpending".
       01  reportfile-name        pic x(256).
       78  pendagerpt-dat                value "dd_pendagerpt".

       01  pnd-fstat.
           03  pnd-fstat-1        pic 9.
           03  pnd-fstat-2        pic 9.
       01  report-fstat.
           03  report-fstat-1     pic 9.
           03  report-fstat-2     pic 9.

       01  age-days-limit         pic 9(3) value 3.
       01  age-token              pic x(10).
       78  pendagedays-dat               value "dd_pendagedays".

       01  today-date             pic x(8).
       01  today-integer          pic 9(7).
       01  raised-integer         pic 9(7).
       01  age-days               pic 9(5).
       01  age-days-ed            pic zzzz9.
       01  action-word            pic x(6).

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".

       01  pending-read           pic 9(5) value 0.
       01  pending-aged           pic 9(5) value 0.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-ageing-files
           if pnd-fstat-1 not = 0
               display "No pending-change file - nothing is waiting."
               move "No pending changes on file." to report-line
               write report-line
           else
               perform write-ageing-heading
               perform until no-more-records
                   read pendfile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           if pnd-pending
                               add 1 to pending-read
                               perform check-one-pending
                           end-if
                   end-read
               end-perform
               perform write-ageing-totals
               close pendfile
           end-if
           display "Pending change ageing complete - " pending-read
                   " pending, " pending-aged " older than "
                   age-days-limit " day(s)."
           close reportfile
           move pendagerpt-dat to rp-report-dd
           perform file-report
           goback
       .

       write-ageing-heading section.
           move spaces to report-line
           string "Airport master changes awaiting approval more than "
                      delimited by size
                  age-days-limit delimited by size
                  " day(s) - run " delimited by size
                  today-date delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           move "Code Action Raised          By       Source   Days"
               to report-line
           write report-line
       .

       check-one-pending section.
           if pnd-timestamp(1:8) is numeric
               compute raised-integer = function integer-of-date(
                   function numval(pnd-timestamp(1:8)))
               compute age-days = today-integer - raised-integer
               if age-days > age-days-limit
                   perform write-ageing-line
               end-if
           end-if
       .

       write-ageing-line section.
           add 1 to pending-aged
           evaluate pnd-action
               when "A"
                   move "ADD" to action-word
               when "C"
                   move "CHANGE" to action-word
               when other
                   move "DELETE" to action-word
           end-evaluate
           move age-days to age-days-ed
           move spaces to report-line
           move pnd-code to report-line(1:4)
           move action-word to report-line(6:6)
           move pnd-timestamp(1:8) to report-line(13:8)
           move pnd-timestamp(9:4) to report-line(22:4)
           move pnd-user to report-line(29:8)
           move pnd-source to report-line(38:8)
           move age-days-ed to report-line(47:5)
           write report-line
       .

       write-ageing-totals section.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Pending changes: " delimited by size
                  pending-read delimited by size
                  "   past " delimited by size
                  age-days-limit delimited by size
                  " day(s): " delimited by size
                  pending-aged delimited by size
                  into report-line
           write report-line
       .

       open-ageing-files section.
           display pendagedays-dat upon environment-name
           accept age-token from environment-value
           if age-token not = spaces
               compute age-days-limit = function numval(age-token)
           end-if
           move function current-date(1:8) to today-date
           compute today-integer = function integer-of-date(
               function numval(today-date))

           display pendagerpt-dat upon environment-name
           accept reportfile-name from environment-value
           open output reportfile

           display airpending-dat upon environment-name
           accept pendfile-name from environment-value
           open input pendfile
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRPNDAG" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airpndag.
