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
      *> airreurp - the airport codes now in their reuse quarantine
      *> and the day each comes free: every code retired from the
      *> master whose last history entry ended less than
      *> dd_reusemonths months ago (airreuse's rule, so the report
      *> and the add paths can never disagree), in code order, with
      *> the meaning it last carried.  Runnable as an airchain step;
      *> no history file yet simply means no code is held back.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airreurp.

       select histfile assign histfile-name
           organization indexed
           record key is hist-key with no duplicates
           file status is hist-fstat
           access sequential.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-name with duplicates
           alternate record key is f-country with duplicates
           file status is fstat
           access dynamic.

       select reportfile assign reportfile-name
           organization line sequential
           file status is report-fstat.

       data division.
       fd  histfile.
       01  hist-rec.
       copy "airhist.cpy" replacing ==(prefix)== by ==hist==.

       fd  airfile.
       01  f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd  reportfile.
       01  report-line            pic x(100).

       working-storage section.
       01  histfile-name          pic x(256).
       78  airhist-dat                   value "dd_airhist".
       01  airfile-name           pic x(256).
       78  airport-dat                   value "dd_airports".
       01  reportfile-name        pic x(256).
       78  reuserpt-dat                  value "dd_reuserpt".

       01  hist-fstat.
           03  hist-fstat-1       pic 9.
           03  hist-fstat-2       pic 9.
       01  fstat.
           03  fstat-1            pic 9.
           03  fstat-2            pic 9.
       01  report-fstat.
           03  report-fstat-1     pic 9.
           03  report-fstat-2     pic 9.

       01  today-date             pic x(8).
       01  today-integer          pic 9(7).
       01  free-integer           pic 9(7).
       01  days-left              pic 9(5).
       01  days-left-ed           pic zzzz9.

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".

       01  previous-code          pic x(4) value spaces.
       01  codes-retired          pic 9(5) value 0.
       01  codes-held             pic 9(5) value 0.

       copy "airruprm.cpy" replacing ==(ru-prefix)== by ==ru==.
       78  rc-in-quarantine              value 5.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-reuse-report-files
           perform write-reuse-heading
           evaluate true
               when fstat-1 not = 0
                   display "Error opening airport data - status " fstat
                   move "Airport master not available - no report."
                       to report-line
                   write report-line
               when hist-fstat-1 not = 0
                   move "No history file - no code is in quarantine."
                       to report-line
                   write report-line
               when other
                   perform list-quarantined-codes
           end-evaluate
           perform write-reuse-totals
           set reuse-close to true
           perform call-airreuse-program
           close airfile
           close reportfile
           display "Code reuse report complete - " codes-retired
                   " retired, " codes-held " in quarantine."
           move reuserpt-dat to rp-report-dd
           perform file-report
           goback
       .

       list-quarantined-codes section.
           perform until no-more-records
               read histfile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if hist-code not = previous-code
                           perform check-one-code
                           move hist-code to previous-code
                       end-if
               end-read
           end-perform
           perform check-one-code
           close histfile
       .

       write-reuse-heading section.
           move spaces to report-line
           string "Airport codes in reuse quarantine - run "
                      delimited by size
                  today-date delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           move "Code Last meaning                   Retired  Free on"
             to report-line
           move "Days" to report-line(58:4)
           write report-line
       .

      *> the previous code's entries are all read by now; one still
      *> on the master is in use, not retired.
       check-one-code section.
           if previous-code not = spaces
               move previous-code to f-code
               read airfile
                   invalid key
                       add 1 to codes-retired
                       move previous-code to ru-code
                       move spaces to ru-name
                       move spaces to ru-geo
                       set reuse-check to true
                       perform call-airreuse-program
                       if return-code = rc-in-quarantine
                           perform write-reuse-line
                       end-if
                   not invalid key
                       continue
               end-read
           end-if
       .

       write-reuse-line section.
           add 1 to codes-held
           compute free-integer = function integer-of-date(
               function numval(ru-free-date))
           compute days-left = free-integer - today-integer
           move days-left to days-left-ed
           move spaces to report-line
           move ru-code to report-line(1:4)
           move ru-prior-name to report-line(6:30)
           move ru-retired-date to report-line(37:8)
           move ru-free-date to report-line(46:8)
           move days-left-ed to report-line(57:5)
           write report-line
       .

       write-reuse-totals section.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Retired codes: " delimited by size
                  codes-retired delimited by size
                  "   in quarantine: " delimited by size
                  codes-held delimited by size
                  into report-line
           write report-line
       .

       call-airreuse-program section.
           call "airreuse" using
                           by value ru-function
                           by reference ru-operator
                           by reference ru-source
                           by reference ru-code
                           by reference ru-name
                           by reference ru-geo
                           by reference ru-retired-date
                           by reference ru-free-date
                           by reference ru-prior-name
       .

       open-reuse-report-files section.
           move function current-date(1:8) to today-date
           compute today-integer = function integer-of-date(
               function numval(today-date))

           display reuserpt-dat upon environment-name
           accept reportfile-name from environment-value
           open output reportfile

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display airhist-dat upon environment-name
           accept histfile-name from environment-value
           open input histfile

           move "AIRREURP" to ru-operator
           move "AIRREURP" to ru-source
           set reuse-open to true
           perform call-airreuse-program
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRREURP" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airreurp.
