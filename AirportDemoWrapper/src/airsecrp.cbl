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
      *> airsecrp - the sign-on security report the auditors ask
      *> for.  The first part lists every operator needing a look:
      *> locked out, carrying failed sign-ons since their last good
      *> one, never signed on, or dormant - no sign-on for more than
      *> dd_dormantdays days (default 90).  The second part reads
      *> the security log airsign writes and lists every operator
      *> id, known or not, with at least dd_secfailmin failed or
      *> refused sign-ons (default 3) in the last dd_secrptdays days
      *> (default 7) - the pattern a guessed password leaves.
      *> Runnable as an airchain step; a missing user file or
      *> security log simply leaves its part empty.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airsecrp.

       select userfile assign userfile-name
           organization indexed
           record key is usr-id with no duplicates
           file status is usr-fstat
           access sequential.

       select seclogfile assign seclogfile-name
           organization line sequential
           file status is seclog-fstat.

       select reportfile assign reportfile-name
           organization line sequential
           file status is report-fstat.

       data division.
       fd  userfile.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.

       fd  seclogfile.
       01  sec-rec.
       copy "airsec.cpy" replacing ==(prefix)== by ==sec==.

       fd  reportfile.
       01  report-line            pic x(100).

       working-storage section.
       01  userfile-name          pic x(256).
       78  airusers-dat                  value "dd_airusers".
       01  seclogfile-name        pic x(256).
       78  airseclog-dat                 value "dd_airseclog".
       01  reportfile-name        pic x(256).
       78  secrpt-dat                    value "dd_secrpt".

       01  usr-fstat.
           03  usr-fstat-1        pic 9.
           03  usr-fstat-2        pic 9.
       01  seclog-fstat.
           03  seclog-fstat-1     pic 9.
           03  seclog-fstat-2     pic 9.
       01  report-fstat.
           03  report-fstat-1     pic 9.
           03  report-fstat-2     pic 9.

       01  dormant-days-limit     pic 9(3) value 90.
       78  dormantdays-dat               value "dd_dormantdays".
       01  window-days            pic 9(3) value 7.
       78  secrptdays-dat                value "dd_secrptdays".
       01  failure-minimum        pic 9(3) value 3.
       78  secfailmin-dat                value "dd_secfailmin".
       01  parm-token             pic x(10).

       01  today-date             pic x(8).
       01  today-integer          pic 9(7).
       01  event-integer          pic 9(7).
       01  signon-integer         pic 9(7).
       01  idle-days              pic 9(5).
       01  idle-days-ed           pic zzzz9.
       01  count-ed               pic zzzz9.
       01  remark-ptr             pic 9(3).

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".

       01  operator-flagged       pic x.
           88  operator-needs-a-look      value "Y".

       01  operators-read         pic 9(5) value 0.
       01  operators-listed       pic 9(5) value 0.
       01  events-read            pic 9(7) value 0.
       01  ids-listed             pic 9(5) value 0.

      *> failed and refused sign-ons in the window, one entry per
      *> operator id as the log names it - unknown ids included.
       78  fail-table-max                value 500.
       01  fail-count-used        pic 9(3) value 0.
       01  fail-table.
           03  fail-entry         occurs fail-table-max
                                  indexed by fail-idx.
               05  fail-operator  pic x(8).
               05  fail-count     pic 9(5).
               05  fail-last      pic x(16).
       01  fail-table-full        pic x value "N".
           88  failures-overflowed        value "Y".

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-security-files
           perform list-operator-exceptions
           perform list-repeated-failures
           close reportfile
           display "Security report complete - " operators-listed
                   " operator(s) of " operators-read " flagged, "
                   ids-listed " id(s) with repeated failures."
           move secrpt-dat to rp-report-dd
           perform file-report
           goback
       .

      ******************************************************************
      *> part one - the operators on file needing attention.
      ******************************************************************
       list-operator-exceptions section.
           move spaces to report-line
           string "Operator sign-on exceptions - dormant after "
                      delimited by size
                  dormant-days-limit delimited by size
                  " day(s) - run " delimited by size
                  today-date delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move "Operator" to report-line(1:8)
           move "Name" to report-line(10:4)
           move "Last on" to report-line(35:7)
           move "Days" to report-line(45:4)
           move "Remarks" to report-line(51:7)
           write report-line

           display airusers-dat upon environment-name
           accept userfile-name from environment-value
           open input userfile
           if usr-fstat-1 not = 0
               move "No user file - no operators to report."
                   to report-line
               write report-line
           else
               move "N" to at-end-of-file
               perform until no-more-records
                   read userfile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           add 1 to operators-read
                           perform check-one-operator
                   end-read
               end-perform
               close userfile
           end-if

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Operators on file: " delimited by size
                  operators-read delimited by size
                  "   flagged: " delimited by size
                  operators-listed delimited by size
                  into report-line
           write report-line
       .

       check-one-operator section.
           move "N" to operator-flagged
           move spaces to report-line
           move 51 to remark-ptr
           move 0 to idle-days
           if usr-last-signon is numeric
               compute signon-integer = function integer-of-date(
                   function numval(usr-last-signon))
               compute idle-days = today-integer - signon-integer
               if idle-days > dormant-days-limit
                   move "Y" to operator-flagged
                   string "DORMANT " delimited by size
                       into report-line with pointer remark-ptr
               end-if
           else
               move "Y" to operator-flagged
               string "NEVER SIGNED ON " delimited by size
                   into report-line with pointer remark-ptr
           end-if
           if usr-locked
               move "Y" to operator-flagged
               string "LOCKED " delimited by size
                   into report-line with pointer remark-ptr
           end-if
           if usr-failed-count is numeric and usr-failed-count > 0
               move "Y" to operator-flagged
               string "FAILED SIGN-ONS " delimited by size
                      usr-failed-count delimited by size
                   into report-line with pointer remark-ptr
           end-if
           if operator-needs-a-look
               add 1 to operators-listed
               move usr-id to report-line(1:8)
               move usr-name(1:24) to report-line(10:24)
               move usr-last-signon to report-line(35:8)
               if usr-last-signon is numeric
                   move idle-days to idle-days-ed
                   move idle-days-ed to report-line(44:5)
               end-if
               write report-line
           end-if
       .

      ******************************************************************
      *> part two - repeated failed or refused sign-ons in the
      *> window, from the security log.
      ******************************************************************
       list-repeated-failures section.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Operator ids with " delimited by size
                  failure-minimum delimited by size
                  " or more failed sign-ons in the last "
                      delimited by size
                  window-days delimited by size
                  " day(s)" delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           move "Operator Failures Last failure" to report-line
           write report-line

           display airseclog-dat upon environment-name
           accept seclogfile-name from environment-value
           open input seclogfile
           if seclog-fstat-1 not = 0
               move "No security log - no sign-on events to report."
                   to report-line
               write report-line
           else
               move "N" to at-end-of-file
               perform until no-more-records
                   read seclogfile
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           add 1 to events-read
                           perform count-one-event
                   end-read
               end-perform
               close seclogfile
               perform varying fail-idx from 1 by 1
                       until fail-idx > fail-count-used
                   if fail-count(fail-idx) >= failure-minimum
                       perform write-failure-line
                   end-if
               end-perform
           end-if

           if failures-overflowed
               move "(more than 500 ids failed - the rest not counted)"
                   to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Log events read: " delimited by size
                  events-read delimited by size
                  "   ids listed: " delimited by size
                  ids-listed delimited by size
                  into report-line
           write report-line
       .

       count-one-event section.
           if (sec-signon-failed or sec-batch-failed or sec-lockout
                   or sec-locked-refused)
                   and sec-timestamp(1:8) is numeric
               compute event-integer = function integer-of-date(
                   function numval(sec-timestamp(1:8)))
               if today-integer - event-integer < window-days
                   set fail-idx to 1
                   search fail-entry
                       at end
                           perform add-failure-entry
                       when fail-idx > fail-count-used
                           perform add-failure-entry
                       when fail-operator(fail-idx) = sec-operator
                           add 1 to fail-count(fail-idx)
                           move sec-timestamp(1:16)
                               to fail-last(fail-idx)
                   end-search
               end-if
           end-if
       .

       add-failure-entry section.
           if fail-count-used < fail-table-max
               add 1 to fail-count-used
               set fail-idx to fail-count-used
               move sec-operator to fail-operator(fail-idx)
               move 1 to fail-count(fail-idx)
               move sec-timestamp(1:16) to fail-last(fail-idx)
           else
               move "Y" to fail-table-full
           end-if
       .

       write-failure-line section.
           add 1 to ids-listed
           move fail-count(fail-idx) to count-ed
           move spaces to report-line
           move fail-operator(fail-idx) to report-line(1:8)
           move count-ed to report-line(13:5)
           move fail-last(fail-idx)(1:8) to report-line(19:8)
           move fail-last(fail-idx)(9:4) to report-line(28:4)
           write report-line
       .

       open-security-files section.
           display dormantdays-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               compute dormant-days-limit = function numval(parm-token)
           end-if
           display secrptdays-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               compute window-days = function numval(parm-token)
           end-if
           display secfailmin-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               compute failure-minimum = function numval(parm-token)
           end-if
           move function current-date(1:8) to today-date
           compute today-integer = function integer-of-date(
               function numval(today-date))

           display secrpt-dat upon environment-name
           accept reportfile-name from environment-value
           open output reportfile
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRSECRP" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airsecrp.
