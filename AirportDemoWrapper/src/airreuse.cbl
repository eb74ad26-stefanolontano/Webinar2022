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
      *> airreuse - the code-quarantine check every add path calls
      *> before a new airport may take a code: airmaint's add
      *> screen, the airtxn batch and the airload feed.  A code
      *> retired from the master (deleted, or merged away) keeps its
      *> last meaning on the history file; for dd_reusemonths months
      *> (default 12) from that entry's end date the code may not be
      *> given to a different airport - one whose name and
      *> coordinates both differ from the code's last meaning - so
      *> old reports and quotes never silently point at a new
      *> place.  Re-adding the same airport is not held back.  A
      *> supervisor may override the quarantine in airmaint; every
      *> override is written to the reuse log dd_airreuselog.
       identification division.
       program-id. airreuse.

       select histfile assign histfile-name
           organization indexed
           record key is hist-key with no duplicates
           file status is hist-fstat
           access dynamic.

       select reuselogfile assign reuselogfile-name
           organization line sequential
           file status is reuselog-fstat.

       data division.
       fd  histfile.
       01  hist-rec.
       copy "airhist.cpy" replacing ==(prefix)== by ==hist==.

       fd  reuselogfile.
       01  reuselog-line          pic x(132).

       working-storage section.
       01  histfile-name       pic x(256).
       78  airhist-dat                 value "dd_airhist".

       01  hist-fstat.
           03  hist-fstat-1    pic 9.
           03  hist-fstat-2x.
               05  hist-fstat-2 pic 9.

       01  reuselogfile-name   pic x(256).
       78  airreuselog-dat             value "dd_airreuselog".

       01  reuselog-fstat.
           03  reuselog-fstat-1 pic 9.
           03  reuselog-fstat-2x.
               05  reuselog-fstat-2 pic 9.

      *> mirrors airregn's return-code conventions, with its own
      *> refusal value so a caller can tell the screens apart.
       78  rc-success                  value 0.
       78  rc-in-quarantine            value 5.
       78  rc-file-error               value 8.

       01  reuse-months        pic 9(3) value 12.
       78  reusemonths-dat             value "dd_reusemonths".
       01  parm-token          pic x(10).

       01  history-open        pic x value "N".
           88  history-available          value "Y".

       01  today-date          pic x(8).
       01  last-found          pic x.
           88  code-has-history           value "Y".
       01  last-end-date       pic x(8).
       01  last-name           pic x(30).
       01  last-geo            pic x(20).

       01  free-date.
           03  free-year       pic 9(4).
           03  free-month      pic 9(2).
           03  free-day        pic 9(2).
       01  free-date-num       redefines free-date pic 9(8).
       01  month-total         pic 9(5).
       01  years-to-add        pic 9(3).
       01  log-timestamp       pic x(21).

       linkage section.
       copy "airruprm.cpy" replacing ==(ru-prefix)== by ==lnk==.

       procedure division using
                           by value lnk-function
                           by reference lnk-operator
                           by reference lnk-source
                           by reference lnk-code
                           by reference lnk-name
                           by reference lnk-geo
                           by reference lnk-retired-date
                           by reference lnk-free-date
                           by reference lnk-prior-name.
       main section.
           move rc-success to return-code
           evaluate true
               when reuse-open
                   perform open-reuse-files
               when reuse-close
                   perform close-reuse-files
               when reuse-check
                   perform check-code-quarantine
               when reuse-override
                   perform log-reuse-override
           end-evaluate
           exit program
       .

      *> the last history entry for the code is its last meaning;
      *> the code comes free the same day of the month the
      *> quarantine period after that entry ended (the month's last
      *> day where the month is shorter).
       check-code-quarantine section.
           move spaces to lnk-retired-date
           move spaces to lnk-free-date
           move spaces to lnk-prior-name
           if history-available
               perform find-last-meaning
               if code-has-history and last-end-date is numeric
                   perform compute-free-date
                   if free-date > today-date
                       if function upper-case(lnk-name) not =
                               function upper-case(last-name)
                               and lnk-geo not = last-geo
                           move last-end-date to lnk-retired-date
                           move free-date to lnk-free-date
                           move last-name to lnk-prior-name
                           move rc-in-quarantine to return-code
                       end-if
                   end-if
               end-if
           end-if
       .

      *> hist-key's high-order part is the airport code, so the
      *> code's entries are read in sequence order and the last one
      *> read is the latest - the way airmaint finds the next
      *> history sequence.
       find-last-meaning section.
           move "N" to last-found
           move lnk-code to hist-code
           move 0 to hist-seq
           start histfile key >= hist-key
               invalid key
                   continue
               not invalid key
                   read histfile next record
                       at end
                           move high-values to hist-code
                   end-read
                   perform until hist-code not = lnk-code
                       move "Y" to last-found
                       move hist-end-date to last-end-date
                       move hist-name to last-name
                       move hist-geo to last-geo
                       read histfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
       .

       compute-free-date section.
           move last-end-date to free-date
           compute month-total = free-month - 1 + reuse-months
           divide month-total by 12 giving years-to-add
               remainder free-month
           add 1 to free-month
           add years-to-add to free-year
           perform until free-day < 29
                   or function test-date-yyyymmdd(free-date-num) = 0
               subtract 1 from free-day
           end-perform
       .

      *> one line per override: when, who, from where, the code and
      *> the new name, and the meaning it displaced.
       log-reuse-override section.
           move function current-date to log-timestamp
           move spaces to reuselog-line
           string log-timestamp delimited by size
                  " " delimited by size
                  lnk-operator delimited by size
                  " " delimited by size
                  lnk-source delimited by size
                  " OVERRIDE " delimited by size
                  lnk-code delimited by size
                  " " delimited by size
                  lnk-name delimited by size
                  " WAS " delimited by size
                  lnk-prior-name delimited by size
                  " RETIRED " delimited by size
                  lnk-retired-date delimited by size
                  " FREE " delimited by size
                  lnk-free-date delimited by size
                  into reuselog-line
           write reuselog-line
       .

      *> no history file yet means no code has ever been retired, so
      *> every check passes.
       open-reuse-files section.
           display reusemonths-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               compute reuse-months = function numval(parm-token)
           end-if
           move function current-date(1:8) to today-date

           move "N" to history-open
           display airhist-dat upon environment-name
           accept histfile-name from environment-value
           open input histfile
           evaluate true
               when hist-fstat-1 = 0
                   move "Y" to history-open
               when hist-fstat = "35"
                   continue
               when other
                   display "Error opening history data - status "
                           hist-fstat " (run the file conversion"
                           " after a layout change)."
                   move rc-file-error to return-code
           end-evaluate

           display airreuselog-dat upon environment-name
           accept reuselogfile-name from environment-value
           open extend reuselogfile
           if reuselog-fstat-1 not = 0
               open output reuselogfile
           end-if
       .

       close-reuse-files section.
           if history-available
               close histfile
           end-if
           close reuselogfile
       .

       end program airreuse.
