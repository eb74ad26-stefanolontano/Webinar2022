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
      *> airrptq - inquiry over the report repository airrepo files
      *> every report run into.  Lists the index entries selected by
      *> program, run date range and chain run (each filter
      *> optional, from the dd_rptsel* settings) to dd_rptindexrpt,
      *> and when dd_rptreprint names a report id, reprints that
      *> report from the store to the print file dd_rptprint -
      *> exactly as it was printed, under a line saying which run
      *> it is a reprint of.  A report past its retention has been
      *> purged and can no longer be reprinted (return code 4).
       identification division.
       program-id. airrptq.

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

       select listfile assign listfile-name
           organization line sequential
           file status is list-fstat.

       select printfile assign printfile-name
           organization line sequential
           file status is print-fstat.

       data division.
       fd  rptindex.
       01  rix-rec.
       copy "airrptix.cpy" replacing ==(prefix)== by ==rix==.

       fd  rptstore.
       01  rsl-rec.
       copy "airrptln.cpy" replacing ==(prefix)== by ==rsl==.

       fd  listfile.
       01  list-line              pic x(100).

       fd  printfile.
       01  print-line             pic x(132).

       working-storage section.
       01  rptindex-name          pic x(256).
       78  airrptindex-dat               value "dd_airrptindex".
       01  rptstore-name          pic x(256).
       78  airrptstore-dat               value "dd_airrptstore".
       01  listfile-name          pic x(256).
       78  rptindexrpt-dat               value "dd_rptindexrpt".
       01  printfile-name         pic x(256).
       78  rptprint-dat                  value "dd_rptprint".

       01  rix-fstat.
           03  rix-fstat-1        pic 9.
           03  rix-fstat-2        pic 9.
       01  rsl-fstat.
           03  rsl-fstat-1        pic 9.
           03  rsl-fstat-2        pic 9.
       01  list-fstat.
           03  list-fstat-1       pic 9.
           03  list-fstat-2       pic 9.
       01  print-fstat.
           03  print-fstat-1      pic 9.
           03  print-fstat-2      pic 9.

      *> optional selection filters - any of them left blank matches
      *> every entry.
       01  sel-program            pic x(8).
       78  rptselprog-dat                value "dd_rptselprog".
       01  sel-from-date          pic x(8).
       78  rptselfrom-dat                value "dd_rptselfrom".
       01  sel-to-date            pic x(8).
       78  rptselto-dat                  value "dd_rptselto".
       01  sel-chain-run          pic x(14).
       78  rptselrun-dat                 value "dd_rptselrun".

      *> the report to reprint, when one is asked for.
       01  reprint-token          pic x(10).
       78  rptreprint-dat                value "dd_rptreprint".
       01  reprint-id             pic 9(8).

       01  entries-read           pic 9(7) value 0.
       01  entries-listed         pic 9(7) value 0.
       01  lines-reprinted        pic 9(7) value 0.
       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".

       01  heading-line.
           03  filler             pic x(10) value "REPORT ID".
           03  filler             pic x(10) value "PROGRAM".
           03  filler             pic x(18) value "REPORT".
           03  filler             pic x(17) value "RUN DATE/TIME".
           03  filler             pic x(10) value "OPERATOR".
           03  filler             pic x(16) value "CHAIN RUN".
           03  filler             pic x(7)  value "  PAGES".
           03  filler             pic x(7)  value "  LINES".

       01  index-line.
           03  il-report-id       pic 9(8).
           03  filler             pic x(2) value spaces.
           03  il-program         pic x(8).
           03  filler             pic x(2) value spaces.
           03  il-report-dd       pic x(16).
           03  filler             pic x(2) value spaces.
           03  il-run-date        pic x(8).
           03  filler             pic x value space.
           03  il-run-time        pic x(6).
           03  filler             pic x(2) value spaces.
           03  il-operator        pic x(8).
           03  filler             pic x(2) value spaces.
           03  il-chain-run       pic x(14).
           03  filler             pic x(2) value spaces.
           03  il-page-count      pic zzzz9.
           03  filler             pic x(2) value spaces.
           03  il-line-count      pic zzzzzz9.

       78  rc-not-found                  value 4.

       procedure division.
       main section.
           perform open-inquiry-files
           move heading-line to list-line
           write list-line
           move spaces to list-line
           write list-line
           perform until no-more-records
               read rptindex next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       add 1 to entries-read
                       perform select-one-entry
               end-read
           end-perform
           move spaces to list-line
           write list-line
           move spaces to list-line
           string entries-listed delimited by size
                  " OF " delimited by size
                  entries-read delimited by size
                  " FILED REPORT(S) LISTED" delimited by size
                  into list-line
           write list-line
           display "Report repository inquiry complete - "
                   entries-read " entries read, " entries-listed
                   " listed."
           if reprint-token not = spaces
               perform reprint-one-report
           end-if
           perform close-inquiry-files
           stop run
       .

       select-one-entry section.
           if (sel-program = spaces or rix-program = sel-program)
                   and (sel-from-date = spaces
                       or rix-run-date >= sel-from-date)
                   and (sel-to-date = spaces
                       or rix-run-date <= sel-to-date)
                   and (sel-chain-run = spaces
                       or rix-chain-run = sel-chain-run)
               add 1 to entries-listed
               move rix-report-id to il-report-id
               move rix-program to il-program
               move rix-report-dd to il-report-dd
               move rix-run-date to il-run-date
               move rix-run-time to il-run-time
               move rix-operator to il-operator
               move rix-chain-run to il-chain-run
               move rix-page-count to il-page-count
               move rix-line-count to il-line-count
               move index-line to list-line
               write list-line
           end-if
       .

      *> the stored lines come back in the order they were printed,
      *> page throws included.
       reprint-one-report section.
           compute reprint-id = function numval(reprint-token)
           move reprint-id to rix-report-id
           read rptindex
               invalid key
                   display "Report " reprint-id " is not in the"
                           " repository - never filed or purged."
                   move rc-not-found to return-code
               not invalid key
                   perform write-reprint-lines
           end-read
       .

       write-reprint-lines section.
           display rptprint-dat upon environment-name
           accept printfile-name from environment-value
           open output printfile
           move spaces to print-line
           string "REPRINT OF REPORT " delimited by size
                  rix-report-id delimited by size
                  " - " delimited by size
                  rix-program delimited by space
                  " " delimited by size
                  rix-report-dd delimited by space
                  " RUN " delimited by size
                  rix-run-date delimited by size
                  " " delimited by size
                  rix-run-time delimited by size
                  " BY " delimited by size
                  rix-operator delimited by space
                  " " delimited by size
                  rix-chain-run delimited by space
                  into print-line
           write print-line
           move rix-report-id to rsl-report-id
           move 0 to rsl-line-no
           move "N" to at-end-of-file
           start rptstore key >= rsl-key
               invalid key
                   move "Y" to at-end-of-file
           end-start
           perform until no-more-records
               read rptstore next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if rsl-report-id not = rix-report-id
                           move "Y" to at-end-of-file
                       else
                           move rsl-text to print-line
                           write print-line
                           add 1 to lines-reprinted
                       end-if
               end-read
           end-perform
           close printfile
           display "Report " rix-report-id " reprinted - "
                   lines-reprinted " line(s)."
       .

       open-inquiry-files section.
           display airrptindex-dat upon environment-name
           accept rptindex-name from environment-value
           open input rptindex
           if rix-fstat-1 not = 0
               display "No report repository - nothing has been"
                       " filed."
               stop run
           end-if

           display airrptstore-dat upon environment-name
           accept rptstore-name from environment-value
           open input rptstore
           if rsl-fstat-1 not = 0
               display "Error opening the report store - status "
                       rsl-fstat
               stop run
           end-if

           display rptindexrpt-dat upon environment-name
           accept listfile-name from environment-value
           open output listfile

           display rptselprog-dat upon environment-name
           accept sel-program from environment-value
           move function upper-case(sel-program) to sel-program

           display rptselfrom-dat upon environment-name
           accept sel-from-date from environment-value

           display rptselto-dat upon environment-name
           accept sel-to-date from environment-value

           display rptselrun-dat upon environment-name
           accept sel-chain-run from environment-value
           move function upper-case(sel-chain-run) to sel-chain-run

           display rptreprint-dat upon environment-name
           accept reprint-token from environment-value
       .

       close-inquiry-files section.
           close rptindex
           close rptstore
           close listfile
       .

       end program airrptq.
