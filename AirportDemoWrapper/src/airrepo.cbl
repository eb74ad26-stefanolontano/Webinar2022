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
      *> airrepo - the report repository every report program files
      *> its finished report into, so a report is never lost to the
      *> next run overwriting its dd_ file.  The report is copied
      *> line by line into the report store (dd_airrptstore) under
      *> the next id from dd_rptctl, and an index entry
      *> (dd_airrptindex) records the program, the report, the run
      *> date and time, who ran it - the chain run from dd_chainrun
      *> when airchain or airmend is driving, and the operator from
      *> dd_rptoper (BATCH when unset) - and its page and line
      *> counts.  A page is counted at the first line and at every
      *> page throw after it.  airrptq lists the index and reprints;
      *> airrpur purges by each report type's retention.
       identification division.
       program-id. airrepo.

       select reportfile assign reportfile-name
           organization line sequential
           file status is report-fstat.

       select rptstore assign rptstore-name
           organization indexed
           record key is rsl-key with no duplicates
           file status is rsl-fstat
           access dynamic.

       select rptindex assign rptindex-name
           organization indexed
           record key is rix-report-id with no duplicates
           file status is rix-fstat
           access dynamic.

       select rptctl assign rptctl-name
           organization line sequential
           file status is ctl-fstat.

       data division.
       fd  reportfile.
       01  report-line            pic x(132).

       fd  rptstore.
       01  rsl-rec.
       copy "airrptln.cpy" replacing ==(prefix)== by ==rsl==.

       fd  rptindex.
       01  rix-rec.
       copy "airrptix.cpy" replacing ==(prefix)== by ==rix==.

       fd  rptctl.
       01  ctl-rec.
           03  ctl-next-number    pic 9(8).

       working-storage section.
       01  reportfile-name        pic x(256).
       01  rptstore-name          pic x(256).
       78  airrptstore-dat               value "dd_airrptstore".
       01  rptindex-name          pic x(256).
       78  airrptindex-dat               value "dd_airrptindex".
       01  rptctl-name            pic x(256).
       78  rptctl-dat                    value "dd_rptctl".
       78  chainrun-dat                  value "dd_chainrun".
       78  rptoper-dat                   value "dd_rptoper".

       01  report-fstat.
           03  report-fstat-1     pic 9.
           03  report-fstat-2     pic 9.
       01  rsl-fstat.
           03  rsl-fstat-1        pic 9.
           03  rsl-fstat-2        pic 9.
       01  rix-fstat.
           03  rix-fstat-1        pic 9.
           03  rix-fstat-2        pic 9.
       01  ctl-fstat.
           03  ctl-fstat-1        pic 9.
           03  ctl-fstat-2        pic 9.

       78  rc-success                    value 0.
       78  rc-no-report                  value 4.
       78  rc-file-error                 value 8.

       01  next-number            pic 9(8).
       01  number-found           pic x.
           88  control-number-found      value "Y".
       01  at-end-of-index        pic x.
           88  no-more-index-entries     value "Y".

      *> set once each repository file is open, so a file left with
      *> an invalid-key status is still closed before the next report
      *> is filed in the same run.
       01  store-open             pic x value "N".
           88  store-is-open             value "Y".
       01  index-open             pic x value "N".
           88  index-is-open             value "Y".
       01  run-timestamp          pic x(21).
       01  at-end-of-report       pic x.
           88  no-more-report-lines      value "Y".

       linkage section.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==lnk==.

       procedure division using
                           by value lnk-function
                           by reference lnk-program
                           by reference lnk-report-dd
                           by reference lnk-report-id
                           by reference lnk-page-count
                           by reference lnk-line-count.
       main section.
           move rc-success to return-code
           evaluate true
               when repo-file-report
                   perform file-one-report
           end-evaluate
           exit program
       .

       file-one-report section.
           move 0 to lnk-report-id
           move 0 to lnk-page-count
           move 0 to lnk-line-count
           display lnk-report-dd upon environment-name
           accept reportfile-name from environment-value
           if reportfile-name = spaces
               move "99" to report-fstat
           else
               open input reportfile
           end-if
           if report-fstat-1 not = 0
               display "No " lnk-report-dd " report to file for "
                       lnk-program "."
               move rc-no-report to return-code
           else
               perform open-repository-files
               if return-code = rc-success
                   perform assign-next-number
                   perform copy-report-lines
               end-if
               if return-code = rc-success
                   perform write-index-entry
               end-if
               if return-code = rc-success
                   display "Report " lnk-report-id " filed - "
                           lnk-program " " lnk-report-dd ", "
                           lnk-page-count " page(s), "
                           lnk-line-count " line(s)."
               else
                   display "Report " lnk-report-dd " of " lnk-program
                           " not filed - repository status "
                           rsl-fstat "/" rix-fstat "."
               end-if
               perform close-repository-files
               close reportfile
           end-if
       .

      *> the control file holds the next unused id - advanced and
      *> rewritten before any line is stored under it.  A control
      *> file lost or emptied restarts after the highest id already
      *> on the index, never at 1 over reports still held.
       assign-next-number section.
           move "N" to number-found
           display rptctl-dat upon environment-name
           accept rptctl-name from environment-value
           open input rptctl
           if ctl-fstat-1 = 0
               read rptctl
                   at end
                       continue
                   not at end
                       move ctl-next-number to next-number
                       move "Y" to number-found
               end-read
               close rptctl
           end-if
           if not control-number-found
               perform find-next-from-index
           end-if
           open output rptctl
           compute ctl-next-number = next-number + 1
           write ctl-rec
           close rptctl
           move next-number to lnk-report-id
       .

       find-next-from-index section.
           move 0 to next-number
           move 0 to rix-report-id
           move "N" to at-end-of-index
           start rptindex key >= rix-report-id
               invalid key
                   move "Y" to at-end-of-index
           end-start
           perform until no-more-index-entries
               read rptindex next record
                   at end
                       move "Y" to at-end-of-index
                   not at end
                       move rix-report-id to next-number
               end-read
           end-perform
           add 1 to next-number
       .

      *> every line goes in as printed, page throws and all, so a
      *> reprint is the report exactly as it came off the run.
       copy-report-lines section.
           move "N" to at-end-of-report
           perform until no-more-report-lines
                       or return-code not = rc-success
               read reportfile
                   at end
                       move "Y" to at-end-of-report
                   not at end
                       add 1 to lnk-line-count
                       if lnk-line-count = 1
                               or report-line(1:1) = x"0C"
                           add 1 to lnk-page-count
                       end-if
                       move lnk-report-id to rsl-report-id
                       move lnk-line-count to rsl-line-no
                       move report-line to rsl-text
                       write rsl-rec
                           invalid key
                               move rc-file-error to return-code
                       end-write
               end-read
           end-perform
       .

       write-index-entry section.
           move function current-date to run-timestamp
           initialize rix-rec
           move lnk-report-id to rix-report-id
           move lnk-program to rix-program
           move lnk-report-dd to rix-report-dd
           move run-timestamp(1:8) to rix-run-date
           move run-timestamp(9:6) to rix-run-time
           display rptoper-dat upon environment-name
           accept rix-operator from environment-value
           if rix-operator = spaces
               move "BATCH" to rix-operator
           end-if
           display chainrun-dat upon environment-name
           accept rix-chain-run from environment-value
           move lnk-page-count to rix-page-count
           move lnk-line-count to rix-line-count
           write rix-rec
               invalid key
                   move rc-file-error to return-code
           end-write
       .

      *> the first report ever filed creates the store and index.
       open-repository-files section.
           display airrptstore-dat upon environment-name
           accept rptstore-name from environment-value
           open i-o rptstore
           if rsl-fstat = "35"
               open output rptstore
               close rptstore
               open i-o rptstore
           end-if
           if rsl-fstat-1 = 0
               move "Y" to store-open
           end-if
           display airrptindex-dat upon environment-name
           accept rptindex-name from environment-value
           open i-o rptindex
           if rix-fstat = "35"
               open output rptindex
               close rptindex
               open i-o rptindex
           end-if
           if rix-fstat-1 = 0
               move "Y" to index-open
           end-if
           if not store-is-open or not index-is-open
               move rc-file-error to return-code
           end-if
       .

       close-repository-files section.
           if store-is-open
               close rptstore
               move "N" to store-open
           end-if
           if index-is-open
               close rptindex
               move "N" to index-open
           end-if
       .

       end program airrepo.
