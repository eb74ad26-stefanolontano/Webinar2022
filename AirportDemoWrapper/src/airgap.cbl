      *> nearest-usable-airport distance per leg is reported, flagged
      *> when it exceeds dd_gapmaxkm (default 400).  dd_gaproute
      *> restricts the run to one route; blank analyses them all.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airgap.

       01  legs-reported          pic 9(5) value 0.
       01  legs-flagged           pic 9(5) value 0.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-gap-files
                       gap-threshold-km " km."
           end-if
           perform close-gap-files
           move gaprpt-dat to rp-report-dd
           perform file-report
           goback
       .

               goback
           end-if

      *> only a missing runway file (status 35) is created fresh - a
      *> record-length mismatch after the layout change must never
      *> fall through to an OPEN OUTPUT that would erase it (run
      *> the airupgr conversion instead).
           display airrwy-dat upon environment-name
           accept rwyfile-name from environment-value
           open input rwyfile
           if rwy-fstat = "35"
               open output rwyfile
               close rwyfile
               open input rwyfile
           end-if
           if rwy-fstat-1 not = 0
               display "Error opening runway data - status "
                       rwy-fstat " (run the file conversion after"
                       " a layout change)."
               move 8 to return-code
               goback
           end-if

           display airclosures-dat upon environment-name
           accept clsfile-name from environment-value
           close reportfile
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRGAP" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airgap.
