      *> airtopq - reads the usage counters that aircode's find-airport
      *> maintains and reports the 20 most-queried airport codes for
      *> the period, highest count first.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airtopq.

       01  lines-written          pic 9(3) value 0.
       78  max-report-lines              value 20.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           sort sortfile
               on descending key sort-count
               input procedure is load-sort-file
               output procedure is write-top-report
           move report-dat to rp-report-dd
           perform file-report
           goback
       .

           close reportfile
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRTOPQ" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airtopq.
