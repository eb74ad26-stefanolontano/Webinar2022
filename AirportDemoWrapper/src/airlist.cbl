      *> sequence comes from dd_listseq (CODE, NAME or COUNTRY - the
      *> alternate keys already on the file), and dd_listctry
      *> optionally restricts the listing to one country.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airlist.

           03  filler             pic xx    value spaces.
           03  filler             pic x(5)  value " ELEV".

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-listing-files
           display "Master listing complete - " grand-total
                   " record(s) listed over " page-number " page(s)."
           perform close-listing-files
           move listrpt-dat to rp-report-dd
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
           move "AIRLIST" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airlist.
