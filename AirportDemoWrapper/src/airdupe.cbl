      *> both match, MEDIUM on coordinates alone (within dd_dupekm,
      *> default 5 km), LOW on soundex alone within dd_dupesxkm
      *> (default 50 km).
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airdupe.

       01  hav-a                  comp-2.
       78  radius-of-earth               value 6371.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-dupe-files
                   " record(s) compared, " pair-count
                   " merge candidate(s) reported."
           perform close-dupe-files
           move duperpt-dat to rp-report-dd
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
           move "AIRDUPE" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airdupe.
