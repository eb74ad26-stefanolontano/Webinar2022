      *> before/after fields that actually differ - so "who changed
      *> the coordinates of LHR in March" is one run, not a manual
      *> grep over 200-byte images.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airaudq.

       01  cmp-before             pic x(30).
       01  cmp-after              pic x(30).

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-inquiry-files
           display "Audit inquiry complete - " records-read
                   " entries read, " entries-reported " reported."
           perform close-inquiry-files
           move auditrpt-dat to rp-report-dd
           perform file-report
           stop run
       .

           close reportfile
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRAUDQ" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airaudq.
