      *> member pair and the short-leg haversine applies - and
      *> printed as three cross-tabulated grids: kilometres,
      *> nautical miles and block minutes.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. aircpm.

      *> its own copy.
       78  rc-success                    value 0.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       local-storage section.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==ls==.
       01 ls-rec.
               set close-file to true
               perform call-aircode-program
               perform write-matrix-report
               move matrixrpt-dat to rp-report-dd
               perform file-report
               display "City-pair matrix complete - " top-count
                       " airport(s) crossed."
           end-if
                           by value ls-rwy-surface
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRCPM" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program aircpm.
