      *> airelev - reads the airport master file sequentially and
      *> reports every airport at or above a given elevation threshold,
      *> for winter de-icing/performance planning call-outs.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airelev.

       01  at-end-of-file         pic x value "N".
           88  no-more-records            value "Y".

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-elevation-files
               end-read
           end-perform
           perform close-elevation-files
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
           move "AIRELEV" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airelev.
