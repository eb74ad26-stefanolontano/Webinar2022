      *> feeding the expensive soundex fallback is a number instead
      *> of a guess.  dd_actdate (YYYYMMDD) selects the day to
      *> profile; blank profiles the whole journal.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airactrp.

       01  miss-edited            pic zzzzzz9.
       01  hour-label             pic 99.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-profile-files
                   " journal entries read, " records-profiled
                   " profiled."
           perform close-profile-files
           move actrpt-dat to rp-report-dd
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
           move "AIRACTRP" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airactrp.
