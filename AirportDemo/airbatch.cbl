      *> a file instead of the terminal.  A line carrying a single
      *> token is taken as a stored route name and expanded into its
      *> consecutive legs via airroute.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airbatch.

           03  filler             pic x    value space.
           03  rl-nm              pic zzzz9.
           03  filler             pic x    value space.
      *> still-air and seasonal-wind figures side by side, with
      *> the wind component (tailwind positive) between them.
           03  rl-flight-min      pic zzz9.
           03  filler             pic x    value space.
           03  rl-wind-kt         pic +zz9.
           03  filler             pic x    value space.
           03  rl-flight-wind-min pic zzz9.
           03  filler             pic x    value space.
           03  rl-fuel-kg         pic zzzzz9.
           03  filler             pic x    value space.
           03  rl-fuel-wind-kg    pic zzzzz9.
           03  filler             pic x    value space.
           03  rl-fuel-cost       pic zzzzz9.99.
           03  filler             pic x    value space.
           03  rl-range-flag      pic x.
      *> its own copy.
       78  rc-success                      value 0.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       local-storage section.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==ls==.
       01 ls-rec.
           set close-file to true
           perform call-aircode-program
           perform close-batch-files
           move report-dat to rp-report-dd
           perform file-report
           stop run
       .

               move distance-miles to rl-miles
               move distance-nm to rl-nm
               move flight-time-min to rl-flight-min
               move wind-component-kt to rl-wind-kt
               move flight-time-wind-min to rl-flight-wind-min
               move fuel-kg-raw to rl-fuel-kg
               move fuel-kg-wind-raw to rl-fuel-wind-kg
               move fuel-cost-raw to rl-fuel-cost
               move range-exceeded to rl-range-flag
               write report-line
                           by reference rt-leg-codes-array
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRBATCH" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airbatch.
