      *> ceiling.  After the load, records whose observation is
      *> older than dd_wxmaxage hours (default 24) are aged out so
      *> the file never grows past one live observation per field.
      *> Every observation loaded is also appended to the dated
      *> weather history (dd_airwxhist) the climatology report reads;
      *> one already held there - the same airport and time fed
      *> twice - is left as it is.  airwxpur purges the history by
      *> age.
       identification division.
       program-id. airwxld.

           file status is wx-fstat
           access dynamic.

       select wxhfile assign wxhfile-name
           organization indexed
           record key is wxh-key with no duplicates
           file status is wxh-fstat
           access dynamic.

       data division.
       fd  wxfeedfile.
       01  feed-line               pic x(120).
       01  wx-rec.
       copy "airwx.cpy" replacing ==(prefix)== by ==wx==.

       fd  wxhfile.
       01  wxh-rec.
       copy "airwxh.cpy" replacing ==(prefix)== by ==wxh==.

       working-storage section.
       01  wxfeedfile-name         pic x(256).
       78  wxfeed-dat                     value "dd_wxfeed".
       01  wxfile-name             pic x(256).
       78  airwx-dat                      value "dd_airwx".
       01  wxhfile-name            pic x(256).
       78  airwxhist-dat                  value "dd_airwxhist".

       01  feed-fstat.
           03  feed-fstat-1        pic 9.
           03  wx-fstat-1          pic 9.
           03  wx-fstat-2          pic 9.

       01  wxh-fstat.
           03  wxh-fstat-1         pic 9.
           03  wxh-fstat-2         pic 9.

       01  at-end-of-feed          pic x value "N".
           88  no-more-feed                value "Y".
       01  at-end-of-file          pic x value "N".
       01  records-loaded          pic 9(7) value 0.
       01  records-rejected        pic 9(7) value 0.
       01  records-aged-out        pic 9(7) value 0.
       01  history-added           pic 9(7) value 0.

       procedure division.
       main section.
           perform age-out-stale-records
           display "Weather load complete - " records-loaded
                   " observation(s) loaded, " records-rejected
                   " rejected, " records-aged-out " aged out, "
                   history-added " added to the history."
           perform close-weather-files
           stop run
       .
                               add 1 to records-rejected
                           not invalid key
                               add 1 to records-loaded
                               perform append-weather-history
                       end-rewrite
                   not invalid key
                       add 1 to records-loaded
                       perform append-weather-history
               end-write
           end-if
       .

       append-weather-history section.
           move wx-code to wxh-code
           move wx-obs-time to wxh-obs-time
           move wx-wind-dir to wxh-wind-dir
           move wx-wind-speed to wxh-wind-speed
           move wx-visibility to wxh-visibility
           move wx-ceiling-ft to wxh-ceiling-ft
           move wx-raw-text to wxh-raw-text
           write wxh-rec
               invalid key
                   continue
               not invalid key
                   add 1 to history-added
           end-write
       .

       split-feed-tokens section.
           move 0 to token-count
           move 1 to token-ptr
               open i-o wxfile
           end-if

           display airwxhist-dat upon environment-name
           accept wxhfile-name from environment-value
           open i-o wxhfile
           if wxh-fstat = "35"
               open output wxhfile
               close wxhfile
               open i-o wxhfile
           end-if

           display wxmaxage-dat upon environment-name
           accept max-age-token from environment-value
           if max-age-token not = spaces
       close-weather-files section.
           close wxfeedfile
           close wxfile
           close wxhfile
       .

       end program airwxld.
