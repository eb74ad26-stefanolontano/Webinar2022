      *> checkpoint is harmless, the compare-and-replace is
      *> idempotent) and the delete pass resumes just past the last
      *> code it had reached.
      *>
      *> every delete also writes the retired record's meaning to
      *> the history file, as airmaint's deletes do, so the code's
      *> reuse quarantine starts from the load that retired it; and
      *> a feed line adding a code still in that quarantine, for a
      *> different airport, is rejected by the staging edit with the
      *> day the code comes free - a feed has no supervisor to
      *> override it (airreuse decides, the same rule airmaint and
      *> airtxn apply).
       identification division.
       program-id. airload.

           file status is wrd-fstat
           access dynamic.

       select histfile assign histfile-name
           organization indexed
           record key is hist-key with no duplicates
           file status is hist-fstat
           access dynamic.

      *> the same audit trail airmaint appends to - the delta
      *> extract for the downstream systems is driven off it, so a
      *> load-applied add/change/delete has to land there exactly
       01  audit-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==aud==.

       fd  histfile.
       01  hist-rec.
       copy "airhist.cpy" replacing ==(prefix)== by ==hist==.

       working-storage section.
       01  feedfile-name           pic x(256).
       78  airfeed-dat                    value "dd_airfeed".
       01  word-ptr                pic 9(3).
       01  word-verb               pic x.

       01  histfile-name           pic x(256).
       78  airhist-dat                    value "dd_airhist".

       01  hist-fstat.
           03  hist-fstat-1        pic 9.
           03  hist-fstat-2        pic 9.

       01  hist-next-seq           pic 9(4).
       01  hist-max-seq            pic 9(4).
       01  hist-prior-end-date     pic x(8).

      *> an added code is screened through airreuse - a code still
      *> in its reuse quarantine is a reject for a different airport.
       copy "airruprm.cpy" replacing ==(ru-prefix)== by ==ru==.
       78  rc-in-quarantine               value 5.

       procedure division.
       main section.
           perform read-restart-checkpoint
                       to reject-reason
                   move "N" to feed-line-ok
           end-evaluate
           if feed-line-valid
               perform check-feed-code-reuse
           end-if
       .

      *> only a code not on the master is an add - and only an add
      *> can fall foul of the reuse quarantine.
       check-feed-code-reuse section.
           move feed-code to f-code
           read airfile
               invalid key
                   move audit-user to ru-operator
                   move feed-code to ru-code
                   move feed-name to ru-name
                   move feed-lat to ru-geo(1:10)
                   move feed-long to ru-geo(11:10)
                   set reuse-check to true
                   perform call-airreuse-program
                   if return-code = rc-in-quarantine
                       move spaces to reject-reason
                       string "code in reuse quarantine until "
                                  delimited by size
                              ru-free-date delimited by size
                              into reject-reason
                       move "N" to feed-line-ok
                   end-if
                   move 0 to return-code
               not invalid key
                   continue
           end-read
       .

       call-airreuse-program section.
           call "airreuse" using
                           by value ru-function
                           by reference ru-operator
                           by reference ru-source
                           by reference ru-code
                           by reference ru-name
                           by reference ru-geo
                           by reference ru-retired-date
                           by reference ru-free-date
                           by reference ru-prior-name
       .

       write-reject-line section.
               display "Load aborted - " rejects-found
                       " reject(s) exceeds the limit of "
                       max-rejects "."
               perform close-load-files
               move rc-file-error to return-code
               goback
           end-if
           if implied-deletes > max-deletes
               display "Load aborted - the feed implies "
                       implied-deletes " delete(s), over the limit"
                       " of " max-deletes "."
               perform close-load-files
               move rc-file-error to return-code
               goback
           end-if
       .
                       initialize w-rec
                       move "D" to audit-action
                       perform log-load-audit-entry
                       perform log-load-history-entry
                       delete airfile record
                   not invalid key
                       continue
           write audit-rec
       .

      *> the retired record's meaning, end-dated today, the entry
      *> airmaint's log-history-entry writes for its own deletes.
       log-load-history-entry section.
           perform find-next-history-seq
           move f-code to hist-code
           move hist-next-seq to hist-seq
           move spaces to hist-eff-date
           if hist-max-seq > 0
               move hist-prior-end-date to hist-eff-date
           end-if
           move function current-date(1:8) to hist-end-date
           move b-name to hist-name
           move b-city to hist-city
           move b-country to hist-country
           move b-latitude to hist-latitude
           move b-longitude to hist-longitude
           move audit-user to hist-user
           write hist-rec
               invalid key
                   display "Unable to record history for " f-code
                       " - " hist-fstat
           end-write
       .

       find-next-history-seq section.
           move 0 to hist-max-seq
           move spaces to hist-prior-end-date
           move f-code to hist-code
           move 0 to hist-seq
           start histfile key >= hist-key
               invalid key
                   continue
               not invalid key
                   read histfile next record
                       at end
                           move high-values to hist-code
                   end-read
                   perform until hist-code not = f-code
                       move hist-seq to hist-max-seq
                       move hist-end-date to hist-prior-end-date
                       read histfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
           add 1 to hist-max-seq giving hist-next-seq
       .

       log-load-action section.
           move spaces to log-line
           move load-action to log-line(1:6)
               open output auditfile
           end-if

           display airhist-dat upon environment-name
           accept histfile-name from environment-value
           open i-o histfile
           if hist-fstat = "35"
               open output histfile
               close histfile
               open i-o histfile
           end-if
           if hist-fstat-1 not = 0
               display "Error opening history data - status "
                       hist-fstat " (run the file conversion after"
                       " a layout change)."
               move rc-file-error to return-code
               goback
           end-if

           move "AIRLOAD" to ru-source
           set reuse-open to true
           perform call-airreuse-program

           display airgrid-dat upon environment-name
           accept gridfile-name from environment-value
           open i-o gridfile
           close sxfile
           close wrdfile
           close auditfile
           close histfile
           set reuse-close to true
           perform call-airreuse-program
       .

       end program airload.
