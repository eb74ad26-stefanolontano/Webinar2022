      *> ground between airload's full replace and airmaint's one
      *> operator at one terminal.  The transaction file opens with
      *> a header line "HDR,operatorid" naming a userfile operator
      *> with the update role, not locked out (airsign checks it and
      *> logs the batch sign-on) - no valid header, no batch - followed
      *> by one comma-delimited transaction per line:
      *>   action,code,name,city,country,lat,long,elev,utcoff,dstrgn
      *> (action A/C/D; lat/long as +dddmmmmmm like the load feed;
      *> utcoff as +hhmm; the tail columns optional on a change,
      *> which carries existing values forward).  Every transaction
      *> gets airmaint's field validation; an accepted one is not
      *> applied but written, with its full before and after images
      *> under the header operator, to the pending-change file, where
      *> an approver reviews it in airmaint like any keyed change -
      *> the approval applies it with the audit entry, history and
      *> index upkeep.  Every rejected one lands on the accept/reject
      *> report with its reason, so the fat-finger coordinate goes
      *> back to the office instead of into the master.  A line for
      *> an airport whose country belongs to a region outside the
      *> header operator's permitted regions is rejected the same
      *> way - the rest of the batch still goes through - and the
      *> refusal logged by airregn.  So is an add of a code still in
      *> its reuse quarantine (airreuse) for a different airport:
      *> only a supervisor at airmaint's terminal may override that.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airtxn.

           lock mode is automatic
           access dynamic.

       select pendfile assign pendfile-name
           organization indexed
           record key is pnd-key with no duplicates
           file status is pnd-fstat
           lock mode is automatic
           access dynamic.

       select reportfile assign reportfile-name
       01  f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd  pendfile.
       01  pnd-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==pnd==.
       copy "airpend.cpy" replacing ==(prefix)== by ==pnd==.
       01  pnd-key-view.
           03  pnd-key             pic x(25).

       fd  reportfile.
       01  report-line             pic x(132).
       78  airtxns-dat                    value "dd_airtxns".
       01  airfile-name            pic x(256).
       78  airport-dat                    value "dd_airports".
       01  pendfile-name           pic x(256).
       78  airpending-dat                 value "dd_airpending".
       01  reportfile-name         pic x(256).
       78  airtxnrpt-dat                  value "dd_airtxnrpt".

       01  fstat.
           03  fstat-1             pic 9.
           03  fstat-2             pic 9.
       01  pnd-fstat.
           03  pnd-fstat-1         pic 9.
           03  pnd-fstat-2         pic 9.
       01  report-fstat.
           03  report-fstat-1      pic 9.
           03  report-fstat-2      pic 9.

       01  header-seen             pic 9 value 0.
       01  header-valid            pic 9 value 0.
      *> the header operator is checked by airsign, which refuses a
      *> locked operator and logs the batch sign-on.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.
       copy "airsgprm.cpy" replacing ==(sg-prefix)== by ==sg==.
       78  rc-signed-on                   value 0.
       78  rc-operator-locked             value 2.
       01  audit-user              pic x(8).
       01  tx-timestamp            pic x(21).

           88  txn-valid                   value "Y".
       01  reject-reason           pic x(50).
       01  record-exists           pic 9.
       01  pending-found           pic 9.

       01  w-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==w==.
       01  b-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==b==.

       01  txns-read               pic 9(7) value 0.
       01  txns-accepted           pic 9(7) value 0.
       01  txns-rejected           pic 9(7) value 0.

       78  rc-batch-failed                value 8.

      *> every line is screened through airregn under the header
      *> operator before it can raise a pending change.
       copy "airrgprm.cpy" replacing ==(rg-prefix)== by ==rg==.
       78  rc-outside-region              value 7.

      *> an add is screened through airreuse too - a batch has no
      *> supervisor at the terminal to override the quarantine, so
      *> a quarantined code is always rejected here.
       copy "airruprm.cpy" replacing ==(ru-prefix)== by ==ru==.
       78  rc-in-quarantine               value 5.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-transaction-files
                       perform process-one-line
               end-read
           end-perform
           perform close-transaction-files
           if header-valid = 0
               display "No valid HDR line - batch not applied."
               move rc-batch-failed to return-code
           display "Transaction batch complete - " txns-read
                   " read, " txns-accepted " accepted, "
                   txns-rejected " rejected."
           move airtxnrpt-dat to rp-report-dd
           perform file-report
           goback
       .

       .

      *> the header names the signed operator the whole batch runs
      *> as - an unknown or locked id or an inquiry-only role
      *> refuses the batch before a single transaction is looked at.
       validate-batch-header section.
           move 0 to header-valid
           move spaces to report-line
           if txn-action not = "HDR"
               move "first line is not a HDR header" to report-line
           else
               move function upper-case(txn-code(1:8)) to sg-operator
               move "AIRTXN" to sg-program
               set signon-batch to true
               perform call-airsign-program
               evaluate true
                   when return-code = rc-operator-locked
                       string "HDR operator " delimited by size
                              sg-operator delimited by size
                              " is locked - batch refused"
                                  delimited by size
                              into report-line
                   when return-code not = rc-signed-on
                       string "HDR operator " delimited by size
                              sg-operator delimited by size
                              " is not on the user file"
                                  delimited by size
                              into report-line
                   when usr-role-update
                       move 1 to header-valid
                       move usr-id to audit-user
                       move usr-id to rg-operator
                       move usr-office-role to rg-office-role
                       move usr-regions to rg-regions-array
                       string "Batch signed by " delimited by size
                              usr-id delimited by size
                              into report-line
                   when other
                       string "HDR operator " delimited by size
                              usr-id delimited by size
                              " is inquiry only - batch"
                              " refused" delimited by size
                              into report-line
               end-evaluate
           end-if
           write report-line
       .

       call-airsign-program section.
           call "airsign" using
                           by value sg-function
                           by reference sg-program
                           by reference sg-operator
                           by reference sg-event
                           by reference sg-detail
                           by reference usr-rec
       .

       apply-one-transaction section.
           move "Y" to txn-ok
           move spaces to reject-reason
           move function upper-case(txn-code(1:4)) to w-code

           perform check-record-exists
           perform check-pending-for-code
           evaluate true
               when pending-found = 1
                   move "a change is already awaiting approval"
                       to reject-reason
                   move "N" to txn-ok
               when txn-action(1:1) = "A" or "C" or "D"
                   continue
               when other
                   move "action must be A, C or D" to reject-reason
                   move "N" to txn-ok
           end-evaluate
           if txn-valid
               perform check-one-transaction
           end-if

           if txn-valid
               add 1 to txns-accepted
               move spaces to report-line
               string "ACCEPT " delimited by size
                      txn-action(1:1) delimited by size
                      " " delimited by size
                      w-code delimited by size
                      " - pending approval" delimited by size
                      into report-line
               write report-line
           else
               add 1 to txns-rejected
               move spaces to report-line
               string "REJECT " delimited by size
                      txn-line(1:60) delimited by size
                      " ** " delimited by size
                      reject-reason delimited by size
                      into report-line
               write report-line
           end-if
       .

       check-one-transaction section.
           evaluate txn-action(1:1)
               when "A"
                   if record-exists = 1
                       perform build-record-from-txn
                       perform validate-txn-record
                       if txn-valid
                           initialize b-rec
                           move "ADD" to rg-action
                           perform check-txn-region
                       end-if
                       if txn-valid
                           perform check-txn-reuse
                       end-if
                       if txn-valid
                           move "A" to pnd-action
                           perform raise-pending-change
                       end-if
                   end-if
               when "C"
                       perform build-record-from-txn
                       perform validate-txn-record
                       if txn-valid
                           move "CHANGE" to rg-action
                           perform check-txn-region
                       end-if
                       if txn-valid
                           move "C" to pnd-action
                           perform raise-pending-change
                       end-if
                   end-if
               when "D"
                       move "N" to txn-ok
                   else
                       move f-rec to b-rec
                       initialize w-rec
                       move b-code to w-code
                       move "DELETE" to rg-action
                       perform check-txn-region
                       if txn-valid
                           move "D" to pnd-action
                           perform raise-pending-change
                       end-if
                   end-if
           end-evaluate
       .

      *> the header operator may touch only airports in the
      *> operator's regions: the country the airport is in now for a
      *> change or delete, and the country an add or a change names.
       check-txn-region section.
           move w-code to rg-code
           if txn-action(1:1) not = "A"
               move b-country to rg-country
               perform check-one-region
           end-if
           if txn-valid and txn-action(1:1) not = "D"
               if txn-action(1:1) = "A" or w-country not = b-country
                   move w-country to rg-country
                   perform check-one-region
               end-if
           end-if
       .

       check-one-region section.
           set region-check to true
           perform call-airregn-program
           if return-code = rc-outside-region
               move spaces to reject-reason
               if rg-owner-region = spaces
                   move "no owning region - head office only"
                       to reject-reason
               else
                   string "region " delimited by size
                          rg-owner-region delimited by space
                          " is outside the operator's regions"
                              delimited by size
                          into reject-reason
               end-if
               move "N" to txn-ok
           end-if
           move 0 to return-code
       .

       check-txn-reuse section.
           move audit-user to ru-operator
           move w-code to ru-code
           move w-name to ru-name
           move w-geo to ru-geo
           set reuse-check to true
           perform call-airreuse-program
           if return-code = rc-in-quarantine
               move spaces to reject-reason
               string "code retired " delimited by size
                      ru-retired-date delimited by size
                      " - in quarantine until " delimited by size
                      ru-free-date delimited by size
                      into reject-reason
               move "N" to txn-ok
           end-if
           move 0 to return-code
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

       call-airregn-program section.
           call "airregn" using
                           by value rg-function
                           by reference rg-operator
                           by reference rg-office-role
                           by reference rg-regions-array
                           by reference rg-source
                           by reference rg-action
                           by reference rg-code
                           by reference rg-country
                           by reference rg-owner-region
       .

       check-record-exists section.
           move 0 to record-exists
           move w-code to f-code
           end-evaluate
       .

      *> the change goes to the pending file as the same before/
      *> after image the audit trail will carry once it is approved,
      *> under the batch's signed operator.
       raise-pending-change section.
           move function current-date to tx-timestamp
           move w-code to pnd-code
           move tx-timestamp to pnd-timestamp
           move audit-user to pnd-user
           move b-name to pnd-bef-name
           move b-city to pnd-bef-city
           move b-country to pnd-bef-country
           move b-lat-sign to pnd-bef-lat-sign
           move b-lat-degs to pnd-bef-lat-degs
           move b-lat-mins to pnd-bef-lat-mins
           move b-long-sign to pnd-bef-long-sign
           move b-long-degs to pnd-bef-long-degs
           move b-long-mins to pnd-bef-long-mins
           move b-elevation to pnd-bef-elevation
           move b-utc-offset-sign to pnd-bef-utc-offset-sign
           move b-utc-offset-hours to pnd-bef-utc-offset-hours
           move b-utc-offset-mins to pnd-bef-utc-offset-mins
           move b-dst-region to pnd-bef-dst-region
           move w-name to pnd-aft-name
           move w-city to pnd-aft-city
           move w-country to pnd-aft-country
           move w-lat-sign to pnd-aft-lat-sign
           move w-lat-degs to pnd-aft-lat-degs
           move w-lat-mins to pnd-aft-lat-mins
           move w-long-sign to pnd-aft-long-sign
           move w-long-degs to pnd-aft-long-degs
           move w-long-mins to pnd-aft-long-mins
           move w-elevation to pnd-aft-elevation
           move w-utc-offset-sign to pnd-aft-utc-offset-sign
           move w-utc-offset-hours to pnd-aft-utc-offset-hours
           move w-utc-offset-mins to pnd-aft-utc-offset-mins
           move w-dst-region to pnd-aft-dst-region
           move "AIRTXN" to pnd-source
           set pnd-pending to true
           move spaces to pnd-checker
           move spaces to pnd-decided
           move spaces to pnd-reason
           write pnd-rec
               invalid key
                   move "unable to record the pending change"
                       to reject-reason
                   move "N" to txn-ok
           end-write
       .

      *> one open change per airport at a time, the rule airmaint's
      *> screens apply - a second change keyed against the same
      *> before image could only be applied over the first.
       check-pending-for-code section.
           move 0 to pending-found
           move low-values to pnd-key
           move w-code to pnd-key(1:4)
           start pendfile key >= pnd-key
               invalid key
                   continue
               not invalid key
                   read pendfile next record
                       at end
                           move high-values to pnd-code
                   end-read
                   perform until pnd-code not = w-code
                           or pending-found = 1
                       if pnd-pending
                           move 1 to pending-found
                       end-if
                       read pendfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
       .

       open-transaction-files section.
           accept reportfile-name from environment-value
           open output reportfile

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if fstat-1 not = 0
               display "Error opening airport data - status " fstat
               move rc-batch-failed to return-code
               goback
           end-if

           display airpending-dat upon environment-name
           accept pendfile-name from environment-value
           open i-o pendfile
           if pnd-fstat = "35"
               open output pendfile
               close pendfile
               open i-o pendfile
           end-if
           if pnd-fstat-1 not = 0
               display "Error opening the pending-change file - "
                       "status " pnd-fstat
               move rc-batch-failed to return-code
               goback
           end-if

           move "AIRTXN" to rg-source
           set region-open to true
           perform call-airregn-program
           if return-code not = 0
               move rc-batch-failed to return-code
               goback
           end-if

           move "AIRTXN" to ru-source
           set reuse-open to true
           perform call-airreuse-program
           if return-code not = 0
               move rc-batch-failed to return-code
               goback
           end-if
       .

       close-transaction-files section.
           close txnfile
           close reportfile
           close airfile
           close pendfile
           set region-close to true
           perform call-airregn-program
           set reuse-close to true
           perform call-airreuse-program
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRTXN" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airtxn.
