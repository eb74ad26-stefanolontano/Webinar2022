      ******************************************************************
      *
      * (C) Copyright 1984-2014 Micro Focus or one of its affiliates.
      *
      * The only warranties for products and services of Micro Focus and
      * its affiliates and licensors ("Micro Focus") are set forth in the
      * express warranty statements accompanying such products and services.
      * Nothing herein should be construed as constituting an additional
      * warranty.  Micro Focus shall not be liable for technical or editorial
      * errors or omissions contained herein.  The information contained
      * herein is subject to change without notice.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> airperd - the period lock every dated maintenance screen and
      *> the quote capture call before they write: a change dated
      *> into an accounting period the month-end close (airmend) has
      *> closed is refused, so nothing lands back-dated in a month
      *> already reported.  The close records the period here when
      *> it completes; a supervisor reopens it through airperm with
      *> a reason.  The period control file is dd_airperiodctl, and
      *> every close and reopen is written to the period log
      *> dd_airperiodlog, so a reopened month always shows who opened
      *> it, when and why.
       identification division.
       program-id. airperd.

       select periodctl assign periodctl-name
           organization indexed
           record key is prd-period with no duplicates
           file status is prd-fstat
           lock mode is automatic
           access dynamic.

       select periodlogfile assign periodlogfile-name
           organization line sequential
           file status is prdlog-fstat.

       data division.
       fd  periodctl.
       01  prd-rec.
       copy "airperiod.cpy" replacing ==(prefix)== by ==prd==.

       fd  periodlogfile.
       01  periodlog-line         pic x(132).

       working-storage section.
       01  periodctl-name      pic x(256).
       78  airperiodctl-dat            value "dd_airperiodctl".

       01  prd-fstat.
           03  prd-fstat-1     pic 9.
           03  prd-fstat-2x.
               05  prd-fstat-2 pic 9.

       01  periodlogfile-name  pic x(256).
       78  airperiodlog-dat            value "dd_airperiodlog".

       01  prdlog-fstat.
           03  prdlog-fstat-1  pic 9.
           03  prdlog-fstat-2x.
               05  prdlog-fstat-2 pic 9.

      *> mirrors airregn's return-code conventions, with its own
      *> refusal value so a caller can tell the screens apart.
       78  rc-success                  value 0.
       78  rc-period-closed            value 3.
       78  rc-not-found                value 4.
       78  rc-file-error               value 8.

       01  control-open        pic x value "N".
           88  control-available          value "Y".

       01  today-date          pic x(8).
       01  log-timestamp       pic x(21).
       01  log-action          pic x(8).

       linkage section.
       copy "airpdprm.cpy" replacing ==(pd-prefix)== by ==lnk==.

       procedure division using
                           by value lnk-function
                           by reference lnk-operator
                           by reference lnk-source
                           by reference lnk-date
                           by reference lnk-period
                           by reference lnk-status
                           by reference lnk-reason.
       main section.
           move rc-success to return-code
           evaluate true
               when period-open
                   perform open-period-files
               when period-close
                   perform close-period-files
               when period-check
                   perform check-date-period
               when period-inquire
                   perform inquire-period
               when period-lock
                   perform lock-period
               when period-reopen
                   perform reopen-period
           end-evaluate
           exit program
       .

      *> the date's month is its period - closed refuses, reopened
      *> or never closed passes, and so does a blank date.
       check-date-period section.
           move spaces to lnk-period
           if control-available and lnk-date(1:6) is numeric
               move lnk-date(1:6) to prd-period
               read periodctl
                   invalid key
                       continue
                   not invalid key
                       if prd-closed
                           move prd-period to lnk-period
                           move rc-period-closed to return-code
                       end-if
               end-read
           end-if
       .

       inquire-period section.
           move space to lnk-status
           move spaces to lnk-reason
           if control-available
               move lnk-period to prd-period
               read periodctl
                   invalid key
                       continue
                   not invalid key
                       move prd-status to lnk-status
                       move prd-reopen-reason to lnk-reason
               end-read
           end-if
       .

      *> a period closed again after a reopen keeps the last reopen's
      *> who, when and why on its entry; the log holds them all.
       lock-period section.
           if not control-available
               move rc-file-error to return-code
           else
               move lnk-period to prd-period
               read periodctl
                   invalid key
                       initialize prd-rec
                       move lnk-period to prd-period
                       set prd-closed to true
                       move today-date to prd-closed-date
                       move lnk-operator to prd-closed-by
                       write prd-rec
                           invalid key
                               move rc-file-error to return-code
                       end-write
                   not invalid key
                       set prd-closed to true
                       move today-date to prd-closed-date
                       move lnk-operator to prd-closed-by
                       rewrite prd-rec
                           invalid key
                               move rc-file-error to return-code
                       end-rewrite
               end-read
               if return-code = rc-success
                   move "CLOSE" to log-action
                   perform log-period-event
               end-if
           end-if
       .

      *> only a closed period can be reopened - one never closed, or
      *> already reopened, answers rc-not-found.
       reopen-period section.
           if not control-available
               move rc-file-error to return-code
           else
               move lnk-period to prd-period
               read periodctl
                   invalid key
                       move rc-not-found to return-code
                   not invalid key
                       if not prd-closed
                           move rc-not-found to return-code
                       else
                           set prd-reopened to true
                           move today-date to prd-reopened-date
                           move lnk-operator to prd-reopened-by
                           move lnk-reason to prd-reopen-reason
                           rewrite prd-rec
                               invalid key
                                   move rc-file-error to return-code
                           end-rewrite
                       end-if
               end-read
               if return-code = rc-success
                   move "REOPEN" to log-action
                   perform log-period-event
               end-if
           end-if
       .

      *> one line per close or reopen: when, who, from where, what
      *> and the period, with the reason a reopen was given.
       log-period-event section.
           move function current-date to log-timestamp
           move spaces to periodlog-line
           string log-timestamp delimited by size
                  " " delimited by size
                  lnk-operator delimited by size
                  " " delimited by size
                  lnk-source delimited by size
                  " " delimited by size
                  log-action delimited by size
                  " " delimited by size
                  lnk-period delimited by size
                  " " delimited by size
                  lnk-reason delimited by size
                  into periodlog-line
           write periodlog-line
       .

      *> no control file yet means no period has ever been closed,
      *> so it is created empty and every check passes.
       open-period-files section.
           move function current-date(1:8) to today-date

           move "N" to control-open
           display airperiodctl-dat upon environment-name
           accept periodctl-name from environment-value
           open i-o periodctl
           if prd-fstat = "35"
               open output periodctl
               close periodctl
               open i-o periodctl
           end-if
           if prd-fstat-1 = 0
               move "Y" to control-open
           else
               display "Error opening period control data - status "
                       prd-fstat
               move rc-file-error to return-code
           end-if

           display airperiodlog-dat upon environment-name
           accept periodlogfile-name from environment-value
           open extend periodlogfile
           if prdlog-fstat-1 not = 0
               open output periodlogfile
           end-if
       .

       close-period-files section.
           if control-available
               close periodctl
           end-if
           close periodlogfile
       .

       end program airperd.
