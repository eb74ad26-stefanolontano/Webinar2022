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
      *> airwxpur - the retention purge for the weather history
      *> airwxld appends every hour: each observation older than
      *> dd_wxhistdays days (default 730 - two full winters for the
      *> climatology report to compare) is deleted.  Runnable as an
      *> airchain step; no history file yet simply means there is
      *> nothing to purge.
       identification division.
       program-id. airwxpur.

       select wxhfile assign wxhfile-name
           organization indexed
           record key is wxh-key with no duplicates
           file status is wxh-fstat
           access sequential.

       data division.
       fd  wxhfile.
       01  wxh-rec.
       copy "airwxh.cpy" replacing ==(prefix)== by ==wxh==.

       working-storage section.
       01  wxhfile-name           pic x(256).
       78  airwxhist-dat                 value "dd_airwxhist".

       01  wxh-fstat.
           03  wxh-fstat-1        pic 9.
           03  wxh-fstat-2        pic 9.

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".
       01  today-date             pic x(8).
       01  date-integer           pic 9(7).
       01  cutoff-date-n          pic 9(8).
       01  cutoff-date            pic x(8).

       01  retention-days         pic 9(4) value 730.
       01  retention-token        pic x(10).
       78  wxhistdays-dat                value "dd_wxhistdays".

       01  records-read           pic 9(7) value 0.
       01  records-purged         pic 9(7) value 0.

       78  rc-step-failed                value 8.

       procedure division.
       main section.
           perform compute-cutoff
           display airwxhist-dat upon environment-name
           accept wxhfile-name from environment-value
           open i-o wxhfile
           if wxh-fstat-1 not = 0
               display "No weather history - nothing to purge."
           else
               perform until no-more-records
                   read wxhfile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           add 1 to records-read
                           if wxh-obs-time(1:8) < cutoff-date
                               perform purge-one-observation
                           end-if
                   end-read
               end-perform
               close wxhfile
               display "Weather history purge complete - "
                       records-read " observation(s) read, "
                       records-purged " older than " cutoff-date
                       " purged."
           end-if
           goback
       .

       compute-cutoff section.
           display wxhistdays-dat upon environment-name
           accept retention-token from environment-value
           if retention-token not = spaces
               compute retention-days =
                   function numval(retention-token)
           end-if
           move function current-date(1:8) to today-date
           compute date-integer = function integer-of-date(
               function numval(today-date)) - retention-days
           compute cutoff-date-n =
               function date-of-integer(date-integer)
           move cutoff-date-n to cutoff-date
       .

       purge-one-observation section.
           delete wxhfile record
               invalid key
                   display "Unable to purge observation " wxh-code
                           " " wxh-obs-time " - " wxh-fstat
                   move rc-step-failed to return-code
               not invalid key
                   add 1 to records-purged
           end-delete
       .

       end program airwxpur.
