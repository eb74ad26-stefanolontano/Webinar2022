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
      *> airqconv - the monthly quote conversion report sales
      *> management used to build by hand: every quote cut in the
      *> report month (dd_convmonth, YYYYMM - blank means the month
      *> just ended) is counted as issued, and by where it stands
      *> now as won (accepted), lost (declined or withdrawn),
      *> expired or still open, with the issued and won values and
      *> the hit rate (won as a percentage of issued).  The month
      *> is broken down twice on dd_convrpt: by customer account
      *> and by city pair (the first and last code of the quote's
      *> itinerary), each with its month total.  Values are in the
      *> house base currency (dd_basecurrency, GBP when unset), each
      *> quote converted at its own rate.  The month-end
      *> close (airmend) runs it for the period being closed.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airqconv.

       select qtefile assign qtefile-name
           organization indexed
           record key is qte-number with no duplicates
           file status is qte-fstat
           access sequential.

       select custfile assign custfile-name
           organization indexed
           record key is cus-account with no duplicates
           file status is cus-fstat
           access dynamic.

       select sortfile assign "sortwk"
           organization sequential.

       select reportfile assign reportfile-name
           organization line sequential
           file status is report-fstat.

       select closepack assign closepack-name
           organization line sequential
           file status is pack-fstat.

       data division.
       fd  qtefile.
       01  qte-rec.
       copy "airqte.cpy" replacing ==(prefix)== by ==qte==.

       fd  custfile.
       01  cus-rec.
       copy "aircust.cpy" replacing ==(prefix)== by ==cus==.

      *> each quote is released twice - once under its account and
      *> once under its city pair - so one sort feeds both
      *> breakdowns.
       sd  sortfile.
       01  sort-rec.
           03  sort-breakdown     pic x.
               88  sort-by-customer          value "1".
               88  sort-by-city-pair         value "2".
           03  sort-group         pic x(10).
           03  sort-status        pic x.
           03  sort-amount        pic 9(9)v99.

       fd  reportfile.
       01  report-line            pic x(132).

       fd  closepack.
       01  closepack-rec          pic x(120).

       working-storage section.
       01  qtefile-name           pic x(256).
       78  airquotesf-dat                value "dd_airquotefile".
       01  custfile-name          pic x(256).
       78  aircustomers-dat              value "dd_aircustomers".
       01  reportfile-name        pic x(256).
       78  convrpt-dat                   value "dd_convrpt".

       01  qte-fstat.
           03  qte-fstat-1        pic 9.
           03  qte-fstat-2        pic 9.
       01  cus-fstat.
           03  cus-fstat-1        pic 9.
           03  cus-fstat-2        pic 9.
       01  report-fstat.
           03  report-fstat-1     pic 9.
           03  report-fstat-2     pic 9.

       01  report-month           pic x(6).
       01  report-month-n         redefines report-month.
           03  report-year        pic 9(4).
           03  report-mm          pic 9(2).
       78  convmonth-dat                 value "dd_convmonth".

      *> the house base currency every value is reported in.
       01  base-currency          pic x(3).
       78  basecurrency-dat              value "dd_basecurrency".

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".
       01  at-end-of-sort         pic x value "N".
           88  no-more-sorted              value "Y".
       01  customers-available    pic x value "N".

      *> the control-break accumulators for the group in progress,
      *> and the breakdown totals for its trailer - both sets share
      *> one layout so one line-builder prints either.
       01  group-breakdown        pic x value space.
       01  group-key              pic x(10).
       01  group-open             pic 9 value 0.
       01  group-counts.
           03  group-issued       pic 9(7).
           03  group-won          pic 9(7).
           03  group-lost         pic 9(7).
           03  group-expired      pic 9(7).
           03  group-still-open   pic 9(7).
           03  group-issued-value pic 9(11)v99.
           03  group-won-value    pic 9(11)v99.
       01  total-counts.
           03  total-issued       pic 9(7).
           03  total-won          pic 9(7).
           03  total-lost         pic 9(7).
           03  total-expired      pic 9(7).
           03  total-still-open   pic 9(7).
           03  total-issued-value pic 9(11)v99.
           03  total-won-value    pic 9(11)v99.
       01  print-counts.
           03  print-issued       pic 9(7).
           03  print-won          pic 9(7).
           03  print-lost         pic 9(7).
           03  print-expired      pic 9(7).
           03  print-still-open   pic 9(7).
           03  print-issued-value pic 9(11)v99.
           03  print-won-value    pic 9(11)v99.

       01  group-label            pic x(30).
       01  hit-rate               pic 9(3)v9.
       01  count-ed               pic zzzzzz9.
       01  value-ed               pic zzz,zzz,zzz,zz9.99.
       01  hit-rate-ed            pic zz9.9.
       01  line-ptr               pic 9(3).
       01  quotes-selected        pic 9(7) value 0.

      *> this step's line for the month-end close pack - written
      *> only when the close names a pack in dd_closepack.
       01  closepack-name         pic x(256).
       78  closepack-dat                 value "dd_closepack".
       01  pack-fstat.
           03  pack-fstat-1       pic 9.
           03  pack-fstat-2       pic 9.
       01  close-pack-line.
       copy "airclpk.cpy" replacing ==(prefix)== by ==pk==.
       01  pack-count-ed          pic z(8)9.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform choose-report-month
           perform open-conversion-files
           sort sortfile
               on ascending key sort-breakdown sort-group
               input procedure is select-month-quotes
               output procedure is write-conversion-report
           perform close-conversion-files
           display "Conversion report for " report-month
                   " complete - " quotes-selected " quote(s)."
           move spaces to close-pack-line
           move "AIRQCONV" to pk-step
           move convrpt-dat to pk-report
           move "ISSUED" to pk-label(1)
           move quotes-selected to pack-count-ed
           move pack-count-ed to pk-figure(1)
           move "WON" to pk-label(2)
           move total-won to pack-count-ed
           move pack-count-ed to pk-figure(2)
           move "WON VALUE" to pk-label(3)
           move total-won-value to value-ed
           move value-ed to pk-figure(3)
           perform write-close-pack-line
           move convrpt-dat to rp-report-dd
           perform file-report
           goback
       .

      *> the month just ended unless dd_convmonth names one.
       choose-report-month section.
           display convmonth-dat upon environment-name
           accept report-month from environment-value
           if report-month = spaces or report-month is not numeric
               move function current-date(1:6) to report-month
               if report-mm = 1
                   subtract 1 from report-year
                   move 12 to report-mm
               else
                   subtract 1 from report-mm
               end-if
           end-if
       .

       select-month-quotes section.
           perform until no-more-records
               read qtefile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if qte-date(1:6) = report-month
                           perform release-one-quote
                       end-if
               end-read
           end-perform
       .

      *> the total in the account's currency back to the house base
      *> currency at the quote's own rate - units per base unit.
       release-one-quote section.
           add 1 to quotes-selected
           move qte-status to sort-status
           if qte-currency not = spaces and qte-fx-rate > 0
               compute sort-amount rounded =
                   qte-total-amount / qte-fx-rate
           else
               move qte-total-amount to sort-amount
           end-if

           set sort-by-customer to true
           move spaces to sort-group
           move qte-account to sort-group
           release sort-rec

           set sort-by-city-pair to true
           move spaces to sort-group
           string qte-leg-code(1) delimited by space
                  "-" delimited by size
                  qte-leg-code(qte-code-count) delimited by space
                  into sort-group
           release sort-rec
       .

       write-conversion-report section.
           display basecurrency-dat upon environment-name
           accept base-currency from environment-value
           if base-currency = spaces
               move "GBP" to base-currency
           end-if
           move spaces to report-line
           string "QUOTE CONVERSION REPORT FOR " delimited by size
                  report-month delimited by size
                  " - VALUES IN " delimited by size
                  base-currency delimited by size
                  into report-line
           write report-line
           perform until no-more-sorted
               return sortfile
                   at end
                       move "Y" to at-end-of-sort
                   not at end
                       perform aggregate-one-quote
               end-return
           end-perform
           perform close-open-group
           perform write-breakdown-trailer
       .

       aggregate-one-quote section.
           if group-open = 1
                   and (sort-breakdown not = group-breakdown
                       or sort-group not = group-key)
               perform close-open-group
           end-if
           if sort-breakdown not = group-breakdown
               if group-breakdown not = space
                   perform write-breakdown-trailer
               end-if
               move sort-breakdown to group-breakdown
               perform write-breakdown-heading
           end-if
           if group-open = 0
               move 1 to group-open
               move sort-group to group-key
               initialize group-counts
           end-if
           add 1 to group-issued
           add sort-amount to group-issued-value
           evaluate sort-status
               when "A"
                   add 1 to group-won
                   add sort-amount to group-won-value
               when "D"
               when "X"
                   add 1 to group-lost
               when "E"
                   add 1 to group-expired
               when other
                   add 1 to group-still-open
           end-evaluate
       .

       close-open-group section.
           if group-open = 1
               move spaces to group-label
               if group-breakdown = "1"
                   perform label-customer-group
               else
                   move group-key to group-label
               end-if
               move group-counts to print-counts
               perform write-counts-line
               add group-issued to total-issued
               add group-won to total-won
               add group-lost to total-lost
               add group-expired to total-expired
               add group-still-open to total-still-open
               add group-issued-value to total-issued-value
               add group-won-value to total-won-value
               move 0 to group-open
           end-if
       .

      *> the account number with its name from the customer file -
      *> quotes cut before accounts existed group under 000000.
       label-customer-group section.
           move group-key(1:6) to group-label
           if customers-available = "Y" and group-key(1:6) is numeric
               move group-key(1:6) to cus-account
               read custfile
                   invalid key
                       continue
                   not invalid key
                       move cus-name(1:23) to group-label(8:23)
               end-read
           end-if
       .

       write-breakdown-heading section.
           initialize total-counts
           move spaces to report-line
           write report-line
           if group-breakdown = "1"
               move "BY CUSTOMER ACCOUNT" to report-line
           else
               move "BY CITY PAIR" to report-line
           end-if
           write report-line
           move "GROUP                          ISSUED     WON "
              & "   LOST EXPIRED    OPEN     "
              & "  ISSUED VALUE          WON VALUE  HIT%" to report-line
           write report-line
       .

       write-breakdown-trailer section.
           move "MONTH TOTAL" to group-label
           move total-counts to print-counts
           perform write-counts-line
       .

       write-counts-line section.
           move 0 to hit-rate
           if print-issued > 0
               compute hit-rate rounded =
                   print-won * 100 / print-issued
           end-if
           move spaces to report-line
           move 1 to line-ptr
           string group-label delimited by size
                  into report-line with pointer line-ptr
           move print-issued to count-ed
           string count-ed delimited by size
                  " " delimited by size
                  into report-line with pointer line-ptr
           move print-won to count-ed
           string count-ed delimited by size
                  " " delimited by size
                  into report-line with pointer line-ptr
           move print-lost to count-ed
           string count-ed delimited by size
                  " " delimited by size
                  into report-line with pointer line-ptr
           move print-expired to count-ed
           string count-ed delimited by size
                  " " delimited by size
                  into report-line with pointer line-ptr
           move print-still-open to count-ed
           string count-ed delimited by size
                  " " delimited by size
                  into report-line with pointer line-ptr
           move print-issued-value to value-ed
           string value-ed delimited by size
                  " " delimited by size
                  into report-line with pointer line-ptr
           move print-won-value to value-ed
           string value-ed delimited by size
                  " " delimited by size
                  into report-line with pointer line-ptr
           move hit-rate to hit-rate-ed
           string hit-rate-ed delimited by size
                  into report-line with pointer line-ptr
           write report-line
       .

       open-conversion-files section.
           display airquotesf-dat upon environment-name
           accept qtefile-name from environment-value
           open input qtefile
           if qte-fstat-1 not = 0
               display "No quote file to report on."
               move 8 to return-code
               goback
           end-if

           display aircustomers-dat upon environment-name
           accept custfile-name from environment-value
           open input custfile
           if cus-fstat-1 = 0
               move "Y" to customers-available
           end-if

           display convrpt-dat upon environment-name
           accept reportfile-name from environment-value
           open output reportfile
       .

       close-conversion-files section.
           close qtefile
           if customers-available = "Y"
               close custfile
           end-if
           close reportfile
       .

      *> a run by hand names no pack and writes nothing.
       write-close-pack-line section.
           display closepack-dat upon environment-name
           accept closepack-name from environment-value
           if closepack-name not = spaces
               open extend closepack
               if pack-fstat-1 not = 0
                   open output closepack
               end-if
               write closepack-rec from close-pack-line
               close closepack
           end-if
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRQCONV" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airqconv.
