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
      *> airzonrp - the restricted-airspace exposure report.  Every
      *> leg of every stored route is checked through airzone against
      *> the zones in force today, and every leg of every open quote
      *> - its positioning legs from and back to the home base
      *> included - against the zones in force on its travel date.
      *> Each leg crossing a zone is listed on dd_zonerpt with the
      *> zone and its severity, and the counts of routes and quotes
      *> listed close the report.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airzonrp.

       select qtefile assign qtefile-name
           organization indexed
           record key is qte-number with no duplicates
           file status is qte-fstat
           access sequential.

       select routefile assign routefile-name
           organization indexed
           record key is rte-name with no duplicates
           file status is rte-fstat
           access sequential.

       select reportfile assign reportfile-name
           organization line sequential
           file status is report-fstat.

       data division.
       fd  qtefile.
       01  qte-rec.
       copy "airqte.cpy" replacing ==(prefix)== by ==qte==.

       fd  routefile.
       01  rte-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==rte==.

       fd  reportfile.
       01  report-line            pic x(132).

       working-storage section.
       01  qtefile-name           pic x(256).
       78  airquotesf-dat                value "dd_airquotefile".
       01  routefile-name         pic x(256).
       78  airroutes-dat                 value "dd_airroutes".
       01  reportfile-name        pic x(256).
       78  zonerpt-dat                   value "dd_zonerpt".

       01  qte-fstat.
           03  qte-fstat-1        pic 9.
           03  qte-fstat-2        pic 9.
       01  rte-fstat.
           03  rte-fstat-1        pic 9.
           03  rte-fstat-2        pic 9.
       01  report-fstat.
           03  report-fstat-1     pic 9.
           03  report-fstat-2     pic 9.

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".

       copy "airznprm.cpy" replacing ==(zn-prefix)== by ==zn==.

       01  today-date             pic x(8).
       01  code-idx               pic 9(2).
       01  zone-idx               pic 9(2).
       01  item-crossed           pic x.
       01  severity-word          pic x(7).

       01  item-kind              pic x(8).
       01  item-reference         pic x(30).

       01  quotes-listed          pic 9(7) value 0.
       01  routes-listed          pic 9(7) value 0.
       01  legs-listed            pic 9(7) value 0.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-exposure-files
           set zone-open to true
           perform call-airzone-program
           perform write-report-heading
           perform check-stored-routes
           perform check-open-quotes
           move spaces to report-line
           string "ROUTES " delimited by size
                  routes-listed delimited by size
                  "  QUOTES " delimited by size
                  quotes-listed delimited by size
                  "  LEGS " delimited by size
                  legs-listed delimited by size
                  " CROSS AN ACTIVE ZONE" delimited by size
                  into report-line
           write report-line
           display "Zone exposure report complete - " routes-listed
                   " route(s), " quotes-listed " quote(s), "
                   legs-listed " leg(s) listed."
           set zone-close to true
           perform call-airzone-program
           perform close-exposure-files
           move zonerpt-dat to rp-report-dd
           perform file-report
           stop run
       .

       write-report-heading section.
           move spaces to report-line
           string "RESTRICTED AIRSPACE EXPOSURE - RUN "
                      delimited by size
                  today-date delimited by size
                  into report-line
           write report-line
       .

      *> a stored route has no dates of its own, so it is judged
      *> against the zones in force today.
       check-stored-routes section.
           move "N" to at-end-of-file
           perform until no-more-records
               read routefile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       perform check-one-route
               end-read
           end-perform
       .

       check-one-route section.
           move "ROUTE" to item-kind
           move rte-name to item-reference
           move spaces to zn-check-date
           move "N" to item-crossed
           perform varying code-idx from 1 by 1
                   until code-idx > rte-leg-count - 1
               move rte-leg-code(code-idx) to zn-code1
               move rte-leg-code(code-idx + 1) to zn-code2
               perform check-one-leg
           end-perform
           if item-crossed = "Y"
               add 1 to routes-listed
           end-if
       .

       check-open-quotes section.
           move "N" to at-end-of-file
           perform until no-more-records
               read qtefile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if qte-status-open
                           perform check-one-quote
                       end-if
               end-read
           end-perform
       .

      *> a quote is judged on its travel date, positioning legs and
      *> all.
       check-one-quote section.
           move "QUOTE" to item-kind
           move spaces to item-reference
           string qte-number delimited by size
                  " TRAVEL " delimited by size
                  qte-travel-date delimited by size
                  into item-reference
           move qte-travel-date to zn-check-date
           move "N" to item-crossed
           if qte-home-base not = spaces
                   and qte-home-base not = qte-leg-code(1)
               move qte-home-base to zn-code1
               move qte-leg-code(1) to zn-code2
               perform check-one-leg
           end-if
           perform varying code-idx from 1 by 1
                   until code-idx > qte-code-count - 1
               move qte-leg-code(code-idx) to zn-code1
               move qte-leg-code(code-idx + 1) to zn-code2
               perform check-one-leg
           end-perform
           if qte-home-base not = spaces
                   and qte-home-base not = qte-leg-code(qte-code-count)
               move qte-leg-code(qte-code-count) to zn-code1
               move qte-home-base to zn-code2
               perform check-one-leg
           end-if
           if item-crossed = "Y"
               add 1 to quotes-listed
           end-if
       .

      *> zn-code1/2 and zn-check-date carry the leg; a leg whose
      *> codes airzone cannot place has no hits and is passed over.
       check-one-leg section.
           set zone-check-leg to true
           perform call-airzone-program
           if zn-hit-count > 0
               move "Y" to item-crossed
               add 1 to legs-listed
           end-if
           perform varying zone-idx from 1 by 1
                   until zone-idx > zn-hit-count
               if zn-hit-severity(zone-idx) = "A"
                   move "AVOID" to severity-word
               else
                   move "CAUTION" to severity-word
               end-if
               move spaces to report-line
               string item-kind delimited by size
                      " " delimited by size
                      item-reference delimited by size
                      " " delimited by size
                      zn-code1 delimited by size
                      "-" delimited by size
                      zn-code2 delimited by size
                      " ZONE " delimited by size
                      zn-hit-id(zone-idx) delimited by size
                      " " delimited by size
                      zn-hit-name(zone-idx) delimited by size
                      " " delimited by size
                      severity-word delimited by size
                      into report-line
               write report-line
           end-perform
       .

      *> a missing quote or route file simply has nothing to list.
       open-exposure-files section.
           move function current-date(1:8) to today-date

           display airquotesf-dat upon environment-name
           accept qtefile-name from environment-value
           open input qtefile
           if qte-fstat = "35"
               open output qtefile
               close qtefile
               open input qtefile
           end-if

           display airroutes-dat upon environment-name
           accept routefile-name from environment-value
           open input routefile
           if rte-fstat = "35"
               open output routefile
               close routefile
               open input routefile
           end-if

           display zonerpt-dat upon environment-name
           accept reportfile-name from environment-value
           open output reportfile
       .

       close-exposure-files section.
           close qtefile
           close routefile
           close reportfile
       .

       call-airzone-program section.
           call "airzone" using
                           by value zn-function
                           by reference zn-code1
                           by reference zn-code2
                           by reference zn-check-date
                           by reference zn-hit-count
                           by reference zn-hits
                           by reference zn-avoid-flag
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRZONRP" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airzonrp.
