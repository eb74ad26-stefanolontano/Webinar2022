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
      *> airembrp - the weekly embargo screening report.  Every
      *> embargo entered, or taking effect, in the week ending
      *> dd_embweekend (YYYYMMDD, default today) is a newly
      *> embargoed country, and every open quote, stored route and
      *> schedule entry that touches one of them is listed on
      *> dd_embrpt - the quote from today to its travel date, the
      *> route from today on and the schedule entry over its own
      *> effective dates, each against the embargo's span the way
      *> the airembs capture screen judges it.  Quotes, routes and
      *> entries saved before the embargo existed are what this
      *> catches; the capture screen stops the rest.  An airport
      *> is placed in its country off the airport master, a metro
      *> group through each of its member airports.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airembrp.

       select embfile assign embfile-name
           organization indexed
           record key is emb-key with no duplicates
           file status is emb-fstat
           access sequential.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-name with duplicates
           alternate record key is f-country with duplicates
           file status is fstat
           access dynamic.

       select metrofile assign metrofile-name
           organization indexed
           record key is met-key with no duplicates
           file status is met-fstat
           access dynamic.

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

       select schfile assign schfile-name
           organization indexed
           record key is sch-key with no duplicates
           file status is sch-fstat
           access sequential.

       select reportfile assign reportfile-name
           organization line sequential
           file status is report-fstat.

       data division.
       fd  embfile.
       01  emb-rec.
       copy "airemb.cpy" replacing ==(prefix)== by ==emb==.

       fd  airfile.
       01  f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd  metrofile.
       01  met-rec.
       copy "airmetro.cpy" replacing ==(prefix)== by ==met==.

       fd  qtefile.
       01  qte-rec.
       copy "airqte.cpy" replacing ==(prefix)== by ==qte==.

       fd  routefile.
       01  rte-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==rte==.

       fd  schfile.
       01  sch-rec.
       copy "airsch.cpy" replacing ==(prefix)== by ==sch==.

       fd  reportfile.
       01  report-line            pic x(132).

       working-storage section.
       01  embfile-name           pic x(256).
       78  airembargo-dat                value "dd_airembargo".
       01  airfile-name           pic x(256).
       78  airport-dat                   value "dd_airports".
       01  metrofile-name         pic x(256).
       78  airmetro-dat                  value "dd_airmetro".
       01  qtefile-name           pic x(256).
       78  airquotesf-dat                value "dd_airquotefile".
       01  routefile-name         pic x(256).
       78  airroutes-dat                 value "dd_airroutes".
       01  schfile-name           pic x(256).
       78  airsched-dat                  value "dd_airsched".
       01  reportfile-name        pic x(256).
       78  embrpt-dat                    value "dd_embrpt".
       78  embweekend-dat                 value "dd_embweekend".

       01  emb-fstat.
           03  emb-fstat-1        pic 9.
           03  emb-fstat-2        pic 9.
       01  fstat.
           03  fstat-1            pic 9.
           03  fstat-2            pic 9.
       01  met-fstat.
           03  met-fstat-1        pic 9.
           03  met-fstat-2        pic 9.
       01  qte-fstat.
           03  qte-fstat-1        pic 9.
           03  qte-fstat-2        pic 9.
       01  rte-fstat.
           03  rte-fstat-1        pic 9.
           03  rte-fstat-2        pic 9.
       01  sch-fstat.
           03  sch-fstat-1        pic 9.
           03  sch-fstat-2        pic 9.
       01  report-fstat.
           03  report-fstat-1     pic 9.
           03  report-fstat-2     pic 9.

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".
       01  metro-done             pic x.
           88  no-more-members             value "Y".

       01  week-end-token         pic x(10).
       01  week-end-date          pic x(8).
       01  week-start-date        pic x(8).
       01  today-date             pic x(8).
       01  week-day-number        pic 9(8).

      *> the embargoes new this week, screened against in one pass
      *> over each of the three files.
       01  new-embargo-count      pic 9(3) value 0.
       78  max-new-embargoes             value 100.
       01  new-embargoes.
           03  new-embargo occurs 100.
               05  ne-country     pic x(20).
               05  ne-eff-date    pic x(8).
               05  ne-end-date    pic x(8).
               05  ne-reason      pic x(40).
       01  ne-idx                 pic 9(3).

       01  code-idx               pic 9(2).
       01  screen-code            pic x(4).
       01  screen-country         pic x(20).
       01  span-from-date         pic x(8).
       01  span-to-date           pic x(8).
       01  hit-idx                pic 9(3).
       01  hit-code               pic x(4).

       01  item-kind              pic x(8).
       01  item-reference         pic x(30).

       01  quotes-listed          pic 9(7) value 0.
       01  routes-listed          pic 9(7) value 0.
       01  entries-listed         pic 9(7) value 0.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform open-screening-files
           perform collect-new-embargoes
           perform write-report-heading
           if new-embargo-count > 0
               perform screen-open-quotes
               perform screen-stored-routes
               perform screen-schedule-entries
           end-if
           move spaces to report-line
           string "QUOTES " delimited by size
                  quotes-listed delimited by size
                  "  ROUTES " delimited by size
                  routes-listed delimited by size
                  "  SCHEDULE ENTRIES " delimited by size
                  entries-listed delimited by size
                  " TOUCH A NEWLY EMBARGOED COUNTRY" delimited by size
                  into report-line
           write report-line
           display "Embargo screening complete - " new-embargo-count
                   " new embargo(es), " quotes-listed " quote(s), "
                   routes-listed " route(s), " entries-listed
                   " schedule entr(ies) listed."
           perform close-screening-files
           move embrpt-dat to rp-report-dd
           perform file-report
           stop run
       .

      *> an embargo is new this week when it was entered, or takes
      *> effect, between the week's first day and its last.
       collect-new-embargoes section.
           move "N" to at-end-of-file
           perform until no-more-records
               read embfile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if (emb-entered-date >= week-start-date
                               and emb-entered-date <= week-end-date)
                           or (emb-eff-date >= week-start-date
                               and emb-eff-date <= week-end-date)
                           if new-embargo-count < max-new-embargoes
                               add 1 to new-embargo-count
                               move emb-country
                                   to ne-country(new-embargo-count)
                               move emb-eff-date
                                   to ne-eff-date(new-embargo-count)
                               move emb-end-date
                                   to ne-end-date(new-embargo-count)
                               move emb-reason
                                   to ne-reason(new-embargo-count)
                           else
                               display "More than " max-new-embargoes
                                       " new embargoes - "
                                       emb-country " not screened."
                           end-if
                       end-if
               end-read
           end-perform
       .

       write-report-heading section.
           move spaces to report-line
           string "EMBARGO SCREENING - WEEK " delimited by size
                  week-start-date delimited by size
                  " TO " delimited by size
                  week-end-date delimited by size
                  into report-line
           write report-line
           perform varying ne-idx from 1 by 1
                   until ne-idx > new-embargo-count
               move spaces to report-line
               string "  EMBARGO " delimited by size
                      ne-country(ne-idx) delimited by size
                      " FROM " delimited by size
                      ne-eff-date(ne-idx) delimited by size
                      " LIFTED " delimited by size
                      ne-end-date(ne-idx) delimited by size
                      " " delimited by size
                      ne-reason(ne-idx) delimited by size
                      into report-line
               write report-line
           end-perform
           if new-embargo-count = 0
               move "  NO NEW EMBARGOES THIS WEEK" to report-line
               write report-line
           end-if
       .

       screen-open-quotes section.
           move "N" to at-end-of-file
           perform until no-more-records
               read qtefile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if qte-status-open
                           perform screen-one-quote
                       end-if
               end-read
           end-perform
       .

       screen-one-quote section.
           move today-date to span-from-date
           move qte-travel-date to span-to-date
           if span-to-date < span-from-date
               move span-from-date to span-to-date
           end-if
           move 0 to hit-idx
           perform varying code-idx from 1 by 1
                   until code-idx > qte-code-count or hit-idx > 0
               move qte-leg-code(code-idx) to screen-code
               perform screen-one-code
           end-perform
           if hit-idx = 0 and qte-home-base not = spaces
               move qte-home-base to screen-code
               perform screen-one-code
           end-if
           if hit-idx > 0
               add 1 to quotes-listed
               move "QUOTE" to item-kind
               move spaces to item-reference
               string qte-number delimited by size
                      " ACCOUNT " delimited by size
                      qte-account delimited by size
                      " TRAVEL " delimited by size
                      qte-travel-date delimited by size
                      into item-reference
               perform write-hit-line
           end-if
       .

       screen-stored-routes section.
           move "N" to at-end-of-file
           perform until no-more-records
               read routefile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       perform screen-one-route
               end-read
           end-perform
       .

       screen-one-route section.
           move today-date to span-from-date
           move spaces to span-to-date
           move 0 to hit-idx
           perform varying code-idx from 1 by 1
                   until code-idx > rte-leg-count or hit-idx > 0
               move rte-leg-code(code-idx) to screen-code
               perform screen-one-code
           end-perform
           if hit-idx > 0
               add 1 to routes-listed
               move "ROUTE" to item-kind
               move rte-name to item-reference
               perform write-hit-line
           end-if
       .

      *> a discontinued entry is screened over its own dates, so
      *> one that ended before the embargo began is not listed.
       screen-schedule-entries section.
           move "N" to at-end-of-file
           perform until no-more-records
               read schfile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       perform screen-one-entry
               end-read
           end-perform
       .

       screen-one-entry section.
           move sch-eff-date to span-from-date
           move sch-disc-date to span-to-date
           move 0 to hit-idx
           move sch-orig to screen-code
           perform screen-one-code
           if hit-idx = 0
               move sch-dest to screen-code
               perform screen-one-code
           end-if
           if hit-idx > 0
               add 1 to entries-listed
               move "SCHEDULE" to item-kind
               move spaces to item-reference
               string sch-carrier delimited by space
                      sch-flight delimited by space
                      " " delimited by size
                      sch-orig delimited by space
                      "-" delimited by size
                      sch-dest delimited by space
                      " FROM " delimited by size
                      sch-eff-date delimited by size
                      into item-reference
               perform write-hit-line
           end-if
       .

      *> a code not on the master is tried as a metro group, each
      *> member airport placed in its country in turn.
       screen-one-code section.
           move screen-code to f-code
           read airfile
               invalid key
                   perform screen-metro-members
               not invalid key
                   move f-country to screen-country
                   perform match-new-embargo
           end-read
           if hit-idx > 0
               move screen-code to hit-code
           end-if
       .

       screen-metro-members section.
           move "N" to metro-done
           move screen-code to met-group
           move low-values to met-member
           start metrofile key >= met-key
               invalid key
                   move "Y" to metro-done
           end-start
           perform until no-more-members or hit-idx > 0
               read metrofile next record
                   at end
                       move "Y" to metro-done
                   not at end
                       if met-group not = screen-code
                           move "Y" to metro-done
                       else
                           move met-member to f-code
                           read airfile
                               invalid key
                                   continue
                               not invalid key
                                   move f-country to screen-country
                                   perform match-new-embargo
                           end-read
                       end-if
               end-read
           end-perform
       .

      *> the airembs overlap rule: in force no later than the span's
      *> end and not lifted before its start.
       match-new-embargo section.
           perform varying ne-idx from 1 by 1
                   until ne-idx > new-embargo-count or hit-idx > 0
               if ne-country(ne-idx) = screen-country
                       and (span-to-date = spaces
                           or ne-eff-date(ne-idx) <= span-to-date)
                       and (ne-end-date(ne-idx) = spaces
                           or ne-end-date(ne-idx) >= span-from-date)
                   move ne-idx to hit-idx
               end-if
           end-perform
       .

       write-hit-line section.
           move spaces to report-line
           string item-kind delimited by size
                  " " delimited by size
                  item-reference delimited by size
                  " " delimited by size
                  hit-code delimited by size
                  " " delimited by size
                  ne-country(hit-idx) delimited by size
                  " EMBARGO FROM " delimited by size
                  ne-eff-date(hit-idx) delimited by size
                  into report-line
           write report-line
       .

      *> a missing quote, route or schedule file simply has nothing
      *> to list; the embargo file and airport master must be there.
       open-screening-files section.
           move function current-date(1:8) to today-date
           display embweekend-dat upon environment-name
           accept week-end-token from environment-value
           if week-end-token = spaces
               move today-date to week-end-date
           else
               move week-end-token(1:8) to week-end-date
           end-if
           if week-end-date is not numeric
               display "dd_embweekend must be YYYYMMDD."
               move 8 to return-code
               stop run
           end-if
           compute week-day-number =
               function integer-of-date(function numval(week-end-date))
               - 6
           move function date-of-integer(week-day-number)
               to week-start-date

           display airembargo-dat upon environment-name
           accept embfile-name from environment-value
           open input embfile
           if emb-fstat-1 not = 0
               display "Error opening embargo data"
               move 8 to return-code
               stop run
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if fstat-1 not = 0
               display "Error opening airport data"
               move 8 to return-code
               stop run
           end-if

           display airmetro-dat upon environment-name
           accept metrofile-name from environment-value
           open input metrofile
           if met-fstat-1 not = 0
               open output metrofile
               close metrofile
               open input metrofile
           end-if

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

           display airsched-dat upon environment-name
           accept schfile-name from environment-value
           open input schfile
           if sch-fstat = "35"
               open output schfile
               close schfile
               open input schfile
           end-if

           display embrpt-dat upon environment-name
           accept reportfile-name from environment-value
           open output reportfile
       .

       close-screening-files section.
           close embfile
           close airfile
           close metrofile
           close qtefile
           close routefile
           close schfile
           close reportfile
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIREMBRP" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airembrp.
