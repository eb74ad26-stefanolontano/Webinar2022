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
      *> airdmnd - the month's demand against the network: every
      *> successful distance lookup in the activity journal and
      *> every quote cut (withdrawn ones aside) in the month named
      *> by dd_dmndmonth (YYYYMM, default last month) is counted
      *> against its market - the two ends taken through their
      *> metro groups, so JFK-LHR and EWR-LGW are both NYC-LON, and
      *> the pair put in code order so either direction is the one
      *> market.  A quote counts its first to last airport, and its
      *> total is added to the market's quoted value in the house
      *> base currency at the rate the quote carries.  Each market
      *> is then looked up on the schedule through airschd over the
      *> seven days from dd_dmndsvcdate (default today) between any
      *> of its member airports in either direction - a nonstop,
      *> else a one-stop connection, else no service.  The report
      *> on dd_dmndrpt ranks the top dd_dmndtop markets (default
      *> 50) by combined query and quote volume, then lists the
      *> best-ranked markets with no service at all - the list
      *> network planning takes into route development.
      *> The finished report is filed in the report repository
      *> (airrepo) so it can be reprinted after the next run.
       identification division.
       program-id. airdmnd.

       select actfile assign actfile-name
           organization line sequential
           file status is act-fstat.

       select qtefile assign qtefile-name
           organization indexed
           record key is qte-number with no duplicates
           file status is qte-fstat
           access sequential.

       select metrofile assign metrofile-name
           organization indexed
           record key is met-key with no duplicates
           file status is met-fstat
           access sequential.

       select sortfile assign "sortwk"
           organization sequential.

       select reportfile assign reportfile-name
           organization line sequential
           file status is report-fstat.

       data division.
       fd  actfile.
       01  act-rec.
       copy "airact.cpy" replacing ==(prefix)== by ==act==.

       fd  qtefile.
       01  qte-rec.
       copy "airqte.cpy" replacing ==(prefix)== by ==qte==.

       fd  metrofile.
       01  met-rec.
       copy "airmetro.cpy" replacing ==(prefix)== by ==met==.

       sd  sortfile.
       01  sort-rec.
           03  sort-combined      pic 9(7).
           03  sort-market        pic x(9).
           03  sort-queries       pic 9(7).
           03  sort-quotes        pic 9(7).
           03  sort-value         pic 9(11)v99.
           03  sort-service       pic x(8).
           03  sort-example       pic x(40).

       fd  reportfile.
       01  report-line            pic x(132).

       working-storage section.
       01  actfile-name           pic x(256).
       78  airactivity-dat               value "dd_airactivity".
       01  qtefile-name           pic x(256).
       78  airquotesf-dat                value "dd_airquotefile".
       01  metrofile-name         pic x(256).
       78  airmetro-dat                  value "dd_airmetro".
       01  reportfile-name        pic x(256).
       78  dmndrpt-dat                   value "dd_dmndrpt".
       78  dmndmonth-dat                 value "dd_dmndmonth".
       78  dmndsvcdate-dat               value "dd_dmndsvcdate".
       78  dmndtop-dat                   value "dd_dmndtop".

       01  act-fstat.
           03  act-fstat-1        pic 9.
           03  act-fstat-2        pic 9.
       01  qte-fstat.
           03  qte-fstat-1        pic 9.
           03  qte-fstat-2        pic 9.
       01  met-fstat.
           03  met-fstat-1        pic 9.
           03  met-fstat-2        pic 9.
       01  report-fstat.
           03  report-fstat-1     pic 9.
           03  report-fstat-2     pic 9.

       01  parm-token             pic x(20).
       01  now-stamp              pic x(21).
       01  demand-month           pic x(6).
       01  demand-month-n         pic 9(6).
       01  service-date           pic x(8).
       01  service-int            pic 9(7).
       01  check-date-n           pic 9(8).
       01  day-offset             pic 9.
       01  top-count              pic 9(3) value 50.

       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".
       01  at-end-of-sort         pic x value "N".
           88  no-more-sorted              value "Y".

      *> every metro-group membership, so an airport finds its
      *> group and a group its members without a keyed scan each.
       78  max-metro                     value 500.
       01  metro-count            pic 9(3) value 0.
       01  metro-table.
           03  metro-entry        occurs max-metro.
               05  mt-group           pic x(4).
               05  mt-member          pic x(4).
       01  metro-idx              pic 9(3).

      *> the markets met so far in the month.
       78  max-markets                   value 2000.
       01  market-count           pic 9(4) value 0.
       01  market-table.
           03  market-entry       occurs max-markets.
               05  mk-end-a           pic x(4).
               05  mk-end-b           pic x(4).
               05  mk-queries         pic 9(7).
               05  mk-quotes          pic 9(7).
               05  mk-value           pic 9(11)v99.
       01  market-idx             pic 9(4).
       01  markets-dropped        pic 9(5) value 0.

       01  pair-code-1            pic x(4).
       01  pair-code-2            pic x(4).
       01  market-code            pic x(4).
       01  end-a                  pic x(4).
       01  end-b                  pic x(4).
       01  quote-base-value       pic 9(11)v99.

      *> the member airports of the two ends being looked up.
       78  max-members                   value 20.
       01  members-a-count        pic 9(2).
       01  members-a.
           03  member-a           pic x(4) occurs max-members.
       01  members-b-count        pic 9(2).
       01  members-b.
           03  member-b           pic x(4) occurs max-members.
       01  member-idx-a           pic 9(2).
       01  member-idx-b           pic 9(2).
       01  expand-code            pic x(4).
       01  expand-count           pic 9(2).
       01  expand-list.
           03  expand-member      pic x(4) occurs max-members.

       01  service-found          pic x(8).
       01  service-example        pic x(40).

       01  queries-counted        pic 9(7) value 0.
       01  quotes-counted         pic 9(7) value 0.
       01  rank                   pic 9(4) value 0.
       01  unserved-count         pic 9(3) value 0.
       01  unserved-lines.
           03  unserved-line      pic x(132) occurs 999.
       01  unserved-idx           pic 9(3).
       01  ranked-line            pic x(132).

       01  rank-ed                pic zzz9.
       01  count-ed               pic z,zzz,zz9.
       01  value-ed               pic zzz,zzz,zzz,zz9.99.

       copy "airsdprm.cpy" replacing ==(sd-prefix)== by ==sd==.

      *> the finished report is filed in the report repository
      *> (airrepo), so it outlives the next run's overwrite.
       copy "airrpprm.cpy" replacing ==(rp-prefix)== by ==rp==.
       01  saved-return-code      pic s9(4) comp.

       procedure division.
       main section.
           perform read-demand-parameters
           perform load-metro-groups
           perform count-journal-queries
           perform count-month-quotes
           set sched-open to true
           perform call-airschd-program
           sort sortfile
               on descending key sort-combined
               on ascending key sort-market
               input procedure is classify-markets
               output procedure is write-demand-report
           set sched-close to true
           perform call-airschd-program
           display "Unserved demand report complete - "
                   market-count " market(s), " queries-counted
                   " quer(ies), " quotes-counted " quote(s)."
           move dmndrpt-dat to rp-report-dd
           perform file-report
           stop run
       .

       load-metro-groups section.
           display airmetro-dat upon environment-name
           accept metrofile-name from environment-value
           open input metrofile
           if met-fstat-1 = 0
               move "N" to at-end-of-file
               perform until no-more-records
                   read metrofile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           if metro-count < max-metro
                               add 1 to metro-count
                               move met-group to mt-group(metro-count)
                               move met-member
                                   to mt-member(metro-count)
                           end-if
                   end-read
               end-perform
               close metrofile
           end-if
       .

       count-journal-queries section.
           display airactivity-dat upon environment-name
           accept actfile-name from environment-value
           open input actfile
           if act-fstat-1 = 0
               move "N" to at-end-of-file
               perform until no-more-records
                   read actfile
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           if act-function = "2" and act-result = 0
                                   and act-timestamp(1:6)
                                       = demand-month
                               move function upper-case(act-airport1)
                                   to pair-code-1
                               move function upper-case(act-airport2)
                                   to pair-code-2
                               perform find-market-entry
                               if market-idx > 0
                                   add 1 to mk-queries(market-idx)
                                   add 1 to queries-counted
                               end-if
                           end-if
                   end-read
               end-perform
               close actfile
           end-if
       .

       count-month-quotes section.
           display airquotesf-dat upon environment-name
           accept qtefile-name from environment-value
           open input qtefile
           if qte-fstat-1 = 0
               move "N" to at-end-of-file
               perform until no-more-records
                   read qtefile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           if qte-date(1:6) = demand-month
                                   and not qte-status-withdrawn
                                   and qte-code-count >= 2
                               perform count-one-quote
                           end-if
                   end-read
               end-perform
               close qtefile
           end-if
       .

      *> the total in the account's currency back to the house base
      *> currency at the quote's own rate - units per base unit.
       count-one-quote section.
           move qte-leg-code(1) to pair-code-1
           move qte-leg-code(qte-code-count) to pair-code-2
           perform find-market-entry
           if market-idx > 0
               if qte-currency not = spaces and qte-fx-rate > 0
                   compute quote-base-value rounded =
                       qte-total-amount / qte-fx-rate
               else
                   move qte-total-amount to quote-base-value
               end-if
               add 1 to mk-quotes(market-idx)
               add quote-base-value to mk-value(market-idx)
               add 1 to quotes-counted
           end-if
       .

      *> the two ends through their metro groups, in code order -
      *> a pair that comes back to its own market is not a market.
       find-market-entry section.
           move 0 to market-idx
           move pair-code-1 to market-code
           perform resolve-metro-group
           move market-code to end-a
           move pair-code-2 to market-code
           perform resolve-metro-group
           move market-code to end-b
           if end-a > end-b
               move end-a to market-code
               move end-b to end-a
               move market-code to end-b
           end-if
           if end-a not = spaces and end-b not = spaces
                   and end-a not = end-b
               perform varying market-idx from 1 by 1
                       until market-idx > market-count
                           or (mk-end-a(market-idx) = end-a
                               and mk-end-b(market-idx) = end-b)
                   continue
               end-perform
               if market-idx > market-count
                   if market-count < max-markets
                       add 1 to market-count
                       move market-count to market-idx
                       move end-a to mk-end-a(market-idx)
                       move end-b to mk-end-b(market-idx)
                       move 0 to mk-queries(market-idx)
                       move 0 to mk-quotes(market-idx)
                       move 0 to mk-value(market-idx)
                   else
                       add 1 to markets-dropped
                       move 0 to market-idx
                   end-if
               end-if
           end-if
       .

       resolve-metro-group section.
           perform varying metro-idx from 1 by 1
                   until metro-idx > metro-count
               if mt-member(metro-idx) = market-code
                   move mt-group(metro-idx) to market-code
                   move metro-count to metro-idx
               end-if
           end-perform
       .

       classify-markets section.
           perform varying market-idx from 1 by 1
                   until market-idx > market-count
               perform find-market-service
               compute sort-combined = mk-queries(market-idx)
                   + mk-quotes(market-idx)
               move spaces to sort-market
               string mk-end-a(market-idx) delimited by space
                      "-" delimited by size
                      mk-end-b(market-idx) delimited by space
                      into sort-market
               move mk-queries(market-idx) to sort-queries
               move mk-quotes(market-idx) to sort-quotes
               move mk-value(market-idx) to sort-value
               move service-found to sort-service
               move service-example to sort-example
               release sort-rec
           end-perform
       .

      *> any member pair in either direction on any of the seven
      *> days - a nonstop anywhere in the market beats a connection.
       find-market-service section.
           move mk-end-a(market-idx) to expand-code
           perform expand-market-end
           move expand-count to members-a-count
           move expand-list to members-a
           move mk-end-b(market-idx) to expand-code
           perform expand-market-end
           move expand-count to members-b-count
           move expand-list to members-b

           move "NONE" to service-found
           move spaces to service-example
           set sched-direct to true
           perform search-member-pairs
           if service-example not = spaces
               move "NONSTOP" to service-found
           else
               set sched-connect to true
               perform search-member-pairs
               if service-example not = spaces
                   move "ONE-STOP" to service-found
               end-if
           end-if
       .

       search-member-pairs section.
           perform varying member-idx-a from 1 by 1
                   until member-idx-a > members-a-count
                       or service-example not = spaces
               perform varying member-idx-b from 1 by 1
                       until member-idx-b > members-b-count
                           or service-example not = spaces
                   move member-a(member-idx-a) to sd-origin
                   move member-b(member-idx-b) to sd-dest
                   perform search-service-week
                   if service-example = spaces
                       move member-b(member-idx-b) to sd-origin
                       move member-a(member-idx-a) to sd-dest
                       perform search-service-week
                   end-if
               end-perform
           end-perform
       .

       search-service-week section.
           perform varying day-offset from 0 by 1
                   until day-offset > 6
                       or service-example not = spaces
               compute check-date-n = function date-of-integer(
                   service-int + day-offset)
               move check-date-n to sd-travel-date
               move 0 to sd-day
               perform call-airschd-program
               if return-code = 0 and sd-result-count > 0
                   move sd-results(1) to service-example
               end-if
           end-perform
       .

      *> a metro group stands for its members; a plain airport code
      *> for itself alone.
       expand-market-end section.
           move 0 to expand-count
           move spaces to expand-list
           perform varying metro-idx from 1 by 1
                   until metro-idx > metro-count
               if mt-group(metro-idx) = expand-code
                       and expand-count < max-members
                   add 1 to expand-count
                   move mt-member(metro-idx)
                       to expand-member(expand-count)
               end-if
           end-perform
           if expand-count = 0
               move 1 to expand-count
               move expand-code to expand-member(1)
           end-if
       .

       write-demand-report section.
           display dmndrpt-dat upon environment-name
           accept reportfile-name from environment-value
           open output reportfile
           move spaces to report-line
           string "Unserved demand - markets by query and quote volume"
                      delimited by size
                  " for " delimited by size
                  demand-month delimited by size
                  ", service as of " delimited by size
                  service-date delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           write report-line
           perform write-column-heading
           perform until no-more-sorted
               return sortfile
                   at end
                       move "Y" to at-end-of-sort
                   not at end
                       perform rank-one-market
               end-return
           end-perform

           move spaces to report-line
           write report-line
           move "Top unserved markets" to report-line
           write report-line
           move spaces to report-line
           write report-line
           if unserved-count = 0
               move "Every market with demand has service."
                   to report-line
               write report-line
           else
               perform write-column-heading
               perform varying unserved-idx from 1 by 1
                       until unserved-idx > unserved-count
                   move unserved-line(unserved-idx) to report-line
                   write report-line
               end-perform
           end-if
           if markets-dropped > 0
               move spaces to report-line
               write report-line
               move markets-dropped to count-ed
               string "Markets over the table limit, not counted: "
                          delimited by size
                      count-ed delimited by size
                      into report-line
               write report-line
           end-if
           close reportfile
       .

       write-column-heading section.
           move spaces to report-line
           move "Rank" to report-line(1:4)
           move "Market" to report-line(7:6)
           move "Queries" to report-line(19:7)
           move "Quotes" to report-line(31:6)
           move "Combined" to report-line(40:8)
           move "Quoted value" to report-line(55:12)
           move "Service" to report-line(69:7)
           move "Example" to report-line(79:7)
           write report-line
       .

      *> every market is ranked; the top ones are printed, and the
      *> unserved ones among the top are kept for the second list.
       rank-one-market section.
           add 1 to rank
           move spaces to ranked-line
           move rank to rank-ed
           move rank-ed to ranked-line(1:4)
           move sort-market to ranked-line(7:9)
           move sort-queries to count-ed
           move count-ed to ranked-line(17:9)
           move sort-quotes to count-ed
           move count-ed to ranked-line(28:9)
           move sort-combined to count-ed
           move count-ed to ranked-line(39:9)
           move sort-value to value-ed
           move value-ed to ranked-line(49:18)
           move sort-service to ranked-line(69:8)
           move sort-example to ranked-line(79:40)
           if rank <= top-count
               move ranked-line to report-line
               write report-line
           end-if
           if sort-service = "NONE" and unserved-count < top-count
               add 1 to unserved-count
               move ranked-line to unserved-line(unserved-count)
           end-if
       .

      *> the month defaults to the one before the current date's.
       read-demand-parameters section.
           move function current-date to now-stamp
           display dmndmonth-dat upon environment-name
           accept parm-token from environment-value
           if parm-token(1:6) is numeric
               move parm-token(1:6) to demand-month
           else
               compute demand-month-n =
                   function numval(now-stamp(1:6)) - 1
               if demand-month-n(5:2) = "00"
                   compute demand-month-n = demand-month-n - 100 + 12
               end-if
               move demand-month-n to demand-month
           end-if

           display dmndsvcdate-dat upon environment-name
           accept parm-token from environment-value
           if parm-token(1:8) is numeric
               move parm-token(1:8) to service-date
           else
               move now-stamp(1:8) to service-date
           end-if
           compute service-int = function integer-of-date(
               function numval(service-date))

           display dmndtop-dat upon environment-name
           accept parm-token from environment-value
           if parm-token not = spaces
               compute top-count = function numval(parm-token)
           end-if
           if top-count = 0
               move 50 to top-count
           end-if
       .

       call-airschd-program section.
           call "airschd" using
                           by value sd-function
                           by value sd-origin
                           by value sd-dest
                           by value sd-day
                           by value sd-travel-date
                           by reference sd-result-count
                           by reference sd-results-array
       .

      *> files the finished report in the report repository under
      *> its own id, keeping this run's return code - a report that
      *> cannot be filed is reported by airrepo but fails nothing.
       file-report section.
           move return-code to saved-return-code
           set repo-file-report to true
           move "AIRDMND" to rp-program
           call "airrepo" using
                           by value rp-function
                           by reference rp-program
                           by reference rp-report-dd
                           by reference rp-report-id
                           by reference rp-page-count
                           by reference rp-line-count
           move saved-return-code to return-code
       .

       end program airdmnd.
