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
      *> airssim - bulk import of a published schedule in SSIM
      *> Chapter 7 format (dd_ssimfile) into the schedule master.
      *> Only the type 3 flight leg records are read; each becomes
      *> one dated schedule entry: carrier and flight number, the
      *> leg's stations, the passenger departure and arrival times
      *> (local), the period of operation as the effective and
      *> discontinue dates (an open-ended period runs to 99991231)
      *> and the days of operation as the seven Y/N switches.
      *> The three-letter stations are translated to master codes
      *> through the cross-reference dd_ssimxref - lines of
      *> "A <iata> <code>" for airports and "T <iata> <type>" for
      *> aircraft types - a station with no entry is looked up as
      *> it stands.  A leg whose airports are not in the master,
      *> whose dates or times will not parse, or which touches a
      *> country under embargo goes to the reject file
      *> (dd_ssimreject) with the reason in front of the record.
      *> An aircraft type not on the type profile file is loaded
      *> blank.  Legs already on file under the same key are
      *> replaced.  With dd_ssimreplace naming a carrier, only that
      *> carrier's legs are loaded, and first its existing entries
      *> over the season the file covers are withdrawn - deleted,
      *> or cut back to end the day before the season when they
      *> started earlier - so a carrier's new season replaces its
      *> old one and every other carrier's entries stay as they
      *> are.  The load, and each entry withdrawn, is written to
      *> the reference trail (dd_airrefaudit).
       identification division.
       program-id. airssim.

       select ssimfile assign ssimfile-name
           organization line sequential
           file status is ssim-fstat.

       select schfile assign schfile-name
           organization indexed
           record key is sch-key with no duplicates
           file status is sch-fstat
           access dynamic.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-name with duplicates
           alternate record key is f-country with duplicates
           file status is fstat
           access dynamic.

       select typfile assign typfile-name
           organization indexed
           record key is typ-code with no duplicates
           file status is typ-fstat
           access dynamic.

       select xreffile assign xreffile-name
           organization line sequential
           file status is xref-fstat.

       select rejectfile assign rejectfile-name
           organization line sequential
           file status is reject-fstat.

       select refauditfile assign refauditfile-name
           organization line sequential
           file status is refaud-fstat.

       data division.
      *> the SSIM type 3 flight leg record, 200 bytes - only the
      *> fields the schedule master carries are named.
       fd  ssimfile.
       01  ssim-rec.
           03  ssim-record-type       pic x.
           03  ssim-op-suffix         pic x.
           03  ssim-airline           pic x(3).
           03  ssim-flight            pic x(4).
           03  ssim-itin-variation    pic x(2).
           03  ssim-leg-seq           pic x(2).
           03  ssim-service-type      pic x.
           03  ssim-period-from       pic x(7).
           03  ssim-period-to         pic x(7).
           03  ssim-days              pic x(7).
           03  ssim-frequency         pic x.
           03  ssim-dep-station       pic x(3).
           03  ssim-pax-std           pic x(4).
           03  ssim-ac-std            pic x(4).
           03  ssim-dep-utc-var       pic x(5).
           03  ssim-dep-terminal      pic x(2).
           03  ssim-arr-station       pic x(3).
           03  ssim-ac-sta            pic x(4).
           03  ssim-pax-sta           pic x(4).
           03  ssim-arr-utc-var       pic x(5).
           03  ssim-arr-terminal      pic x(2).
           03  ssim-ac-type           pic x(3).
           03  filler                 pic x(125).

       fd  schfile.
       01  sch-rec.
       copy "airsch.cpy" replacing ==(prefix)== by ==sch==.

       fd  airfile.
       01  f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd  typfile.
       01  typ-rec.
       copy "airactyp.cpy" replacing ==(prefix)== by ==typ==.

       fd  xreffile.
       01  xref-line              pic x(40).

       fd  rejectfile.
       01  reject-line            pic x(242).

       fd  refauditfile.
       01  refaudit-line          pic x(120).

       working-storage section.
       01  ssimfile-name          pic x(256).
       78  ssimfile-dat                  value "dd_ssimfile".
       01  schfile-name           pic x(256).
       78  airsched-dat                  value "dd_airsched".
       01  airfile-name           pic x(256).
       78  airport-dat                   value "dd_airports".
       01  typfile-name           pic x(256).
       78  airactype-dat                 value "dd_airactype".
       01  xreffile-name          pic x(256).
       78  ssimxref-dat                  value "dd_ssimxref".
       01  rejectfile-name        pic x(256).
       78  ssimreject-dat                value "dd_ssimreject".
       01  refauditfile-name      pic x(256).
       78  airrefaudit-dat               value "dd_airrefaudit".
       78  ssimreplace-dat               value "dd_ssimreplace".

       01  ssim-fstat.
           03  ssim-fstat-1       pic 9.
           03  ssim-fstat-2       pic 9.
       01  sch-fstat.
           03  sch-fstat-1        pic 9.
           03  sch-fstat-2        pic 9.
       01  fstat.
           03  fstat-1            pic 9.
           03  fstat-2            pic 9.
       01  typ-fstat.
           03  typ-fstat-1        pic 9.
           03  typ-fstat-2        pic 9.
       01  xref-fstat.
           03  xref-fstat-1       pic 9.
           03  xref-fstat-2       pic 9.
       01  reject-fstat.
           03  reject-fstat-1     pic 9.
           03  reject-fstat-2     pic 9.
       01  refaud-fstat.
           03  refaud-fstat-1     pic 9.
           03  refaud-fstat-2     pic 9.

       01  typfile-open           pic x value "N".
           88  type-file-open              value "Y".
       01  at-end-of-ssim         pic x value "N".
           88  no-more-ssim                value "Y".
       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".

      *> the carrier whose season is being replaced - blank loads
      *> every carrier in the file alongside what is on file.
       01  replace-carrier        pic x(3).
       01  season-from            pic x(8).
       01  season-to              pic x(8).
       01  cutoff-date-n          pic 9(8).
       01  date-integer           pic 9(7).

      *> the station and type cross-reference, loaded whole.
       78  max-station-xref              value 3000.
       78  max-type-xref                 value 200.
       01  station-xref-count     pic 9(4) value 0.
       01  station-xref-table.
           03  station-xref       occurs max-station-xref.
               05  sx-iata            pic x(3).
               05  sx-code            pic x(4).
       01  type-xref-count        pic 9(3) value 0.
       01  type-xref-table.
           03  type-xref          occurs max-type-xref.
               05  tx-iata            pic x(3).
               05  tx-code            pic x(4).
       01  xref-idx               pic 9(4).
       01  xref-kind              pic x.
       01  xref-from              pic x(3).
       01  xref-to                pic x(4).

       01  month-names-table.
           03  filler             pic x(36)
               value "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01  month-names            redefines month-names-table.
           03  month-name         pic x(3) occurs 12.
       01  month-idx              pic 9(2).
       01  month-found            pic 9(2).
       01  date-in                pic x(7).
       01  date-out               pic x(8).

       01  station-in             pic x(3).
       01  station-out            pic x(4).
       01  day-idx                pic 9.

      *> the leg as it will be stored, and why it was refused.
       01  w-sch.
       copy "airsch.cpy" replacing ==(prefix)== by ==w==.
       01  reject-reason          pic x(40).

       copy "airemprm.cpy" replacing ==(em-prefix)== by ==em==.
       78  rc-embargoed                  value 6.

       01  import-user            pic x(8) value "AIRSSIM".
       01  trail-timestamp        pic x(21).
       01  trail-action           pic x(6).
       01  trail-detail           pic x(60).

       01  legs-read              pic 9(5) value 0.
       01  legs-added             pic 9(5) value 0.
       01  legs-replaced          pic 9(5) value 0.
       01  legs-rejected          pic 9(5) value 0.
       01  legs-skipped           pic 9(5) value 0.
       01  entries-withdrawn      pic 9(5) value 0.

       procedure division.
       main section.
           perform open-import-files
           set embargo-open to true
           perform call-airembs-program
           if replace-carrier not = spaces
               perform find-season-window
               if season-from not = spaces
                   perform withdraw-carrier-season
               end-if
           end-if
           perform until no-more-ssim
               read ssimfile
                   at end
                       move "Y" to at-end-of-ssim
                   not at end
                       if ssim-record-type = "3"
                           perform process-one-leg
                       end-if
               end-read
           end-perform
           perform log-import-summary
           set embargo-close to true
           perform call-airembs-program
           perform close-import-files
           display "SSIM import complete - " legs-read
                   " leg(s) read, " legs-added " added, "
                   legs-replaced " replaced, " legs-rejected
                   " rejected, " legs-skipped " other carrier(s), "
                   entries-withdrawn " withdrawn."
           stop run
       .

       process-one-leg section.
           add 1 to legs-read
           if replace-carrier not = spaces
                   and ssim-airline not = replace-carrier
               add 1 to legs-skipped
           else
               move spaces to reject-reason
               perform build-schedule-entry
               if reject-reason = spaces
                   perform screen-leg-embargo
               end-if
               if reject-reason = spaces
                   perform store-schedule-entry
               else
                   perform write-reject-line
               end-if
           end-if
       .

      *> maps the SSIM leg into w-sch, leaving reject-reason set at
      *> the first thing that won't map.
       build-schedule-entry section.
           initialize w-sch
           move ssim-airline to w-carrier
           move ssim-flight to w-flight
           inspect w-flight replacing leading space by zero

           move ssim-dep-station to station-in
           perform translate-station
           move station-out to w-orig
           move ssim-arr-station to station-in
           perform translate-station
           move station-out to w-dest

           move ssim-period-from to date-in
           perform convert-ssim-date
           move date-out to w-eff-date
           move ssim-period-to to date-in
           perform convert-ssim-date
           move date-out to w-disc-date

           evaluate true
               when w-carrier = spaces or w-flight is not numeric
                   move "carrier or flight number missing"
                       to reject-reason
               when w-eff-date = spaces or w-disc-date = spaces
                   move "period of operation will not parse"
                       to reject-reason
               when w-disc-date < w-eff-date
                   move "period of operation ends before it starts"
                       to reject-reason
               when ssim-pax-std is not numeric
                       or ssim-pax-sta is not numeric
                   move "departure or arrival time not numeric"
                       to reject-reason
               when w-orig = w-dest
                   move "origin and destination are the same"
                       to reject-reason
               when other
                   move ssim-pax-std to w-dep-time
                   move ssim-pax-sta to w-arr-time
                   perform map-days-of-operation
                   perform translate-aircraft-type
                   perform check-leg-airports
           end-evaluate
           if reject-reason = spaces
               if function mod(w-dep-time, 100) > 59
                       or w-dep-time > 2359
                       or function mod(w-arr-time, 100) > 59
                       or w-arr-time > 2359
                   move "departure or arrival time not a clock"
                       to reject-reason
               end-if
           end-if
       .

      *> SSIM days of operation carry the day's digit in its own
      *> position (1 = Monday), a blank where the flight does not
      *> operate.
       map-days-of-operation section.
           move "NNNNNNN" to w-days
           perform varying day-idx from 1 by 1 until day-idx > 7
               if ssim-days(day-idx:1) = day-idx
                   move "Y" to w-days(day-idx:1)
               end-if
           end-perform
           if w-days = "NNNNNNN"
               move "no days of operation" to reject-reason
           end-if
       .

       check-leg-airports section.
           move w-orig to f-code
           start airfile key = f-code
               invalid key
                   string "origin " delimited by size
                          ssim-dep-station delimited by size
                          " not in the master" delimited by size
                          into reject-reason
               not invalid key
                   continue
           end-start
           if reject-reason = spaces
               move w-dest to f-code
               start airfile key = f-code
                   invalid key
                       string "destination " delimited by size
                              ssim-arr-station delimited by size
                              " not in the master" delimited by size
                              into reject-reason
                   not invalid key
                       continue
               end-start
           end-if
       .

       translate-station section.
           move station-in to station-out
           perform varying xref-idx from 1 by 1
                   until xref-idx > station-xref-count
               if sx-iata(xref-idx) = station-in
                   move sx-code(xref-idx) to station-out
                   move station-xref-count to xref-idx
               end-if
           end-perform
       .

      *> the SSIM type is mapped through the cross-reference, then
      *> kept only if it is a profiled type - a blank type just
      *> leaves the alternates unchecked for runway length.
       translate-aircraft-type section.
           move ssim-ac-type to w-ac-type
           perform varying xref-idx from 1 by 1
                   until xref-idx > type-xref-count
               if tx-iata(xref-idx) = ssim-ac-type
                   move tx-code(xref-idx) to w-ac-type
                   move type-xref-count to xref-idx
               end-if
           end-perform
           if type-file-open and w-ac-type not = spaces
               move w-ac-type to typ-code
               start typfile key = typ-code
                   invalid key
                       move spaces to w-ac-type
                   not invalid key
                       continue
               end-start
           end-if
       .

      *> DDMMMYY to YYYYMMDD - the SSIM open-ended date "00XXX00"
      *> becomes 99991231; anything else unreadable comes back
      *> blank.
       convert-ssim-date section.
           move spaces to date-out
           if date-in(1:2) = "00" or date-in(3:3) = "XXX"
               move "99991231" to date-out
           else
               move 0 to month-found
               perform varying month-idx from 1 by 1
                       until month-idx > 12
                   if month-name(month-idx) =
                           function upper-case(date-in(3:3))
                       move month-idx to month-found
                   end-if
               end-perform
               if month-found > 0
                       and date-in(1:2) is numeric
                       and date-in(6:2) is numeric
                   string "20" delimited by size
                          date-in(6:2) delimited by size
                          month-found delimited by size
                          date-in(1:2) delimited by size
                          into date-out
               end-if
           end-if
       .

       screen-leg-embargo section.
           move import-user to em-operator
           move "SSIM" to em-source
           move spaces to em-reference
           string w-orig delimited by space
                  "-" delimited by size
                  w-dest delimited by space
                  " " delimited by size
                  w-carrier delimited by space
                  w-flight delimited by space
                  " " delimited by size
                  w-eff-date delimited by size
                  into em-reference
           move function current-date(1:8) to em-from-date
           if w-eff-date > em-from-date
               move w-eff-date to em-from-date
           end-if
           move w-disc-date to em-to-date
           move 2 to em-code-count
           move spaces to em-codes-array
           move w-orig to em-codes(1)
           move w-dest to em-codes(2)
           set embargo-screen to true
           perform call-airembs-program
           if return-code = rc-embargoed
               string em-hit-code delimited by space
                      " in embargoed " delimited by size
                      em-hit-country delimited by size
                      into reject-reason
           end-if
       .

       store-schedule-entry section.
           move w-sch to sch-rec
           write sch-rec
               invalid key
                   rewrite sch-rec
                       invalid key
                           move "schedule master write failed"
                               to reject-reason
                           perform write-reject-line
                       not invalid key
                           add 1 to legs-replaced
                   end-rewrite
               not invalid key
                   add 1 to legs-added
           end-write
       .

       write-reject-line section.
           add 1 to legs-rejected
           move spaces to reject-line
           string reject-reason delimited by size
                  "  " delimited by size
                  ssim-rec delimited by size
                  into reject-line
           write reject-line
       .

      *> first pass: the earliest effective and the latest
      *> discontinue date among the replaced carrier's legs are the
      *> season the file covers.  The file is reopened for the load.
       find-season-window section.
           move spaces to season-from
           move spaces to season-to
           perform until no-more-ssim
               read ssimfile
                   at end
                       move "Y" to at-end-of-ssim
                   not at end
                       if ssim-record-type = "3"
                               and ssim-airline = replace-carrier
                           perform widen-season-window
                       end-if
               end-read
           end-perform
           close ssimfile
           open input ssimfile
           move "N" to at-end-of-ssim
       .

       widen-season-window section.
           move ssim-period-from to date-in
           perform convert-ssim-date
           if date-out not = spaces
               if season-from = spaces or date-out < season-from
                   move date-out to season-from
               end-if
           end-if
           move ssim-period-to to date-in
           perform convert-ssim-date
           if date-out not = spaces
               if season-to = spaces or date-out > season-to
                   move date-out to season-to
               end-if
           end-if
       .

      *> every entry of the carrier overlapping the season is taken
      *> off - the part before the season survives as a cut-back
      *> entry, so last season's history isn't lost.
       withdraw-carrier-season section.
           if season-to = spaces
               move "99991231" to season-to
           end-if
           compute date-integer = function integer-of-date(
               function numval(season-from)) - 1
           compute cutoff-date-n =
               function date-of-integer(date-integer)
           move "N" to at-end-of-file
           move low-values to sch-key
           start schfile key >= sch-key
               invalid key
                   move "Y" to at-end-of-file
           end-start
           perform until no-more-records
               read schfile next record
                   at end
                       move "Y" to at-end-of-file
                   not at end
                       if sch-carrier = replace-carrier
                               and sch-eff-date <= season-to
                               and sch-disc-date >= season-from
                           perform withdraw-one-entry
                       end-if
               end-read
           end-perform
       .

       withdraw-one-entry section.
           move spaces to trail-detail
           string sch-orig delimited by space
                  "-" delimited by size
                  sch-dest delimited by space
                  " " delimited by size
                  sch-carrier delimited by space
                  sch-flight delimited by size
                  " " delimited by size
                  sch-eff-date delimited by size
                  "-" delimited by size
                  sch-disc-date delimited by size
                  into trail-detail
           if sch-eff-date < season-from
               move cutoff-date-n to sch-disc-date
               rewrite sch-rec
                   invalid key
                       continue
                   not invalid key
                       add 1 to entries-withdrawn
                       move "CUTOFF" to trail-action
                       perform log-reference-change
               end-rewrite
           else
               delete schfile record
                   invalid key
                       continue
                   not invalid key
                       add 1 to entries-withdrawn
                       move "DELETE" to trail-action
                       perform log-reference-change
               end-delete
           end-if
       .

       log-import-summary section.
           move spaces to trail-detail
           if replace-carrier = spaces
               string "all carriers added " delimited by size
                      legs-added delimited by size
                      " replaced " delimited by size
                      legs-replaced delimited by size
                      " rejected " delimited by size
                      legs-rejected delimited by size
                      into trail-detail
           else
               string replace-carrier delimited by space
                      " " delimited by size
                      season-from delimited by size
                      "-" delimited by size
                      season-to delimited by size
                      " added " delimited by size
                      legs-added delimited by size
                      " rejected " delimited by size
                      legs-rejected delimited by size
                      into trail-detail
           end-if
           move "IMPORT" to trail-action
           perform log-reference-change
       .

      *> one reference-trail line in the layout the maintenance
      *> programs write: when, who, which file, what and to what.
       log-reference-change section.
           move function current-date to trail-timestamp
           move spaces to refaudit-line
           string trail-timestamp delimited by size
                  " " delimited by size
                  import-user delimited by size
                  " SCHED " delimited by size
                  trail-action delimited by size
                  " " delimited by size
                  trail-detail delimited by size
                  into refaudit-line
           write refaudit-line
       .

       load-cross-reference section.
           display ssimxref-dat upon environment-name
           accept xreffile-name from environment-value
           open input xreffile
           if xref-fstat-1 = 0
               move "N" to at-end-of-file
               perform until no-more-records
                   read xreffile
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           perform load-one-xref-line
                   end-read
               end-perform
               close xreffile
           end-if
       .

       load-one-xref-line section.
           move spaces to xref-kind xref-from xref-to
           unstring xref-line delimited by all space
               into xref-kind xref-from xref-to
           evaluate function upper-case(xref-kind)
               when "A"
                   if station-xref-count < max-station-xref
                       add 1 to station-xref-count
                       move function upper-case(xref-from)
                           to sx-iata(station-xref-count)
                       move function upper-case(xref-to)
                           to sx-code(station-xref-count)
                   end-if
               when "T"
                   if type-xref-count < max-type-xref
                       add 1 to type-xref-count
                       move function upper-case(xref-from)
                           to tx-iata(type-xref-count)
                       move function upper-case(xref-to)
                           to tx-code(type-xref-count)
                   end-if
           end-evaluate
       .

       open-import-files section.
           display ssimreplace-dat upon environment-name
           accept replace-carrier from environment-value
           move function upper-case(replace-carrier)
               to replace-carrier

           display ssimfile-dat upon environment-name
           accept ssimfile-name from environment-value
           open input ssimfile
           if ssim-fstat-1 not = 0
               display "Error opening the SSIM file - " ssim-fstat
               stop run
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if fstat-1 not = 0
               display "Error opening airport data"
               stop run
           end-if

      *> only a missing schedule file (status 35) is created fresh - a
      *> record-length mismatch after the layout change must never
      *> fall through to an OPEN OUTPUT that would erase it (run
      *> the airupgr conversion instead).
           display airsched-dat upon environment-name
           accept schfile-name from environment-value
           open i-o schfile
           if sch-fstat = "35"
               open output schfile
               close schfile
               open i-o schfile
           end-if
           if sch-fstat-1 not = 0
               display "Error opening schedule master data - status "
                       sch-fstat " (run the file conversion after"
                       " a layout change)."
               stop run
           end-if

           display airactype-dat upon environment-name
           accept typfile-name from environment-value
           open input typfile
           if typ-fstat-1 = 0
               move "Y" to typfile-open
           end-if

           perform load-cross-reference

           display ssimreject-dat upon environment-name
           accept rejectfile-name from environment-value
           open output rejectfile

           display airrefaudit-dat upon environment-name
           accept refauditfile-name from environment-value
           open extend refauditfile
           if refaud-fstat-1 not = 0
               open output refauditfile
           end-if
       .

       close-import-files section.
           close ssimfile
           close schfile
           close airfile
           if type-file-open
               close typfile
           end-if
           close rejectfile
           close refauditfile
       .

       call-airembs-program section.
           call "airembs" using
                           by value em-function
                           by reference em-operator
                           by reference em-source
                           by reference em-reference
                           by reference em-from-date
                           by reference em-to-date
                           by reference em-code-count
                           by reference em-codes-array
                           by reference em-hit-code
                           by reference em-hit-country
                           by reference em-hit-reason
                           by reference em-hit-eff-date
                           by reference em-hit-end-date
       .

       end program airssim.
