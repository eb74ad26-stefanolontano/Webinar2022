      *> a DST rule may not overlap another rule of its region, a
      *> type's cruise/burn/range must be plausible, a metro member
      *> must exist in the master - and one audit line per applied
      *> change on the reference trail.  The seasonal average wind
      *> components the flight-time and fuel estimates are flown
      *> at are kept here the same way.  A metro membership belongs
      *> to its member airport, so adding or removing one is
      *> screened through airregn against the operator's permitted
      *> regions like any other change to that airport.
       identification division.
       program-id. airrefm.

           lock mode is automatic
           access dynamic.

       select wndfile assign wndfile-name
           organization indexed
           record key is wnd-key with no duplicates
           file status is wnd-fstat
           lock mode is automatic
           access dynamic.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           file status is fstat
           access dynamic.

       select refauditfile assign refauditfile-name
           organization line sequential
           file status is refaud-fstat.
       01  met-rec.
       copy "airmetro.cpy" replacing ==(prefix)== by ==met==.

       fd  wndfile.
       01  wnd-rec.
       copy "airwnd.cpy" replacing ==(prefix)== by ==wnd==.

       fd  airfile.
       01  f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd  refauditfile.
       01  refaudit-line          pic x(120).

           03  met-fstat-2x.
               05  met-fstat-2 pic 9.

       01  wndfile-name        pic x(256).
       78  airwind-dat                 value "dd_airwind".

       01  wnd-fstat.
           03  wnd-fstat-1     pic 9.
           03  wnd-fstat-2x.
               05  wnd-fstat-2 pic 9.

       01  airfile-name        pic x(256).
       78  airport-dat                 value "dd_airports".

           03  fstat-2x.
               05  fstat-2     pic 9.

       01  refauditfile-name   pic x(256).
       78  airrefaudit-dat             value "dd_airrefaudit".

           03  refaud-fstat-2x.
               05  refaud-fstat-2 pic 9.

      *> the operator signs on through airsign, which hands back
      *> their user record.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.
       copy "airsgprm.cpy" replacing ==(sg-prefix)== by ==sg==.
       78  rc-signed-on                value 0.
       01  signed-on           pic x value "N".
           88  operator-signed-on         value "Y".
       01  operator-role       pic x.
           88  choice-dst                  value "D" "d".
           88  choice-type                 value "T" "t".
           88  choice-metro                value "M" "m".
           88  choice-wind                 value "W" "w".
           88  choice-exit                 value "X" "x".

       01  sub-choice          pic x.
       copy "airdst.cpy" replacing ==(prefix)== by ==wd==.
       01  w-typ.
       copy "airactyp.cpy" replacing ==(prefix)== by ==wt==.
       01  w-wnd.
       copy "airwnd.cpy" replacing ==(prefix)== by ==ww==.

       01  overlap-found       pic 9.
       01  mtow-ed             pic zz9.9.
       01  ferry-rate-ed       pic zz9.99.
       01  list-region         pic x(8).
       01  at-end-of-file      pic x.
           88  no-more-records            value "Y".
       01  metro-group-code    pic x(4).
       01  list-month          pic 9(2).
       01  wind-rows-listed    pic 9(4).

      *> the reference trail line: timestamp, operator, which file,
      *> what happened, and the record content in display form.
       01  trail-timestamp     pic x(21).
       01  trail-file          pic x(5).
       01  trail-action        pic x(6).
       01  trail-detail        pic x(76).

      *> metro membership changes are screened through airregn
      *> under the signed-on operator.
       copy "airrgprm.cpy" replacing ==(rg-prefix)== by ==rg==.
       78  rc-outside-region           value 7.
       01  region-ok           pic x      value "Y".
           88  airport-in-region          value "Y".

       procedure division.
       main section.
           perform operator-sign-on
           if not operator-signed-on
               display "Sign-on failed - maintenance not started."
               stop run
           end-if
           perform open-reference-files
           set region-open to true
           perform call-airregn-program
           perform until choice-exit
               perform display-menu
               accept menu-choice
                       perform manage-type-profiles
                   when choice-metro
                       perform manage-metro-groups
                   when choice-wind
                       perform manage-wind-components
                   when choice-exit
                       continue
                   when other
                       display "Please choose D, T, M, W or X."
               end-evaluate
           end-perform
           perform close-reference-files
           set region-close to true
           perform call-airregn-program
           stop run
       .

       operator-sign-on section.
           move "N" to signed-on
           move "AIRREFM" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move usr-id to audit-user
               move usr-role to operator-role
               move usr-id to rg-operator
               move usr-office-role to rg-office-role
               move usr-regions to rg-regions-array
               move "AIRREFM" to rg-source
               display "Signed on: " usr-name
               if operator-inquiry-only
                   display "(inquiry only - maintenance"
                           " functions are disabled)"
               end-if
           end-if
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

       refuse-inquiry-only section.
           display "  D - Seasonal (DST) rules"
           display "  T - Aircraft-type profiles"
           display "  M - Metro groups"
           display "  W - Seasonal wind components"
           display "  X - Exit"
           display "Enter your choice: " with no advancing
       .
               move function upper-case(edit-field(1:30))
                   to wt-surfaces
           end-if

           move wt-mtow-t to mtow-ed
           display "MTOW tonnes, 0 = not profiled [" mtow-ed "]: "
               with no advancing
           accept edit-field
           if edit-field not = spaces
               if edit-field(1:1) is numeric
                   compute wt-mtow-t = function numval(edit-field)
               else
                   display "MTOW must be numeric - field not"
                           " changed."
               end-if
           end-if

           move wt-ferry-rate-km to ferry-rate-ed
           display "Ferry rate per km, base currency, 0 = none ["
                   ferry-rate-ed "]: " with no advancing
           accept edit-field
           if edit-field not = spaces
               if edit-field(1:1) is numeric
                   compute wt-ferry-rate-km =
                       function numval(edit-field)
               else
                   display "Ferry rate must be numeric - field not"
                           " changed."
               end-if
           end-if

           display "Crosswind limit kt, 0 = house limit ["
                   wt-max-xwind-kt "]: " with no advancing
           accept edit-field
           if edit-field not = spaces
               if edit-field(1:2) is numeric
                   move edit-field(1:2) to wt-max-xwind-kt
               else
                   display "Crosswind limit must be two digits -"
                           " field not changed."
               end-if
           end-if
       .

      *> plausibility edits - a slipped digit here quietly skews
               display "Range must be at least 200 km."
               move "N" to edit-ok
           end-if
           if wt-mtow-t not = 0 and wt-mtow-t < 1
               display "MTOW must be at least 1 tonne, or 0."
               move "N" to edit-ok
           end-if
       .

       list-type-profiles section.
                           move "Y" to at-end-of-file
                   end-read
                   perform until no-more-records
                       move typ-mtow-t to mtow-ed
                       move typ-ferry-rate-km to ferry-rate-ed
                       display typ-code ": cruise " typ-cruise-kmh
                               " km/h  burn " typ-burn-kgh
                               " kg/h  range " typ-range-km
                               " km  rwy " typ-req-rwy-ft " ft "
                               typ-surfaces " mtow " mtow-ed " t"
                               " ferry " ferry-rate-ed "/km"
                               " xwind " typ-max-xwind-kt " kt"
                       read typfile next record
                           at end
                               move "Y" to at-end-of-file
                  wt-range-km delimited by size
                  " rwy " delimited by size
                  wt-req-rwy-ft delimited by size
                  " mtow " delimited by size
                  wt-mtow-t delimited by size
                  " ferry " delimited by size
                  wt-ferry-rate-km delimited by size
                  " xw" delimited by size
                  wt-max-xwind-kt delimited by size
                  into trail-detail
       .

           move function upper-case(edit-field(1:4)) to met-member

           move met-member to f-code
           read airfile
               invalid key
                   display met-member " is not in the master file"
                       " - member not added."
               not invalid key
                   move "METRO ADD" to rg-action
                   move f-code to rg-code
                   move f-country to rg-country
                   perform check-airport-region
                   if airport-in-region
                       perform write-metro-member
                   end-if
           end-read
       .

       write-metro-member section.
           write met-rec
               invalid key
                   display met-member " is already in "
                       met-group "."
               not invalid key
                   display met-member " added to "
                       met-group "."
                   move "METRO" to trail-file
                   move "ADD   " to trail-action
                   perform build-metro-trail-detail
                   perform log-reference-change
           end-write
       .

       list-metro-members section.
           accept edit-field
           move function upper-case(edit-field(1:4)) to met-member

      *> a member since retired from the master has no country left
      *> to place it, so only head office may take it out.
           move "METRO DEL" to rg-action
           move met-member to rg-code
           move spaces to rg-country
           perform check-airport-region
           if airport-in-region
               delete metrofile record
                   invalid key
                       display met-member " is not in " met-group "."
                   not invalid key
                       display met-member " removed from " met-group
                           "."
                       move "METRO" to trail-file
                       move "DELETE" to trail-action
                       perform build-metro-trail-detail
                       perform log-reference-change
               end-delete
           end-if
       .

      *> the member airport in rg-code may change groups only when
      *> its region is one of the signed-on operator's.
       check-airport-region section.
           move "Y" to region-ok
           set region-check to true
           perform call-airregn-program
           if return-code = rc-outside-region
               move "N" to region-ok
               if rg-owner-region = spaces
                   display rg-code " has no owning region - only"
                           " head office may change it."
               else
                   display rg-code " belongs to region "
                           rg-owner-region " - outside your regions,"
                           " change refused."
               end-if
           end-if
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

       build-metro-trail-detail section.
                  into trail-detail
       .

      ******************************************************************
      *> seasonal wind maintenance - one average along-track
      *> component per direction band, latitude band and month,
      *> the ground-speed correction behind every wind-adjusted
      *> block time, fuel and CO2 figure.
      ******************************************************************
       manage-wind-components section.
           move space to sub-choice
           perform until sub-choice-back
               display " "
               display "Seasonal wind components"
               display "  A - Add a component"
               display "  C - Change a component"
               display "  L - List a month's components"
               display "  D - Delete a component"
               display "  X - Back to main menu"
               display "Enter your choice: " with no advancing
               accept sub-choice
               evaluate true
                   when sub-choice-add
                       if operator-may-update
                           perform add-wind-component
                       else
                           perform refuse-inquiry-only
                       end-if
                   when sub-choice-change
                       if operator-may-update
                           perform change-wind-component
                       else
                           perform refuse-inquiry-only
                       end-if
                   when sub-choice-list
                       perform list-wind-components
                   when sub-choice-delete
                       if operator-may-update
                           perform delete-wind-component
                       else
                           perform refuse-inquiry-only
                       end-if
                   when sub-choice-back
                       continue
                   when other
                       display "Please choose A, C, L, D or X."
               end-evaluate
           end-perform
       .

      *> the three key fields, shared by every wind function - a
      *> band or month that is not numeric is left at zero so the
      *> validation below turns it away.
       prompt-wind-key section.
           initialize w-wnd
           display "Direction band 1-8 (1 = track 000-044, 2 ="
                   " 045-089 ... 8 = 315-359): " with no advancing
           accept edit-field
           if edit-field(2:1) = space
               move edit-field(1:1) to edit-field(2:1)
               move "0" to edit-field(1:1)
           end-if
           if edit-field(1:2) is numeric
               move edit-field(1:2) to ww-dir-band
           end-if

           display "Latitude band 1-12 (1 = 90S-75S ... 6 = 15S-0,"
                   " 7 = 0-15N ... 12 = 75N-90N): " with no advancing
           accept edit-field
           if edit-field(2:1) = space
               move edit-field(1:1) to edit-field(2:1)
               move "0" to edit-field(1:1)
           end-if
           if edit-field(1:2) is numeric
               move edit-field(1:2) to ww-lat-band
           end-if

           display "Month (MM): " with no advancing
           accept edit-field
           if edit-field(2:1) = space
               move edit-field(1:1) to edit-field(2:1)
               move "0" to edit-field(1:1)
           end-if
           if edit-field(1:2) is numeric
               move edit-field(1:2) to ww-month
           end-if

           move "Y" to edit-ok
           if ww-dir-band < 1 or ww-dir-band > 8
               display "Direction band must be 1 through 8."
               move "N" to edit-ok
           end-if
           if ww-lat-band < 1 or ww-lat-band > 12
               display "Latitude band must be 1 through 12."
               move "N" to edit-ok
           end-if
           if ww-month < 1 or ww-month > 12
               display "Month must be 01 through 12."
               move "N" to edit-ok
           end-if
       .

       prompt-wind-fields section.
           display "Tailwind (+) or headwind (-) [" ww-comp-sign
                   "]: " with no advancing
           accept edit-field
           if edit-field not = spaces
               move edit-field(1:1) to ww-comp-sign
           end-if

           display "Average component kt [" ww-comp-kt "]: "
               with no advancing
           accept edit-field
           if edit-field not = spaces
               if edit-field(1:1) is numeric
                   compute ww-comp-kt = function numval(edit-field)
               else
                   display "The component must be whole knots -"
                           " field not changed."
               end-if
           end-if
       .

      *> a seasonal mean beyond 150 kt is a slipped digit, not a
      *> jet stream - the same tight-band thinking as the type
      *> profiles, since the figure skews every estimate it keys.
       validate-wind-component section.
           if ww-comp-sign not = "+" and ww-comp-sign not = "-"
               display "The sign must be + (tailwind) or -"
                       " (headwind)."
               move "N" to edit-ok
           end-if
           if ww-comp-kt > 150
               display "An average component over 150 kt is not"
                       " plausible."
               move "N" to edit-ok
           end-if
       .

       add-wind-component section.
           perform prompt-wind-key
           if field-is-valid
               move ww-key to wnd-key
               read wndfile
                   invalid key
                       continue
                   not invalid key
                       display "A component is already on file for"
                               " that band and month - use Change"
                               " instead."
                       move "N" to edit-ok
               end-read
           end-if
           if field-is-valid
               move "+" to ww-comp-sign
               move 0 to ww-comp-kt
               perform prompt-wind-fields
               perform validate-wind-component
               if field-is-valid
                   move w-wnd to wnd-rec
                   write wnd-rec
                       invalid key
                           display "Unable to add the component - "
                               wnd-fstat-1
                       not invalid key
                           display "Component added."
                           move "WIND " to trail-file
                           move "ADD   " to trail-action
                           perform build-wind-trail-detail
                           perform log-reference-change
                   end-write
               end-if
           end-if
       .

       change-wind-component section.
           perform prompt-wind-key
           if field-is-valid
               move ww-key to wnd-key
               read wndfile
                   invalid key
                       display "No component on file for that band"
                               " and month."
                   not invalid key
                       move wnd-rec to w-wnd
                       display "Current values - press Enter to keep"
                               " each one."
                       perform prompt-wind-fields
                       perform validate-wind-component
                       if field-is-valid
                           move w-wnd to wnd-rec
                           rewrite wnd-rec
                               invalid key
                                   display "Unable to update the"
                                       " component - " wnd-fstat-1
                               not invalid key
                                   display "Component updated."
                                   move "WIND " to trail-file
                                   move "CHANGE" to trail-action
                                   perform build-wind-trail-detail
                                   perform log-reference-change
                           end-rewrite
                       end-if
               end-read
           end-if
       .

       list-wind-components section.
           display "Month (MM): " with no advancing
           accept edit-field
           if edit-field(2:1) = space
               move edit-field(1:1) to edit-field(2:1)
               move "0" to edit-field(1:1)
           end-if
           move 0 to list-month
           if edit-field(1:2) is numeric
               move edit-field(1:2) to list-month
           end-if
           if list-month < 1 or list-month > 12
               display "Month must be 01 through 12."
           else
               move 0 to wind-rows-listed
               move "N" to at-end-of-file
               move low-values to wnd-key
               start wndfile key >= wnd-key
                   invalid key
                       move "Y" to at-end-of-file
               end-start
               perform until no-more-records
                   read wndfile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           if wnd-month = list-month
                               display "  direction " wnd-dir-band
                                       "  latitude " wnd-lat-band
                                       "  month " wnd-month "  "
                                       wnd-comp-sign wnd-comp-kt
                                       " kt"
                               add 1 to wind-rows-listed
                           end-if
                   end-read
               end-perform
               if wind-rows-listed = 0
                   display "No components recorded for month "
                           list-month " - still air is assumed."
               end-if
           end-if
       .

       delete-wind-component section.
           perform prompt-wind-key
           if field-is-valid
               move ww-key to wnd-key
               read wndfile
                   invalid key
                       display "No component on file for that band"
                               " and month."
                   not invalid key
                       move wnd-rec to w-wnd
                       display "Delete the " wnd-comp-sign
                               wnd-comp-kt " kt component - are you"
                               " sure (Y/N)? " with no advancing
                       accept confirm-answer
                       if confirmed
                           delete wndfile record
                               invalid key
                                   display "Unable to delete the"
                                       " component - " wnd-fstat-1
                               not invalid key
                                   display "Component deleted."
                                   move "WIND " to trail-file
                                   move "DELETE" to trail-action
                                   perform build-wind-trail-detail
                                   perform log-reference-change
                           end-delete
                       else
                           display "Delete cancelled."
                       end-if
               end-read
           end-if
       .

       build-wind-trail-detail section.
           move spaces to trail-detail
           string "dir " delimited by size
                  ww-dir-band delimited by size
                  " lat " delimited by size
                  ww-lat-band delimited by size
                  " month " delimited by size
                  ww-month delimited by size
                  " " delimited by size
                  ww-comp-sign delimited by size
                  ww-comp-kt delimited by size
                  " kt" delimited by size
                  into trail-detail
       .

      *> one reference-trail line per applied change: when, who,
      *> which file, what happened and to what.
       log-reference-change section.
           write refaudit-line
       .

       open-reference-files section.
           display airdst-dat upon environment-name
           accept dstfile-name from environment-value
               open i-o metrofile
           end-if

           display airwind-dat upon environment-name
           accept wndfile-name from environment-value
           open i-o wndfile
           if wnd-fstat-1 not = 0
               open output wndfile
               close wndfile
               open i-o wndfile
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           close dstfile
           close typfile
           close metrofile
           close wndfile
           close airfile
           close refauditfile
       .
