      *> rewrites every matching f-country in the airport master via
      *> the country alternate key, with a proper audit entry for
      *> each airport touched - no more three spellings of the same
      *> country and a week of orphan-report noise.  Each country
      *> also carries the region whose office owns its airports;
      *> only a head-office operator may set it, and a change,
      *> delete or rename of a country outside the operator's
      *> permitted regions is refused and logged through airregn.
       identification division.
       program-id. airctrym.

           organization line sequential
           file status is audit-fstat.

       data division.
       fd  ctyfile.
       01  cty-rec.
       01  audit-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==aud==.

       working-storage section.
       01  ctyfile-name        pic x(256).
       78  aircountries-dat            value "dd_countries".
       01  auditfile-name      pic x(256).
       78  airaudit-dat                value "dd_airaudit".

       01  cty-fstat.
           03  cty-fstat-1     pic 9.
           03  cty-fstat-2x.
           03  audit-fstat-2x.
               05  audit-fstat-2  pic 9.

       01  audit-user          pic x(8).

      *> the operator signs on through airsign, which hands back
      *> their user record.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.
       copy "airsgprm.cpy" replacing ==(sg-prefix)== by ==sg==.
       78  rc-signed-on                value 0.
       01  signed-on           pic x value "N".
           88  operator-signed-on         value "Y".
       01  operator-role       pic x.
           88  operator-inquiry-only      value "I".
           88  operator-may-update        value "U".
       01  operator-office     pic x.
           88  operator-head-office       value "H".

       01  menu-choice         pic x.
           88  choice-add                  value "A" "a".
       01  old-country-name    pic x(20).
       01  new-country-name    pic x(20).
       01  saved-cty-code      pic x(2).
       01  saved-cty-region    pic x(8).
       01  renames-applied     pic 9(7).
       01  rename-done         pic x.
           88  no-more-renames            value "Y".
       01  at-end-of-file      pic x.
           88  no-more-countries          value "Y".

      *> a country's airports belong to its region, so changing the
      *> country is screened through airregn like changing them.
       copy "airrgprm.cpy" replacing ==(rg-prefix)== by ==rg==.
       78  rc-outside-region           value 7.
       01  region-ok           pic x      value "Y".
           88  country-in-region          value "Y".

       procedure division.
       main section.
           perform operator-sign-on
           if not operator-signed-on
               display "Sign-on failed - maintenance not started."
               stop run
           end-if
           perform open-country-files
           set region-open to true
           perform call-airregn-program
           perform until choice-exit
               perform display-menu
               accept menu-choice
               end-evaluate
           end-perform
           perform close-country-files
           set region-close to true
           perform call-airregn-program
           stop run
       .

           display " "
           display "Country reference maintenance"
           display "  A - Add a country"
           display "  C - Change a country's ISO code or region"
           display "  D - Delete a country"
           display "  R - Rename a country (cascades through the"
                   " airport master)"
               display "ISO code (2 characters): " with no advancing
               accept edit-field
               move function upper-case(edit-field(1:2)) to cty-code
               move spaces to cty-region
               if operator-head-office
                   display "Owning region: " with no advancing
                   accept edit-field
                   move function upper-case(edit-field(1:8))
                       to cty-region
               else
                   display "(the owning region is set by head office)"
               end-if
               write cty-rec
                   invalid key
                       display cty-name " already exists."
           display "Country name: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:20)) to cty-name
           move "COUNTRY CH" to rg-action
           perform check-country-region
           if country-in-region
               perform find-country-for-maintenance
           end-if
           if country-in-region and country-record-found
               display "ISO code [" cty-code "]: " with no advancing
               accept edit-field
               if edit-field not = spaces
                   move function upper-case(edit-field(1:2))
                       to cty-code
               end-if
               if operator-head-office
                   display "Owning region [" cty-region "]: "
                       with no advancing
                   accept edit-field
                   if edit-field not = spaces
                       move function upper-case(edit-field(1:8))
                           to cty-region
                   end-if
               end-if
               rewrite cty-rec
                   invalid key
                       display "Unable to update " cty-name " - "
           display "Country name: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:20)) to cty-name
           move "COUNTRY DL" to rg-action
           perform check-country-region
           if country-in-region
               perform find-country-for-maintenance
           end-if
           if country-in-region and country-record-found
               display "Delete " cty-name " - are you sure (Y/N)? "
                   with no advancing
               accept confirm-answer
           move function upper-case(edit-field(1:20))
               to old-country-name
           move old-country-name to cty-name
           move "COUNTRY RN" to rg-action
           perform check-country-region
           if country-in-region
               perform find-country-for-maintenance
           end-if
           if country-in-region and country-record-found
               move cty-code to saved-cty-code
               move cty-region to saved-cty-region
               display "New country name: " with no advancing
               accept edit-field
               move function upper-case(edit-field(1:20))
           end-delete
           move new-country-name to cty-name
           move saved-cty-code to cty-code
           move saved-cty-region to cty-region
           write cty-rec
               invalid key
                   display new-country-name " already exists in the"
                           move "Y" to at-end-of-file
                   end-read
                   perform until no-more-countries
                       display cty-code "  " cty-name "  " cty-region
                       read ctyfile next record
                           at end
                               move "Y" to at-end-of-file
           end-start
       .

      *> the country in cty-name may be changed only when the region
      *> owning it is one of the signed-on operator's - checked
      *> before the record is read for update.
       check-country-region section.
           move "Y" to region-ok
           move spaces to rg-code
           move cty-name to rg-country
           set region-check to true
           perform call-airregn-program
           if return-code = rc-outside-region
               move "N" to region-ok
               if rg-owner-region = spaces
                   display cty-name " has no owning region - only"
                           " head office may change it."
               else
                   display cty-name " belongs to region "
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

       find-country-for-maintenance section.
           move "N" to record-found
           start ctyfile key = cty-name
      *> the rename writes will carry.
       operator-sign-on section.
           move "N" to signed-on
           move "AIRCTRYM" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move usr-id to audit-user
               move usr-role to operator-role
               move usr-office-role to operator-office
               move usr-id to rg-operator
               move usr-office-role to rg-office-role
               move usr-regions to rg-regions-array
               move "AIRCTRYM" to rg-source
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
                   " needs an update role."
       .

       open-country-files section.
           display aircountries-dat upon environment-name
           accept ctyfile-name from environment-value
           open i-o ctyfile
           if cty-fstat = "35"
               open output ctyfile
               close ctyfile
               open i-o ctyfile
           end-if
           if cty-fstat-1 not = 0
               display "Error opening country reference data - status "
                       cty-fstat " (run the file conversion after a"
                       " layout change)."
               stop run
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
