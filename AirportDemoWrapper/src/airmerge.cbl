      *> code and a duplicate code (signed on, confirmed), every
      *> child and side record of the duplicate is re-pointed or
      *> merged - runways, closures and curfews renumbered onto the
      *> survivor, the usage counter added in, fuel prices, airport
      *> charges and schedule entries re-keyed, aircraft based
      *> there rebased, metro memberships moved, stored route legs
      *> rewritten - the duplicate's final meaning is written to the
      *> history file so get-as-of still resolves it, its master,
      *> grid, soundex and weather records are removed, and the
      *> whole operation lands on the audit trail under one
      *> timestamp.  Captured quotes are left as cut - they are the
      *> numbers customers hold.  Both airports must belong to the
      *> operator's permitted regions (head office may merge any
      *> pair); airregn refuses and logs the rest.
       identification division.
       program-id. airmerge.

           file status is fue-fstat
           access dynamic.

       select chgfile assign chgfile-name
           organization indexed
           record key is chg-key with no duplicates
           file status is chg-fstat
           access dynamic.

       select fltfile assign fltfile-name
           organization indexed
           record key is flt-registration with no duplicates
           file status is flt-fstat
           access dynamic.

       select wxfile assign wxfile-name
           organization indexed
           record key is wx-code with no duplicates
           file status is wrd-fstat
           access dynamic.

       select auditfile assign auditfile-name
           organization line sequential
           file status is audit-fstat.
       01  fue-rec.
       copy "airfue.cpy" replacing ==(prefix)== by ==fue==.

       fd  chgfile.
       01  chg-rec.
       copy "airchg.cpy" replacing ==(prefix)== by ==chg==.

       fd  fltfile.
       01  flt-rec.
       copy "airflt.cpy" replacing ==(prefix)== by ==flt==.

       fd  wxfile.
       01  wx-rec.
       copy "airwx.cpy" replacing ==(prefix)== by ==wx==.
       01  wrd-rec.
       copy "airwrd.cpy" replacing ==(prefix)== by ==wrd==.

       fd  auditfile.
       01  audit-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==aud==.
       78  airsched-dat                value "dd_airsched".
       01  fuelfile-name       pic x(256).
       78  airfuel-dat                 value "dd_airfuel".
       01  chgfile-name        pic x(256).
       78  aircharges-dat              value "dd_aircharges".
       01  fltfile-name        pic x(256).
       78  airfleet-dat                value "dd_airfleet".
       01  wxfile-name         pic x(256).
       78  airwx-dat                   value "dd_airwx".
       01  gridfile-name       pic x(256).
       78  airsoundex-dat              value "dd_airsoundex".
       01  wrdfile-name        pic x(256).
       78  airwords-dat                value "dd_airwords".
       01  auditfile-name      pic x(256).
       78  airaudit-dat                value "dd_airaudit".

       01  fue-fstat.
           03  fue-fstat-1     pic 9.
           03  fue-fstat-2     pic 9.
       01  chg-fstat.
           03  chg-fstat-1     pic 9.
           03  chg-fstat-2     pic 9.
       01  flt-fstat.
           03  flt-fstat-1     pic 9.
           03  flt-fstat-2     pic 9.
       01  wx-fstat.
           03  wx-fstat-1      pic 9.
           03  wx-fstat-2      pic 9.
       01  wrd-fstat.
           03  wrd-fstat-1     pic 9.
           03  wrd-fstat-2     pic 9.
       01  audit-fstat.
           03  audit-fstat-1   pic 9.
           03  audit-fstat-2   pic 9.

      *> the operator signs on through airsign, which hands back
      *> their user record.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.
       copy "airsgprm.cpy" replacing ==(sg-prefix)== by ==sg==.
       78  rc-signed-on                value 0.
       01  signed-on           pic x value "N".
           88  operator-signed-on         value "Y".
       01  operator-role       pic x.
       01  survivor-code       pic x(4).
       01  dup-code            pic x(4).
       01  survivor-found      pic 9.
       01  survivor-country    pic x(20).
       01  dup-found           pic 9.

      *> the duplicate's master record, held whole for the history
       01  d-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==d==.

      *> the merge changes both airports, so both are screened
      *> through airregn under the signed-on operator.
       copy "airrgprm.cpy" replacing ==(rg-prefix)== by ==rg==.
       78  rc-outside-region           value 7.
       01  region-ok           pic x      value "Y".
           88  airport-in-region          value "Y".

      *> child records staged through this table while they change
      *> key - a keyed file can't be scanned and rewritten under a
      *> new key in one pass.  Each entry carries the record's own
               05  stg-length      pic 9(5).
               05  stg-surface     pic x(10).
               05  stg-lighting    pic x.
               05  stg-heading     pic 9(3).
               05  stg-designator  pic x(3).
       01  staged-clss.
           03  staged-cls occurs max-staged.
               05  stg-cls-seq     pic 9(2).
           03  staged-fue occurs max-staged.
               05  stg-fue-date    pic x(8).
               05  stg-fue-price   pic 9(2)v9(4).
               05  stg-fue-currency pic x(3).
       01  staged-chgs.
           03  staged-chg occurs max-staged.
               05  stg-chg-date    pic x(8).
               05  stg-chg-landing pic 9(5)v99.
               05  stg-chg-parking pic 9(5)v99.
               05  stg-chg-pax     pic 9(5)v99.
               05  stg-chg-currency pic x(3).

       01  next-seq            pic 9(2).
       01  max-seq             pic 9(2).
       01  rtes-fixed          pic 9(3) value 0.
       01  schs-moved          pic 9(3) value 0.
       01  fues-moved          pic 9(3) value 0.
       01  chgs-moved          pic 9(3) value 0.
       01  flts-rebased        pic 9(3) value 0.

       procedure division.
       main section.
           perform operator-sign-on
           if not operator-signed-on
               display "Sign-on failed - merge not started."
               stop run
           end-if
           if not operator-may-update
               display "Your sign-on is inquiry only - the merge"
                       " needs an update role."
               stop run
           end-if
           perform open-merge-files
           set region-open to true
           perform call-airregn-program
           perform prompt-merge-pair
           if survivor-found = 1 and dup-found = 1
               perform check-merge-regions
           end-if
           if survivor-found = 1 and dup-found = 1
                   and airport-in-region
               display "Merge " dup-code " into " survivor-code
                       " - every child record will follow the"
                       " survivor."
                   perform merge-route-legs
                   perform merge-schedule-entries
                   perform merge-fuel-prices
                   perform merge-airport-charges
                   perform merge-fleet-bases
                   perform retire-duplicate-history
                   perform remove-duplicate-master
                   perform log-merge-audit-entry
                           " metro membership(s), " rtes-fixed
                           " route(s), " schs-moved
                           " schedule entr(y/ies), " fues-moved
                           " fuel price(s), " chgs-moved
                           " charges schedule(s), " flts-rebased
                           " aircraft moved to " survivor-code "."
                   display "Run airixbld if the index files are"
                           " suspected of drifting."
               else
               end-if
           end-if
           perform close-merge-files
           set region-close to true
           perform call-airregn-program
           stop run
       .

       operator-sign-on section.
           move "N" to signed-on
           move "AIRMERGE" to sg-program
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
               move "AIRMERGE" to rg-source
               display "Signed on: " usr-name
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

       prompt-merge-pair section.
                           " master file."
                   not invalid key
                       read airfile next record
                       move f-country to survivor-country
                       move 1 to survivor-found
               end-start
               move dup-code to f-code
           end-if
       .

      *> the survivor's children grow and the duplicate goes away,
      *> so the operator must own both airports.
       check-merge-regions section.
           move "MERGE" to rg-action
           move survivor-code to rg-code
           move survivor-country to rg-country
           perform check-airport-region
           if airport-in-region
               move dup-code to rg-code
               move d-country to rg-country
               perform check-airport-region
           end-if
       .

       check-airport-region section.
           move "Y" to region-ok
           set region-check to true
           perform call-airregn-program
           if return-code = rc-outside-region
               move "N" to region-ok
               if rg-owner-region = spaces
                   display rg-code " has no owning region - only"
                           " head office may merge it."
               else
                   display rg-code " belongs to region "
                           rg-owner-region " - outside your regions,"
                           " merge refused."
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

      *> the duplicate's runways renumber onto the survivor after
      *> its own highest sequence, staged through a table because
      *> the rewrite changes the key.
                           to stg-surface(staged-count)
                       move rwy-lighting
                           to stg-lighting(staged-count)
                       move rwy-heading
                           to stg-heading(staged-count)
                       move rwy-designator
                           to stg-designator(staged-count)
                       read rwyfile next record
                       at end
                           exit perform
               move stg-length(staged-idx) to rwy-length
               move stg-surface(staged-idx) to rwy-surface
               move stg-lighting(staged-idx) to rwy-lighting
               move stg-heading(staged-idx) to rwy-heading
               move stg-designator(staged-idx) to rwy-designator
               write rwy-rec
                   invalid key
                       continue
                           to stg-fue-date(staged-count)
                       move fue-price-kg
                           to stg-fue-price(staged-count)
                       move fue-currency
                           to stg-fue-currency(staged-count)
                       read fuelfile next record
                       at end
                           exit perform
               end-delete
               move survivor-code to fue-code
               move stg-fue-price(staged-idx) to fue-price-kg
               move stg-fue-currency(staged-idx) to fue-currency
      *> the survivor's own dated price wins a collision - its
      *> figures were the ones being quoted all along.
               write fue-rec
           end-perform
       .

      *> the duplicate's dated charges schedules follow it to the
      *> survivor the way its fuel prices do.
       merge-airport-charges section.
           move 0 to staged-count
           move dup-code to chg-code
           move low-values to chg-eff-date
           start chgfile key >= chg-key
               invalid key
                   continue
               not invalid key
                   read chgfile next record
                   perform until chg-code not = dup-code
                           or staged-count >= max-staged
                       add 1 to staged-count
                       move chg-eff-date
                           to stg-chg-date(staged-count)
                       move chg-landing-tonne
                           to stg-chg-landing(staged-count)
                       move chg-parking-hour
                           to stg-chg-parking(staged-count)
                       move chg-per-passenger
                           to stg-chg-pax(staged-count)
                       move chg-currency
                           to stg-chg-currency(staged-count)
                       read chgfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
                   if staged-count >= max-staged
                           and chg-code = dup-code
                       display "*** more than " max-staged
                               " charges schedules under " dup-code
                               " - the excess stays keyed to the"
                               " retired code; rerun the merge."
                   end-if
           end-start

           perform varying staged-idx from 1 by 1
                   until staged-idx > staged-count
               move dup-code to chg-code
               move stg-chg-date(staged-idx) to chg-eff-date
               delete chgfile record
                   invalid key
                       continue
               end-delete
               move survivor-code to chg-code
               move stg-chg-landing(staged-idx) to chg-landing-tonne
               move stg-chg-parking(staged-idx) to chg-parking-hour
               move stg-chg-pax(staged-idx) to chg-per-passenger
               move stg-chg-currency(staged-idx) to chg-currency
      *> the survivor's own dated schedule wins a collision, as for
      *> fuel prices.
               write chg-rec
                   invalid key
                       continue
                   not invalid key
                       add 1 to chgs-moved
               end-write
           end-perform
       .

      *> aircraft based at the duplicate are rebased on the survivor
      *> so their positioning legs still start somewhere that
      *> resolves.  The fleet is small and keyed on registration,
      *> so it is read end to end.
       merge-fleet-bases section.
           move low-values to flt-registration
           start fltfile key >= flt-registration
               invalid key
                   continue
               not invalid key
                   read fltfile next record
                   perform until flt-fstat-1 not = 0
                       if flt-home-base = dup-code
                           move survivor-code to flt-home-base
                           rewrite flt-rec
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to flts-rebased
                           end-rewrite
                       end-if
                       read fltfile next record
                       at end
                           exit perform
                       end-read
                   end-perform
           end-start
       .

      *> the duplicate's final meaning goes to the history file
      *> end-dated far forward, so get-as-of resolves the retired
      *> code to what it meant - for old reports and for anything
           write audit-rec
       .

       open-merge-files section.
           display airport-dat upon environment-name
           accept airfile-name from environment-value
               stop run
           end-if

      *> only a missing runway file (status 35) is created fresh - a
      *> record-length mismatch after the layout change must never
      *> fall through to an OPEN OUTPUT that would erase it (run
      *> the airupgr conversion instead).
           display airrwy-dat upon environment-name
           accept rwyfile-name from environment-value
           open i-o rwyfile
           if rwy-fstat = "35"
               open output rwyfile
               close rwyfile
               open i-o rwyfile
           end-if
           if rwy-fstat-1 not = 0
               display "Error opening runway data - status "
                       rwy-fstat " (run the file conversion after"
                       " a layout change)."
               stop run
           end-if

           display airclosures-dat upon environment-name
           accept clsfile-name from environment-value
               open i-o routefile
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

           display airfuel-dat upon environment-name
           accept fuelfile-name from environment-value
           open i-o fuelfile
           if fue-fstat = "35"
               open output fuelfile
               close fuelfile
               open i-o fuelfile
           end-if

           display aircharges-dat upon environment-name
           accept chgfile-name from environment-value
           open i-o chgfile
           if chg-fstat = "35"
               open output chgfile
               close chgfile
               open i-o chgfile
           end-if

           display airfleet-dat upon environment-name
           accept fltfile-name from environment-value
           open i-o fltfile
           if flt-fstat = "35"
               open output fltfile
               close fltfile
               open i-o fltfile
           end-if

           display airwx-dat upon environment-name
           accept wxfile-name from environment-value
           open i-o wxfile
           close routefile
           close schfile
           close fuelfile
           close chgfile
           close fltfile
           close wxfile
           close gridfile
           close sxfile
