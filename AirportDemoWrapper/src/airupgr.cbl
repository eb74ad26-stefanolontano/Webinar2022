      *> box/did-you-mean lookups read only the indexes and return
      *> nothing until it has run.  A missing input file is skipped,
      *> so the job is safe to run when only some need converting.
      *> The quote record has since gained the customer account and
      *> its contract discount, and the validity and answer fields,
      *> at the tail; dd_qteconvold is converted to dd_qteconvnew
      *> with the account left zero - quotes cut before accounts
      *> existed belong to no account - and each quote valid for
      *> the standard dd_quotedays from the day it was cut, so the
      *> nightly expiry retires the old ones in its first run.
      *> The quote also gained its currency and exchange rate, set
      *> here to the house base currency (dd_basecurrency) at a
      *> rate of one, and its travel date, taken as the day the
      *> quote was cut, with no surcharge.  The tariff and fuel
      *> price records gained a currency at the tail:
      *> dd_trfconvold / dd_fueconvold are converted to
      *> dd_trfconvnew / dd_fueconvnew with it blank, which every
      *> reader takes as the base currency.  The type profile has
      *> since gained its MTOW as well: a type file already carrying
      *> the runway requirement converts from dd_typ2convold to
      *> dd_typ2convnew, and the older layout above lands on the
      *> current one directly, MTOW and ferry rate zero (not
      *> profiled) either way.  The quote's aircraft, home base and
      *> positioning legs are left blank and zero - no quote cut
      *> before the fleet file existed carried positioning.  Every
      *> converted quote is a passenger quote (type P), with the
      *> cargo consignment fields zero.  The type profile's
      *> crosswind limit lands zero (the house limit applies) from
      *> either type layout, and the runway record has gained its
      *> heading and designator: dd_rwyconvold is converted to
      *> dd_rwyconvnew with them zero and blank until the runway
      *> maintenance or the next runway feed supplies them.  The
      *> schedule entry has gained the aircraft type it is planned
      *> with: dd_schconvold is converted to dd_schconvnew with the
      *> type blank until schedule maintenance sets it.  The country
      *> reference has gained the region that owns its airports:
      *> dd_ctyconvold is converted to dd_ctyconvnew with it blank,
      *> leaving every country to head office until the country
      *> maintenance assigns it.  The user record has gained the
      *> office role and permitted regions, the sign-on control
      *> fields and the supervisor flag: dd_usrconvold is converted
      *> to dd_usrconvnew with every existing operator made head
      *> office, so nobody loses the access they had until their
      *> office and regions are set; with no password change date,
      *> so every operator changes their password at the next
      *> sign-on; with no failed sign-ons, unlocked and never signed
      *> on; and not a supervisor until the user maintenance makes
      *> them one.
       identification division.
       program-id. airupgr.

           file status is newtyp-fstat
           access dynamic.

       select oldtyp2file assign oldtyp2file-name
           organization indexed
           record key is ot2-code with no duplicates
           file status is oldtyp2-fstat
           access sequential.

       select newtyp2file assign newtyp2file-name
           organization indexed
           record key is nt2-code with no duplicates
           file status is newtyp2-fstat
           access dynamic.

       select oldrwyfile assign oldrwyfile-name
           organization indexed
           record key is orw-key with no duplicates
           file status is oldrwy-fstat
           access sequential.

       select newrwyfile assign newrwyfile-name
           organization indexed
           record key is rwy-key with no duplicates
           file status is newrwy-fstat
           access dynamic.

       select oldschfile assign oldschfile-name
           organization indexed
           record key is osc-key with no duplicates
           file status is oldsch-fstat
           access sequential.

       select newschfile assign newschfile-name
           organization indexed
           record key is sch-key with no duplicates
           file status is newsch-fstat
           access dynamic.

       select oldqtefile assign oldqtefile-name
           organization indexed
           record key is oq-number with no duplicates
           file status is oldqte-fstat
           access sequential.

       select newqtefile assign newqtefile-name
           organization indexed
           record key is qte-number with no duplicates
           file status is newqte-fstat
           access dynamic.

       select oldtrffile assign oldtrffile-name
           organization indexed
           record key is otr-key with no duplicates
           file status is oldtrf-fstat
           access sequential.

       select newtrffile assign newtrffile-name
           organization indexed
           record key is trf-key with no duplicates
           file status is newtrf-fstat
           access dynamic.

       select oldfuefile assign oldfuefile-name
           organization indexed
           record key is ofu-key with no duplicates
           file status is oldfue-fstat
           access sequential.

       select newfuefile assign newfuefile-name
           organization indexed
           record key is fue-key with no duplicates
           file status is newfue-fstat
           access dynamic.

       select oldctyfile assign oldctyfile-name
           organization indexed
           record key is oc-name with no duplicates
           file status is oldcty-fstat
           access sequential.

       select newctyfile assign newctyfile-name
           organization indexed
           record key is cty-name with no duplicates
           file status is newcty-fstat
           access dynamic.

       select oldusrfile assign oldusrfile-name
           organization indexed
           record key is ou-id with no duplicates
           file status is oldusr-fstat
           access sequential.

       select newusrfile assign newusrfile-name
           organization indexed
           record key is usr-id with no duplicates
           file status is newusr-fstat
           access dynamic.

       data division.
      *> the master record as it was before dst-region was added -
      *> kept in step with airrec.cpy apart from the missing field.
       01  typ-rec.
       copy "airactyp.cpy" replacing ==(prefix)== by ==typ==.

      *> the type profile as it was before the MTOW was added - the
      *> runway requirement and surfaces in place, kept in step with
      *> airactyp.cpy apart from the missing field.
       fd  oldtyp2file.
       01  ot2-rec.
           03  ot2-code           pic x(4).
           03  ot2-cruise-kmh     pic 9(4).
           03  ot2-burn-kgh       pic 9(5).
           03  ot2-range-km       pic 9(5).
           03  ot2-req-rwy-ft     pic 9(5).
           03  ot2-surfaces       pic x(30).

       fd  newtyp2file.
       01  nt2-rec.
       copy "airactyp.cpy" replacing ==(prefix)== by ==nt2==.

      *> the runway record as it was before the heading and
      *> designator were added - kept in step with airrwy.cpy apart
      *> from the missing fields.
       fd  oldrwyfile.
       01  orw-rec.
           03  orw-key.
               05  orw-code       pic x(4).
               05  orw-seq        pic 9(2).
           03  orw-length         pic 9(5).
           03  orw-surface        pic x(10).
           03  orw-lighting       pic x.

       fd  newrwyfile.
       01  rwy-rec.
       copy "airrwy.cpy" replacing ==(prefix)== by ==rwy==.

      *> the schedule entry as it was before the aircraft type was
      *> added - kept in step with airsch.cpy apart from the
      *> missing field.
       fd  oldschfile.
       01  osc-rec.
           03  osc-key.
               05  osc-orig       pic x(4).
               05  osc-dest       pic x(4).
               05  osc-carrier    pic x(3).
               05  osc-flight     pic x(4).
               05  osc-eff-date   pic x(8).
           03  osc-disc-date      pic x(8).
           03  osc-dep-time       pic 9(4).
           03  osc-arr-time       pic 9(4).
           03  osc-days           pic x(7).

       fd  newschfile.
       01  sch-rec.
       copy "airsch.cpy" replacing ==(prefix)== by ==sch==.

      *> the quote record as it was before the customer account was
      *> added - kept in step with airqte.cpy apart from the missing
      *> tail fields.
       fd  oldqtefile.
       01  oq-rec.
           03  oq-number          pic 9(6).
           03  oq-date            pic x(8).
           03  oq-customer        pic x(20).
           03  oq-status          pic x.
           03  oq-code-count      pic 9(2).
           03  oq-codes.
               05  oq-leg-code    pic x(4) occurs 20.
           03  oq-leg-kms.
               05  oq-leg-km      pic 9(5) occurs 19.
           03  oq-leg-amounts.
               05  oq-leg-amount  pic 9(7)v99 occurs 19.
           03  oq-total-amount    pic 9(9)v99.

       fd  newqtefile.
       01  qte-rec.
       copy "airqte.cpy" replacing ==(prefix)== by ==qte==.

      *> the tariff row as it was before the currency was added -
      *> kept in step with airtrf.cpy apart from the missing field.
       fd  oldtrffile.
       01  otr-rec.
           03  otr-key.
               05  otr-country1       pic x(20).
               05  otr-country2       pic x(20).
               05  otr-band-low       pic 9(5).
               05  otr-eff-date       pic x(8).
           03  otr-band-high          pic 9(5).
           03  otr-rate-km            pic 9(3)v99.
           03  otr-min-amount         pic 9(7)v99.

       fd  newtrffile.
       01  trf-rec.
       copy "airtrf.cpy" replacing ==(prefix)== by ==trf==.

      *> the fuel price as it was before the currency was added -
      *> kept in step with airfue.cpy apart from the missing field.
       fd  oldfuefile.
       01  ofu-rec.
           03  ofu-key.
               05  ofu-code           pic x(4).
               05  ofu-eff-date       pic x(8).
           03  ofu-price-kg           pic 9(2)v9(4).

       fd  newfuefile.
       01  fue-rec.
       copy "airfue.cpy" replacing ==(prefix)== by ==fue==.

      *> the country as it was before the owning region was added -
      *> kept in step with airctry.cpy apart from the missing field.
       fd  oldctyfile.
       01  oc-rec.
           03  oc-code            pic x(2).
           03  oc-name            pic x(20).

       fd  newctyfile.
       01  cty-rec.
       copy "airctry.cpy" replacing ==(prefix)== by ==cty==.

      *> the operator as it was before the office role, permitted
      *> regions, sign-on control fields and supervisor flag were
      *> added - kept in step with airuser.cpy apart from the
      *> missing fields.
       fd  oldusrfile.
       01  ou-rec.
           03  ou-id              pic x(8).
           03  ou-name            pic x(30).
           03  ou-password        pic x(8).
           03  ou-role            pic x.

       fd  newusrfile.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.

       working-storage section.
       01  oldairfile-name        pic x(256).
       78  airconvold-dat                value "dd_airconvold".
           03  newtyp-fstat-1     pic 9.
           03  newtyp-fstat-2     pic 9.

       01  oldtyp2file-name       pic x(256).
       78  typ2convold-dat               value "dd_typ2convold".
       01  newtyp2file-name       pic x(256).
       78  typ2convnew-dat               value "dd_typ2convnew".

       01  oldtyp2-fstat.
           03  oldtyp2-fstat-1    pic 9.
           03  oldtyp2-fstat-2    pic 9.
       01  newtyp2-fstat.
           03  newtyp2-fstat-1    pic 9.
           03  newtyp2-fstat-2    pic 9.

       01  oldrwyfile-name        pic x(256).
       78  rwyconvold-dat                value "dd_rwyconvold".
       01  newrwyfile-name        pic x(256).
       78  rwyconvnew-dat                value "dd_rwyconvnew".

       01  oldrwy-fstat.
           03  oldrwy-fstat-1     pic 9.
           03  oldrwy-fstat-2     pic 9.
       01  newrwy-fstat.
           03  newrwy-fstat-1     pic 9.
           03  newrwy-fstat-2     pic 9.

       01  oldschfile-name        pic x(256).
       78  schconvold-dat                value "dd_schconvold".
       01  newschfile-name        pic x(256).
       78  schconvnew-dat                value "dd_schconvnew".

       01  oldsch-fstat.
           03  oldsch-fstat-1     pic 9.
           03  oldsch-fstat-2     pic 9.
       01  newsch-fstat.
           03  newsch-fstat-1     pic 9.
           03  newsch-fstat-2     pic 9.

       01  oldqtefile-name        pic x(256).
       78  qteconvold-dat                value "dd_qteconvold".
       01  newqtefile-name        pic x(256).
       78  qteconvnew-dat                value "dd_qteconvnew".

       01  oldqte-fstat.
           03  oldqte-fstat-1     pic 9.
           03  oldqte-fstat-2     pic 9.
       01  newqte-fstat.
           03  newqte-fstat-1     pic 9.
           03  newqte-fstat-2     pic 9.

       01  oldtrffile-name        pic x(256).
       78  trfconvold-dat                value "dd_trfconvold".
       01  newtrffile-name        pic x(256).
       78  trfconvnew-dat                value "dd_trfconvnew".

       01  oldtrf-fstat.
           03  oldtrf-fstat-1     pic 9.
           03  oldtrf-fstat-2     pic 9.
       01  newtrf-fstat.
           03  newtrf-fstat-1     pic 9.
           03  newtrf-fstat-2     pic 9.

       01  oldfuefile-name        pic x(256).
       78  fueconvold-dat                value "dd_fueconvold".
       01  newfuefile-name        pic x(256).
       78  fueconvnew-dat                value "dd_fueconvnew".

       01  oldfue-fstat.
           03  oldfue-fstat-1     pic 9.
           03  oldfue-fstat-2     pic 9.
       01  newfue-fstat.
           03  newfue-fstat-1     pic 9.
           03  newfue-fstat-2     pic 9.

       01  oldctyfile-name        pic x(256).
       78  ctyconvold-dat                value "dd_ctyconvold".
       01  newctyfile-name        pic x(256).
       78  ctyconvnew-dat                value "dd_ctyconvnew".

       01  oldcty-fstat.
           03  oldcty-fstat-1     pic 9.
           03  oldcty-fstat-2     pic 9.
       01  newcty-fstat.
           03  newcty-fstat-1     pic 9.
           03  newcty-fstat-2     pic 9.

       01  oldusrfile-name        pic x(256).
       78  usrconvold-dat                value "dd_usrconvold".
       01  newusrfile-name        pic x(256).
       78  usrconvnew-dat                value "dd_usrconvnew".

       01  oldusr-fstat.
           03  oldusr-fstat-1     pic 9.
           03  oldusr-fstat-2     pic 9.
       01  newusr-fstat.
           03  newusr-fstat-1     pic 9.
           03  newusr-fstat-2     pic 9.

       01  air-converted          pic 9(7) value 0.
       01  hist-converted         pic 9(7) value 0.
       01  typ-converted          pic 9(7) value 0.
       01  qte-converted          pic 9(7) value 0.
       01  trf-converted          pic 9(7) value 0.
       01  fue-converted          pic 9(7) value 0.
       01  rwy-converted          pic 9(7) value 0.
       01  sch-converted          pic 9(7) value 0.
       01  cty-converted          pic 9(7) value 0.
       01  usr-converted          pic 9(7) value 0.
       01  base-currency          pic x(3).
       78  basecurrency-dat              value "dd_basecurrency".
       01  validity-days          pic 9(3) value 30.
       01  validity-token         pic x(10).
       78  quotedays-dat                 value "dd_quotedays".
       01  quote-day-number       pic 9(8).
       01  at-end-of-file         pic x.
           88  no-more-records             value "Y".

           perform convert-airfile
           perform convert-histfile
           perform convert-typfile
           perform convert-typ2file
           perform convert-qtefile
           perform convert-trffile
           perform convert-fuefile
           perform convert-rwyfile
           perform convert-schfile
           perform convert-ctyfile
           perform convert-usrfile
           display "Conversion complete - " air-converted
                   " master, " hist-converted
                   " history, " typ-converted
                   " type, " qte-converted
                   " quote, " trf-converted
                   " tariff, " fue-converted
                   " fuel, " rwy-converted
                   " runway, " sch-converted
                   " schedule, " cty-converted
                   " country and " usr-converted
                   " operator record(s) written."
           display "Swap the converted files in, then run airixbld"
                   " once to rebuild the search indexes."
           goback
           move ot-range-km to typ-range-km
           move 0 to typ-req-rwy-ft
           move spaces to typ-surfaces
           move 0 to typ-mtow-t
           move 0 to typ-ferry-rate-km
           move 0 to typ-max-xwind-kt
           write typ-rec
               invalid key
                   display "Unable to write type " typ-code " - "
           end-write
       .

       convert-typ2file section.
           display typ2convold-dat upon environment-name
           accept oldtyp2file-name from environment-value
           open input oldtyp2file
           if oldtyp2-fstat-1 not = 0
               display "Runway-layout type data not opened (status "
                       oldtyp2-fstat ") - MTOW conversion skipped."
           else
               display typ2convnew-dat upon environment-name
               accept newtyp2file-name from environment-value
               open output newtyp2file

               move "N" to at-end-of-file
               perform until no-more-records
                   read oldtyp2file next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           perform convert-one-type2
                   end-read
               end-perform

               close oldtyp2file
               close newtyp2file
           end-if
       .

      *> MTOW zero stands the landing fee aside, and a zero ferry
      *> rate positioning, until the type maintenance fills the
      *> real figures in.
       convert-one-type2 section.
           initialize nt2-rec
           move ot2-code to nt2-code
           move ot2-cruise-kmh to nt2-cruise-kmh
           move ot2-burn-kgh to nt2-burn-kgh
           move ot2-range-km to nt2-range-km
           move ot2-req-rwy-ft to nt2-req-rwy-ft
           move ot2-surfaces to nt2-surfaces
           move 0 to nt2-mtow-t
           move 0 to nt2-ferry-rate-km
           move 0 to nt2-max-xwind-kt
           write nt2-rec
               invalid key
                   display "Unable to write type " nt2-code " - "
                       newtyp2-fstat
               not invalid key
                   add 1 to typ-converted
           end-write
       .

       convert-qtefile section.
           display qteconvold-dat upon environment-name
           accept oldqtefile-name from environment-value
           open input oldqtefile
           if oldqte-fstat-1 not = 0
               display "Old-layout quote data not opened (status "
                       oldqte-fstat ") - quote conversion skipped."
           else
               display qteconvnew-dat upon environment-name
               accept newqtefile-name from environment-value
               open output newqtefile

               display quotedays-dat upon environment-name
               accept validity-token from environment-value
               if validity-token not = spaces
                   compute validity-days =
                       function numval(validity-token)
               end-if
               if validity-days = 0
                   move 30 to validity-days
               end-if

               display basecurrency-dat upon environment-name
               accept base-currency from environment-value
               if base-currency = spaces
                   move "GBP" to base-currency
               end-if

               move "N" to at-end-of-file
               perform until no-more-records
                   read oldqtefile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           perform convert-one-quote
                   end-read
               end-perform

               close oldqtefile
               close newqtefile
           end-if
       .

       convert-one-quote section.
           initialize qte-rec
           move oq-number to qte-number
           move oq-date to qte-date
           move oq-customer to qte-customer
           move oq-status to qte-status
           move oq-code-count to qte-code-count
           move oq-codes to qte-codes
           move oq-leg-kms to qte-leg-kms
           move oq-leg-amounts to qte-leg-amounts
           move oq-total-amount to qte-total-amount
           move 0 to qte-account
           if qte-date is numeric
               compute quote-day-number =
                   function integer-of-date(function numval(qte-date))
                   + validity-days
               move function date-of-integer(quote-day-number)
                   to qte-valid-until
           end-if
           move base-currency to qte-currency
           move qte-date to qte-travel-date
           move 1 to qte-fx-rate
           set qte-passenger-quote to true
           write qte-rec
               invalid key
                   display "Unable to write quote " qte-number " - "
                       newqte-fstat
               not invalid key
                   add 1 to qte-converted
           end-write
       .

       convert-trffile section.
           display trfconvold-dat upon environment-name
           accept oldtrffile-name from environment-value
           open input oldtrffile
           if oldtrf-fstat-1 not = 0
               display "Old-layout tariff data not opened (status "
                       oldtrf-fstat ") - tariff conversion skipped."
           else
               display trfconvnew-dat upon environment-name
               accept newtrffile-name from environment-value
               open output newtrffile

               move "N" to at-end-of-file
               perform until no-more-records
                   read oldtrffile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           perform convert-one-tariff
                   end-read
               end-perform

               close oldtrffile
               close newtrffile
           end-if
       .

       convert-one-tariff section.
           initialize trf-rec
           move otr-key to trf-key
           move otr-band-high to trf-band-high
           move otr-rate-km to trf-rate-km
           move otr-min-amount to trf-min-amount
           move spaces to trf-currency
           write trf-rec
               invalid key
                   display "Unable to write tariff row " trf-key
                       " - " newtrf-fstat
               not invalid key
                   add 1 to trf-converted
           end-write
       .

       convert-fuefile section.
           display fueconvold-dat upon environment-name
           accept oldfuefile-name from environment-value
           open input oldfuefile
           if oldfue-fstat-1 not = 0
               display "Old-layout fuel data not opened (status "
                       oldfue-fstat ") - fuel conversion skipped."
           else
               display fueconvnew-dat upon environment-name
               accept newfuefile-name from environment-value
               open output newfuefile

               move "N" to at-end-of-file
               perform until no-more-records
                   read oldfuefile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           perform convert-one-fuel-price
                   end-read
               end-perform

               close oldfuefile
               close newfuefile
           end-if
       .

       convert-one-fuel-price section.
           initialize fue-rec
           move ofu-key to fue-key
           move ofu-price-kg to fue-price-kg
           move spaces to fue-currency
           write fue-rec
               invalid key
                   display "Unable to write fuel price " fue-key
                       " - " newfue-fstat
               not invalid key
                   add 1 to fue-converted
           end-write
       .

       convert-rwyfile section.
           display rwyconvold-dat upon environment-name
           accept oldrwyfile-name from environment-value
           open input oldrwyfile
           if oldrwy-fstat-1 not = 0
               display "Old-layout runway data not opened (status "
                       oldrwy-fstat ") - runway conversion skipped."
           else
               display rwyconvnew-dat upon environment-name
               accept newrwyfile-name from environment-value
               open output newrwyfile

               move "N" to at-end-of-file
               perform until no-more-records
                   read oldrwyfile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           perform convert-one-runway
                   end-read
               end-perform

               close oldrwyfile
               close newrwyfile
           end-if
       .

      *> a zero heading and blank designator leave the runway out
      *> of the wind components until they are filled in.
       convert-one-runway section.
           initialize rwy-rec
           move orw-key to rwy-key
           move orw-length to rwy-length
           move orw-surface to rwy-surface
           move orw-lighting to rwy-lighting
           move 0 to rwy-heading
           move spaces to rwy-designator
           write rwy-rec
               invalid key
                   display "Unable to write runway " rwy-key " - "
                       newrwy-fstat
               not invalid key
                   add 1 to rwy-converted
           end-write
       .

       convert-schfile section.
           display schconvold-dat upon environment-name
           accept oldschfile-name from environment-value
           open input oldschfile
           if oldsch-fstat-1 not = 0
               display "Old-layout schedule data not opened (status "
                       oldsch-fstat ") - schedule conversion skipped."
           else
               display schconvnew-dat upon environment-name
               accept newschfile-name from environment-value
               open output newschfile

               move "N" to at-end-of-file
               perform until no-more-records
                   read oldschfile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           perform convert-one-schedule-entry
                   end-read
               end-perform

               close oldschfile
               close newschfile
           end-if
       .

      *> a blank type leaves the entry's alternates unchecked for
      *> landability until schedule maintenance plans a type.
       convert-one-schedule-entry section.
           initialize sch-rec
           move osc-key to sch-key
           move osc-disc-date to sch-disc-date
           move osc-dep-time to sch-dep-time
           move osc-arr-time to sch-arr-time
           move osc-days to sch-days
           move spaces to sch-ac-type
           write sch-rec
               invalid key
                   display "Unable to write schedule entry " sch-key
                       " - " newsch-fstat
               not invalid key
                   add 1 to sch-converted
           end-write
       .

       convert-ctyfile section.
           display ctyconvold-dat upon environment-name
           accept oldctyfile-name from environment-value
           open input oldctyfile
           if oldcty-fstat-1 not = 0
               display "Old-layout country data not opened (status "
                       oldcty-fstat ") - country conversion skipped."
           else
               display ctyconvnew-dat upon environment-name
               accept newctyfile-name from environment-value
               open output newctyfile

               move "N" to at-end-of-file
               perform until no-more-records
                   read oldctyfile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           perform convert-one-country
                   end-read
               end-perform

               close oldctyfile
               close newctyfile
           end-if
       .

      *> a blank region leaves the country's airports to head office
      *> until the country maintenance assigns their owning office.
       convert-one-country section.
           initialize cty-rec
           move oc-code to cty-code
           move oc-name to cty-name
           move spaces to cty-region
           write cty-rec
               invalid key
                   display "Unable to write country " cty-name " - "
                       newcty-fstat
               not invalid key
                   add 1 to cty-converted
           end-write
       .

       convert-usrfile section.
           display usrconvold-dat upon environment-name
           accept oldusrfile-name from environment-value
           open input oldusrfile
           if oldusr-fstat-1 not = 0
               display "Old-layout user data not opened (status "
                       oldusr-fstat ") - user conversion skipped."
           else
               display usrconvnew-dat upon environment-name
               accept newusrfile-name from environment-value
               open output newusrfile

               move "N" to at-end-of-file
               perform until no-more-records
                   read oldusrfile next record
                       at end
                           move "Y" to at-end-of-file
                       not at end
                           perform convert-one-operator
                   end-read
               end-perform

               close oldusrfile
               close newusrfile
           end-if
       .

      *> every operator had the run of every airport before regions
      *> existed, so each lands as head office with no regions until
      *> the user maintenance narrows it to its own office.
       convert-one-operator section.
           initialize usr-rec
           move ou-id to usr-id
           move ou-name to usr-name
           move ou-password to usr-password
           move ou-role to usr-role
           move "H" to usr-office-role
           move spaces to usr-regions
           move spaces to usr-pwd-changed
           move 0 to usr-failed-count
           move "N" to usr-lock-flag
           move spaces to usr-last-signon
           move "N" to usr-supervisor
           write usr-rec
               invalid key
                   display "Unable to write operator " usr-id " - "
                       newusr-fstat
               not invalid key
                   add 1 to usr-converted
           end-write
       .

       end program airupgr.
