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
      *> airfltm - signed-on maintenance for the fleet file airprice
      *> reads when a charter quote names its aircraft: each
      *> aircraft's registration, its profiled type, the airport it
      *> is based at and its availability.  The airrefm pattern
      *> throughout: userfile sign-on with the update role enforced,
      *> field validation before anything reaches the file, and one
      *> line per applied change on the reference trail.  The type
      *> must be on the type profile file and the base on the
      *> airport master, so every positioning leg a quote prices
      *> starts from an airport the distance call can resolve.
       identification division.
       program-id. airfltm.

       select fltfile assign fltfile-name
           organization indexed
           record key is flt-registration with no duplicates
           file status is flt-fstat
           lock mode is automatic
           access dynamic.

       select typfile assign typfile-name
           organization indexed
           record key is typ-code with no duplicates
           file status is typ-fstat
           access dynamic.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-name with duplicates
           alternate record key is f-country with duplicates
           file status is fstat
           access dynamic.

       select refauditfile assign refauditfile-name
           organization line sequential
           file status is refaud-fstat.

       data division.
       fd  fltfile.
       01  flt-rec.
       copy "airflt.cpy" replacing ==(prefix)== by ==flt==.

       fd  typfile.
       01  typ-rec.
       copy "airactyp.cpy" replacing ==(prefix)== by ==typ==.

       fd  airfile.
       01  f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd  refauditfile.
       01  refaudit-line          pic x(120).

       working-storage section.
       01  fltfile-name        pic x(256).
       78  airfleet-dat                value "dd_airfleet".

       01  flt-fstat.
           03  flt-fstat-1     pic 9.
           03  flt-fstat-2x.
               05  flt-fstat-2 pic 9.

       01  typfile-name        pic x(256).
       78  airactype-dat               value "dd_airactype".

       01  typ-fstat.
           03  typ-fstat-1     pic 9.
           03  typ-fstat-2x.
               05  typ-fstat-2 pic 9.

       01  airfile-name        pic x(256).
       78  airport-dat                 value "dd_airports".

       01  fstat.
           03  fstat-1         pic 9.
           03  fstat-2x.
               05  fstat-2     pic 9.

       01  refauditfile-name   pic x(256).
       78  airrefaudit-dat             value "dd_airrefaudit".

       01  refaud-fstat.
           03  refaud-fstat-1  pic 9.
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
           88  operator-inquiry-only      value "I".
           88  operator-may-update        value "U".
       01  audit-user          pic x(8).

       01  menu-choice         pic x.
           88  choice-add                  value "A" "a".
           88  choice-change               value "C" "c".
           88  choice-list                 value "L" "l".
           88  choice-delete               value "D" "d".
           88  choice-exit                 value "X" "x".

       01  edit-field          pic x(30).
       01  edit-ok             pic x      value "Y".
           88  field-is-valid             value "Y".
       01  confirm-answer      pic x.
           88  confirmed                  value "Y" "y".

      *> the working copy prompted into before validation lets it
      *> near the file, the way airmaint's w-rec works.
       01  w-flt.
       copy "airflt.cpy" replacing ==(prefix)== by ==wf==.
       01  old-status          pic x.

       01  at-end-of-file      pic x.
           88  no-more-records            value "Y".
       01  list-base           pic x(4).
       01  aircraft-listed     pic 9(5).

      *> the reference trail line: timestamp, operator, which file,
      *> what happened, and the record content in display form.
       01  trail-timestamp     pic x(21).
       01  trail-file          pic x(5).
       01  trail-action        pic x(6).
       01  trail-detail        pic x(60).

       procedure division.
       main section.
           perform operator-sign-on
           if not operator-signed-on
               display "Sign-on failed - maintenance not started."
               stop run
           end-if
           perform open-fleet-files
           perform until choice-exit
               perform display-menu
               accept menu-choice
               evaluate true
                   when choice-add
                       if operator-may-update
                           perform add-fleet-aircraft
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-change
                       if operator-may-update
                           perform change-fleet-aircraft
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-list
                       perform list-fleet-aircraft
                   when choice-delete
                       if operator-may-update
                           perform delete-fleet-aircraft
                       else
                           perform refuse-inquiry-only
                       end-if
                   when choice-exit
                       continue
                   when other
                       display "Please choose A, C, L, D or X."
               end-evaluate
           end-perform
           perform close-fleet-files
           stop run
       .

       operator-sign-on section.
           move "N" to signed-on
           move "AIRFLTM" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
               move usr-id to audit-user
               move usr-role to operator-role
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
           display "Your sign-on is inquiry only - this function"
                   " needs an update role."
       .

       display-menu section.
           display " "
           display "Fleet maintenance"
           display "  A - Add an aircraft"
           display "  C - Change an aircraft's type, base or status"
           display "  L - List the fleet (all, or at one base)"
           display "  D - Delete an aircraft"
           display "  X - Exit"
           display "Enter your choice: " with no advancing
       .

       add-fleet-aircraft section.
           initialize w-flt
           move "Y" to edit-ok
           display "Registration: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:10))
               to wf-registration

           move wf-registration to flt-registration
           start fltfile key = flt-registration
               invalid key
                   continue
               not invalid key
                   display wf-registration " already exists - use"
                       " Change instead."
                   move "N" to edit-ok
           end-start

           if field-is-valid
               move "A" to wf-status
               perform prompt-fleet-fields
               move function current-date(1:8) to wf-status-date
               perform validate-fleet-aircraft
               if field-is-valid
                   move w-flt to flt-rec
                   write flt-rec
                       invalid key
                           display "Unable to add " flt-registration
                               " - " flt-fstat-1
                       not invalid key
                           display flt-registration " added."
                           move "FLEET" to trail-file
                           move "ADD   " to trail-action
                           perform build-fleet-trail-detail
                           perform log-reference-change
                   end-write
               end-if
           end-if
       .

      *> the status date moves only when the status itself does -
      *> it says how long an aircraft has been in maintenance, not
      *> when its record was last touched.
       change-fleet-aircraft section.
           move "Y" to edit-ok
           display "Registration to change: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:10))
               to flt-registration
           start fltfile key = flt-registration
               invalid key
                   display flt-registration " not found."
               not invalid key
                   read fltfile next record
                   move flt-rec to w-flt
                   move flt-status to old-status
                   display "Current values - press Enter to keep"
                           " each one."
                   perform prompt-fleet-fields
                   if wf-status not = old-status
                       move function current-date(1:8)
                           to wf-status-date
                   end-if
                   perform validate-fleet-aircraft
                   if field-is-valid
                       move w-flt to flt-rec
                       rewrite flt-rec
                           invalid key
                               display "Unable to update "
                                   flt-registration " - " flt-fstat-1
                           not invalid key
                               display flt-registration " updated."
                               move "FLEET" to trail-file
                               move "CHANGE" to trail-action
                               perform build-fleet-trail-detail
                               perform log-reference-change
                       end-rewrite
                   end-if
           end-start
       .

       prompt-fleet-fields section.
           display "Aircraft type [" wf-type "]: " with no advancing
           accept edit-field
           if edit-field not = spaces
               move function upper-case(edit-field(1:4)) to wf-type
           end-if

           display "Home base airport code [" wf-home-base "]: "
               with no advancing
           accept edit-field
           if edit-field not = spaces
               move function upper-case(edit-field(1:4))
                   to wf-home-base
           end-if

           display "Status A = available, M = maintenance,"
                   " W = withdrawn [" wf-status "]: "
                   with no advancing
           accept edit-field
           if edit-field not = spaces
               move function upper-case(edit-field(1:1)) to wf-status
           end-if
       .

       validate-fleet-aircraft section.
           move "Y" to edit-ok
           if wf-registration = spaces
               display "Registration is required."
               move "N" to edit-ok
           end-if
           if not wf-available and not wf-in-maintenance
                   and not wf-withdrawn
               display "Status must be A, M or W."
               move "N" to edit-ok
           end-if
           move wf-type to typ-code
           start typfile key = typ-code
               invalid key
                   display wf-type " is not a profiled aircraft"
                           " type."
                   move "N" to edit-ok
               not invalid key
                   continue
           end-start
           move wf-home-base to f-code
           start airfile key = f-code
               invalid key
                   display wf-home-base " is not in the master file."
                   move "N" to edit-ok
               not invalid key
                   continue
           end-start
       .

       list-fleet-aircraft section.
           display "Home base (Enter for the whole fleet): "
               with no advancing
           accept edit-field
           move function upper-case(edit-field(1:4)) to list-base
           move 0 to aircraft-listed
           move "N" to at-end-of-file
           move low-values to flt-registration
           start fltfile key >= flt-registration
               invalid key
                   move "Y" to at-end-of-file
               not invalid key
                   read fltfile next record
                       at end
                           move "Y" to at-end-of-file
                   end-read
           end-start
           perform until no-more-records
               if list-base = spaces or flt-home-base = list-base
                   add 1 to aircraft-listed
                   display flt-registration "  " flt-type "  based "
                           flt-home-base "  status " flt-status
                           " since " flt-status-date
               end-if
               read fltfile next record
                   at end
                       move "Y" to at-end-of-file
               end-read
           end-perform
           if aircraft-listed = 0
               display "No aircraft on file."
           end-if
       .

       delete-fleet-aircraft section.
           display "Registration to delete: " with no advancing
           accept edit-field
           move function upper-case(edit-field(1:10))
               to flt-registration
           start fltfile key = flt-registration
               invalid key
                   display flt-registration " not found."
               not invalid key
                   read fltfile next record
                   move flt-rec to w-flt
                   display "Delete " flt-registration
                           " - are you sure (Y/N)? "
                           with no advancing
                   accept confirm-answer
                   if confirmed
                       delete fltfile record
                           invalid key
                               display "Unable to delete "
                                   flt-registration " - " flt-fstat-1
                           not invalid key
                               display flt-registration " deleted."
                               move "FLEET" to trail-file
                               move "DELETE" to trail-action
                               perform build-fleet-trail-detail
                               perform log-reference-change
                       end-delete
                   else
                       display "Delete cancelled."
                   end-if
           end-start
       .

       build-fleet-trail-detail section.
           move spaces to trail-detail
           string wf-registration delimited by space
                  " type " delimited by size
                  wf-type delimited by space
                  " base " delimited by size
                  wf-home-base delimited by space
                  " status " delimited by size
                  wf-status delimited by size
                  " " delimited by size
                  wf-status-date delimited by size
                  into trail-detail
       .

      *> one reference-trail line per applied change: when, who,
      *> which file, what happened and to what.
       log-reference-change section.
           move function current-date to trail-timestamp
           move spaces to refaudit-line
           string trail-timestamp delimited by size
                  " " delimited by size
                  audit-user delimited by size
                  " " delimited by size
                  trail-file delimited by size
                  " " delimited by size
                  trail-action delimited by size
                  " " delimited by size
                  trail-detail delimited by size
                  into refaudit-line
           write refaudit-line
       .

       open-fleet-files section.
           display airfleet-dat upon environment-name
           accept fltfile-name from environment-value
           open i-o fltfile
           if flt-fstat = "35"
               open output fltfile
               close fltfile
               open i-o fltfile
           end-if
           if flt-fstat-1 not = 0
               display "Error opening fleet data - status "
                       flt-fstat
               stop run
           end-if

           display airactype-dat upon environment-name
           accept typfile-name from environment-value
           open input typfile
           if typ-fstat-1 not = 0
               display "Error opening aircraft-type data"
               stop run
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if fstat-1 not = 0
               display "Error opening airport data"
               stop run
           end-if

           display airrefaudit-dat upon environment-name
           accept refauditfile-name from environment-value
           open extend refauditfile
           if refaud-fstat-1 not = 0
               open output refauditfile
           end-if
       .

       close-fleet-files section.
           close fltfile
           close typfile
           close airfile
           close refauditfile
       .

       end program airfltm.
