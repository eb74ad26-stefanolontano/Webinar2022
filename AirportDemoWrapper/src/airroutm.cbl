      *> is a name plus an ordered list of 2 to 20 airport codes;
      *> airroute resolves it for the console and batch callers -
      *> these routes price customer quotes, so changing them needs
      *> an update-role sign-on.  A route touching a country under
      *> embargo now or from any later date is refused by the
      *> airembs screen.  Each leg is also checked through airzone
      *> on save, and every restricted-airspace zone in force today
      *> that it crosses is warned of - the route is saved anyway.
       identification division.
       program-id. airroutm.

           lock mode is automatic
           access dynamic.

       data division.
       fd  routefile.
       01  rte-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==rte==.

       working-storage section.
       01  routefile-name      pic x(256).
       78  airroutes-dat               value "dd_airroutes".
           03  rte-fstat-2x.
               05  rte-fstat-2 pic 9.

      *> the operator signs on through airsign, which hands back
      *> their user record.
       01  usr-rec.
       copy "airuser.cpy" replacing ==(prefix)== by ==usr==.
       copy "airsgprm.cpy" replacing ==(sg-prefix)== by ==sg==.
       78  rc-signed-on                value 0.
       01  signed-on           pic x value "N".
           88  operator-signed-on         value "Y".
       01  operator-role       pic x.
       01  confirm-answer      pic x.
           88  confirmed                  value "Y" "y".

      *> every save is screened through airembs first - an entry
      *> touching a country under embargo is refused, and the
      *> refusal logged under the signed-on operator.
       copy "airemprm.cpy" replacing ==(em-prefix)== by ==em==.
       78  rc-embargoed                value 6.

       copy "airznprm.cpy" replacing ==(zn-prefix)== by ==zn==.
       01  zone-idx            pic 9(2).

       01  leg-idx             pic 9(2).
       01  at-end-of-file      pic x      value "N".
           88  no-more-routes             value "Y".

       procedure division.
       main section.
           perform operator-sign-on
           if not operator-signed-on
               display "Sign-on failed - maintenance not started."
               stop run
           end-if
           perform open-routefile-io
           set embargo-open to true
           perform call-airembs-program
           set zone-open to true
           perform call-airzone-program
           perform until choice-exit
               perform display-menu
               accept menu-choice
               end-evaluate
           end-perform
           perform close-routefile-io
           set embargo-close to true
           perform call-airembs-program
           set zone-close to true
           perform call-airzone-program
           stop run
       .

      *> to start.
       operator-sign-on section.
           move "N" to signed-on
           move "AIRROUTM" to sg-program
           move spaces to sg-operator
           set signon-interactive to true
           perform call-airsign-program
           if return-code = rc-signed-on
               move "Y" to signed-on
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
                   " needs an update role."
       .

       display-menu section.
           display " "
           display "Route master maintenance"
           if field-is-valid
               perform prompt-route-legs
               perform validate-route-record
               if field-is-valid
                   perform screen-route-embargo
               end-if
               if field-is-valid
                   perform warn-route-zones
               end-if
               if field-is-valid
                   move w-rte to rte-rec
                   write rte-rec
                       " finish."
               perform prompt-route-legs
               perform validate-route-record
               if field-is-valid
                   perform screen-route-embargo
               end-if
               if field-is-valid
                   perform warn-route-zones
               end-if
               if field-is-valid
                   move w-rte to rte-rec
                   rewrite rte-rec
           end-if
       .

      *> a stored route has no dates of its own, so any embargo in
      *> force today or announced for later refuses it.
       screen-route-embargo section.
           move usr-id to em-operator
           move "ROUTE" to em-source
           move w-name to em-reference
           move function current-date(1:8) to em-from-date
           move spaces to em-to-date
           move w-leg-count to em-code-count
           move spaces to em-codes-array
           perform varying leg-idx from 1 by 1
                   until leg-idx > w-leg-count
               move w-leg-code(leg-idx) to em-codes(leg-idx)
           end-perform
           set embargo-screen to true
           perform call-airembs-program
           if return-code = rc-embargoed
               display em-hit-code " is in " em-hit-country
                       " - under embargo from " em-hit-eff-date
                       " (" em-hit-reason ")."
               display "The route cannot be saved."
               move "N" to edit-ok
           end-if
       .

      *> warnings only - a route may be flown on a day the zone no
      *> longer applies, so nothing here stops the save.
       warn-route-zones section.
           perform varying leg-idx from 1 by 1
                   until leg-idx > w-leg-count - 1
               move w-leg-code(leg-idx) to zn-code1
               move w-leg-code(leg-idx + 1) to zn-code2
               move spaces to zn-check-date
               set zone-check-leg to true
               perform call-airzone-program
               perform varying zone-idx from 1 by 1
                       until zone-idx > zn-hit-count
                   if zn-hit-severity(zone-idx) = "A"
                       display "*** " zn-code1 " -> " zn-code2
                               " crosses AVOID zone "
                               zn-hit-id(zone-idx) " "
                               zn-hit-name(zone-idx)
                   else
                       display "    " zn-code1 " -> " zn-code2
                               " crosses caution zone "
                               zn-hit-id(zone-idx) " "
                               zn-hit-name(zone-idx)
                   end-if
               end-perform
           end-perform
       .

       open-routefile-io section.
           display airroutes-dat upon environment-name
           accept routefile-name from environment-value
           close routefile
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

       end program airroutm.
