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
      *> airembs - the embargo screen every capture point calls before
      *> it records anything: the console and batch quotes, the
      *> route master and the schedule master.  Each airport code is
      *> resolved to its country on the airport master - a metro
      *> group code through each of its member airports - and the
      *> country looked up on the embargo file (dd_airembargo); an
      *> embargo whose effective span overlaps the dates the caller
      *> covers refuses the whole quote, route or entry.  Every
      *> refusal is logged to dd_airembglog with the operator, so
      *> compliance can see that the screen ran and what it stopped.
       identification division.
       program-id. airembs.

       select embfile assign embfile-name
           organization indexed
           record key is emb-key with no duplicates
           file status is emb-fstat
           access dynamic.

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

       select emblogfile assign emblogfile-name
           organization line sequential
           file status is emblog-fstat.

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

       fd  emblogfile.
       01  emblog-line            pic x(160).

       working-storage section.
       01  embfile-name        pic x(256).
       78  airembargo-dat              value "dd_airembargo".

       01  emb-fstat.
           03  emb-fstat-1     pic 9.
           03  emb-fstat-2x.
               05  emb-fstat-2 pic 9.

       01  airfile-name        pic x(256).
       78  airport-dat                 value "dd_airports".

       01  fstat.
           03  fstat-1         pic 9.
           03  fstat-2x.
               05  fstat-2     pic 9.

       01  metrofile-name      pic x(256).
       78  airmetro-dat                value "dd_airmetro".

       01  met-fstat.
           03  met-fstat-1     pic 9.
           03  met-fstat-2x.
               05  met-fstat-2 pic 9.

       01  emblogfile-name     pic x(256).
       78  airembglog-dat              value "dd_airembglog".

       01  emblog-fstat.
           03  emblog-fstat-1  pic 9.
           03  emblog-fstat-2x.
               05  emblog-fstat-2 pic 9.

      *> mirrors airroute's return-code conventions, with airquote's
      *> refusal value for a screen that stops the caller.
       78  rc-success                  value 0.
       78  rc-embargoed                value 6.
       78  rc-file-error               value 8.

       01  code-idx            pic 9(2).
       01  screen-code         pic x(4).
       01  screen-country      pic x(20).
       01  embargo-hit         pic x.
           88  embargo-found              value "Y".
       01  metro-done          pic x.
           88  no-more-members            value "Y".
       01  log-timestamp       pic x(21).

       linkage section.
       copy "airemprm.cpy" replacing ==(em-prefix)== by ==lnk==.

       procedure division using
                           by value lnk-function
                           by reference lnk-operator
                           by reference lnk-source
                           by reference lnk-reference
                           by reference lnk-from-date
                           by reference lnk-to-date
                           by reference lnk-code-count
                           by reference lnk-codes-array
                           by reference lnk-hit-code
                           by reference lnk-hit-country
                           by reference lnk-hit-reason
                           by reference lnk-hit-eff-date
                           by reference lnk-hit-end-date.
       main section.
           move rc-success to return-code
           evaluate true
               when embargo-open
                   perform open-embargo-files
               when embargo-close
                   perform close-embargo-files
               when embargo-screen
                   perform screen-codes
           end-evaluate
           exit program
       .

      *> the codes in order, stopping at the first that touches an
      *> embargoed country.
       screen-codes section.
           move spaces to lnk-hit-code
           move spaces to lnk-hit-country
           move spaces to lnk-hit-reason
           move spaces to lnk-hit-eff-date
           move spaces to lnk-hit-end-date
           move "N" to embargo-hit
           perform varying code-idx from 1 by 1
                   until code-idx > lnk-code-count or embargo-found
               move function upper-case(lnk-codes(code-idx))
                   to screen-code
               if screen-code not = spaces
                   perform screen-one-code
               end-if
           end-perform
           if embargo-found
               move rc-embargoed to return-code
               perform log-screen-refusal
           end-if
       .

      *> a code not on the master is tried as a metro group, each
      *> member airport screened in turn.
       screen-one-code section.
           move screen-code to f-code
           read airfile
               invalid key
                   perform screen-metro-members
               not invalid key
                   move f-country to screen-country
                   perform screen-one-country
           end-read
       .

       screen-metro-members section.
           move "N" to metro-done
           move screen-code to met-group
           move low-values to met-member
           start metrofile key >= met-key
               invalid key
                   move "Y" to metro-done
           end-start
           perform until no-more-members or embargo-found
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
                                   perform screen-one-country
                           end-read
                       end-if
               end-read
           end-perform
       .

      *> an embargo touches the span when it took effect no later
      *> than the span's end and is not lifted before its start.
       screen-one-country section.
           move screen-country to emb-country
           move low-values to emb-eff-date
           start embfile key >= emb-key
               invalid key
                   continue
               not invalid key
                   read embfile next record
                   perform until emb-fstat-1 not = 0
                           or emb-country not = screen-country
                           or embargo-found
                       if (lnk-to-date = spaces
                               or emb-eff-date <= lnk-to-date)
                           and (emb-end-date = spaces
                               or emb-end-date >= lnk-from-date)
                           move "Y" to embargo-hit
                           move screen-code to lnk-hit-code
                           move emb-country to lnk-hit-country
                           move emb-reason to lnk-hit-reason
                           move emb-eff-date to lnk-hit-eff-date
                           move emb-end-date to lnk-hit-end-date
                       else
                           read embfile next record
                               at end
                                   exit perform
                           end-read
                       end-if
                   end-perform
           end-start
       .

      *> one line per refusal: when, who, from where, what was
      *> refused and the embargo that refused it.
       log-screen-refusal section.
           move function current-date to log-timestamp
           move spaces to emblog-line
           string log-timestamp delimited by size
                  " " delimited by size
                  lnk-operator delimited by size
                  " " delimited by size
                  lnk-source delimited by size
                  " " delimited by size
                  lnk-reference delimited by size
                  " REFUSED " delimited by size
                  lnk-hit-code delimited by size
                  " " delimited by size
                  lnk-hit-country delimited by size
                  " EMBARGO FROM " delimited by size
                  lnk-hit-eff-date delimited by size
                  " " delimited by size
                  lnk-hit-reason delimited by size
                  into emblog-line
           write emblog-line
       .

       open-embargo-files section.
           display airembargo-dat upon environment-name
           accept embfile-name from environment-value
           open input embfile
           if emb-fstat = "35"
               open output embfile
               close embfile
               open input embfile
           end-if
           if emb-fstat-1 not = 0
               display "Error opening embargo data"
               move rc-file-error to return-code
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if fstat-1 not = 0
               display "Error opening airport data"
               move rc-file-error to return-code
           end-if

           display airmetro-dat upon environment-name
           accept metrofile-name from environment-value
           open input metrofile
           if met-fstat-1 not = 0
               open output metrofile
               close metrofile
               open input metrofile
           end-if

           display airembglog-dat upon environment-name
           accept emblogfile-name from environment-value
           open extend emblogfile
           if emblog-fstat-1 not = 0
               open output emblogfile
           end-if
       .

       close-embargo-files section.
           close embfile
           close airfile
           close metrofile
           close emblogfile
       .

       end program airembs.
