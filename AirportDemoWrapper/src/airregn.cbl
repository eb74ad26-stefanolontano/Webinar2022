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
      *> airregn - the regional-ownership check every maintenance
      *> path calls before it changes an airport or anything that
      *> hangs off one: the airport master screens and the approval
      *> in airmaint, the airtxn batch, closure entry in airclsm,
      *> curfews, runways and metro memberships.  The airport's
      *> country - the one the change names, else the one on the
      *> master - is looked up on the country reference
      *> (dd_countries) for the region that owns it, and the change
      *> is permitted only when that region is one of the operator's
      *> permitted regions.  A head-office operator may change any
      *> airport; a country with no region, or missing from the
      *> reference, is left to head office.  Every refusal is logged
      *> to dd_airrgnlog with the operator, so the region owners can
      *> see who tried to change what.
       identification division.
       program-id. airregn.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-name with duplicates
           alternate record key is f-country with duplicates
           file status is fstat
           access dynamic.

       select ctyfile assign ctyfile-name
           organization indexed
           record key is cty-name with no duplicates
           file status is cty-fstat
           access dynamic.

       select rgnlogfile assign rgnlogfile-name
           organization line sequential
           file status is rgnlog-fstat.

       data division.
       fd  airfile.
       01  f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd  ctyfile.
       01  cty-rec.
       copy "airctry.cpy" replacing ==(prefix)== by ==cty==.

       fd  rgnlogfile.
       01  rgnlog-line            pic x(132).

       working-storage section.
       01  airfile-name        pic x(256).
       78  airport-dat                 value "dd_airports".

       01  fstat.
           03  fstat-1         pic 9.
           03  fstat-2x.
               05  fstat-2     pic 9.

       01  ctyfile-name        pic x(256).
       78  aircountries-dat            value "dd_countries".

       01  cty-fstat.
           03  cty-fstat-1     pic 9.
           03  cty-fstat-2x.
               05  cty-fstat-2 pic 9.

       01  rgnlogfile-name     pic x(256).
       78  airrgnlog-dat               value "dd_airrgnlog".

       01  rgnlog-fstat.
           03  rgnlog-fstat-1  pic 9.
           03  rgnlog-fstat-2x.
               05  rgnlog-fstat-2 pic 9.

      *> mirrors airembs's return-code conventions, with its own
      *> refusal value so a caller can tell the two screens apart.
       78  rc-success                  value 0.
       78  rc-outside-region           value 7.
       78  rc-file-error               value 8.

       01  check-country       pic x(20).
       01  region-idx          pic 9.
       01  region-match        pic x.
           88  region-permitted           value "Y".
       01  log-timestamp       pic x(21).
       01  log-region          pic x(10).

       linkage section.
       copy "airrgprm.cpy" replacing ==(rg-prefix)== by ==lnk==.

       procedure division using
                           by value lnk-function
                           by reference lnk-operator
                           by reference lnk-office-role
                           by reference lnk-regions-array
                           by reference lnk-source
                           by reference lnk-action
                           by reference lnk-code
                           by reference lnk-country
                           by reference lnk-owner-region.
       main section.
           move rc-success to return-code
           evaluate true
               when region-open
                   perform open-region-files
               when region-close
                   perform close-region-files
               when region-check
                   perform check-operator-region
           end-evaluate
           exit program
       .

      *> the owning region is found first, whatever the operator's
      *> office, so a head-office caller can still show it.
       check-operator-region section.
           move spaces to lnk-owner-region
           move "N" to region-match
           move lnk-country to check-country
           if check-country = spaces
               move lnk-code to f-code
               read airfile
                   invalid key
                       continue
                   not invalid key
                       move f-country to check-country
               end-read
           end-if
           if check-country not = spaces
               move check-country to cty-name
               read ctyfile
                   invalid key
                       continue
                   not invalid key
                       move cty-region to lnk-owner-region
               end-read
           end-if

           if lnk-office-role = "H"
               move "Y" to region-match
           else
               if lnk-owner-region not = spaces
                   perform varying region-idx from 1 by 1
                           until region-idx > 5 or region-permitted
                       if lnk-regions(region-idx) = lnk-owner-region
                           move "Y" to region-match
                       end-if
                   end-perform
               end-if
           end-if

           if not region-permitted
               move rc-outside-region to return-code
               perform log-region-refusal
           end-if
       .

      *> one line per refusal: when, who, from where, what was
      *> attempted on which airport and the region that owns it.
       log-region-refusal section.
           move function current-date to log-timestamp
           if lnk-owner-region = spaces
               move "UNASSIGNED" to log-region
           else
               move lnk-owner-region to log-region
           end-if
           move spaces to rgnlog-line
           string log-timestamp delimited by size
                  " " delimited by size
                  lnk-operator delimited by size
                  " " delimited by size
                  lnk-source delimited by size
                  " " delimited by size
                  lnk-action delimited by size
                  " " delimited by size
                  lnk-code delimited by size
                  " " delimited by size
                  check-country delimited by size
                  " REFUSED - REGION " delimited by size
                  log-region delimited by size
                  " NOT PERMITTED" delimited by size
                  into rgnlog-line
           write rgnlog-line
       .

       open-region-files section.
           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if fstat-1 not = 0
               display "Error opening airport data"
               move rc-file-error to return-code
           end-if

           display aircountries-dat upon environment-name
           accept ctyfile-name from environment-value
           open input ctyfile
           if cty-fstat = "35"
               open output ctyfile
               close ctyfile
               open input ctyfile
           end-if
           if cty-fstat-1 not = 0
               display "Error opening country reference data - status "
                       cty-fstat " (run the file conversion after a"
                       " layout change)."
               move rc-file-error to return-code
           end-if

           display airrgnlog-dat upon environment-name
           accept rgnlogfile-name from environment-value
           open extend rgnlogfile
           if rgnlog-fstat-1 not = 0
               open output rgnlogfile
           end-if
       .

       close-region-files section.
           close airfile
           close ctyfile
           close rgnlogfile
       .

       end program airregn.
