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
      *> linkage for the airembs embargo screen - the open/call/close
      *> pattern airroute offers its callers.  A screen call passes
      *> the airport codes a quote, route or schedule entry touches
      *> and the dates it covers (a blank to-date runs on with no
      *> end); the first code whose country stands under an embargo
      *> in force on any day of that span comes back with the
      *> country and the embargo's reason and dates, return-code 6,
      *> and the refusal is written to the screening log under the
      *> operator, source and reference given - the record
      *> compliance asks for.  A clear screen is return-code 0.
       01 (em-prefix)-function                      pic x.
           88 embargo-open                          value "4".
           88 embargo-close                         value "5".
           88 embargo-screen                        value "S".
       01 (em-prefix)-operator                      pic x(8).
       01 (em-prefix)-source                        pic x(6).
       01 (em-prefix)-reference                     pic x(20).
       01 (em-prefix)-from-date                     pic x(8).
       01 (em-prefix)-to-date                       pic x(8).
       01 (em-prefix)-code-count                    pic 9(2).
       01 (em-prefix)-codes-array                   pic x(80).
       01 (em-prefix)-codes                         redefines
           (em-prefix)-codes-array pic x(4) occurs 20.
       01 (em-prefix)-hit-code                      pic x(4).
       01 (em-prefix)-hit-country                   pic x(20).
       01 (em-prefix)-hit-reason                    pic x(40).
       01 (em-prefix)-hit-eff-date                  pic x(8).
       01 (em-prefix)-hit-end-date                  pic x(8).
