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
      *> one past observation in the weather history - every METAR
      *> airwxld parses is appended here as well as replacing the
      *> airport's current-conditions record, keyed by the ICAO code
      *> and the observation's YYYYMMDDHHMM so the file reads back
      *> airport by airport in time order.  The fields are those of
      *> airwx.cpy; the history is purged by age, not replaced.
           03  (prefix)-key.
               05  (prefix)-code          pic x(4).
               05  (prefix)-obs-time      pic x(12).
           03  (prefix)-wind-dir          pic x(3).
           03  (prefix)-wind-speed        pic 9(3).
           03  (prefix)-visibility        pic x(6).
           03  (prefix)-ceiling-ft        pic 9(5).
           03  (prefix)-raw-text          pic x(60).
