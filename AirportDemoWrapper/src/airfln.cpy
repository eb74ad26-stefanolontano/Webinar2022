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
      *> one flown sector as the operations system logged it: the
      *> flight, the date it departed (the origin's local date, as
      *> the schedule counts days) and the sector, keyed so a
      *> flight's legs on a day sit together; the aircraft that flew
      *> it and its type (taken from the fleet file when loaded);
      *> the four movement times off-block, airborne, landed and
      *> on-block (HHMM UTC - a time earlier than the one before it
      *> is on the next day); and the fuel burned block to block.
      *> The variance report sets these against the schedule and
      *> the type profile.
           03  (prefix)-key.
               05  (prefix)-carrier       pic x(3).
               05  (prefix)-flight        pic x(4).
               05  (prefix)-date          pic x(8).
               05  (prefix)-orig          pic x(4).
           03  (prefix)-dest              pic x(4).
           03  (prefix)-registration      pic x(10).
           03  (prefix)-ac-type           pic x(4).
           03  (prefix)-off-block         pic 9(4).
           03  (prefix)-airborne          pic 9(4).
           03  (prefix)-landed            pic 9(4).
           03  (prefix)-on-block          pic 9(4).
           03  (prefix)-fuel-kg           pic 9(6).
           03  (prefix)-load-date         pic x(8).
