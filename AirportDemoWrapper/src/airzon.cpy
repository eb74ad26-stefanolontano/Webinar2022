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
      *> one restricted-airspace or conflict zone: an id and name,
      *> the dates it is in force (a blank end date while it
      *> stands), how seriously to take it - A avoid, which no
      *> quote may be captured across, or C caution, which is only
      *> warned of - and its outline in signed decimal degrees.  A
      *> box is two corners, south-west then north-east (a west
      *> edge east of the east edge wraps the 180th meridian); a
      *> polygon is 3 to 12 vertices in order, closing back on the
      *> first.
           03  (prefix)-id                pic x(8).
           03  (prefix)-name              pic x(30).
           03  (prefix)-eff-date          pic x(8).
           03  (prefix)-end-date          pic x(8).
           03  (prefix)-severity          pic x.
               88  (prefix)-avoid                  value "A".
               88  (prefix)-caution                value "C".
           03  (prefix)-shape             pic x.
               88  (prefix)-box                    value "B".
               88  (prefix)-polygon                value "P".
           03  (prefix)-vertex-count      pic 9(2).
           03  (prefix)-vertices.
               05  (prefix)-vertex occurs 12.
                   07  (prefix)-vertex-lat  pic s9(2)v9(4).
                   07  (prefix)-vertex-long pic s9(3)v9(4).
