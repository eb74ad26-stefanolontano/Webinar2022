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
      *> airzone - checks a leg's great-circle track against the
      *> restricted-airspace and conflict-zone file (dd_airzones)
      *> for the console itinerary and quote commands, airqbat, the
      *> route master and the zone report.  The zones are read into
      *> a table when the caller opens, and each check samples the
      *> track every dd_zonestep km (default 25) with the spherical
      *> interpolation airgeo draws it with, testing each point
      *> against every zone in force on the date given: a box by
      *> its corners, a polygon by counting the edges a ray from the
      *> point crosses.  The endpoints are placed off the airport
      *> master with the same angle conversion aircode uses.
       identification division.
       program-id. airzone.

       select znfile assign znfile-name
           organization indexed
           record key is zn-id with no duplicates
           file status is zn-fstat
           access sequential.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-name with duplicates
           alternate record key is f-country with duplicates
           file status is fstat
           access dynamic.

       data division.
       fd  znfile.
       01  zn-rec.
       copy "airzon.cpy" replacing ==(prefix)== by ==zn==.

       fd  airfile.
       01  f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       working-storage section.
       01  znfile-name         pic x(256).
       78  airzones-dat                value "dd_airzones".

       01  zn-fstat.
           03  zn-fstat-1      pic 9.
           03  zn-fstat-2x.
               05  zn-fstat-2  pic 9.

       01  airfile-name        pic x(256).
       78  airport-dat                 value "dd_airports".

       01  fstat.
           03  fstat-1         pic 9.
           03  fstat-2x.
               05  fstat-2     pic 9.

       01  step-token          pic x(10).
       78  zonestep-dat                value "dd_zonestep".
       01  step-km             pic 9(5) value 25.

      *> mirrors airroute's return-code conventions, with airquote's
      *> refusal value for a track through an avoid zone.
       78  rc-success                  value 0.
       78  rc-not-found                value 4.
       78  rc-zone-avoid               value 6.
       78  rc-file-error               value 8.

      *> every zone on file, whatever its dates - the check date
      *> picks the ones in force.
       78  max-zones                   value 200.
       01  zone-count          pic 9(3) value 0.
       01  zone-table.
           02  zone-entry occurs 200.
           copy "airzon.cpy" replacing ==(prefix)== by ==zt==.
       01  zone-idx            pic 9(3).
       01  vertex-idx          pic 9(2).
       01  prior-idx           pic 9(2).
       01  zone-hit-flags.
           03  zone-hit-flag   pic x occurs 200.
       01  point-inside        pic x.
           88  point-in-zone              value "Y".
       01  zones-done          pic x.
           88  no-more-zones              value "Y".
       01  edge-long           comp-2.
       01  check-date          pic x(8).

      *> the two endpoints of the leg, in radians.
       01  lat1                comp-2.
       01  long1               comp-2.
       01  lat2                comp-2.
       01  long2               comp-2.
       01  endpoints-found     pic x.
       01  hav-a               comp-2.
       01  delta-angle         comp-2.
       01  sin-delta           comp-2.
       01  leg-distance        comp-2.
       78  radius-of-earth             value 6371.
       01  step-total          pic 9(4).
       01  step-idx            pic 9(4).
       01  fraction            comp-2.
       01  ca-weight           comp-2.
       01  cb-weight           comp-2.
       01  gx                  comp-2.
       01  gy                  comp-2.
       01  gz                  comp-2.
       01  point-lat           comp-2.
       01  point-long          comp-2.
       01  point-lat-deg       comp-2.
       01  point-long-deg      comp-2.

       01  at2-y               comp-2.
       01  at2-x               comp-2.
       01  at2-result          comp-2.

       01  file-angle.
           07  fa-sign         pic x.
           07  fa-degs         pic 9(3).
           07  fa-mins         pic 9(6).
       01  out-angle           comp-2.
       01  fp-helper           comp-2.

       linkage section.
       copy "airznprm.cpy" replacing ==(zn-prefix)== by ==lnk==.

       procedure division using
                           by value lnk-function
                           by reference lnk-code1
                           by reference lnk-code2
                           by reference lnk-check-date
                           by reference lnk-hit-count
                           by reference lnk-hits
                           by reference lnk-avoid-flag.
       main section.
           move rc-success to return-code
           evaluate true
               when zone-open
                   perform open-zone-files
               when zone-close
                   perform close-zone-files
               when zone-check-leg
                   perform check-one-leg
           end-evaluate
           exit program
       .

       check-one-leg section.
           move 0 to lnk-hit-count
           initialize lnk-hits
           move "N" to lnk-avoid-flag
           move all "N" to zone-hit-flags
           move lnk-check-date to check-date
           if check-date = spaces
               move function current-date(1:8) to check-date
           end-if
           move "Y" to endpoints-found
           move lnk-code1 to f-code
           perform read-one-airport
           if fstat-1 not = 0
               move "N" to endpoints-found
           else
               move f-latitude to file-angle
               perform convert-angle
               move out-angle to lat1
               move f-longitude to file-angle
               perform convert-angle
               move out-angle to long1
           end-if
           move lnk-code2 to f-code
           perform read-one-airport
           if fstat-1 not = 0
               move "N" to endpoints-found
           else
               move f-latitude to file-angle
               perform convert-angle
               move out-angle to lat2
               move f-longitude to file-angle
               perform convert-angle
               move out-angle to long2
           end-if
           if endpoints-found not = "Y"
               move rc-not-found to return-code
           else
               if zone-count > 0
                   perform sample-leg-track
               end-if
               if lnk-avoid-crossed
                   move rc-zone-avoid to return-code
               end-if
           end-if
       .

      *> the points along the track, endpoints included, at no more
      *> than step-km apart.
       sample-leg-track section.
           compute hav-a =
               function sin((lat2 - lat1) / 2) ** 2
               + function cos(lat1) * function cos(lat2)
                   * function sin((long2 - long1) / 2) ** 2
           if hav-a < 0
               move 0 to hav-a
           end-if
           if hav-a >= 1
               compute delta-angle = function pi
           else
               compute delta-angle = 2
                   * function atan(function sqrt(hav-a)
                       / function sqrt(1 - hav-a))
           end-if
           compute leg-distance = delta-angle * radius-of-earth
           compute step-total = leg-distance / step-km
           if step-total * step-km < leg-distance
               add 1 to step-total
           end-if
           if step-total < 1
               move 1 to step-total
           end-if
           compute sin-delta = function sin(delta-angle)
           perform varying step-idx from 0 by 1
                   until step-idx > step-total
               evaluate true
                   when step-idx = 0
                       move lat1 to point-lat
                       move long1 to point-long
                   when step-idx = step-total
                       move lat2 to point-lat
                       move long2 to point-long
                   when sin-delta = 0
                       move lat1 to point-lat
                       move long1 to point-long
                   when other
                       perform interpolate-one-point
               end-evaluate
               compute point-lat-deg = (point-lat * 180) / function pi
               compute point-long-deg =
                   (point-long * 180) / function pi
               perform test-point-against-zones
           end-perform
       .

      *> each zone in force on the check date and not already hit
      *> is tried; a hit is recorded once however many points fall
      *> inside it.
       test-point-against-zones section.
           perform varying zone-idx from 1 by 1
                   until zone-idx > zone-count
               if zone-hit-flag(zone-idx) = "N"
                       and zt-eff-date(zone-idx) <= check-date
                       and (zt-end-date(zone-idx) = spaces
                           or zt-end-date(zone-idx) >= check-date)
                   if zt-box(zone-idx)
                       perform test-point-in-box
                   else
                       perform test-point-in-polygon
                   end-if
                   if point-in-zone
                       move "Y" to zone-hit-flag(zone-idx)
                       perform record-zone-hit
                   end-if
               end-if
           end-perform
       .

       test-point-in-box section.
           move "N" to point-inside
           if point-lat-deg >= zt-vertex-lat(zone-idx, 1)
                   and point-lat-deg <= zt-vertex-lat(zone-idx, 2)
               if zt-vertex-long(zone-idx, 1)
                       <= zt-vertex-long(zone-idx, 2)
                   if point-long-deg >= zt-vertex-long(zone-idx, 1)
                       and point-long-deg
                           <= zt-vertex-long(zone-idx, 2)
                       move "Y" to point-inside
                   end-if
               else
                   if point-long-deg >= zt-vertex-long(zone-idx, 1)
                       or point-long-deg
                           <= zt-vertex-long(zone-idx, 2)
                       move "Y" to point-inside
                   end-if
               end-if
           end-if
       .

      *> a ray run east from the point crosses the outline an odd
      *> number of times only when the point is inside it.
       test-point-in-polygon section.
           move "N" to point-inside
           move zt-vertex-count(zone-idx) to prior-idx
           perform varying vertex-idx from 1 by 1
                   until vertex-idx > zt-vertex-count(zone-idx)
               if (zt-vertex-lat(zone-idx, vertex-idx) > point-lat-deg
                   and zt-vertex-lat(zone-idx, prior-idx)
                       <= point-lat-deg)
                 or (zt-vertex-lat(zone-idx, vertex-idx)
                       <= point-lat-deg
                   and zt-vertex-lat(zone-idx, prior-idx)
                       > point-lat-deg)
                   compute edge-long =
                       (zt-vertex-long(zone-idx, prior-idx)
                           - zt-vertex-long(zone-idx, vertex-idx))
                       * (point-lat-deg
                           - zt-vertex-lat(zone-idx, vertex-idx))
                       / (zt-vertex-lat(zone-idx, prior-idx)
                           - zt-vertex-lat(zone-idx, vertex-idx))
                       + zt-vertex-long(zone-idx, vertex-idx)
                   if point-long-deg < edge-long
                       if point-in-zone
                           move "N" to point-inside
                       else
                           move "Y" to point-inside
                       end-if
                   end-if
               end-if
               move vertex-idx to prior-idx
           end-perform
       .

       record-zone-hit section.
           if zt-avoid(zone-idx)
               move "Y" to lnk-avoid-flag
           end-if
           if lnk-hit-count < 10
               add 1 to lnk-hit-count
               move zt-id(zone-idx) to lnk-hit-id(lnk-hit-count)
               move zt-name(zone-idx) to lnk-hit-name(lnk-hit-count)
               move zt-severity(zone-idx)
                   to lnk-hit-severity(lnk-hit-count)
           end-if
       .

      *> the standard spherical interpolation, as airgeo draws it.
       interpolate-one-point section.
           compute fraction = step-idx / step-total
           compute ca-weight =
               function sin((1 - fraction) * delta-angle) / sin-delta
           compute cb-weight =
               function sin(fraction * delta-angle) / sin-delta
           compute gx =
               ca-weight * function cos(lat1) * function cos(long1)
               + cb-weight * function cos(lat2) * function cos(long2)
           compute gy =
               ca-weight * function cos(lat1) * function sin(long1)
               + cb-weight * function cos(lat2) * function sin(long2)
           compute gz = ca-weight * function sin(lat1)
               + cb-weight * function sin(lat2)
           move gz to at2-y
           compute at2-x = function sqrt(gx ** 2 + gy ** 2)
           perform compute-atan2
           move at2-result to point-lat
           move gy to at2-y
           move gx to at2-x
           perform compute-atan2
           move at2-result to point-long
       .

       compute-atan2 section.
           evaluate true
               when at2-x > 0
                   compute at2-result = function atan(at2-y / at2-x)
               when at2-x < 0 and at2-y >= 0
                   compute at2-result = function atan(at2-y / at2-x)
                       + function pi
               when at2-x < 0
                   compute at2-result = function atan(at2-y / at2-x)
                       - function pi
               when at2-y > 0
                   compute at2-result = function pi / 2
               when at2-y < 0
                   compute at2-result = 0 - function pi / 2
               when other
                   move 0 to at2-result
           end-evaluate
       .

       convert-angle section.
      *> converts the ASCII file value to a floating point RADIAN
      *> value, exactly as aircode does.
           if fa-mins = 0
             move 1 to fa-mins
           end-if

           move fa-mins to fp-helper
           perform until fp-helper < 1.0
            compute fp-helper = fp-helper * .1
           end-perform

           compute fp-helper = fp-helper * 60
           move fp-helper to fa-mins

           compute out-angle = fa-degs + (fa-mins / 60)
           if fa-sign = "-"
               multiply -1 by out-angle
           end-if
           compute out-angle = (out-angle * function pi) / 180
       .

       read-one-airport section.
           start airfile key = f-code
               invalid key
                   continue
               not invalid key
                   read airfile next record
           end-start
       .

       open-zone-files section.
           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if fstat-1 not = 0
               display "Error opening airport data"
               move rc-file-error to return-code
           end-if

           display zonestep-dat upon environment-name
           accept step-token from environment-value
           if step-token not = spaces
               compute step-km = function numval(step-token)
           end-if
           if step-km = 0
               move 25 to step-km
           end-if

           move 0 to zone-count
           display airzones-dat upon environment-name
           accept znfile-name from environment-value
           open input znfile
           if zn-fstat = "35"
               open output znfile
               close znfile
               open input znfile
           end-if
           move "N" to zones-done
           perform until no-more-zones
               read znfile next record
                   at end
                       move "Y" to zones-done
                   not at end
                       if zone-count < max-zones
                           add 1 to zone-count
                           move zn-rec to zone-entry(zone-count)
                       else
                           display "More than " max-zones " zones -"
                                   " " zn-id " not checked."
                       end-if
               end-read
           end-perform
           close znfile
       .

       close-zone-files section.
           close airfile
       .

       end program airzone.
