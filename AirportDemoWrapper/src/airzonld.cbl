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
      *> airzonld - bulk load of restricted-airspace and conflict
      *> zones from a comma-delimited extract: id,name,effdate,
      *> enddate,severity,shape,lat1,long1[,lat2,long2...] - one
      *> zone per line in signed decimal degrees, the airtrfld
      *> pattern applied to the zone file.  Severity is A (avoid) or
      *> C (caution); shape B is a box given as its south-west and
      *> north-east corners, shape P a polygon of 3 to 12 vertices.
      *> A fed zone whose id already exists is replaced outright,
      *> so a redrawn outline or a lifted zone's end date is loaded
      *> the same way as a new one.  Malformed lines go to the
      *> action log with a REJECT tag.
       identification division.
       program-id. airzonld.

       select zonefeedfile assign zonefeedfile-name
           organization line sequential
           file status is feed-fstat.

       select znfile assign znfile-name
           organization indexed
           record key is zn-id with no duplicates
           file status is zn-fstat
           access dynamic.

       select loadlogfile assign loadlogfile-name
           organization line sequential
           file status is log-fstat.

       data division.
       fd  zonefeedfile.
       01  feed-line               pic x(400).

       fd  znfile.
       01  zn-rec.
       copy "airzon.cpy" replacing ==(prefix)== by ==zn==.

       fd  loadlogfile.
       01  log-line                pic x(460).

       working-storage section.
       01  zonefeedfile-name       pic x(256).
       78  zonefeed-dat                   value "dd_zonefeed".
       01  znfile-name             pic x(256).
       78  airzones-dat                   value "dd_airzones".
       01  loadlogfile-name        pic x(256).
       78  zoneloadlog-dat                value "dd_zoneloadlog".

       01  feed-fstat.
           03  feed-fstat-1        pic 9.
           03  feed-fstat-2        pic 9.

       01  zn-fstat.
           03  zn-fstat-1          pic 9.
           03  zn-fstat-2          pic 9.

       01  log-fstat.
           03  log-fstat-1         pic 9.
           03  log-fstat-2         pic 9.

       01  at-end-of-feed          pic x value "N".
           88  no-more-feed                value "Y".

       01  feed-id                 pic x(10).
       01  feed-name               pic x(40).
       01  feed-eff-date           pic x(10).
       01  feed-end-date           pic x(10).
       01  feed-severity           pic x(4).
       01  feed-shape              pic x(4).
       01  feed-points.
           03  feed-point occurs 12.
               05  feed-lat        pic x(12).
               05  feed-long       pic x(12).

       01  feed-line-ok            pic x.
           88  feed-line-valid             value "Y".
       01  reject-reason           pic x(40).

       01  point-idx               pic 9(2).
       01  point-count             pic 9(2).
       01  coord-check             pic x(12).
       01  lat-value               comp-2.
       01  long-value              comp-2.

       01  records-added           pic 9(7) value 0.
       01  records-changed         pic 9(7) value 0.
       01  records-rejected        pic 9(7) value 0.

       01  load-action             pic x(6).

       procedure division.
       main section.
           perform open-zone-load-files
           perform until no-more-feed
               read zonefeedfile
                   at end
                       move "Y" to at-end-of-feed
                   not at end
                       perform process-one-zone-line
               end-read
           end-perform
           display "Zone load complete - " records-added " added, "
                   records-changed " changed, "
                   records-rejected " rejected."
           perform close-zone-load-files
           stop run
       .

       process-one-zone-line section.
           move spaces to feed-id
           move spaces to feed-name
           move spaces to feed-eff-date
           move spaces to feed-end-date
           move spaces to feed-severity
           move spaces to feed-shape
           move spaces to feed-points
           unstring feed-line delimited by ","
               into feed-id, feed-name, feed-eff-date, feed-end-date,
                    feed-severity, feed-shape,
                    feed-lat(1), feed-long(1),
                    feed-lat(2), feed-long(2),
                    feed-lat(3), feed-long(3),
                    feed-lat(4), feed-long(4),
                    feed-lat(5), feed-long(5),
                    feed-lat(6), feed-long(6),
                    feed-lat(7), feed-long(7),
                    feed-lat(8), feed-long(8),
                    feed-lat(9), feed-long(9),
                    feed-lat(10), feed-long(10),
                    feed-lat(11), feed-long(11),
                    feed-lat(12), feed-long(12)

           perform validate-one-zone-line
           if feed-line-valid
               perform validate-zone-outline
           end-if
           if feed-line-valid
               perform apply-one-zone
           else
               add 1 to records-rejected
               move spaces to log-line
               string "REJECT " delimited by size
                      feed-line delimited by size
                      " ** " delimited by size
                      reject-reason delimited by size
                      into log-line
               write log-line
           end-if
       .

       validate-one-zone-line section.
           move "Y" to feed-line-ok
           move spaces to reject-reason
           move function upper-case(feed-severity) to feed-severity
           move function upper-case(feed-shape) to feed-shape

           evaluate true
               when feed-id = spaces or feed-id(9:) not = spaces
                   move "zone id missing or over 8 characters"
                       to reject-reason
                   move "N" to feed-line-ok
               when feed-name = spaces
                   move "zone name missing" to reject-reason
                   move "N" to feed-line-ok
               when feed-eff-date(1:8) is not numeric
                   move "effective date not YYYYMMDD"
                       to reject-reason
                   move "N" to feed-line-ok
               when feed-end-date not = spaces
                       and feed-end-date(1:8) is not numeric
                   move "end date not YYYYMMDD" to reject-reason
                   move "N" to feed-line-ok
               when feed-end-date not = spaces
                       and feed-end-date(1:8) < feed-eff-date(1:8)
                   move "end date before effective date"
                       to reject-reason
                   move "N" to feed-line-ok
               when feed-severity not = "A" and feed-severity not = "C"
                   move "severity not A or C" to reject-reason
                   move "N" to feed-line-ok
               when feed-shape not = "B" and feed-shape not = "P"
                   move "shape not B or P" to reject-reason
                   move "N" to feed-line-ok
           end-evaluate
       .

      *> the points must run unbroken from the first, each a
      *> latitude and longitude in range - two for a box, south-west
      *> corner first, and three or more for a polygon.
       validate-zone-outline section.
           move 0 to point-count
           perform varying point-idx from 1 by 1
                   until point-idx > 12 or not feed-line-valid
               if feed-lat(point-idx) = spaces
                       and feed-long(point-idx) = spaces
                   continue
               else
                   if point-count not = point-idx - 1
                       move "vertices not consecutive"
                           to reject-reason
                       move "N" to feed-line-ok
                   else
                       perform validate-one-point
                       if feed-line-valid
                           add 1 to point-count
                       end-if
                   end-if
               end-if
           end-perform
           if feed-line-valid
               evaluate true
                   when feed-shape = "B" and point-count not = 2
                       move "a box needs exactly two corners"
                           to reject-reason
                       move "N" to feed-line-ok
                   when feed-shape = "B"
                       if function numval(feed-lat(1))
                               > function numval(feed-lat(2))
                           move "box corners not south-west first"
                               to reject-reason
                           move "N" to feed-line-ok
                       end-if
                   when point-count < 3
                       move "a polygon needs three vertices or more"
                           to reject-reason
                       move "N" to feed-line-ok
               end-evaluate
           end-if
       .

       validate-one-point section.
           move feed-lat(point-idx) to coord-check
           inspect coord-check converting "0123456789.-+" to spaces
           if coord-check not = spaces
                   or feed-lat(point-idx) = spaces
               move "latitude not numeric" to reject-reason
               move "N" to feed-line-ok
           else
               move feed-long(point-idx) to coord-check
               inspect coord-check converting "0123456789.-+"
                   to spaces
               if coord-check not = spaces
                       or feed-long(point-idx) = spaces
                   move "longitude not numeric" to reject-reason
                   move "N" to feed-line-ok
               else
                   compute lat-value =
                       function numval(feed-lat(point-idx))
                   compute long-value =
                       function numval(feed-long(point-idx))
                   if lat-value < -90 or lat-value > 90
                           or long-value < -180 or long-value > 180
                       move "coordinate out of range"
                           to reject-reason
                       move "N" to feed-line-ok
                   end-if
               end-if
           end-if
       .

       apply-one-zone section.
           initialize zn-rec
           move function upper-case(feed-id(1:8)) to zn-id
           move feed-name to zn-name
           move feed-eff-date(1:8) to zn-eff-date
           move feed-end-date(1:8) to zn-end-date
           move feed-severity(1:1) to zn-severity
           move feed-shape(1:1) to zn-shape
           move point-count to zn-vertex-count
           perform varying point-idx from 1 by 1
                   until point-idx > point-count
               compute zn-vertex-lat(point-idx) =
                   function numval(feed-lat(point-idx))
               compute zn-vertex-long(point-idx) =
                   function numval(feed-long(point-idx))
           end-perform

           write zn-rec
               invalid key
                   rewrite zn-rec
                       invalid key
                           display "Unable to apply zone - "
                               zn-fstat-1
                       not invalid key
                           add 1 to records-changed
                           move "CHANGE" to load-action
                           perform log-zone-action
                   end-rewrite
               not invalid key
                   add 1 to records-added
                   move "ADD   " to load-action
                   perform log-zone-action
           end-write
       .

       log-zone-action section.
           move spaces to log-line
           move load-action to log-line(1:6)
           move zn-id to log-line(8:8)
           move zn-name to log-line(17:30)
           move zn-eff-date to log-line(48:8)
           move zn-end-date to log-line(57:8)
           move zn-severity to log-line(66:1)
           move zn-shape to log-line(68:1)
           move zn-vertex-count to log-line(70:2)
           write log-line
       .

       open-zone-load-files section.
           display zonefeed-dat upon environment-name
           accept zonefeedfile-name from environment-value
           open input zonefeedfile

           display airzones-dat upon environment-name
           accept znfile-name from environment-value
           open i-o znfile
           if zn-fstat = "35"
               open output znfile
               close znfile
               open i-o znfile
           end-if

           display zoneloadlog-dat upon environment-name
           accept loadlogfile-name from environment-value
           open output loadlogfile
       .

       close-zone-load-files section.
           close zonefeedfile
           close znfile
           close loadlogfile
       .

       end program airzonld.
