      *> the curve, the airports and the trouble in one file.  The
      *> spherical interpolation runs off the same radian conversion
      *> and quadrant-correct arctangent the distance and bearing
      *> calculations in aircode use.  With dd_geozones set to Y
      *> every restricted-airspace zone in force today is drawn as
      *> well, a polygon feature named with its severity - a box
      *> as its four corners - and the zones alone are written
      *> when no route is given.
       identification division.
       program-id. airgeo.

           file status is cls-fstat
           access dynamic.

       select znfile assign znfile-name
           organization indexed
           record key is zn-id with no duplicates
           file status is zn-fstat
           access sequential.

       select geofile assign geofile-name
           organization line sequential
           file status is geo-fstat.
       01  cls-rec.
       copy "aircls.cpy" replacing ==(prefix)== by ==cls==.

       fd  znfile.
       01  zn-rec.
       copy "airzon.cpy" replacing ==(prefix)== by ==zn==.

       fd  geofile.
       01  geo-line               pic x(200).

       78  airport-dat                   value "dd_airports".
       01  clsfile-name           pic x(256).
       78  airclosures-dat               value "dd_airclosures".
       01  znfile-name            pic x(256).
       78  airzones-dat                  value "dd_airzones".
       01  geofile-name           pic x(256).
       78  geofile-dat                   value "dd_geofile".

       01  cls-fstat.
           03  cls-fstat-1        pic 9.
           03  cls-fstat-2        pic 9.
       01  zn-fstat.
           03  zn-fstat-1         pic 9.
           03  zn-fstat-2         pic 9.
       01  geo-fstat.
           03  geo-fstat-1        pic 9.
           03  geo-fstat-2        pic 9.
       01  output-format          pic x.
           88  format-kml                  value "K".
           88  format-geojson              value "G".
       01  zones-token            pic x(10).
       78  geozones-dat                  value "dd_geozones".
       01  zones-wanted           pic x value "N".
           88  draw-zones                  value "Y".

       copy "airrtprm.cpy" replacing ==(rt-prefix)== by ==rt==.
       78  rc-success                    value 0.

       01  points-written         pic 9(7) value 0.

       01  zones-done             pic x.
           88  no-more-zones               value "Y".
       01  zone-today             pic x(8).
       01  zone-label             pic x(50).
       01  vertex-idx             pic 9(2).
       01  ring-lat               pic s9(2)v9(4).
       01  ring-long              pic s9(3)v9(4).
       01  zones-written          pic 9(5) value 0.

       procedure division.
       main section.
           perform open-geometry-files
           perform resolve-leg-codes
           if leg-count < 2 and not draw-zones
               display "Nothing to trace - set dd_geocode1/2 or"
                       " dd_georoute."
           else
                   perform trace-one-leg
               end-perform
               perform write-airport-features
               if draw-zones
                   perform write-zone-features
               end-if
               perform write-file-footer
               display "Geometry written - " points-written
                       " point(s) on " leg-count " code(s), "
                       zones-written " zone(s)."
           end-if
           perform close-geometry-files
           goback
           end-if
       .

      *> one polygon feature per zone in force today.  A box is
      *> walked south-west, south-east, north-east, north-west and
      *> back; a polygon's vertices are closed back on the first.
       write-zone-features section.
           move function current-date(1:8) to zone-today
           move "N" to zones-done
           perform until no-more-zones
               read znfile next record
                   at end
                       move "Y" to zones-done
                   not at end
                       if zn-eff-date <= zone-today
                               and (zn-end-date = spaces
                                   or zn-end-date >= zone-today)
                           perform write-one-zone-feature
                       end-if
               end-read
           end-perform
       .

       write-one-zone-feature section.
           move spaces to zone-label
           string zn-id delimited by space
                  " " delimited by size
                  zn-name delimited by "  "
                  into zone-label
           move spaces to geo-line
           if format-kml
               move 1 to geo-ptr
               string "<Placemark><name>" delimited by size
                      zone-label delimited by "  "
                      into geo-line
                      with pointer geo-ptr
               if zn-avoid
                   string " (AVOID)" delimited by size
                          into geo-line
                          with pointer geo-ptr
               else
                   string " (CAUTION)" delimited by size
                          into geo-line
                          with pointer geo-ptr
               end-if
               string "</name><Polygon><outerBoundaryIs><LinearRing>"
                          delimited by size
                      "<coordinates>" delimited by size
                      into geo-line
                      with pointer geo-ptr
               write geo-line
           else
               if first-feature = 0
                   move "," to geo-line
                   write geo-line
               end-if
               move 0 to first-feature
               move 1 to geo-ptr
               string '{"type":"Feature","properties":{"zone":"'
                          delimited by size
                      zn-id delimited by space
                      '","name":"' delimited by size
                      zn-name delimited by "  "
                      '","severity":"' delimited by size
                      into geo-line
                      with pointer geo-ptr
               if zn-avoid
                   string 'avoid"},' delimited by size
                          into geo-line
                          with pointer geo-ptr
               else
                   string 'caution"},' delimited by size
                          into geo-line
                          with pointer geo-ptr
               end-if
               string '"geometry":{"type":"Polygon",' delimited by size
                      '"coordinates":[[' delimited by size
                      into geo-line
                      with pointer geo-ptr
               write geo-line
           end-if

           move 1 to first-coordinate
           if zn-box
               move zn-vertex-lat(1) to ring-lat
               move zn-vertex-long(1) to ring-long
               perform write-zone-vertex
               move zn-vertex-lat(1) to ring-lat
               move zn-vertex-long(2) to ring-long
               perform write-zone-vertex
               move zn-vertex-lat(2) to ring-lat
               move zn-vertex-long(2) to ring-long
               perform write-zone-vertex
               move zn-vertex-lat(2) to ring-lat
               move zn-vertex-long(1) to ring-long
               perform write-zone-vertex
           else
               perform varying vertex-idx from 1 by 1
                       until vertex-idx > zn-vertex-count
                   move zn-vertex-lat(vertex-idx) to ring-lat
                   move zn-vertex-long(vertex-idx) to ring-long
                   perform write-zone-vertex
               end-perform
           end-if
           move zn-vertex-lat(1) to ring-lat
           move zn-vertex-long(1) to ring-long
           perform write-zone-vertex

           if format-kml
               move "</coordinates></LinearRing></outerBoundaryIs>"
                   to geo-line
               write geo-line
               move "</Polygon></Placemark>" to geo-line
           else
               move "]]}}" to geo-line
           end-if
           write geo-line
           add 1 to zones-written
       .

       write-zone-vertex section.
           move ring-lat to coord-edited
           move function trim(coord-edited) to lat-text
           move ring-long to coord-edited
           move function trim(coord-edited) to long-text
           move spaces to geo-line
           if format-kml
               string long-text delimited by space
                      "," delimited by size
                      lat-text delimited by space
                      ",0" delimited by size
                      into geo-line
           else
               if first-coordinate = 1
                   string "[" delimited by size
                          long-text delimited by space
                          "," delimited by size
                          lat-text delimited by space
                          "]" delimited by size
                          into geo-line
               else
                   string ",[" delimited by size
                          long-text delimited by space
                          "," delimited by size
                          lat-text delimited by space
                          "]" delimited by size
                          into geo-line
               end-if
           end-if
           write geo-line
           move 0 to first-coordinate
       .

       write-file-header section.
           if format-kml
               move '<?xml version="1.0" encoding="UTF-8"?>'
               set format-geojson to true
           end-if

           display geozones-dat upon environment-name
           accept zones-token from environment-value
           if function upper-case(zones-token(1:1)) = "Y"
               set draw-zones to true
               display airzones-dat upon environment-name
               accept znfile-name from environment-value
               open input znfile
               if zn-fstat-1 not = 0
                   display "No zone data - zones not drawn."
                   move "N" to zones-wanted
               end-if
           end-if

           display geofile-dat upon environment-name
           accept geofile-name from environment-value
           open output geofile
       close-geometry-files section.
           close airfile
           close clsfile
           if draw-zones
               close znfile
           end-if
           close geofile
       .

