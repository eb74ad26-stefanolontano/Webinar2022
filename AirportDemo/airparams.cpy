      *> also returned automatically whenever find-airport misses.
           88 get-suggestions                        value "S".
      *> converts a departure local time at (ap-prefix)-airport1 into
      *> an arrival local time at (ap-prefix)-airport2 - answering
      *> return-code 4 when that arrival falls inside a curfew at
      *> (ap-prefix)-airport2.
           88 get-arrival-time                        value "T".
      *> returns every airport whose converted lat/long falls inside
      *> the box given by (ap-prefix)-min-lat/max-lat/min-long/
      *> the field's elevation - against (ap-prefix)-airport1's
      *> runways, surfaces and closures, answering in return-code
      *> and a one-line verdict in (ap-prefix)-matched-codes(1).
      *> The closures are those in force on (ap-prefix)-travel-
      *> date, blank meaning today.
           88 get-landable                             value "L".
      *> contains-style name/city search: returns every airport any
      *> word of whose name or city starts with the (single-word)
      *> compliance reporting reads the same figure the quote shows.
           03 co2-kg-raw                 comp-2.
           03 co2-kg                     pic zzz,zz9.
      *> the same three estimates with the seasonal average
      *> en-route wind applied to the ground speed - the along-track
      *> component in knots (tailwind positive) for the leg's
      *> direction band, midpoint latitude band and the travel
      *> date's month, and the block time, fuel and CO2 it gives.
      *> The figures above stay the still-air ones, so both can be
      *> shown side by side; with no wind row on file the two sets
      *> are equal and wind-component-kt is zero.
           03 wind-component-kt          pic s9(3).
           03 flight-time-wind-min       pic zzz9.
           03 fuel-kg-wind-raw           comp-2.
           03 fuel-kg-wind               pic zzz,zz9.
           03 co2-kg-wind-raw            comp-2.
           03 co2-kg-wind                pic zzz,zz9.
      *> departure local time (HHMM, 24-hour) at (ap-prefix)-airport1
      *> for a get-arrival-time call, and the resulting local time
      *> (HHMM) at (ap-prefix)-airport2 it returns.
      *> travel date (YYYYMMDD) for a get-arrival-time call - each
      *> airport's utc-offset is resolved through its dst-region's
      *> seasonal rules for this date, so a printed arrival time is
      *> right in both halves of the year.  Blank means today.  A
      *> get-landable call checks closures for this date as well,
      *> and a get-distance call takes its seasonal wind month
      *> from it.
       01 (ap-prefix)-travel-date                    pic x(8).
      *> aircraft-type code for a get-distance call - blank uses the
      *> global cruise-speed estimate and returns no fuel figures.
               05 (ap-prefix)-runway-length          pic 9(5).
               05 (ap-prefix)-runway-surface         pic x(10).
               05 (ap-prefix)-runway-lighting        pic x.
      *> the runway's heading and designator, and the latest
      *> observation's wind resolved along and across it in knots:
      *> headwind negative for a tailwind, the crosswind with the
      *> side it blows from (L or R), and a "Y" flag when the
      *> crosswind is over the limit below.  A runway with no
      *> heading or designator on file carries no components.
               05 (ap-prefix)-runway-heading         pic 9(3).
               05 (ap-prefix)-runway-designator      pic x(3).
               05 (ap-prefix)-runway-headwind        pic s9(3).
               05 (ap-prefix)-runway-crosswind       pic 9(3).
               05 (ap-prefix)-runway-xwind-side      pic x.
               05 (ap-prefix)-runway-xwind-over      pic x.
      *> the observation the components came from - "Y" in
      *> wind-known only when one is on file with a steady
      *> direction (not VRB) - and the crosswind limit applied: the
      *> (ap-prefix)-aircraft-type profile's own when one is named
      *> and profiled, otherwise the house dd_xwindlimit (default
      *> 20 kt).
           03 (ap-prefix)-runway-wind-known          pic x.
           03 (ap-prefix)-runway-wind-dir            pic x(3).
           03 (ap-prefix)-runway-wind-speed          pic 9(3).
           03 (ap-prefix)-runway-obs-time            pic x(12).
           03 (ap-prefix)-runway-xwind-limit         pic 9(2).
      *> additional filters for a get-search call: the elevation
      *> ceiling in feet (zero accepts any elevation) and the runway
      *> surface wanted (blank accepts any surface) - the surface is
