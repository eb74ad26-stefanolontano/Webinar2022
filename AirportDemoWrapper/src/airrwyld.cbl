      *> added, and any sequence numbers beyond the group are retired
      *> - so the rwy-seq numbering stays coherent however the
      *> subscription shuffles its rows.  Every add/change/delete is
      *> written to the action log.  Two trailing fields carry the
      *> runway's designator and magnetic heading -
      *> code,length,surface,lighting,designator,heading - and an
      *> extract without them, or with them blank, keeps whatever
      *> designator and heading the runway already has on file.  A
      *> heading that is not a number from 0 to 360 rejects the line.
       identification division.
       program-id. airrwyld.

       01  feed-length-digits      pic 9(2).
       01  feed-surface            pic x(10).
       01  feed-lighting           pic x(5).
       01  feed-designator         pic x(5).
       01  feed-heading-token      pic x(10).
       01  feed-heading-digits     pic 9(2).
       01  heading-ok              pic x.

      *> the airport group being rebuilt: the existing runway set is
      *> loaded into this table when the group opens, compared seq by
               05  old-length      pic 9(5).
               05  old-surface     pic x(10).
               05  old-lighting    pic x.
               05  old-heading     pic 9(3).
               05  old-designator  pic x(3).

       01  records-added           pic 9(7) value 0.
       01  records-changed         pic 9(7) value 0.
           move spaces to feed-length-token
           move spaces to feed-surface
           move spaces to feed-lighting
           move spaces to feed-designator
           move spaces to feed-heading-token
           unstring feed-line delimited by ","
               into feed-code, feed-length-token,
                    feed-surface, feed-lighting,
                    feed-designator, feed-heading-token

           move 0 to feed-length-digits
           inspect feed-length-token tallying feed-length-digits
                                       for characters before space
           move "Y" to heading-ok
           if feed-heading-token not = spaces
               move 0 to feed-heading-digits
               inspect feed-heading-token tallying feed-heading-digits
                                       for characters before space
               if feed-heading-digits = 0
                       or feed-heading-digits > 3
                       or feed-heading-token(1:feed-heading-digits)
                           is not numeric
                   move "N" to heading-ok
               else
                   if function numval(feed-heading-token) > 360
                       move "N" to heading-ok
                   end-if
               end-if
           end-if
           if feed-code = spaces
                   or feed-length-digits = 0
                   or feed-length-digits > 5
                   or feed-length-token(1:feed-length-digits)
                       is not numeric
                   or heading-ok not = "Y"
               add 1 to records-rejected
               move spaces to log-line
               string "REJECT " delimited by size
                       move rwy-length to old-length(old-count)
                       move rwy-surface to old-surface(old-count)
                       move rwy-lighting to old-lighting(old-count)
                       move rwy-heading to old-heading(old-count)
                       move rwy-designator
                           to old-designator(old-count)
                       read rwyfile next record
                       at end
                           exit perform
           move feed-surface to rwy-surface
           move function upper-case(feed-lighting(1:1))
               to rwy-lighting
           move 0 to rwy-heading
           move spaces to rwy-designator
           if fed-seq <= old-count
               move old-heading(fed-seq) to rwy-heading
               move old-designator(fed-seq) to rwy-designator
           end-if
           if feed-designator not = spaces
               move function upper-case(feed-designator(1:3))
                   to rwy-designator
           end-if
           if feed-heading-token not = spaces
               compute rwy-heading =
                   function numval(feed-heading-token)
           end-if

           if fed-seq <= old-count
               if rwy-length = old-length(fed-seq)
                       and rwy-surface = old-surface(fed-seq)
                       and rwy-lighting = old-lighting(fed-seq)
                       and rwy-heading = old-heading(fed-seq)
                       and rwy-designator = old-designator(fed-seq)
                   continue
               else
                   rewrite rwy-rec
           move rwy-length to log-line(16:5)
           move rwy-surface to log-line(22:10)
           move rwy-lighting to log-line(33:1)
           move rwy-designator to log-line(35:3)
           move rwy-heading to log-line(39:3)
           write log-line
       .

           accept rwyfeedfile-name from environment-value
           open input rwyfeedfile

      *> only a missing runway file (status 35) is created fresh - a
      *> record-length mismatch after the layout change must never
      *> fall through to an OPEN OUTPUT that would erase it (run
      *> the airupgr conversion instead).
           display airrwy-dat upon environment-name
           accept rwyfile-name from environment-value
           open i-o rwyfile
           if rwy-fstat = "35"
               open output rwyfile
               close rwyfile
               open i-o rwyfile
           end-if
           if rwy-fstat-1 not = 0
               display "Error opening runway data - status "
                       rwy-fstat " (run the file conversion after"
                       " a layout change)."
               stop run
           end-if

           display rwyloadlog-dat upon environment-name
           accept loadlogfile-name from environment-value
