               goback
           end-if

      *> only a missing runway file (status 35) is created fresh - a
      *> record-length mismatch after the layout change must never
      *> fall through to an OPEN OUTPUT that would erase it (run
      *> the airupgr conversion instead).
           display airrwy-dat upon environment-name
           accept rwyfile-name from environment-value
           open input rwyfile
           if rwy-fstat = "35"
               open output rwyfile
               close rwyfile
               open input rwyfile
           end-if
           if rwy-fstat-1 not = 0
               display "Error opening runway data - status "
                       rwy-fstat " (run the file conversion after"
                       " a layout change)."
               move 8 to return-code
               goback
           end-if

           display airclosures-dat upon environment-name
           accept clsfile-name from environment-value
