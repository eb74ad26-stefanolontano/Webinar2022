           end-if
       .

      *> only a missing schedule file (status 35) is created fresh -
      *> a record-length mismatch after the layout change must never
      *> fall through to an OPEN OUTPUT that would erase it (run the
      *> airupgr conversion instead).
       open-schedule-files section.
           display airsched-dat upon environment-name
           accept schfile-name from environment-value
           open input schfile
           if sch-fstat = "35"
               open output schfile
               close schfile
               open input schfile
           end-if
           if sch-fstat-1 not = 0
               display "Error opening schedule master data - status "
                       sch-fstat " (run the file conversion after"
                       " a layout change)."
               move rc-file-error to return-code
           end-if

