      *> to zero, so airtopq's ranking and the trend report measure
      *> the period just closed rather than all time.  The period
      *> identifier comes from dd_cntperiod (YYYYMM), defaulting to
      *> the current month.  Run as the first step of the month-end
      *> close (airmend), which names the period being closed and
      *> takes the count snapshotted into its close pack.
       identification division.
       program-id. aircntcl.

           organization line sequential
           file status is period-fstat.

       select closepack assign closepack-name
           organization line sequential
           file status is pack-fstat.

       data division.
       fd  cntfile.
       01  cnt-rec.
       01  period-rec.
       copy "aircntp.cpy" replacing ==(prefix)== by ==per==.

       fd  closepack.
       01  closepack-rec          pic x(120).

       working-storage section.
       01  cntfile-name           pic x(256).
       78  aircounters-dat               value "dd_aircounters".
       01  at-end-of-file         pic x value "N".
           88  no-more-records             value "Y".

      *> this step's line for the month-end close pack - written
      *> only when the close names a pack in dd_closepack.
       01  closepack-name         pic x(256).
       78  closepack-dat                 value "dd_closepack".
       01  pack-fstat.
           03  pack-fstat-1       pic 9.
           03  pack-fstat-2       pic 9.
       01  close-pack-line.
       copy "airclpk.cpy" replacing ==(prefix)== by ==pk==.
       01  pack-count-ed          pic z(8)9.

       procedure division.
       main section.
           perform open-close-files
                   period-id ", " counters-closed
                   " counter(s) snapshotted and reset."
           perform close-close-files
           move spaces to close-pack-line
           move "AIRCNTCL" to pk-step
           move cntperiods-dat to pk-report
           move "PERIOD" to pk-label(1)
           move period-id to pk-figure(1)
           move "COUNTERS" to pk-label(2)
           move counters-closed to pack-count-ed
           move pack-count-ed to pk-figure(2)
           perform write-close-pack-line
           goback
       .

       close-one-counter section.
           open i-o cntfile
           if cnt-fstat-1 not = 0
               display "Error opening counter data"
               move 8 to return-code
               goback
           end-if

           display cntperiods-dat upon environment-name
           close periodfile
       .

      *> a run by hand names no pack and writes nothing.
       write-close-pack-line section.
           display closepack-dat upon environment-name
           accept closepack-name from environment-value
           if closepack-name not = spaces
               open extend closepack
               if pack-fstat-1 not = 0
                   open output closepack
               end-if
               write closepack-rec from close-pack-line
               close closepack
           end-if
       .

       end program aircntcl.
