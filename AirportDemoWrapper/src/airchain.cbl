      *> reads the control file and resumes from the failed step
      *> instead of the top, so nobody has to decide at 2 a.m. what
      *> is safe to rerun; a fully successful chain clears the
      *> control file ready for the next night.  Every report a
      *> step files in the report repository carries the chain run
      *> id (dd_chainrun) - the date and time the chain was started.
       identification division.
       program-id. airchain.

       working-storage section.
       01  chainctl-name          pic x(256).
       78  chainctl-dat                  value "dd_chainctl".
       01  chain-run-id           pic x(14).
       78  chainrun-dat                  value "dd_chainrun".

       01  ctl-fstat.
           03  ctl-fstat-1        pic 9.
      *> validations and reconciliations, then the reports and
      *> extracts that read what the load left behind, and the
      *> consistent backup generation last, once everything that
      *> writes has finished.  The quote expiry runs ahead of the
      *> quote-reading steps so none of them sees a lapsed quote
      *> as open.  The schedule's curfew and closure conflicts are
      *> listed alongside the stored routes' closure impact, and the
      *> master changes still awaiting approval are aged next,
      *> followed by the sign-on security report and the codes in
      *> their reuse quarantine.  The weather history and report
      *> repository purges run just before the backup so the
      *> generation taken holds only what is kept.
       78  chain-step-count              value 18.
       01  chain-step-table.
           03  filler             pic x(10) value "airload".
           03  filler             pic x(10) value "airvalid".
           03  filler             pic x(10) value "airelev".
           03  filler             pic x(10) value "airctysum".
           03  filler             pic x(10) value "airpost".
           03  filler             pic x(10) value "airqexp".
           03  filler             pic x(10) value "airtopq".
           03  filler             pic x(10) value "airexport".
           03  filler             pic x(10) value "airdelta".
           03  filler             pic x(10) value "airrtcl".
           03  filler             pic x(10) value "airschcf".
           03  filler             pic x(10) value "airpndag".
           03  filler             pic x(10) value "airsecrp".
           03  filler             pic x(10) value "airreurp".
           03  filler             pic x(10) value "airwxpur".
           03  filler             pic x(10) value "airrpur".
           03  filler             pic x(10) value "airback".
       01  chain-steps            redefines chain-step-table.
           03  chain-step         pic x(10) occurs chain-step-count.

       procedure division.
       main section.
           move function current-date(1:14) to chain-run-id
           display chainrun-dat upon environment-name
           display chain-run-id upon environment-value
           display "Chain run " chain-run-id "."
           perform read-chain-control
           perform varying step-idx from 1 by 1
                   until step-idx > chain-step-count
