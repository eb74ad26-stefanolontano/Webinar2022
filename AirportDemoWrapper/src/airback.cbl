           organization line sequential
           file status is bak-fstat.

       select custfile assign custfile-name
           organization indexed
           record key is cus-account with no duplicates
           file status is src-fstat
           access sequential.

       select b26-file assign b26-path
           organization indexed
           record key is b26-account with no duplicates
           file status is bak-fstat
           access sequential.

       select fxfile assign fxfile-name
           organization indexed
           record key is fx-key with no duplicates
           file status is src-fstat
           access sequential.

       select b27-file assign b27-path
           organization indexed
           record key is b27-key with no duplicates
           file status is bak-fstat
           access sequential.

       select surfile assign surfile-name
           organization indexed
           record key is sur-key with no duplicates
           file status is src-fstat
           access sequential.

       select b28-file assign b28-path
           organization indexed
           record key is b28-key with no duplicates
           file status is bak-fstat
           access sequential.

       select chgfile assign chgfile-name
           organization indexed
           record key is chg-key with no duplicates
           file status is src-fstat
           access sequential.

       select b29-file assign b29-path
           organization indexed
           record key is b29-key with no duplicates
           file status is bak-fstat
           access sequential.

       select fltfile assign fltfile-name
           organization indexed
           record key is flt-registration with no duplicates
           file status is src-fstat
           access sequential.

       select b30-file assign b30-path
           organization indexed
           record key is b30-registration with no duplicates
           file status is bak-fstat
           access sequential.

       select cgtfile assign cgtfile-name
           organization indexed
           record key is cgt-key with no duplicates
           file status is src-fstat
           access sequential.

       select b31-file assign b31-path
           organization indexed
           record key is b31-key with no duplicates
           file status is bak-fstat
           access sequential.

       select embfile assign embfile-name
           organization indexed
           record key is emb-key with no duplicates
           file status is src-fstat
           access sequential.

       select b32-file assign b32-path
           organization indexed
           record key is b32-key with no duplicates
           file status is bak-fstat
           access sequential.

       select zonfile assign zonfile-name
           organization indexed
           record key is zon-id with no duplicates
           file status is src-fstat
           access sequential.

       select b33-file assign b33-path
           organization indexed
           record key is b33-id with no duplicates
           file status is bak-fstat
           access sequential.

       select wxhfile assign wxhfile-name
           organization indexed
           record key is wxh-key with no duplicates
           file status is src-fstat
           access sequential.

       select b34-file assign b34-path
           organization indexed
           record key is b34-key with no duplicates
           file status is bak-fstat
           access sequential.

       select flnfile assign flnfile-name
           organization indexed
           record key is fln-key with no duplicates
           file status is src-fstat
           access sequential.

       select b35-file assign b35-path
           organization indexed
           record key is b35-key with no duplicates
           file status is bak-fstat
           access sequential.

       select wndfile assign wndfile-name
           organization indexed
           record key is wnd-key with no duplicates
           file status is src-fstat
           access sequential.

       select b36-file assign b36-path
           organization indexed
           record key is b36-key with no duplicates
           file status is bak-fstat
           access sequential.

       select pendfile assign pendfile-name
           organization indexed
           record key is pnd-key with no duplicates
           file status is src-fstat
           access sequential.

       select b37-file assign b37-path
           organization indexed
           record key is b37-key with no duplicates
           file status is bak-fstat
           access sequential.

       select seclogfile assign seclogfile-name
           organization line sequential
           file status is src-fstat.

       select b38-file assign b38-path
           organization line sequential
           file status is bak-fstat.

       select periodctl assign periodctl-name
           organization indexed
           record key is prd-period with no duplicates
           file status is src-fstat
           access sequential.

       select b39-file assign b39-path
           organization indexed
           record key is b39-period with no duplicates
           file status is bak-fstat
           access sequential.

       select periodlog assign periodlog-name
           organization line sequential
           file status is src-fstat.

       select b40-file assign b40-path
           organization line sequential
           file status is bak-fstat.

       select rptctl assign rptctl-name
           organization line sequential
           file status is src-fstat.

       select b41-file assign b41-path
           organization line sequential
           file status is bak-fstat.

       select rptindex assign rptindex-name
           organization indexed
           record key is rix-report-id with no duplicates
           file status is src-fstat
           access sequential.

       select b42-file assign b42-path
           organization indexed
           record key is b42-report-id with no duplicates
           file status is bak-fstat
           access sequential.

       select rptstore assign rptstore-name
           organization indexed
           record key is rsl-key with no duplicates
           file status is src-fstat
           access sequential.

       select b43-file assign b43-path
           organization indexed
           record key is b43-key with no duplicates
           file status is bak-fstat
           access sequential.

       select manifest assign manifest-name
           organization line sequential
           file status is man-fstat.
       fd  b25-file.
       01  b25-line                pic x(80).

       fd  custfile.
       01  cus-rec.
       copy "aircust.cpy" replacing ==(prefix)== by ==cus==.

       fd  b26-file.
       01  b26-rec.
       copy "aircust.cpy" replacing ==(prefix)== by ==b26==.

       fd  fxfile.
       01  fx-rec.
       copy "airfx.cpy" replacing ==(prefix)== by ==fx==.

       fd  b27-file.
       01  b27-rec.
       copy "airfx.cpy" replacing ==(prefix)== by ==b27==.

       fd  surfile.
       01  sur-rec.
       copy "airsur.cpy" replacing ==(prefix)== by ==sur==.

       fd  b28-file.
       01  b28-rec.
       copy "airsur.cpy" replacing ==(prefix)== by ==b28==.

       fd  chgfile.
       01  chg-rec.
       copy "airchg.cpy" replacing ==(prefix)== by ==chg==.

       fd  b29-file.
       01  b29-rec.
       copy "airchg.cpy" replacing ==(prefix)== by ==b29==.

       fd  fltfile.
       01  flt-rec.
       copy "airflt.cpy" replacing ==(prefix)== by ==flt==.

       fd  b30-file.
       01  b30-rec.
       copy "airflt.cpy" replacing ==(prefix)== by ==b30==.

       fd  cgtfile.
       01  cgt-rec.
       copy "aircgt.cpy" replacing ==(prefix)== by ==cgt==.

       fd  b31-file.
       01  b31-rec.
       copy "aircgt.cpy" replacing ==(prefix)== by ==b31==.

       fd  embfile.
       01  emb-rec.
       copy "airemb.cpy" replacing ==(prefix)== by ==emb==.

       fd  b32-file.
       01  b32-rec.
       copy "airemb.cpy" replacing ==(prefix)== by ==b32==.

       fd  zonfile.
       01  zon-rec.
       copy "airzon.cpy" replacing ==(prefix)== by ==zon==.

       fd  b33-file.
       01  b33-rec.
       copy "airzon.cpy" replacing ==(prefix)== by ==b33==.

       fd  wxhfile.
       01  wxh-rec.
       copy "airwxh.cpy" replacing ==(prefix)== by ==wxh==.

       fd  b34-file.
       01  b34-rec.
       copy "airwxh.cpy" replacing ==(prefix)== by ==b34==.

       fd  flnfile.
       01  fln-rec.
       copy "airfln.cpy" replacing ==(prefix)== by ==fln==.

       fd  b35-file.
       01  b35-rec.
       copy "airfln.cpy" replacing ==(prefix)== by ==b35==.

       fd  wndfile.
       01  wnd-rec.
       copy "airwnd.cpy" replacing ==(prefix)== by ==wnd==.

       fd  b36-file.
       01  b36-rec.
       copy "airwnd.cpy" replacing ==(prefix)== by ==b36==.

       fd  pendfile.
       01  pnd-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==pnd==.
       copy "airpend.cpy" replacing ==(prefix)== by ==pnd==.
       01  pnd-key-view.
           03  pnd-key             pic x(25).

       fd  b37-file.
       01  b37-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==b37==.
       copy "airpend.cpy" replacing ==(prefix)== by ==b37==.
       01  b37-key-view.
           03  b37-key             pic x(25).

       fd  seclogfile.
       01  seclog-line                pic x(91).

       fd  b38-file.
       01  b38-line                pic x(91).

       fd  periodctl.
       01  prd-rec.
       copy "airperiod.cpy" replacing ==(prefix)== by ==prd==.

       fd  b39-file.
       01  b39-rec.
       copy "airperiod.cpy" replacing ==(prefix)== by ==b39==.

       fd  periodlog.
       01  prdlog-line                pic x(132).

       fd  b40-file.
       01  b40-line                pic x(132).

       fd  rptctl.
       01  rptctl-line                pic x(80).

       fd  b41-file.
       01  b41-line                pic x(80).

       fd  rptindex.
       01  rix-rec.
       copy "airrptix.cpy" replacing ==(prefix)== by ==rix==.

       fd  b42-file.
       01  b42-rec.
       copy "airrptix.cpy" replacing ==(prefix)== by ==b42==.

       fd  rptstore.
       01  rsl-rec.
       copy "airrptln.cpy" replacing ==(prefix)== by ==rsl==.

       fd  b43-file.
       01  b43-rec.
       copy "airrptln.cpy" replacing ==(prefix)== by ==b43==.

       fd  manifest.
       01  manifest-line          pic x(100).

       01  cntpostctl-name         pic x(256).
       78  b25-dat                 value "dd_cntpostctl".
       01  b25-path             pic x(256).
       01  custfile-name         pic x(256).
       78  b26-dat                 value "dd_aircustomers".
       01  b26-path             pic x(256).
       01  fxfile-name         pic x(256).
       78  b27-dat                 value "dd_airfxrates".
       01  b27-path             pic x(256).
       01  surfile-name         pic x(256).
       78  b28-dat                 value "dd_airsurcharge".
       01  b28-path             pic x(256).
       01  chgfile-name         pic x(256).
       78  b29-dat                 value "dd_aircharges".
       01  b29-path             pic x(256).
       01  fltfile-name         pic x(256).
       78  b30-dat                 value "dd_airfleet".
       01  b30-path             pic x(256).
       01  cgtfile-name         pic x(256).
       78  b31-dat                 value "dd_aircargotariff".
       01  b31-path             pic x(256).
       01  embfile-name         pic x(256).
       78  b32-dat                 value "dd_airembargo".
       01  b32-path             pic x(256).
       01  zonfile-name         pic x(256).
       78  b33-dat                 value "dd_airzones".
       01  b33-path             pic x(256).
       01  wxhfile-name         pic x(256).
       78  b34-dat                 value "dd_airwxhist".
       01  b34-path             pic x(256).
       01  flnfile-name         pic x(256).
       78  b35-dat                 value "dd_airflown".
       01  b35-path             pic x(256).
       01  wndfile-name         pic x(256).
       78  b36-dat                 value "dd_airwind".
       01  b36-path             pic x(256).
       01  pendfile-name         pic x(256).
       78  b37-dat                 value "dd_airpending".
       01  b37-path             pic x(256).
       01  seclogfile-name         pic x(256).
       78  b38-dat                 value "dd_airseclog".
       01  b38-path             pic x(256).
       01  periodctl-name         pic x(256).
       78  b39-dat                 value "dd_airperiodctl".
       01  b39-path             pic x(256).
       01  periodlog-name         pic x(256).
       78  b40-dat                 value "dd_airperiodlog".
       01  b40-path             pic x(256).
       01  rptctl-name         pic x(256).
       78  b41-dat                 value "dd_rptctl".
       01  b41-path             pic x(256).
       01  rptindex-name         pic x(256).
       78  b42-dat                 value "dd_airrptindex".
       01  b42-path             pic x(256).
       01  rptstore-name         pic x(256).
       78  b43-dat                 value "dd_airrptstore".
       01  b43-path             pic x(256).

       01  manifest-name          pic x(256).
       78  backupman-dat                 value "dd_backupman".
           perform backup-periodfile
           perform backup-quotectl
           perform backup-cntpostctl
           perform backup-custfile
           perform backup-fxfile
           perform backup-surfile
           perform backup-chgfile
           perform backup-fltfile
           perform backup-cgtfile
           perform backup-embfile
           perform backup-zonfile
           perform backup-wxhfile
           perform backup-flnfile
           perform backup-wndfile
           perform backup-pendfile
           perform backup-seclogfile
           perform backup-periodctl
           perform backup-periodlog
           perform backup-rptctl
           perform backup-rptindex
           perform backup-rptstore
           perform close-manifest
           perform record-generation
           if files-mismatched > 0
           perform write-manifest-line
       .

       backup-custfile section.
           move "custfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b26-dat upon environment-name
           accept custfile-name from environment-value
           move spaces to b26-path
           string custfile-name delimited by space
                  gen-suffix delimited by space
                  into b26-path
           open input custfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b26-file
               perform until no-more-to-copy
                   read custfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move cus-rec to b26-rec
                           write b26-rec
                           add 1 to src-count
                   end-read
               end-perform
               close custfile
               close b26-file
               move "N" to at-end-of-copy
               open input b26-file
               perform until no-more-to-copy
                   read b26-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b26-file
           end-if
           perform write-manifest-line
       .

       backup-fxfile section.
           move "fxfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b27-dat upon environment-name
           accept fxfile-name from environment-value
           move spaces to b27-path
           string fxfile-name delimited by space
                  gen-suffix delimited by space
                  into b27-path
           open input fxfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b27-file
               perform until no-more-to-copy
                   read fxfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move fx-rec to b27-rec
                           write b27-rec
                           add 1 to src-count
                   end-read
               end-perform
               close fxfile
               close b27-file
               move "N" to at-end-of-copy
               open input b27-file
               perform until no-more-to-copy
                   read b27-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b27-file
           end-if
           perform write-manifest-line
       .

       backup-surfile section.
           move "surfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b28-dat upon environment-name
           accept surfile-name from environment-value
           move spaces to b28-path
           string surfile-name delimited by space
                  gen-suffix delimited by space
                  into b28-path
           open input surfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b28-file
               perform until no-more-to-copy
                   read surfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move sur-rec to b28-rec
                           write b28-rec
                           add 1 to src-count
                   end-read
               end-perform
               close surfile
               close b28-file
               move "N" to at-end-of-copy
               open input b28-file
               perform until no-more-to-copy
                   read b28-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b28-file
           end-if
           perform write-manifest-line
       .

       backup-chgfile section.
           move "chgfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b29-dat upon environment-name
           accept chgfile-name from environment-value
           move spaces to b29-path
           string chgfile-name delimited by space
                  gen-suffix delimited by space
                  into b29-path
           open input chgfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b29-file
               perform until no-more-to-copy
                   read chgfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move chg-rec to b29-rec
                           write b29-rec
                           add 1 to src-count
                   end-read
               end-perform
               close chgfile
               close b29-file
               move "N" to at-end-of-copy
               open input b29-file
               perform until no-more-to-copy
                   read b29-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b29-file
           end-if
           perform write-manifest-line
       .

       backup-fltfile section.
           move "fltfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b30-dat upon environment-name
           accept fltfile-name from environment-value
           move spaces to b30-path
           string fltfile-name delimited by space
                  gen-suffix delimited by space
                  into b30-path
           open input fltfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b30-file
               perform until no-more-to-copy
                   read fltfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move flt-rec to b30-rec
                           write b30-rec
                           add 1 to src-count
                   end-read
               end-perform
               close fltfile
               close b30-file
               move "N" to at-end-of-copy
               open input b30-file
               perform until no-more-to-copy
                   read b30-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b30-file
           end-if
           perform write-manifest-line
       .

       backup-cgtfile section.
           move "cgtfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b31-dat upon environment-name
           accept cgtfile-name from environment-value
           move spaces to b31-path
           string cgtfile-name delimited by space
                  gen-suffix delimited by space
                  into b31-path
           open input cgtfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b31-file
               perform until no-more-to-copy
                   read cgtfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move cgt-rec to b31-rec
                           write b31-rec
                           add 1 to src-count
                   end-read
               end-perform
               close cgtfile
               close b31-file
               move "N" to at-end-of-copy
               open input b31-file
               perform until no-more-to-copy
                   read b31-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b31-file
           end-if
           perform write-manifest-line
       .

       backup-embfile section.
           move "embfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b32-dat upon environment-name
           accept embfile-name from environment-value
           move spaces to b32-path
           string embfile-name delimited by space
                  gen-suffix delimited by space
                  into b32-path
           open input embfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b32-file
               perform until no-more-to-copy
                   read embfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move emb-rec to b32-rec
                           write b32-rec
                           add 1 to src-count
                   end-read
               end-perform
               close embfile
               close b32-file
               move "N" to at-end-of-copy
               open input b32-file
               perform until no-more-to-copy
                   read b32-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b32-file
           end-if
           perform write-manifest-line
       .

       backup-zonfile section.
           move "zonfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b33-dat upon environment-name
           accept zonfile-name from environment-value
           move spaces to b33-path
           string zonfile-name delimited by space
                  gen-suffix delimited by space
                  into b33-path
           open input zonfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b33-file
               perform until no-more-to-copy
                   read zonfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move zon-rec to b33-rec
                           write b33-rec
                           add 1 to src-count
                   end-read
               end-perform
               close zonfile
               close b33-file
               move "N" to at-end-of-copy
               open input b33-file
               perform until no-more-to-copy
                   read b33-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b33-file
           end-if
           perform write-manifest-line
       .

       backup-wxhfile section.
           move "wxhfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b34-dat upon environment-name
           accept wxhfile-name from environment-value
           move spaces to b34-path
           string wxhfile-name delimited by space
                  gen-suffix delimited by space
                  into b34-path
           open input wxhfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b34-file
               perform until no-more-to-copy
                   read wxhfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move wxh-rec to b34-rec
                           write b34-rec
                           add 1 to src-count
                   end-read
               end-perform
               close wxhfile
               close b34-file
               move "N" to at-end-of-copy
               open input b34-file
               perform until no-more-to-copy
                   read b34-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b34-file
           end-if
           perform write-manifest-line
       .

       backup-flnfile section.
           move "flnfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b35-dat upon environment-name
           accept flnfile-name from environment-value
           move spaces to b35-path
           string flnfile-name delimited by space
                  gen-suffix delimited by space
                  into b35-path
           open input flnfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b35-file
               perform until no-more-to-copy
                   read flnfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move fln-rec to b35-rec
                           write b35-rec
                           add 1 to src-count
                   end-read
               end-perform
               close flnfile
               close b35-file
               move "N" to at-end-of-copy
               open input b35-file
               perform until no-more-to-copy
                   read b35-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b35-file
           end-if
           perform write-manifest-line
       .

       backup-wndfile section.
           move "wndfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b36-dat upon environment-name
           accept wndfile-name from environment-value
           move spaces to b36-path
           string wndfile-name delimited by space
                  gen-suffix delimited by space
                  into b36-path
           open input wndfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b36-file
               perform until no-more-to-copy
                   read wndfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move wnd-rec to b36-rec
                           write b36-rec
                           add 1 to src-count
                   end-read
               end-perform
               close wndfile
               close b36-file
               move "N" to at-end-of-copy
               open input b36-file
               perform until no-more-to-copy
                   read b36-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b36-file
           end-if
           perform write-manifest-line
       .

       backup-pendfile section.
           move "pendfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b37-dat upon environment-name
           accept pendfile-name from environment-value
           move spaces to b37-path
           string pendfile-name delimited by space
                  gen-suffix delimited by space
                  into b37-path
           open input pendfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b37-file
               perform until no-more-to-copy
                   read pendfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move pnd-rec to b37-rec
                           write b37-rec
                           add 1 to src-count
                   end-read
               end-perform
               close pendfile
               close b37-file
               move "N" to at-end-of-copy
               open input b37-file
               perform until no-more-to-copy
                   read b37-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b37-file
           end-if
           perform write-manifest-line
       .

       backup-seclogfile section.
           move "seclogfile" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b38-dat upon environment-name
           accept seclogfile-name from environment-value
           move spaces to b38-path
           string seclogfile-name delimited by space
                  gen-suffix delimited by space
                  into b38-path
           open input seclogfile
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b38-file
               perform until no-more-to-copy
                   read seclogfile next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move seclog-line to b38-line
                           write b38-line
                           add 1 to src-count
                   end-read
               end-perform
               close seclogfile
               close b38-file
               move "N" to at-end-of-copy
               open input b38-file
               perform until no-more-to-copy
                   read b38-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b38-file
           end-if
           perform write-manifest-line
       .

       backup-periodctl section.
           move "periodctl" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b39-dat upon environment-name
           accept periodctl-name from environment-value
           move spaces to b39-path
           string periodctl-name delimited by space
                  gen-suffix delimited by space
                  into b39-path
           open input periodctl
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b39-file
               perform until no-more-to-copy
                   read periodctl next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move prd-rec to b39-rec
                           write b39-rec
                           add 1 to src-count
                   end-read
               end-perform
               close periodctl
               close b39-file
               move "N" to at-end-of-copy
               open input b39-file
               perform until no-more-to-copy
                   read b39-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b39-file
           end-if
           perform write-manifest-line
       .

       backup-periodlog section.
           move "periodlog" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b40-dat upon environment-name
           accept periodlog-name from environment-value
           move spaces to b40-path
           string periodlog-name delimited by space
                  gen-suffix delimited by space
                  into b40-path
           open input periodlog
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b40-file
               perform until no-more-to-copy
                   read periodlog next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move prdlog-line to b40-line
                           write b40-line
                           add 1 to src-count
                   end-read
               end-perform
               close periodlog
               close b40-file
               move "N" to at-end-of-copy
               open input b40-file
               perform until no-more-to-copy
                   read b40-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b40-file
           end-if
           perform write-manifest-line
       .

       backup-rptctl section.
           move "rptctl" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b41-dat upon environment-name
           accept rptctl-name from environment-value
           move spaces to b41-path
           string rptctl-name delimited by space
                  gen-suffix delimited by space
                  into b41-path
           open input rptctl
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b41-file
               perform until no-more-to-copy
                   read rptctl next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move rptctl-line to b41-line
                           write b41-line
                           add 1 to src-count
                   end-read
               end-perform
               close rptctl
               close b41-file
               move "N" to at-end-of-copy
               open input b41-file
               perform until no-more-to-copy
                   read b41-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b41-file
           end-if
           perform write-manifest-line
       .

       backup-rptindex section.
           move "rptindex" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b42-dat upon environment-name
           accept rptindex-name from environment-value
           move spaces to b42-path
           string rptindex-name delimited by space
                  gen-suffix delimited by space
                  into b42-path
           open input rptindex
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b42-file
               perform until no-more-to-copy
                   read rptindex next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move rix-rec to b42-rec
                           write b42-rec
                           add 1 to src-count
                   end-read
               end-perform
               close rptindex
               close b42-file
               move "N" to at-end-of-copy
               open input b42-file
               perform until no-more-to-copy
                   read b42-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b42-file
           end-if
           perform write-manifest-line
       .

       backup-rptstore section.
           move "rptstore" to file-tag
           move 0 to src-count
           move 0 to bak-count
           move 0 to src-missing
           move "N" to at-end-of-copy
           display b43-dat upon environment-name
           accept rptstore-name from environment-value
           move spaces to b43-path
           string rptstore-name delimited by space
                  gen-suffix delimited by space
                  into b43-path
           open input rptstore
           if src-fstat-1 not = 0
               move 1 to src-missing
           else
               open output b43-file
               perform until no-more-to-copy
                   read rptstore next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           move rsl-rec to b43-rec
                           write b43-rec
                           add 1 to src-count
                   end-read
               end-perform
               close rptstore
               close b43-file
               move "N" to at-end-of-copy
               open input b43-file
               perform until no-more-to-copy
                   read b43-file next record
                       at end
                           move "Y" to at-end-of-copy
                       not at end
                           add 1 to bak-count
                   end-read
               end-perform
               close b43-file
           end-if
           perform write-manifest-line
       .

       end program airback.
