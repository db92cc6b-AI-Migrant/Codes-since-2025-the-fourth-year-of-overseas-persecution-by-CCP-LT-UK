       identification division.
       program-id. master-utility.
      * Unload, reload and verification of the three indexed masters
      * TRIMAST.DAT, STAMAST.DAT and RUNCTL.DAT. With no parameter the
      * run is the nightly unload: each master is read in key order to
      * a dated sequential backup TRIMyyyymmdd.BKP, STAMyyyymmdd.BKP
      * and RUNCyyyymmdd.BKP (header, one record image per master
      * record, trailer with the record count, a key hash and a field
      * control total) and catalogued on MBKCATLG.DAT. The unload is
      * the first step of the nightly cycle and is stamped on the
      * run-control file, so TRI-BATCH never touches the triangle
      * master without a known-good copy behind it.
      *
      * MUTILPRM.DAT asks for the recovery functions instead:
      *   R master [date]  rebuild the master from its backup for the
      *                    date (latest catalogued if none) and then
      *                    verify the rebuilt file
      *   V master [date]  verify the backup against its own trailer
      *                    and catalogue entry, and the live master
      *                    against the backup (ALL or blank = every one)
      *   C STAMAST        one-off cutover of a station master still in
      *                    the layout from before the operating limits
      *                    were added: the old file is read through its
      *                    old record, written to a current-layout
      *                    backup for today's date with both limits not
      *                    set, and STAMAST.DAT is then reloaded from it
      *                    and verified exactly as R does. Run it once,
      *                    before the first night on the new layout; a
      *                    master already converted will not open
      *                    through the old record and is left alone.
      * The backup is proved against its trailer and catalogue entry
      * before a reload starts; one that fails is refused and the live
      * master is left alone. The live master is proved by count, key
      * order, key hash and field total against the trailer. A recovery
      * parameter is acted on once: the file is removed when read, so
      * the next nightly run finds no parameter and unloads as normal.
      * Findings go to MASTUTIL.RPT. Return code 1 when a run cannot do
      * its work, 2 when a verification finds a break.

       environment division.
       input-output section.
       file-control.
           select param-file assign to "MUTILPRM.DAT"
               organization is line sequential
               file status is ws-param-status.

           select tri-master-file assign to "TRIMAST.DAT"
               organization is indexed
               access is dynamic
               record key is mast-meas-id
               file status is ws-tri-status.

           select sta-master-file assign to "STAMAST.DAT"
               organization is indexed
               access is dynamic
               record key is sta-station
               file status is ws-sta-status.

           select old-sta-master-file assign to "STAMAST.DAT"
               organization is indexed
               access is dynamic
               record key is old-sta-station
               file status is ws-old-sta-status.

           select ctl-master-file assign to "RUNCTL.DAT"
               organization is indexed
               access is dynamic
               record key is runctl-key
               file status is ws-runctl-status.

           select backup-file assign using ws-backup-name
               organization is line sequential
               file status is ws-backup-status.

           select catalog-file assign to "MBKCATLG.DAT"
               organization is line sequential
               file status is ws-catalog-status.

           select utility-report assign to "MASTUTIL.RPT"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd param-file.
       01 param-record.
          05 param-function         pic x.
          05 filler                 pic x.
          05 param-master           pic x(8).
          05 filler                 pic x.
          05 param-date             pic x(8).

       fd tri-master-file.
       copy TRIMAST.

       fd sta-master-file.
       copy STAMAST.

      * The station master as it stood before the operating limits -
      * read only by the C cutover.
       fd old-sta-master-file.
       01 old-station-record.
          05 old-sta-station        pic x(4).
          05 filler                 pic x(41).

       fd ctl-master-file.
       copy RUNCTL.

       fd backup-file.
       copy MBKREC.

       fd catalog-file.
       copy MBKCATLG.

       fd utility-report.
       01 report-line               pic x(80).

       working-storage section.
       01 ws-param-status           pic xx.
       01 ws-tri-status             pic xx.
       01 ws-sta-status             pic xx.
       01 ws-old-sta-status         pic xx.
       01 ws-runctl-status          pic xx.
       01 ws-backup-status          pic xx.
       01 ws-catalog-status         pic xx.
       01 ws-report-status          pic xx.
       01 ws-live-status            pic xx.
       01 ws-eof-flag               pic x.
       01 ws-scan-done              pic x.

       01 ws-function               pic x value "U".
      *    U = nightly unload, R = reload and verify, V = verify,
      *    C = station master cutover to the current layout
       01 ws-function-name          pic x(6).
       01 ws-master-select          pic x(8) value "ALL".
       01 ws-param-date             pic 9(8) value 0.
       01 ws-param-error            pic x value "N".

       01 ws-run-date               pic 9(8).
       01 ws-job-rc                 pic 9(4) value 0.
       01 ws-ctl-function           pic x.
       01 ws-ctl-job                pic x(12) value "mast-unload".
       01 ws-ctl-rc                 pic 9(4).
       01 ws-ctl-refused            pic 9.

      * The master in hand and its backup.
       01 ws-master-name            pic x(8).
       01 ws-master-prefix          pic x(4).
       01 ws-record-length          pic 9(4).
       01 ws-backup-name            pic x(16).
       01 ws-backup-date            pic 9(8).
       01 ws-backup-length          pic 9(4).
       01 ws-image-length           pic 9(4).
       01 ws-live-open              pic x.
       01 ws-writing-backup         pic x.
       01 ws-backup-usable          pic x.
       01 ws-check-failed           pic x.

      * Figures gathered over the master records in key order, whether
      * read from the live file or from a backup.
       01 ws-figures.
          05 ws-rec-count           pic 9(9).
          05 ws-key-hash            pic 9(10).
          05 ws-field-total         pic 9(15).
          05 ws-order-breaks        pic 9(9).
          05 ws-structure-breaks    pic 9(9).
          05 ws-written-count       pic 9(9).
          05 ws-write-failures      pic 9(9).
       01 ws-key-image              pic x(20).
       01 ws-prior-key              pic x(20).
       01 ws-key-length             pic 9(4).
       01 ws-field-value            pic 9(9).
       01 ws-byte-idx               pic 9(4).
       01 ws-fold                   pic 9(14).
       01 ws-quotient               pic 9(14).

      * The backup's own header and trailer, and its catalogue entry.
       01 ws-header-found           pic x.
       01 ws-trailer-found          pic x.
       01 ws-trl-count              pic 9(9).
       01 ws-trl-key-hash           pic 9(10).
       01 ws-trl-field-total        pic 9(15).
       01 ws-cat-found              pic x.
       01 ws-cat-date               pic 9(8).
       01 ws-cat-count              pic 9(9).
       01 ws-cat-key-hash           pic 9(10).
       01 ws-cat-field-total        pic 9(15).

       01 ws-master-count           pic 9(2) value 0.
       01 ws-break-count            pic 9(4) value 0.

       01 ws-timestamp.
          05 ws-stamp-date-time.
             10 ws-stamp-date       pic 9(8).
             10 ws-stamp-hour       pic 9(2).
             10 ws-stamp-minute     pic 9(2).
             10 ws-stamp-second     pic 9(2).
          05 filler                 pic x(7).

       01 ws-ck-label               pic x(24).
       01 ws-ck-expected            pic 9(15).
       01 ws-ck-found               pic 9(15).

       01 ws-check-heading.
          05 filler                 pic x(26) value "  Check".
          05 filler                 pic x(18) value "       Expected".
          05 filler                 pic x(18) value "          Found".
          05 filler                 pic x(6) value "Result".

       01 ws-check-line.
          05 filler                 pic x(2) value spaces.
          05 ck-label               pic x(24).
          05 ck-expected            pic z(14)9.
          05 filler                 pic x(3) value spaces.
          05 ck-found               pic z(14)9.
          05 filler                 pic x(3) value spaces.
          05 ck-result              pic x(8).

       01 ws-count-disp             pic z(8)9.
       01 ws-hash-disp              pic z(9)9.
       01 ws-total-disp             pic z(14)9.

       01 ws-report-line            pic x(80).

       procedure division.
       main-line.
           perform read-utility-parameters

           if ws-param-error is equal to "Y"
               display "master-utility: backup date in MUTILPRM.DAT "
                       "is not numeric - nothing done"
               move 1 to return-code
               goback
           end-if

           if ws-master-select is not equal to "ALL"
                   and ws-master-select is not equal to "TRIMAST"
                   and ws-master-select is not equal to "STAMAST"
                   and ws-master-select is not equal to "RUNCTL"
               display "master-utility: unknown master "
                       ws-master-select " in MUTILPRM.DAT"
               move 1 to return-code
               goback
           end-if

           evaluate ws-function
               when "U"
                   move "UNLOAD" to ws-function-name
                   perform unload-run
               when "R"
                   move "RELOAD" to ws-function-name
                   perform reload-run
               when "V"
                   move "VERIFY" to ws-function-name
                   perform verify-run
               when "C"
                   move "CONVRT" to ws-function-name
                   perform convert-run
               when other
                   display "master-utility: unknown function "
                           ws-function " in MUTILPRM.DAT"
                   move 1 to return-code
           end-evaluate

           goback.

       read-utility-parameters.
      * One record: function in column 1, master in columns 3-10,
      * backup date in columns 12-19. A date that is there but not
      * numeric refuses the run rather than falling back to the
      * latest backup - a reload must use the backup asked for.
      * No file (the nightly case) means unload every master.
           open input param-file

           if ws-param-status is equal to "00"
               read param-file
                   at end
                       continue
                   not at end
                       if param-function is not equal to space
                           move param-function to ws-function
                       end-if
                       if param-master is not equal to spaces
                           move param-master to ws-master-select
                       end-if
                       if param-date is numeric
                           move param-date to ws-param-date
                       else
                           if param-date is not equal to spaces
                               move "Y" to ws-param-error
                           end-if
                       end-if
               end-read
               close param-file

               if ws-function is not equal to "U"
                   delete file param-file
               end-if
           end-if.

       unload-run.
           move "S" to ws-ctl-function
           move 0 to ws-ctl-rc
           call "run-control" using ws-ctl-function ws-ctl-job
                                     ws-run-date ws-ctl-rc
                                     ws-ctl-refused

           if ws-ctl-refused is not equal to 0
               display "master-utility: run refused by run-control"
               move 1 to return-code
               exit paragraph
           end-if

           perform open-utility-report

           if ws-report-status is not equal to "00"
               move 1 to ws-job-rc
               perform run-control-end
               exit paragraph
           end-if

           if ws-master-select is equal to "ALL"
                   or ws-master-select is equal to "TRIMAST"
               move "TRIMAST" to ws-master-name
               perform unload-one-master
           end-if

           if ws-master-select is equal to "ALL"
                   or ws-master-select is equal to "STAMAST"
               move "STAMAST" to ws-master-name
               perform unload-one-master
           end-if

           if ws-master-select is equal to "ALL"
                   or ws-master-select is equal to "RUNCTL"
               move "RUNCTL" to ws-master-name
               perform unload-one-master
           end-if

           close utility-report

           display "master-utility: " ws-master-count
                   " master(s) unloaded for " ws-run-date

           perform run-control-end.

       run-control-end.
      * A CALL resets the RETURN-CODE register, so the job's own
      * code is kept in WS-JOB-RC and only moved out here, after the
      * last call this run will make.
           move "E" to ws-ctl-function
           move ws-job-rc to ws-ctl-rc
           call "run-control" using ws-ctl-function ws-ctl-job
                                     ws-run-date ws-ctl-rc
                                     ws-ctl-refused
           move ws-job-rc to return-code.

       reload-run.
      * A reload names one master; rebuilding every master at once
      * from whatever backup is latest is never what recovery wants.
           if ws-master-select is equal to "ALL"
               display "master-utility: a reload needs one master "
                       "named in MUTILPRM.DAT"
               move 1 to return-code
               exit paragraph
           end-if

           perform open-utility-report

           if ws-report-status is not equal to "00"
               move 1 to return-code
               exit paragraph
           end-if

           move ws-master-select to ws-master-name
           perform set-master-identity
           perform choose-backup

           if ws-backup-usable is equal to "Y"
               perform check-backup-file
           end-if

           if ws-backup-usable is equal to "N"
               move "  Master NOT reloaded - the live file is unchanged"
                 to ws-report-line
               write report-line from ws-report-line
               move 1 to ws-job-rc
           else
               perform reload-one-master
               if ws-job-rc is equal to 0
                   perform verify-live-master
               end-if
           end-if

           close utility-report

           display "master-utility: reload of " ws-master-name
                   " from " ws-backup-name " ended with "
                   ws-break-count " break(s)"

           move ws-job-rc to return-code.

       verify-run.
           perform open-utility-report

           if ws-report-status is not equal to "00"
               move 1 to return-code
               exit paragraph
           end-if

           if ws-master-select is equal to "ALL"
                   or ws-master-select is equal to "TRIMAST"
               move "TRIMAST" to ws-master-name
               perform verify-one-master
           end-if

           if ws-master-select is equal to "ALL"
                   or ws-master-select is equal to "STAMAST"
               move "STAMAST" to ws-master-name
               perform verify-one-master
           end-if

           if ws-master-select is equal to "ALL"
                   or ws-master-select is equal to "RUNCTL"
               move "RUNCTL" to ws-master-name
               perform verify-one-master
           end-if

           close utility-report

           display "master-utility: verification ended with "
                   ws-break-count " break(s)"

           move ws-job-rc to return-code.

       convert-run.
           if ws-master-select is not equal to "STAMAST"
               display "master-utility: the layout cutover applies "
                       "to STAMAST only"
               move 1 to return-code
               exit paragraph
           end-if

           perform open-utility-report

           if ws-report-status is not equal to "00"
               move 1 to return-code
               exit paragraph
           end-if

           move "STAMAST" to ws-master-name
           perform set-master-identity
           move ws-stamp-date to ws-backup-date
           perform build-backup-name
           perform reset-figures

           move spaces to ws-report-line
           string "STAMAST old layout converted to " delimited by size
                  ws-backup-name delimited by space
             into ws-report-line
           end-string
           write report-line from ws-report-line

           perform convert-old-stations

           if ws-job-rc is equal to 0
               move "Y" to ws-backup-usable
               move "Y" to ws-cat-found
               move ws-backup-date to ws-cat-date
               move ws-rec-count to ws-cat-count
               move ws-key-hash to ws-cat-key-hash
               move ws-field-total to ws-cat-field-total
               perform check-backup-file
           end-if

           if ws-job-rc is not equal to 0
               move "  Master NOT converted - live file unchanged"
                 to ws-report-line
               write report-line from ws-report-line
           else
               perform reload-one-master
               if ws-job-rc is equal to 0
                   perform verify-live-master
               end-if
           end-if

           close utility-report

           display "master-utility: STAMAST cutover through "
                   ws-backup-name " ended with " ws-break-count
                   " break(s)"

           move ws-job-rc to return-code.

       convert-old-stations.
      * Each old record keeps its bytes; the fields added after it
      * start out initialised with neither limit set.
           open input old-sta-master-file

           if ws-old-sta-status is not equal to "00"
               move spaces to ws-report-line
               string "  Cannot open STAMAST.DAT in the old layout - "
                        delimited by size
                      "status " delimited by size
                      ws-old-sta-status delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
               display "master-utility: STAMAST.DAT does not open in "
                       "the old layout - status " ws-old-sta-status
               move 1 to ws-job-rc
               exit paragraph
           end-if

           open output backup-file

           if ws-backup-status is not equal to "00"
               display "master-utility: cannot open " ws-backup-name
                       " - status " ws-backup-status
               close old-sta-master-file
               move 1 to ws-job-rc
               exit paragraph
           end-if

           perform write-backup-header

           move "Y" to ws-writing-backup
           move "N" to ws-scan-done
           move low-values to old-sta-station

           start old-sta-master-file
                   key is not less than old-sta-station
               invalid key
                   move "Y" to ws-scan-done
           end-start

           perform until ws-scan-done is equal to "Y"
               read old-sta-master-file next
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       initialize station-record
                       move old-station-record
                         to station-record
                            (1:length of old-station-record)
                       move "N" to sta-low-set
                       move "N" to sta-high-set
                       perform take-live-record
               end-read
           end-perform

           close old-sta-master-file

           perform write-backup-trailer

           close backup-file

           perform catalog-backup

           move ws-rec-count to ws-count-disp
           move spaces to ws-report-line
           string "  Old records read " delimited by size
                  ws-count-disp delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line.

       verify-one-master.
           perform set-master-identity
           perform choose-backup

           if ws-backup-usable is equal to "Y"
               perform check-backup-file
           end-if

           if ws-backup-usable is equal to "Y"
               perform verify-live-master
           else
               move "  Live master not verified - no sound backup"
                 to ws-report-line
               write report-line from ws-report-line
               move spaces to ws-report-line
               write report-line from ws-report-line
           end-if.

       open-utility-report.
           move function current-date to ws-timestamp

           open output utility-report

           if ws-report-status is not equal to "00"
               display "master-utility: cannot open MASTUTIL.RPT - "
                       "status " ws-report-status
               exit paragraph
           end-if

           move spaces to ws-report-line
           string "Master utility -- " delimited by size
                  ws-function-name delimited by size
                  "  " delimited by size
                  ws-stamp-date delimited by size
                  " " delimited by size
                  ws-stamp-hour delimited by size
                  ":" delimited by size
                  ws-stamp-minute delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           write report-line from ws-report-line.

       set-master-identity.
           evaluate ws-master-name
               when "TRIMAST"
                   move "TRIM" to ws-master-prefix
                   move length of master-record to ws-record-length
               when "STAMAST"
                   move "STAM" to ws-master-prefix
                   move length of station-record to ws-record-length
               when "RUNCTL"
                   move "RUNC" to ws-master-prefix
                   move length of run-control-record
                     to ws-record-length
           end-evaluate.

       build-backup-name.
           move spaces to ws-backup-name
           string ws-master-prefix delimited by size
                  ws-backup-date delimited by size
                  ".BKP" delimited by size
             into ws-backup-name
           end-string.

       reset-figures.
           move 0 to ws-rec-count
           move 0 to ws-key-hash
           move 0 to ws-field-total
           move 0 to ws-order-breaks
           move 0 to ws-structure-breaks
           move 0 to ws-written-count
           move 0 to ws-write-failures
           move spaces to ws-prior-key.

      *----------------------------------------------------------------
      * Nightly unload.
      *----------------------------------------------------------------
       unload-one-master.
           perform set-master-identity
           move ws-run-date to ws-backup-date
           perform build-backup-name
           perform reset-figures

           move spaces to ws-report-line
           string ws-master-name delimited by space
                  " unloaded to " delimited by size
                  ws-backup-name delimited by space
             into ws-report-line
           end-string
           write report-line from ws-report-line

           perform open-live-master

           if ws-live-open is equal to "N"
               move spaces to ws-report-line
               string "  Cannot open the master - status "
                        delimited by size
                      ws-live-status delimited by size
                      " - no backup taken" delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
               move spaces to ws-report-line
               write report-line from ws-report-line
               display "master-utility: cannot open " ws-master-name
                       " - status " ws-live-status
               move 1 to ws-job-rc
               exit paragraph
           end-if

           open output backup-file

           if ws-backup-status is not equal to "00"
               move spaces to ws-report-line
               string "  Cannot open the backup - status "
                        delimited by size
                      ws-backup-status delimited by size
                      " - no backup taken" delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
               move spaces to ws-report-line
               write report-line from ws-report-line
               display "master-utility: cannot open " ws-backup-name
                       " - status " ws-backup-status
               perform close-live-master
               move 1 to ws-job-rc
               exit paragraph
           end-if

           perform write-backup-header

           move "Y" to ws-writing-backup
           perform scan-live-master
           perform close-live-master

           perform write-backup-trailer

           close backup-file

           perform catalog-backup
           add 1 to ws-master-count

           move ws-rec-count to ws-count-disp
           move ws-key-hash to ws-hash-disp
           move ws-field-total to ws-total-disp
           move spaces to ws-report-line
           string "  Records " delimited by size
                  ws-count-disp delimited by size
                  "  key hash " delimited by size
                  ws-hash-disp delimited by size
                  "  field total " delimited by size
                  ws-total-disp delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

      * Keys out of order on an unload mean the index itself is
      * damaged; the backup is still taken but the night is flagged.
           if ws-order-breaks > 0
               move ws-order-breaks to ws-count-disp
               move spaces to ws-report-line
               string "  *** " delimited by size
                      ws-count-disp delimited by size
                      " key(s) out of order on the master ***"
                        delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
               move 1 to ws-job-rc
           end-if

           move spaces to ws-report-line
           write report-line from ws-report-line.

       write-backup-header.
           move spaces to mbk-record
           set mbk-header to true
           move ws-master-name to mbk-h-master
           move ws-backup-date to mbk-h-date
           move ws-stamp-date-time to mbk-h-created
           move ws-record-length to mbk-h-rec-length
           write mbk-record.

       write-backup-trailer.
           move spaces to mbk-record
           set mbk-trailer to true
           move ws-rec-count to mbk-t-count
           move ws-key-hash to mbk-t-key-hash
           move ws-field-total to mbk-t-field-total
           write mbk-record.

       catalog-backup.
           open extend catalog-file
           if ws-catalog-status is equal to "35"
               open output catalog-file
           end-if

           if ws-catalog-status is not equal to "00"
               display "master-utility: cannot open MBKCATLG.DAT - "
                       "status " ws-catalog-status " - "
                       ws-backup-name " not catalogued"
               move "  Backup NOT catalogued on MBKCATLG.DAT"
                 to ws-report-line
               write report-line from ws-report-line
               move 1 to ws-job-rc
           else
               move ws-master-name to mbkc-master
               move ws-backup-date to mbkc-date
               move ws-rec-count to mbkc-count
               move ws-key-hash to mbkc-key-hash
               move ws-field-total to mbkc-field-total
               move ws-stamp-date-time to mbkc-created
               write mbkc-record
               close catalog-file
           end-if.

      *----------------------------------------------------------------
      * Live master access. Each master has its own file, but the
      * scans share one set of figures through take-record-figures.
      *----------------------------------------------------------------
       open-live-master.
           move "N" to ws-live-open

           evaluate ws-master-name
               when "TRIMAST"
                   open input tri-master-file
                   move ws-tri-status to ws-live-status
               when "STAMAST"
                   open input sta-master-file
                   move ws-sta-status to ws-live-status
               when "RUNCTL"
                   open input ctl-master-file
                   move ws-runctl-status to ws-live-status
           end-evaluate

           if ws-live-status is equal to "00"
               move "Y" to ws-live-open
           end-if.

       close-live-master.
           evaluate ws-master-name
               when "TRIMAST"
                   close tri-master-file
               when "STAMAST"
                   close sta-master-file
               when "RUNCTL"
                   close ctl-master-file
           end-evaluate.

       scan-live-master.
           move "N" to ws-scan-done

           evaluate ws-master-name
               when "TRIMAST"
                   perform scan-tri-master
               when "STAMAST"
                   perform scan-sta-master
               when "RUNCTL"
                   perform scan-ctl-master
           end-evaluate.

       scan-tri-master.
           move 0 to mast-meas-id

           start tri-master-file key is not less than mast-meas-id
               invalid key
                   move "Y" to ws-scan-done
           end-start

           perform until ws-scan-done is equal to "Y"
               read tri-master-file next
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       perform take-live-record
               end-read
           end-perform.

       scan-sta-master.
           move low-values to sta-station

           start sta-master-file key is not less than sta-station
               invalid key
                   move "Y" to ws-scan-done
           end-start

           perform until ws-scan-done is equal to "Y"
               read sta-master-file next
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       perform take-live-record
               end-read
           end-perform.

       scan-ctl-master.
           move low-values to runctl-key

           start ctl-master-file key is not less than runctl-key
               invalid key
                   move "Y" to ws-scan-done
           end-start

           perform until ws-scan-done is equal to "Y"
               read ctl-master-file next
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       perform take-live-record
               end-read
           end-perform.

       take-live-record.
           perform take-record-figures

           if ws-writing-backup is equal to "Y"
               move spaces to mbk-record
               set mbk-detail to true
               evaluate ws-master-name
                   when "TRIMAST"
                       move master-record to mbk-body
                   when "STAMAST"
                       move station-record to mbk-body
                   when "RUNCTL"
                       move run-control-record to mbk-body
               end-evaluate
               write mbk-record
           end-if.

       take-record-figures.
      * The key hash folds every key byte into the value so far - the
      * same fold AUDIT-CHAIN uses - so a key missing, added, changed
      * or out of place all change it.
           evaluate ws-master-name
               when "TRIMAST"
                   move mast-meas-id to ws-key-image
                   move length of mast-meas-id to ws-key-length
                   compute ws-field-value = mast-x + mast-y + mast-z
               when "STAMAST"
                   move sta-station to ws-key-image
                   move length of sta-station to ws-key-length
                   move sta-expected-count to ws-field-value
               when "RUNCTL"
                   move runctl-key to ws-key-image
                   move length of runctl-key to ws-key-length
                   move runctl-return-code to ws-field-value
           end-evaluate

           add 1 to ws-rec-count

           if ws-rec-count > 1
                   and ws-key-image is not > ws-prior-key
               add 1 to ws-order-breaks
           end-if
           move ws-key-image to ws-prior-key

      * 4294967291 is the largest prime below 2**32.
           perform varying ws-byte-idx from 1 by 1
                   until ws-byte-idx > ws-key-length
               compute ws-fold = ws-key-hash * 257
                   + function ord(ws-key-image(ws-byte-idx:1))
               divide ws-fold by 4294967291 giving ws-quotient
                   remainder ws-key-hash
           end-perform

           add ws-field-value to ws-field-total.

      *----------------------------------------------------------------
      * Backup selection and proof.
      *----------------------------------------------------------------
       choose-backup.
      * The date asked for, or the latest catalogued for the master.
      * A backup for a date that was never catalogued can still be
      * used on its own trailer - the catalogue check then shows NONE.
           move "N" to ws-cat-found
           move 0 to ws-cat-date
           move "Y" to ws-backup-usable

           open input catalog-file

           if ws-catalog-status is equal to "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag is equal to "Y"
                   read catalog-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           if mbkc-master is equal to ws-master-name
                                   and (ws-param-date is equal to 0
                                        or mbkc-date is equal to
                                           ws-param-date)
                                   and mbkc-date is not < ws-cat-date
                               move "Y" to ws-cat-found
                               move mbkc-date to ws-cat-date
                               move mbkc-count to ws-cat-count
                               move mbkc-key-hash to ws-cat-key-hash
                               move mbkc-field-total
                                 to ws-cat-field-total
                           end-if
                   end-read
               end-perform
               close catalog-file
           else
               if ws-catalog-status is not equal to "35"
                   display "master-utility: cannot open MBKCATLG.DAT"
                           " - status " ws-catalog-status
               end-if
           end-if

           if ws-param-date > 0
               move ws-param-date to ws-backup-date
           else
               move ws-cat-date to ws-backup-date
           end-if

           perform build-backup-name

           move spaces to ws-report-line
           string ws-master-name delimited by space
                  " against backup " delimited by size
                  ws-backup-name delimited by space
             into ws-report-line
           end-string
           write report-line from ws-report-line

           if ws-backup-date is equal to 0
               move "  No backup catalogued on MBKCATLG.DAT"
                 to ws-report-line
               write report-line from ws-report-line
               display "master-utility: no backup catalogued for "
                       ws-master-name
               move "N" to ws-backup-usable
               move 1 to ws-job-rc
           end-if.

       check-backup-file.
      * The backup must hold a header for this master and date, then
      * details in key order, then a trailer, and its details must
      * add up to the trailer - which must in turn agree with the
      * catalogue entry made when it was written.
           perform reset-figures
           move "N" to ws-header-found
           move "N" to ws-trailer-found
           move 0 to ws-backup-length
           move ws-record-length to ws-image-length
           move 0 to ws-trl-count
           move 0 to ws-trl-key-hash
           move 0 to ws-trl-field-total

           open input backup-file

           if ws-backup-status is not equal to "00"
               move spaces to ws-report-line
               string "  Cannot open the backup - status "
                        delimited by size
                      ws-backup-status delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
               display "master-utility: cannot open " ws-backup-name
                       " - status " ws-backup-status
               move "N" to ws-backup-usable
               move 1 to ws-job-rc
               exit paragraph
           end-if

           move "N" to ws-eof-flag
           perform until ws-eof-flag is equal to "Y"
               read backup-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       perform check-backup-record
               end-read
           end-perform

           close backup-file

           move "N" to ws-check-failed
           write report-line from ws-check-heading

           move "Header for master/date" to ws-ck-label
           move 1 to ws-ck-expected
           move 0 to ws-ck-found
           if ws-header-found is equal to "Y"
               move 1 to ws-ck-found
           end-if
           perform write-check-line

           move "Trailer present" to ws-ck-label
           move 1 to ws-ck-expected
           move 0 to ws-ck-found
           if ws-trailer-found is equal to "Y"
               move 1 to ws-ck-found
           end-if
           perform write-check-line

           move "Records out of place" to ws-ck-label
           move 0 to ws-ck-expected
           move ws-structure-breaks to ws-ck-found
           perform write-check-line

           move "Record length" to ws-ck-label
           move ws-record-length to ws-ck-expected
           move ws-backup-length to ws-ck-found
           if ws-backup-length > 0
                   and ws-backup-length < ws-record-length
               move ws-backup-length to ws-ck-expected
           end-if
           perform write-check-line

           perform write-figure-checks

           move "Catalogue entry" to ws-ck-label
           if ws-cat-found is equal to "Y"
                   and ws-cat-date is equal to ws-backup-date
               move ws-trl-count to ws-ck-expected
               move ws-cat-count to ws-ck-found
               move "Catalogue count" to ws-ck-label
               perform write-check-line
               move ws-trl-key-hash to ws-ck-expected
               move ws-cat-key-hash to ws-ck-found
               move "Catalogue key hash" to ws-ck-label
               perform write-check-line
               move ws-trl-field-total to ws-ck-expected
               move ws-cat-field-total to ws-ck-found
               move "Catalogue field total" to ws-ck-label
               perform write-check-line
           else
               move spaces to ws-check-line
               move ws-ck-label to ck-label
               move "NONE" to ck-result
               write report-line from ws-check-line
           end-if

           if ws-check-failed is equal to "Y"
               move "N" to ws-backup-usable
               move 1 to ws-job-rc
               move "  *** Backup fails its own controls ***"
                 to ws-report-line
               write report-line from ws-report-line
           end-if.

       check-backup-record.
           evaluate true
               when mbk-header
                   if ws-header-found is equal to "N"
                           and ws-rec-count is equal to 0
                           and mbk-h-master is equal to ws-master-name
                           and mbk-h-date is equal to ws-backup-date
                       move "Y" to ws-header-found
                       if mbk-h-rec-length is numeric
                           move mbk-h-rec-length to ws-backup-length
                       end-if
                       if ws-backup-length > 0
                               and ws-backup-length < ws-record-length
                           move ws-backup-length to ws-image-length
                       end-if
                   else
                       add 1 to ws-structure-breaks
                   end-if
               when mbk-detail
                   if ws-header-found is equal to "N"
                           or ws-trailer-found is equal to "Y"
                       add 1 to ws-structure-breaks
                   end-if
                   perform load-record-image
                   perform take-record-figures
               when mbk-trailer
                   if ws-trailer-found is equal to "N"
                           and mbk-t-count is numeric
                           and mbk-t-key-hash is numeric
                           and mbk-t-field-total is numeric
                       move "Y" to ws-trailer-found
                       move mbk-t-count to ws-trl-count
                       move mbk-t-key-hash to ws-trl-key-hash
                       move mbk-t-field-total to ws-trl-field-total
                   else
                       add 1 to ws-structure-breaks
                   end-if
               when other
                   add 1 to ws-structure-breaks
           end-evaluate.

       load-record-image.
      * A backup taken before a master record grew is shorter than the
      * current record: the fields added since start out initialised,
      * as they would for a new record keyed through maintenance.
           evaluate ws-master-name
               when "TRIMAST"
                   initialize master-record
                   move mbk-body(1:ws-image-length)
                     to master-record(1:ws-image-length)
               when "STAMAST"
                   initialize station-record
                   move mbk-body(1:ws-image-length)
                     to station-record(1:ws-image-length)
               when "RUNCTL"
                   initialize run-control-record
                   move mbk-body(1:ws-image-length)
                     to run-control-record(1:ws-image-length)
           end-evaluate.

       write-figure-checks.
           move "Record count" to ws-ck-label
           move ws-trl-count to ws-ck-expected
           move ws-rec-count to ws-ck-found
           perform write-check-line

           move "Key order breaks" to ws-ck-label
           move 0 to ws-ck-expected
           move ws-order-breaks to ws-ck-found
           perform write-check-line

           move "Key hash" to ws-ck-label
           move ws-trl-key-hash to ws-ck-expected
           move ws-key-hash to ws-ck-found
           perform write-check-line

           move "Field total" to ws-ck-label
           move ws-trl-field-total to ws-ck-expected
           move ws-field-total to ws-ck-found
           perform write-check-line.

       write-check-line.
           move spaces to ws-check-line
           move ws-ck-label to ck-label
           move ws-ck-expected to ck-expected
           move ws-ck-found to ck-found

           if ws-ck-expected is equal to ws-ck-found
               move "OK" to ck-result
           else
               move "BREAK" to ck-result
               move "Y" to ws-check-failed
               add 1 to ws-break-count
           end-if

           write report-line from ws-check-line.

      *----------------------------------------------------------------
      * Reload and verification of the live master.
      *----------------------------------------------------------------
       reload-one-master.
      * Opening the master for output empties it; every detail of the
      * proven backup is then written back in key order.
           evaluate ws-master-name
               when "TRIMAST"
                   open output tri-master-file
                   move ws-tri-status to ws-live-status
               when "STAMAST"
                   open output sta-master-file
                   move ws-sta-status to ws-live-status
               when "RUNCTL"
                   open output ctl-master-file
                   move ws-runctl-status to ws-live-status
           end-evaluate

           if ws-live-status is not equal to "00"
               move spaces to ws-report-line
               string "  Cannot open the master for reload - status "
                        delimited by size
                      ws-live-status delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
               display "master-utility: cannot open " ws-master-name
                       " for reload - status " ws-live-status
               move 1 to ws-job-rc
               exit paragraph
           end-if

           move 0 to ws-written-count
           move 0 to ws-write-failures

           open input backup-file

           move "N" to ws-eof-flag
           perform until ws-eof-flag is equal to "Y"
               read backup-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if mbk-detail
                           perform load-record-image
                           perform write-reloaded-record
                       end-if
               end-read
           end-perform

           close backup-file
           perform close-live-master

           move ws-written-count to ws-count-disp
           move spaces to ws-report-line
           string "  Records reloaded " delimited by size
                  ws-count-disp delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           if ws-write-failures > 0
               move ws-write-failures to ws-count-disp
               move spaces to ws-report-line
               string "  *** " delimited by size
                      ws-count-disp delimited by size
                      " record(s) refused by the master ***"
                        delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
           end-if.

       write-reloaded-record.
           evaluate ws-master-name
               when "TRIMAST"
                   write master-record
                       invalid key
                           add 1 to ws-write-failures
                       not invalid key
                           add 1 to ws-written-count
                   end-write
               when "STAMAST"
                   write station-record
                       invalid key
                           add 1 to ws-write-failures
                       not invalid key
                           add 1 to ws-written-count
                   end-write
               when "RUNCTL"
                   write run-control-record
                       invalid key
                           add 1 to ws-write-failures
                       not invalid key
                           add 1 to ws-written-count
                   end-write
           end-evaluate.

       verify-live-master.
      * The live file read in key order must give back exactly what
      * the backup's trailer says was unloaded.
           perform reset-figures
           perform open-live-master

           if ws-live-open is equal to "N"
               move spaces to ws-report-line
               string "  Cannot open the live master - status "
                        delimited by size
                      ws-live-status delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
               display "master-utility: cannot open " ws-master-name
                       " - status " ws-live-status
               move 1 to ws-job-rc
               exit paragraph
           end-if

           move "N" to ws-writing-backup
           perform scan-live-master
           perform close-live-master

           move "N" to ws-check-failed
           move spaces to ws-report-line
           write report-line from ws-report-line
           move "  Live master against the backup trailer"
             to ws-report-line
           write report-line from ws-report-line
           write report-line from ws-check-heading

           perform write-figure-checks

           if ws-check-failed is equal to "Y"
               move "  *** Live master does NOT match the backup ***"
                 to ws-report-line
               if ws-job-rc is equal to 0
                   move 2 to ws-job-rc
               end-if
           else
               move "  Live master verified against the backup"
                 to ws-report-line
           end-if
           write report-line from ws-report-line

           move spaces to ws-report-line
           write report-line from ws-report-line.

       end program master-utility.
