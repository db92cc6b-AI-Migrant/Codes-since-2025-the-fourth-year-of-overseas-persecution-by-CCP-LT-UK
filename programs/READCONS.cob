      * inactive station goes to the suspense file READSUSP.DAT with
      * a reason code instead of the combined file, and the report
      * ends with the active stations that were expected but sent
      * nothing tonight. The run is stamped on the run-control file,
      * so READING-EDIT cannot start on a business date whose
      * consolidation failed. The readings received, consolidated and
      * suspended are posted to the balancing file for BALANCE-CLOSE.

       environment division.
       input-output section.
       01 ws-combined-total       pic s9(11)v99 value 0.
       01 ws-total-disp           pic +9(9).99.
       01 ws-run-date             pic 9(8).
       01 ws-job-rc               pic 9(4) value 0.
       01 ws-ctl-function         pic x.
       01 ws-ctl-job              pic x(12) value "read-consol".
       01 ws-ctl-rc               pic 9(4).
       01 ws-ctl-refused          pic 9.
       01 ws-station-known        pic x.
       01 ws-stamast-hit          pic 9(3).
       01 ws-scan-done            pic x.
       01 ws-suspense-count       pic 9(5) value 0.
       01 ws-suspense-total       pic s9(11)v99 value 0.
       01 ws-input-count          pic 9(5) value 0.
       01 ws-input-total          pic s9(11)v99 value 0.
       01 ws-unknown-count        pic 9(5) value 0.
       01 ws-inactive-count       pic 9(5) value 0.
       01 ws-silent-count         pic 9(3) value 0.

       01 ws-report-line          pic x(80).

       copy BALREC.

       procedure division.
       main-line.
           move "S" to ws-ctl-function
           move 0 to ws-ctl-rc
           call "run-control" using ws-ctl-function ws-ctl-job
                                     ws-run-date ws-ctl-rc
                                     ws-ctl-refused

           if ws-ctl-refused is not equal to 0
               display "read-consolidate: run refused by run-control"
               move 1 to return-code
               goback
           end-if

           perform load-station-master

           if ws-stamast-max is equal to 0
               display "read-consolidate: no usable station master - "
                       "every reading would suspend"
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

           if ws-list-status is not equal to "00"
               display "read-consolidate: cannot open REGNLIST.DAT "
                       "- status " ws-list-status
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

               display "read-consolidate: cannot open READCONS.DAT "
                       "- status " ws-combined-status
               close region-list
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

                       "- status " ws-suspense-status
               close region-list
               close combined-file
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

           if ws-error-flag is equal to "Y"
               display "read-consolidate: consolidation FAILED - do "
                       "not run reading-edit from this READCONS.DAT"
               move 1 to ws-job-rc
           end-if

           perform post-balance-counts
           perform run-control-end

           goback.

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

       post-balance-counts.
      * Received must equal consolidated plus suspended; READING-EDIT
      * posts what it read of READCONS.DAT against the second.
           move ws-run-date to bal-date
           move ws-ctl-job to bal-job

           move "READ" to bal-point
           move ws-input-count to bal-count
           move ws-input-total to bal-total
           call "balance-post" using balance-record

           move "CONSOL" to bal-point
           move ws-combined-count to bal-count
           move ws-combined-total to bal-total
           call "balance-post" using balance-record

           move "SUSPENSE" to bal-point
           move ws-suspense-count to bal-count
           move ws-suspense-total to bal-total
           call "balance-post" using balance-record.

       consolidate-region.
      * One regional file: refuse a region listed twice (a double
      * load in the making), fail on a file that is not there, and
      * a reason code, anything else flows to the combined file and
      * bumps its station's received count.
           move "N" to ws-station-known
           add 1 to ws-input-count
           add regl-value to ws-input-total

           perform varying stm-idx from 1 by 1
                   until stm-idx > ws-stamast-max
           move regl-value to susp-value
           move ws-run-date to susp-run-date
           write suspense-record
           add 1 to ws-suspense-count
           add regl-value to ws-suspense-total.

       write-cons-report.
           open output cons-report
           if ws-report-status is not equal to "00"
               display "read-consolidate: cannot open CONSRPT.RPT - "
                       "status " ws-report-status
               move 1 to ws-job-rc
           else
               move "Readings consolidation -- per-region totals"
                 to ws-report-line
               end-string
               write report-line from ws-report-line

               move ws-input-total to ws-total-disp
               move spaces to ws-report-line
               string "Readings received: " delimited by size
                      ws-input-count delimited by size
                      "  total " delimited by size
                      ws-total-disp delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line

               perform write-silent-stations

               if ws-error-flag is equal to "Y"
