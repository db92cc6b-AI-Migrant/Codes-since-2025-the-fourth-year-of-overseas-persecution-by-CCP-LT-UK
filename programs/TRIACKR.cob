      * with return code 2, so a transmission lost overnight is
      * caught before the CAD group starts work. A batch that
      * reconciles is marked acknowledged on the log and not chased
      * again. The run is stamped on the run-control file under the
      * job name TRI-ACK-RCN and will not start until TRI-EXTRACT has
      * completed the previous business date's transmission.

       environment division.
       input-output section.

       01 ws-report-line           pic x(80).

       01 ws-run-date              pic 9(8).
       01 ws-job-rc                pic 9(4) value 0.
       01 ws-ctl-function          pic x.
       01 ws-ctl-job               pic x(12) value "tri-ack-rcn".
       01 ws-ctl-rc                pic 9(4).
       01 ws-ctl-refused           pic 9.

       procedure division.
       main-line.
           move "S" to ws-ctl-function
           move 0 to ws-ctl-rc
           call "run-control" using ws-ctl-function ws-ctl-job
                                     ws-run-date ws-ctl-rc
                                     ws-ctl-refused

           if ws-ctl-refused is not equal to 0
               display "tri-ack-recon: run refused by run-control"
               move 1 to return-code
               goback
           end-if

           perform load-xmit-log

           if ws-log-max is equal to 0
               display "tri-ack-recon: nothing on TRIXLOG.DAT to "
                       "reconcile"
               perform run-control-end
               goback
           end-if

           if ws-report-status is not equal to "00"
               display "tri-ack-recon: cannot open TRIACKR.RPT - "
                       "status " ws-report-status
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

           if ws-discrepancy is equal to "Y"
               display "tri-ack-recon: discrepancies found - see "
                       "TRIACKR.RPT"
               move 2 to ws-job-rc
           end-if

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

       load-xmit-log.
           open input xmit-log

               if ws-log-status is not equal to "35"
                   display "tri-ack-recon: cannot open TRIXLOG.DAT - "
                           "status " ws-log-status
                   move 1 to ws-job-rc
               end-if
           else
               move "N" to ws-eof-flag
           if ws-log-status is not equal to "00"
               display "tri-ack-recon: cannot rewrite TRIXLOG.DAT - "
                       "status " ws-log-status
               move 1 to ws-job-rc
           else
               perform varying log-idx from 1 by 1
                       until log-idx > ws-log-max
