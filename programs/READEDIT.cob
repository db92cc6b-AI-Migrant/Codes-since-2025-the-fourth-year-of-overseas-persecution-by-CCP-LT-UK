      * code and stays there until the operator dispositions it, like
      * the geometry reject/recycle cycle. Each run closes by writing
      * tonight's per-station median and spread to REDTHIST.DAT -
      * next night's "recent" baseline. The run is stamped on the
      * run-control file: it will not start until READ-CONSOLIDATE
      * has completed the same business date, and SORT-BATCH waits
      * on it in turn. What was read, recycled, passed clean and
      * suspended is posted to the balancing file for BALANCE-CLOSE.

       environment division.
       input-output section.
       01 ws-suspect-drop           pic x.
       01 ws-recycled-flag          pic x.
       01 ws-run-date               pic 9(8).
       01 ws-job-rc                 pic 9(4) value 0.
       01 ws-ctl-function           pic x.
       01 ws-ctl-job                pic x(12) value "reading-edit".
       01 ws-ctl-rc                 pic 9(4).
       01 ws-ctl-refused            pic 9.

       01 ws-min-value              pic s9(5)v99 value -99999.99.
       01 ws-max-value              pic s9(5)v99 value +99999.99.
       01 ws-rx                     pic 9(5).

       01 ws-read-count             pic 9(8) value 0.
       01 ws-read-total             pic s9(11)v99 value 0.
       01 ws-recycle-count          pic 9(8) value 0.
       01 ws-clean-count            pic 9(8) value 0.
       01 ws-clean-total            pic s9(11)v99 value 0.
       01 ws-suspect-count          pic 9(8) value 0.
       01 ws-reason-01-count        pic 9(8) value 0.
       01 ws-reason-02-count        pic 9(8) value 0.

       01 ws-report-line            pic x(80).

       copy BALREC.

       procedure division.
       main-line.
           move "S" to ws-ctl-function
           move 0 to ws-ctl-rc
           call "run-control" using ws-ctl-function ws-ctl-job
                                     ws-run-date ws-ctl-rc
                                     ws-ctl-refused

           if ws-ctl-refused is not equal to 0
               display "reading-edit: run refused by run-control"
               move 1 to return-code
               goback
           end-if

           perform load-parameters
           perform load-history
           if ws-readings-status is not equal to "00"
               display "reading-edit: cannot open READINGS.DAT - "
                       "status " ws-readings-status
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

               display "reading-edit: cannot open READREJ.DAT - "
                       "status " ws-suspect-status
               close readings-file
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

           perform refresh-history
           perform write-edit-report

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
      * READCONS.DAT read plus recycled must equal clean plus new
      * suspects; the clean count and value total are what SORT-BATCH
      * must read back out of READINGS.DAT.
           move ws-run-date to bal-date
           move ws-ctl-job to bal-job

           move "READ" to bal-point
           move ws-read-count to bal-count
           move ws-read-total to bal-total
           call "balance-post" using balance-record

           move "RECYCLED" to bal-point
           move ws-recycle-count to bal-count
           move 0 to bal-total
           call "balance-post" using balance-record

           move "CLEAN" to bal-point
           move ws-clean-count to bal-count
           move ws-clean-total to bal-total
           call "balance-post" using balance-record

           move "NEW-SUSP" to bal-point
           move ws-suspect-count to bal-count
           move 0 to bal-total
           call "balance-post" using balance-record.

       load-parameters.
           open input param-file

           if ws-cons-status is not equal to "00"
               display "reading-edit: cannot open READCONS.DAT - "
                       "status " ws-cons-status
               move 1 to ws-job-rc
           else
               move "N" to ws-eof-flag

                           move "Y" to ws-eof-flag
                       not at end
                           add 1 to ws-read-count
                           add reading-value to ws-read-total
                           move "N" to ws-recycled-flag
                           perform edit-one-reading
                   end-read

           if ws-reason is equal to spaces
               add 1 to ws-clean-count
               add reading-value to ws-clean-total
               write clean-record from reading-record
               perform note-accepted-reading
           else
           if ws-history-status is not equal to "00"
               display "reading-edit: cannot rewrite REDTHIST.DAT - "
                       "status " ws-history-status
               move 1 to ws-job-rc
           else
               perform varying his-idx from 1 by 1
                       until his-idx > ws-history-max
           if ws-report-status is not equal to "00"
               display "reading-edit: cannot open READEDIT.RPT - "
                       "status " ws-report-status
               move 1 to ws-job-rc
           else
               move "Readings edit run -- screening summary"
                 to ws-report-line
