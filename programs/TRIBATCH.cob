      * record, printing an exception report of every record that
      * fails the triangle-inequality check (or overflows) and
      * maintaining the triangle master TRIMAST.DAT so every
      * measurement keeps its latest classification on record. What
      * was read, how it landed on the master and on TRIVALID.DAT, and
      * how many measurements became or stopped being valid triangles
      * are posted to the balancing file for BALANCE-CLOSE.

       environment division.
       input-output section.
       01 ws-record-count           pic 9(8) value 0.
       01 ws-exception-count        pic 9(8) value 0.
       01 ws-withdrawn-count        pic 9(8) value 0.
       01 ws-read-side-total        pic 9(13) value 0.
       01 ws-insert-count           pic 9(8) value 0.
       01 ws-update-count           pic 9(8) value 0.
       01 ws-not-posted-count       pic 9(8) value 0.
       01 ws-valid-gain-count       pic 9(8) value 0.
       01 ws-valid-loss-count       pic 9(8) value 0.
       01 ws-master-withdrawn       pic x.
       01 ws-chg-rpt-status         pic xx.
       01 ws-chg-status             pic xx.

       01 ws-summary-line           pic x(80) value spaces.

       copy BALREC.

       procedure division.
       main-line.
           move "S" to ws-ctl-function
           close change-report
           close change-file

           perform post-balance-counts
           perform run-control-end

           goback.

       process-record.
           add 1 to ws-record-count
           add geom-x geom-y geom-z to ws-read-side-total

           call "is-triangle" using geom-x geom-y geom-z
                                     ws-result ws-triangle-type
                                     ws-ctl-refused
           move ws-job-rc to return-code.

       post-balance-counts.
      * Every record read lands once on the master - inserted,
      * updated, skipped as withdrawn or not posted - and once on the
      * output side - valid detail, exception or withdrawn. The gain
      * and loss in valid triangles carry the master's movement on to
      * the TRI-EXTRACT count.
           move ws-run-date to bal-date
           move ws-ctl-job to bal-job

           move "READ" to bal-point
           move ws-record-count to bal-count
           move ws-read-side-total to bal-total
           call "balance-post" using balance-record

           move 0 to bal-total

           move "INSERTED" to bal-point
           move ws-insert-count to bal-count
           call "balance-post" using balance-record

           move "UPDATED" to bal-point
           move ws-update-count to bal-count
           call "balance-post" using balance-record

           move "WITHDRAWN" to bal-point
           move ws-withdrawn-count to bal-count
           call "balance-post" using balance-record

           move "NOT-POSTED" to bal-point
           move ws-not-posted-count to bal-count
           call "balance-post" using balance-record

           move "VALID" to bal-point
           move ws-valid-count to bal-count
           call "balance-post" using balance-record

           move "EXCEPTION" to bal-point
           move ws-exception-count to bal-count
           call "balance-post" using balance-record

           move "VALID-GAIN" to bal-point
           move ws-valid-gain-count to bal-count
           call "balance-post" using balance-record

           move "VALID-LOSS" to bal-point
           move ws-valid-loss-count to bal-count
           call "balance-post" using balance-record.

       update-master.
      * Insert or update the master record for this measurement ID
      * with the latest classification and today's run date. A master
                           display "tri-batch: cannot add measurement "
                                   mast-meas-id " to TRIMAST.DAT - "
                                   "status " ws-master-status
                           add 1 to ws-not-posted-count
                       not invalid key
                           add 1 to ws-insert-count
                           if mast-result is equal to 1
                               add 1 to ws-valid-gain-count
                           end-if
                   end-write
               not invalid key
                   if mast-deleted
                                       "measurement " mast-meas-id
                                       " on TRIMAST.DAT - status "
                                       ws-master-status
                               add 1 to ws-not-posted-count
                           not invalid key
                               add 1 to ws-update-count
                               perform note-valid-movement
                       end-rewrite
                   end-if
           end-read.

       note-valid-movement.
           if ws-old-result is equal to 1
                   and mast-result is not equal to 1
               add 1 to ws-valid-loss-count
           end-if

           if ws-old-result is not equal to 1
                   and mast-result is equal to 1
               add 1 to ws-valid-gain-count
           end-if.

       build-master-record.
           move geom-meas-id to mast-meas-id
           move geom-source to mast-source
