      * is what TRI-ACK-RECON reconciles the CAD acknowledgment file
      * against the next morning - so a transmission lost on the wire
      * shows up as an unacknowledged log entry, not a silent gap.
      * Corrections CAD sent back that TRI-CORRECT has applied since
      * the last transmission (TRICAPL.DAT) follow the details as
      * correction records, counted separately on the trailer so the
      * count and hash CAD acknowledges still cover the details only;
      * each one is marked sent once it is on the file. The details
      * sent, with the withdrawn measurements still classified valid,
      * are posted to the balancing file for BALANCE-CLOSE to carry
      * forward from one night's extract to the next.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-log-status.

           select capl-file assign to "TRICAPL.DAT"
               organization is line sequential
               file status is ws-capl-status.

           select capl-work-file assign to "TRICAPLW.DAT"
               organization is line sequential
               file status is ws-capl-work-status.

       data division.
       file section.
       fd master-file.
          05 xlog-status           pic x.
      *    S = sent awaiting acknowledgment, A = acknowledged

       fd capl-file.
       copy TRICAPL.

       fd capl-work-file.
       01 capl-work-record         pic x(66).

       working-storage section.
       01 ws-master-status          pic xx.
       01 ws-transmit-status        pic xx.
       01 ws-log-status             pic xx.
       01 ws-capl-status            pic xx.
       01 ws-capl-work-status       pic xx.
       01 ws-eof-flag               pic x.
       01 ws-scan-done              pic x value "N".
       01 ws-capl-changed           pic x value "N".
       01 ws-run-date               pic 9(8).
       01 ws-job-rc                 pic 9(4) value 0.
       01 ws-ctl-function           pic x.
       01 ws-read-count             pic 9(8) value 0.
       01 ws-detail-count           pic 9(6) value 0.
       01 ws-side-hash              pic 9(15) value 0.
       01 ws-correction-count       pic 9(6) value 0.
       01 ws-withdrawn-valid-count  pic 9(8) value 0.

       01 ws-xmit-header.
          05 xh-rec-type            pic x value "H".
          05 xd-type                pic 9.
          05 xd-run-date            pic 9(8).

       01 ws-xmit-correction.
          05 xc-rec-type            pic x value "C".
          05 xc-sequence            pic 9(6).
          05 xc-meas-id             pic 9(8).
          05 xc-action              pic x.
      *    C = sides corrected, W = measurement withdrawn
          05 xc-x                   pic 9(8).
          05 xc-y                   pic 9(8).
          05 xc-z                   pic 9(8).
          05 xc-result              pic 9.
          05 xc-type                pic 9.
          05 xc-cad-batch           pic 9(8).
          05 xc-cad-sequence        pic 9(6).
          05 filler                 pic x(5) value spaces.

       01 ws-xmit-trailer.
          05 xt-rec-type            pic x value "T".
          05 xt-record-count        pic 9(6).
          05 xt-side-hash           pic 9(15).
          05 xt-correction-count    pic 9(6).
          05 filler                 pic x(33) value spaces.

       copy BALREC.

       procedure division.
       main-line.
                               and mast-result is equal to 1
                           perform write-xmit-detail
                       end-if
                       if mast-deleted
                               and mast-result is equal to 1
                           add 1 to ws-withdrawn-valid-count
                       end-if
               end-read
           end-perform

           close master-file

           perform send-applied-corrections

           perform write-xmit-trailer

           close transmit-file

           display "tri-extract: " ws-read-count
                   " master record(s) read, " ws-detail-count
                   " transmitted, " ws-correction-count
                   " correction(s) confirmed"

           perform post-balance-counts
           perform run-control-end

           goback.

           write transmit-record from ws-xmit-detail.

       send-applied-corrections.
      * Every correction still awaiting transmission goes on the file
      * and is copied to the work file marked sent; the work file then
      * replaces TRICAPL.DAT. Entries already sent are carried as they
      * are. A same-date re-run resends that night's corrections, the
      * ones already marked sent today, since TRIXMIT.DAT is written
      * afresh and would otherwise go to CAD without them. If the
      * queue cannot be rebuilt the corrections go again on the next
      * extract rather than being lost.
           open input capl-file

           if ws-capl-status is equal to "35"
               exit paragraph
           end-if

           if ws-capl-status is not equal to "00"
               display "tri-extract: cannot open TRICAPL.DAT - "
                       "status " ws-capl-status
                       " - corrections not confirmed to CAD"
               move 1 to ws-job-rc
               exit paragraph
           end-if

           open output capl-work-file

           if ws-capl-work-status is not equal to "00"
               display "tri-extract: cannot open TRICAPLW.DAT - "
                       "status " ws-capl-work-status
                       " - corrections not confirmed to CAD"
               close capl-file
               move 1 to ws-job-rc
               exit paragraph
           end-if

           move "N" to ws-eof-flag
           perform until ws-eof-flag is equal to "Y"
               read capl-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if capl-awaiting
                           perform write-xmit-correction
                           move "Y" to ws-capl-changed
                       else
                           if capl-sent
                                   and capl-sent-date is equal to
                                       ws-run-date
                               perform write-xmit-correction
                           end-if
                       end-if
                       write capl-work-record from capl-record
               end-read
           end-perform

           close capl-file
           close capl-work-file

           if ws-capl-changed is equal to "Y"
               perform rebuild-capl-file
           else
               delete file capl-work-file
           end-if.

       write-xmit-correction.
           add 1 to ws-correction-count
           move ws-correction-count to xc-sequence
           move capl-meas-id to xc-meas-id
           move capl-action to xc-action
           move capl-x to xc-x
           move capl-y to xc-y
           move capl-z to xc-z
           move capl-result to xc-result
           move capl-type to xc-type
           move capl-cad-batch to xc-cad-batch
           move capl-cad-sequence to xc-cad-sequence

           write transmit-record from ws-xmit-correction

           move "S" to capl-status
           move ws-run-date to capl-sent-date.

       rebuild-capl-file.
      * TRICAPLW.DAT is the only copy of the queue once TRICAPL.DAT
      * has been opened for output, so it is deleted only after the
      * queue has been written back in full.
           move "N" to ws-eof-flag

           open input capl-work-file

           if ws-capl-work-status is not equal to "00"
               display "tri-extract: cannot open TRICAPLW.DAT - "
                       "status " ws-capl-work-status
                       " - TRICAPL.DAT not rebuilt"
               move 1 to ws-job-rc
               exit paragraph
           end-if

           open output capl-file

           if ws-capl-status is not equal to "00"
               display "tri-extract: cannot open TRICAPL.DAT - "
                       "status " ws-capl-status
                       " - queue kept on TRICAPLW.DAT"
               close capl-work-file
               move 1 to ws-job-rc
               exit paragraph
           end-if

           perform until ws-eof-flag is equal to "Y"
               read capl-work-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       write capl-record from capl-work-record
               end-read
           end-perform

           close capl-file
           close capl-work-file

           delete file capl-work-file.

       write-xmit-trailer.
           move ws-detail-count to xt-record-count
           move ws-side-hash to xt-side-hash
           move ws-correction-count to xt-correction-count
           write transmit-record from ws-xmit-trailer.

       note-batch-on-log.
               close xmit-log
           end-if.

       post-balance-counts.
      * A withdrawal keeps the measurement's classification, so the
      * details sent plus the withdrawn valid ones only move by what
      * TRI-BATCH and TRI-CORRECT gained or lost since the last
      * extract.
           move ws-run-date to bal-date
           move ws-ctl-job to bal-job

           move "READ" to bal-point
           move ws-read-count to bal-count
           move 0 to bal-total
           call "balance-post" using balance-record

           move "SENT" to bal-point
           move ws-detail-count to bal-count
           move ws-side-hash to bal-total
           call "balance-post" using balance-record

           move "WDN-VALID" to bal-point
           move ws-withdrawn-valid-count to bal-count
           move 0 to bal-total
           call "balance-post" using balance-record

           move "CORRECTION" to bal-point
           move ws-correction-count to bal-count
           call "balance-post" using balance-record.

       run-control-end.
      * A CALL resets the RETURN-CODE register, so the job's own
      * code is kept in WS-JOB-RC and only moved out here, after the
