       identification division.
       program-id. tri-correct.
      * Applies the CAD group's inbound correction file TRICORR.DAT to
      * the triangle master. The file carries a dated header record,
      * one sequenced detail record per correction - a measurement ID
      * with either its corrected sides (action C) or a withdrawal
      * (action W, sides zero) - and a trailer with the detail count
      * and a hash total of the side lengths, the same controls
      * TRI-EXTRACT puts on TRIXMIT.DAT in the other direction. The
      * whole file is checked against its controls before anything is
      * applied: a missing header or trailer, a sequence break, or a
      * count or hash that does not agree refuses the entire batch
      * (return code 1) so CAD can resend it, rather than applying
      * half of it. A corrected measurement is re-run through
      * IS-TRIANGLE and its master record updated with the new sides
      * and classification; a classification flip goes on TRICHG.DAT
      * as TRI-BATCH writes it, appended after TRI-BATCH's own records
      * with its own trailers. A withdrawal logically deletes the
      * master record as TRI-MAINTAIN does. Corrections for an unknown
      * or already withdrawn measurement, sides that do not make a
      * triangle, or sides that change nothing are rejected on
      * TRICORR.RPT for follow-up with CAD; they do not stop the run,
      * so one bad correction cannot hold up tonight's extract. Every
      * applied correction is noted on TRICAPL.DAT for TRI-EXTRACT to
      * confirm back to CAD in the next transmission. The run is
      * stamped on the run-control file between TRI-BATCH and
      * TRI-EXTRACT. A batch is applied once: TRICORR.DAT is emptied
      * after it has been applied, and a batch whose header date is
      * already on TRICAPL.DAT (a resend of one applied before) is
      * listed and skipped rather than applied over newer sides. The
      * corrections received, applied and rejected, and the
      * measurements they made valid triangles, are posted to
      * the balancing file for BALANCE-CLOSE - as zeros on a night CAD
      * sent nothing.

       environment division.
       input-output section.
       file-control.
           select corr-file assign to "TRICORR.DAT"
               organization is line sequential
               file status is ws-corr-status.

           select corr-report assign to "TRICORR.RPT"
               organization is line sequential
               file status is ws-report-status.

           select master-file assign to "TRIMAST.DAT"
               organization is indexed
               access is random
               record key is mast-meas-id
               file status is ws-master-status.

           select change-file assign to "TRICHG.DAT"
               organization is line sequential
               file status is ws-chg-status.

           select capl-file assign to "TRICAPL.DAT"
               organization is line sequential
               file status is ws-capl-status.

       data division.
       file section.
       fd corr-file.
       01 corr-header.
          05 ch-rec-type            pic x.
          05 ch-batch-date          pic x(8).
          05 ch-batch-date-num redefines ch-batch-date
                                    pic 9(8).
          05 filler                 pic x(31).
       01 corr-detail.
          05 cd-rec-type            pic x.
          05 cd-sequence            pic x(6).
          05 cd-sequence-num redefines cd-sequence
                                    pic 9(6).
          05 cd-meas-id             pic x(8).
          05 cd-meas-id-num redefines cd-meas-id
                                    pic 9(8).
          05 cd-action              pic x.
          05 cd-x                   pic x(8).
          05 cd-x-num redefines cd-x
                                    pic 9(8).
          05 cd-y                   pic x(8).
          05 cd-y-num redefines cd-y
                                    pic 9(8).
          05 cd-z                   pic x(8).
          05 cd-z-num redefines cd-z
                                    pic 9(8).
       01 corr-trailer.
          05 ct-rec-type            pic x.
          05 ct-record-count        pic x(6).
          05 ct-record-count-num redefines ct-record-count
                                    pic 9(6).
          05 ct-side-hash           pic x(15).
          05 ct-side-hash-num redefines ct-side-hash
                                    pic 9(15).
          05 filler                 pic x(18).

       fd corr-report.
       01 report-line              pic x(80).

       fd master-file.
       copy TRIMAST.

       fd change-file.
       01 change-record            pic x(73).

       fd capl-file.
       copy TRICAPL.

       working-storage section.
       01 ws-corr-status            pic xx.
       01 ws-report-status          pic xx.
       01 ws-master-status          pic xx.
       01 ws-chg-status             pic xx.
       01 ws-capl-status            pic xx.
       01 ws-eof-flag               pic x.
       01 ws-run-date               pic 9(8).
       01 ws-job-rc                 pic 9(4) value 0.
       01 ws-ctl-function           pic x.
       01 ws-ctl-job                pic x(12) value "tri-correct".
       01 ws-ctl-rc                 pic 9(4).
       01 ws-ctl-refused            pic 9.

       01 ws-control-ok             pic x.
       01 ws-header-seen            pic x.
       01 ws-trailer-seen           pic x.
       01 ws-failure-text           pic x(40).
       01 ws-batch-date             pic 9(8) value 0.
       01 ws-batch-applied          pic x value "N".
       01 ws-file-record-count      pic 9(6) value 0.
       01 ws-file-detail-count      pic 9(6) value 0.
       01 ws-file-side-hash         pic 9(15) value 0.

       01 ws-master-found           pic x.
       01 ws-reject-text            pic x(24).
       01 ws-received-count         pic 9(6) value 0.
       01 ws-applied-count          pic 9(6) value 0.
       01 ws-withdrawn-count        pic 9(6) value 0.
       01 ws-rejected-count         pic 9(6) value 0.
       01 ws-change-count           pic 9(6) value 0.
       01 ws-valid-gain-count       pic 9(6) value 0.

       01 ws-old-classification.
          05 ws-old-x               pic 9(8).
          05 ws-old-y               pic 9(8).
          05 ws-old-z               pic 9(8).
          05 ws-old-result          pic 9.
          05 ws-old-type            pic 9.

       01 ws-result                 pic 9.
       01 ws-triangle-type          pic 9.
       01 ws-class-result           pic 9.
       01 ws-class-type             pic 9.
       01 ws-class-text             pic x(20).

       01 ws-pair-table.
          05 ws-pair-max            pic 9(2) value 0.
          05 ws-pair-entry occurs 50 times indexed by pair-idx.
             10 ws-pair-old-result  pic 9.
             10 ws-pair-old-type    pic 9.
             10 ws-pair-new-result  pic 9.
             10 ws-pair-new-type    pic 9.
             10 ws-pair-count       pic 9(8).
       01 ws-pair-found             pic x.
       01 ws-pair-lost-count        pic 9(8) value 0.

       01 ws-change-detail.
          05 cg-rec-type            pic x value "D".
          05 cg-meas-id             pic 9(8).
          05 cg-source              pic x(4).
          05 cg-old-x               pic 9(8).
          05 cg-old-y               pic 9(8).
          05 cg-old-z               pic 9(8).
          05 cg-old-result          pic 9.
          05 cg-old-type            pic 9.
          05 cg-new-x               pic 9(8).
          05 cg-new-y               pic 9(8).
          05 cg-new-z               pic 9(8).
          05 cg-new-result          pic 9.
          05 cg-new-type            pic 9.
          05 cg-run-date            pic 9(8).

       01 ws-change-trailer.
          05 cgt-rec-type           pic x value "T".
          05 cgt-old-result         pic 9.
          05 cgt-old-type           pic 9.
          05 cgt-new-result         pic 9.
          05 cgt-new-type           pic 9.
          05 cgt-count              pic 9(8).
          05 filler                 pic x(60) value spaces.

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
               display "tri-correct: run refused by run-control"
               move 1 to return-code
               goback
           end-if

           open input corr-file

           if ws-corr-status is equal to "35"
               display "tri-correct: no TRICORR.DAT - no corrections "
                       "from CAD this run"
               perform post-balance-counts
               perform run-control-end
               goback
           end-if

           if ws-corr-status is not equal to "00"
               display "tri-correct: cannot open TRICORR.DAT - "
                       "status " ws-corr-status
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

           open output corr-report

           if ws-report-status is not equal to "00"
               display "tri-correct: cannot open TRICORR.RPT - "
                       "status " ws-report-status
               close corr-file
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

           move "CAD corrections -- triangle master updates this run"
             to ws-report-line
           write report-line from ws-report-line

           perform validate-corr-file

           close corr-file

           if ws-file-record-count is equal to 0
               move "  TRICORR.DAT is empty - nothing to apply"
                 to ws-report-line
               write report-line from ws-report-line
               close corr-report
               display "tri-correct: TRICORR.DAT is empty"
               perform post-balance-counts
               perform run-control-end
               goback
           end-if

           if ws-control-ok is equal to "N"
               move spaces to ws-report-line
               write report-line from ws-report-line
               move "BATCH REFUSED - control failure, nothing applied"
                 to ws-report-line
               write report-line from ws-report-line
               close corr-report
               display "tri-correct: TRICORR.DAT fails its controls - "
                       "batch refused, see TRICORR.RPT"
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

           perform check-batch-applied

           if ws-batch-applied is equal to "Y"
               move spaces to ws-report-line
               write report-line from ws-report-line
               move spaces to ws-report-line
               string "BATCH " delimited by size
                      ws-batch-date delimited by size
                      " ALREADY APPLIED - nothing applied again"
                        delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
               close corr-report
               display "tri-correct: batch " ws-batch-date
                       " is already on TRICAPL.DAT - not applied "
                       "again"
               perform empty-corr-file
               perform post-balance-counts
               perform run-control-end
               goback
           end-if

           perform open-update-files

           if ws-job-rc is not equal to 0
               close corr-report
               perform run-control-end
               goback
           end-if

           open input corr-file
           move "N" to ws-eof-flag

           perform until ws-eof-flag is equal to "Y"
               read corr-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if cd-rec-type is equal to "D"
                           perform apply-one-correction
                       end-if
               end-read
           end-perform

           close corr-file

           perform empty-corr-file

           perform write-change-trailers
           perform write-corr-summary

           close master-file
           close change-file
           close capl-file
           close corr-report

           display "tri-correct: " ws-received-count
                   " correction(s) received, " ws-applied-count
                   " applied, " ws-rejected-count " rejected"

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
      * Received must equal applied plus rejected. A corrected
      * measurement that was not a valid triangle before is one more
      * for TRI-EXTRACT to send; nothing applied here can take one
      * away, since only valid sides are applied and a withdrawal
      * keeps its classification.
           move ws-run-date to bal-date
           move ws-ctl-job to bal-job
           move 0 to bal-total

           move "RECEIVED" to bal-point
           move ws-received-count to bal-count
           call "balance-post" using balance-record

           move "APPLIED" to bal-point
           move ws-applied-count to bal-count
           call "balance-post" using balance-record

           move "REJECTED" to bal-point
           move ws-rejected-count to bal-count
           call "balance-post" using balance-record

           move "VALID-GAIN" to bal-point
           move ws-valid-gain-count to bal-count
           call "balance-post" using balance-record

           move "VALID-LOSS" to bal-point
           move 0 to bal-count
           call "balance-post" using balance-record.

       validate-corr-file.
      * First pass: the file's own controls, before the master is
      * touched. Every failure found is listed, not just the first,
      * so CAD can fix the whole batch in one resend.
           move "Y" to ws-control-ok
           move "N" to ws-header-seen
           move "N" to ws-trailer-seen
           move "N" to ws-eof-flag

           perform until ws-eof-flag is equal to "Y"
               read corr-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       perform check-one-corr-record
               end-read
           end-perform

           if ws-file-record-count is equal to 0
               exit paragraph
           end-if

           if ws-header-seen is equal to "N"
               move "NO HEADER RECORD" to ws-failure-text
               perform note-control-failure
           end-if

           if ws-trailer-seen is equal to "N"
               move "NO TRAILER RECORD" to ws-failure-text
               perform note-control-failure
           end-if.

       check-one-corr-record.
           add 1 to ws-file-record-count

           if ws-trailer-seen is equal to "Y"
               move "RECORD AFTER TRAILER" to ws-failure-text
               perform note-control-failure
               exit paragraph
           end-if

           evaluate ch-rec-type
               when "H"
                   perform check-corr-header
               when "D"
                   perform check-corr-detail
               when "T"
                   perform check-corr-trailer
               when other
                   move "UNKNOWN RECORD TYPE" to ws-failure-text
                   perform note-control-failure
           end-evaluate.

       check-corr-header.
           if ws-file-record-count is not equal to 1
               move "HEADER NOT FIRST RECORD" to ws-failure-text
               perform note-control-failure
           else
               if ch-batch-date is not numeric
                       or ch-batch-date-num is equal to 0
                   move "BAD BATCH DATE ON HEADER" to ws-failure-text
                   perform note-control-failure
               else
                   move "Y" to ws-header-seen
                   move ch-batch-date-num to ws-batch-date
               end-if
           end-if.

       check-corr-detail.
      * The sequence must run 1, 2, 3... with no gap, so a detail
      * dropped in transit is caught even where count and hash are
      * made to agree.
           add 1 to ws-file-detail-count

           if cd-sequence is not numeric
                   or cd-sequence-num is not equal to
                      ws-file-detail-count
               move "DETAIL SEQUENCE BREAK" to ws-failure-text
               perform note-control-failure
           end-if

           if cd-meas-id is not numeric
               move "MEAS ID NOT NUMERIC" to ws-failure-text
               perform note-control-failure
           end-if

           if cd-x is not numeric
                   or cd-y is not numeric
                   or cd-z is not numeric
               move "SIDES NOT NUMERIC" to ws-failure-text
               perform note-control-failure
           else
               add cd-x-num to ws-file-side-hash
               add cd-y-num to ws-file-side-hash
               add cd-z-num to ws-file-side-hash
           end-if.

       check-corr-trailer.
           move "Y" to ws-trailer-seen

           if ct-record-count is not numeric
                   or ct-record-count-num is not equal to
                      ws-file-detail-count
               move "TRAILER COUNT DOES NOT AGREE" to ws-failure-text
               perform note-control-failure
               move spaces to ws-report-line
               string "    trailer " delimited by size
                      ct-record-count delimited by size
                      "  details counted " delimited by size
                      ws-file-detail-count delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
           end-if

           if ct-side-hash is not numeric
                   or ct-side-hash-num is not equal to
                      ws-file-side-hash
               move "TRAILER HASH DOES NOT AGREE" to ws-failure-text
               perform note-control-failure
               move spaces to ws-report-line
               string "    trailer " delimited by size
                      ct-side-hash delimited by size
                      "  sides totalled " delimited by size
                      ws-file-side-hash delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
           end-if.

       note-control-failure.
           move "N" to ws-control-ok
           move spaces to ws-report-line
           string "  CONTROL FAILURE  record " delimited by size
                  ws-file-record-count delimited by size
                  "  " delimited by size
                  ws-failure-text delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line.

       check-batch-applied.
      * Every correction applied is on TRICAPL.DAT with the batch date
      * it arrived under, sent or not, so a batch date found there
      * means CAD has sent (or operations has restored) a batch that
      * was applied on an earlier night.
           open input capl-file

           if ws-capl-status is equal to "00"
               move "N" to ws-eof-flag
               perform until ws-eof-flag is equal to "Y"
                   read capl-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           if capl-cad-batch is equal to ws-batch-date
                               move "Y" to ws-batch-applied
                               move "Y" to ws-eof-flag
                           end-if
                   end-read
               end-perform
               close capl-file
           end-if.

       empty-corr-file.
      * The batch has been dealt with; emptying the file means the
      * next run finds nothing to apply until CAD sends a new batch.
           open output corr-file
           if ws-corr-status is equal to "00"
               close corr-file
           else
               display "tri-correct: cannot reinitialise "
                       "TRICORR.DAT - status " ws-corr-status
           end-if.

       open-update-files.
           open i-o master-file

           if ws-master-status is not equal to "00"
               display "tri-correct: cannot open TRIMAST.DAT - "
                       "status " ws-master-status
               move 1 to ws-job-rc
               exit paragraph
           end-if

      * TRI-BATCH has already written tonight's change file; this
      * run's flips are added after its records, not over them.
           open extend change-file
           if ws-chg-status is equal to "35"
               open output change-file
           end-if

           if ws-chg-status is not equal to "00"
               display "tri-correct: cannot open TRICHG.DAT - "
                       "status " ws-chg-status
               close master-file
               move 1 to ws-job-rc
               exit paragraph
           end-if

           open extend capl-file
           if ws-capl-status is equal to "35"
               open output capl-file
           end-if

           if ws-capl-status is not equal to "00"
               display "tri-correct: cannot open TRICAPL.DAT - "
                       "status " ws-capl-status
               close master-file
               close change-file
               move 1 to ws-job-rc
           end-if.

       apply-one-correction.
           add 1 to ws-received-count

           if cd-action is not equal to "C"
                   and cd-action is not equal to "W"
               move "BAD ACTION CODE" to ws-reject-text
               perform reject-correction
               exit paragraph
           end-if

           move cd-meas-id-num to mast-meas-id

           read master-file key is mast-meas-id
               invalid key
                   move "N" to ws-master-found
               not invalid key
                   move "Y" to ws-master-found
           end-read

           if ws-master-found is equal to "N"
               move "UNKNOWN MEAS ID" to ws-reject-text
               perform reject-correction
               exit paragraph
           end-if

           if mast-deleted
               move "ALREADY WITHDRAWN" to ws-reject-text
               perform reject-correction
               exit paragraph
           end-if

           if cd-action is equal to "W"
               perform withdraw-measurement
           else
               perform correct-sides
           end-if.

       correct-sides.
      * The corrected sides get the same classification TRI-BATCH
      * would give them; only a valid triangle replaces what is on
      * the master, since CAD only ever holds valid ones.
           if cd-x-num is equal to mast-x
                   and cd-y-num is equal to mast-y
                   and cd-z-num is equal to mast-z
               move "SIDES UNCHANGED" to ws-reject-text
               perform reject-correction
               exit paragraph
           end-if

           call "is-triangle" using cd-x-num cd-y-num cd-z-num
                                     ws-result ws-triangle-type

           evaluate ws-result
               when 1
                   continue
               when 0
                   move "NOT A TRIANGLE" to ws-reject-text
                   perform reject-correction
                   exit paragraph
               when 2
                   move "SUM OVERFLOW" to ws-reject-text
                   perform reject-correction
                   exit paragraph
               when other
                   move "UNKNOWN RESULT" to ws-reject-text
                   perform reject-correction
                   exit paragraph
           end-evaluate

           move mast-x to ws-old-x
           move mast-y to ws-old-y
           move mast-z to ws-old-z
           move mast-result to ws-old-result
           move mast-type to ws-old-type

           move cd-x-num to mast-x
           move cd-y-num to mast-y
           move cd-z-num to mast-z
           move ws-result to mast-result
           move ws-triangle-type to mast-type
           move ws-run-date to mast-run-date

           rewrite master-record
               invalid key
                   display "tri-correct: cannot update measurement "
                           mast-meas-id " on TRIMAST.DAT - status "
                           ws-master-status
                   move "MASTER NOT REWRITTEN" to ws-reject-text
                   perform reject-correction
                   exit paragraph
           end-rewrite

           add 1 to ws-applied-count
           if ws-old-result is not equal to 1
               add 1 to ws-valid-gain-count
           end-if

           move spaces to ws-report-line
           string "APPLIED   seq " delimited by size
                  cd-sequence delimited by size
                  "  MEAS-ID " delimited by size
                  mast-meas-id delimited by size
                  "  SRC " delimited by size
                  mast-source delimited by size
                  "  SIDES CORRECTED" delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move ws-old-result to ws-class-result
           move ws-old-type to ws-class-type
           perform build-class-text
           move spaces to ws-report-line
           string "  old: " delimited by size
                  ws-old-x delimited by size
                  "/" delimited by size
                  ws-old-y delimited by size
                  "/" delimited by size
                  ws-old-z delimited by size
                  "  " delimited by size
                  ws-class-text delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move mast-result to ws-class-result
           move mast-type to ws-class-type
           perform build-class-text
           move spaces to ws-report-line
           string "  new: " delimited by size
                  mast-x delimited by size
                  "/" delimited by size
                  mast-y delimited by size
                  "/" delimited by size
                  mast-z delimited by size
                  "  " delimited by size
                  ws-class-text delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           if mast-result is not equal to ws-old-result
                   or mast-type is not equal to ws-old-type
               perform note-classification-change
           end-if

           perform note-applied-correction.

       withdraw-measurement.
      * Withdrawn exactly as TRI-MAINTAIN withdraws one: the record
      * stays on file, flagged, and every batch step skips it.
           move "D" to mast-delete-flag

           rewrite master-record
               invalid key
                   display "tri-correct: cannot withdraw measurement "
                           mast-meas-id " on TRIMAST.DAT - status "
                           ws-master-status
                   move "MASTER NOT REWRITTEN" to ws-reject-text
                   perform reject-correction
                   exit paragraph
           end-rewrite

           add 1 to ws-applied-count
           add 1 to ws-withdrawn-count

           move spaces to ws-report-line
           string "APPLIED   seq " delimited by size
                  cd-sequence delimited by size
                  "  MEAS-ID " delimited by size
                  mast-meas-id delimited by size
                  "  SRC " delimited by size
                  mast-source delimited by size
                  "  WITHDRAWN" delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           perform note-applied-correction.

       reject-correction.
           add 1 to ws-rejected-count

           move spaces to ws-report-line
           string "REJECTED  seq " delimited by size
                  cd-sequence delimited by size
                  "  MEAS-ID " delimited by size
                  cd-meas-id delimited by size
                  "  ACTION " delimited by size
                  cd-action delimited by size
                  "  " delimited by size
                  ws-reject-text delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line.

       note-applied-correction.
      * Queued for TRI-EXTRACT to confirm back to CAD.
           move ws-run-date to capl-run-date
           move ws-batch-date to capl-cad-batch
           move cd-sequence-num to capl-cad-sequence
           move mast-meas-id to capl-meas-id
           move cd-action to capl-action
           move mast-x to capl-x
           move mast-y to capl-y
           move mast-z to capl-z
           move mast-result to capl-result
           move mast-type to capl-type
           move "A" to capl-status
           move 0 to capl-sent-date
           write capl-record.

       note-classification-change.
      * Same change record and pair tally TRI-BATCH keeps, so the
      * downstream feeds read a correction's flip like any other.
           add 1 to ws-change-count

           move mast-meas-id to cg-meas-id
           move mast-source to cg-source
           move ws-old-x to cg-old-x
           move ws-old-y to cg-old-y
           move ws-old-z to cg-old-z
           move ws-old-result to cg-old-result
           move ws-old-type to cg-old-type
           move mast-x to cg-new-x
           move mast-y to cg-new-y
           move mast-z to cg-new-z
           move mast-result to cg-new-result
           move mast-type to cg-new-type
           move ws-run-date to cg-run-date
           write change-record from ws-change-detail

           perform tally-change-pair.

       build-class-text.
           evaluate ws-class-result
               when 0
                   move "NOT A TRIANGLE" to ws-class-text
               when 2
                   move "SUM OVERFLOW" to ws-class-text
               when 1
                   evaluate ws-class-type
                       when 1
                           move "VALID EQUILATERAL" to ws-class-text
                       when 2
                           move "VALID ISOSCELES" to ws-class-text
                       when 3
                           move "VALID SCALENE" to ws-class-text
                       when 4
                           move "VALID RIGHT-ANGLED" to ws-class-text
                       when other
                           move "VALID" to ws-class-text
                   end-evaluate
               when other
                   move "UNKNOWN" to ws-class-text
           end-evaluate.

       tally-change-pair.
           move "N" to ws-pair-found

           perform varying pair-idx from 1 by 1
                   until pair-idx > ws-pair-max
                         or ws-pair-found is equal to "Y"
               if ws-pair-old-result(pair-idx) is equal to
                       ws-old-result
                       and ws-pair-old-type(pair-idx) is equal to
                           ws-old-type
                       and ws-pair-new-result(pair-idx) is equal to
                           mast-result
                       and ws-pair-new-type(pair-idx) is equal to
                           mast-type
                   add 1 to ws-pair-count(pair-idx)
                   move "Y" to ws-pair-found
               end-if
           end-perform

           if ws-pair-found is equal to "N"
               if ws-pair-max < 50
                   add 1 to ws-pair-max
                   set pair-idx to ws-pair-max
                   move ws-old-result
                     to ws-pair-old-result(pair-idx)
                   move ws-old-type to ws-pair-old-type(pair-idx)
                   move mast-result to ws-pair-new-result(pair-idx)
                   move mast-type to ws-pair-new-type(pair-idx)
                   move 1 to ws-pair-count(pair-idx)
               else
                   add 1 to ws-pair-lost-count
                   if ws-pair-lost-count is equal to 1
                       display "tri-correct: change pair table full - "
                               "trailer counts will be incomplete"
                   end-if
               end-if
           end-if.

       write-change-trailers.
      * This run's trailers close this run's change records, so the
      * file reads as TRI-BATCH's section followed by this one, each
      * with its own counts.
           perform varying pair-idx from 1 by 1
                   until pair-idx > ws-pair-max
               move ws-pair-old-result(pair-idx) to cgt-old-result
               move ws-pair-old-type(pair-idx) to cgt-old-type
               move ws-pair-new-result(pair-idx) to cgt-new-result
               move ws-pair-new-type(pair-idx) to cgt-new-type
               move ws-pair-count(pair-idx) to cgt-count
               write change-record from ws-change-trailer
           end-perform.

       write-corr-summary.
           move spaces to ws-report-line
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "CAD batch " delimited by size
                  ws-batch-date delimited by size
                  "  received: " delimited by size
                  ws-received-count delimited by size
                  "  applied: " delimited by size
                  ws-applied-count delimited by size
                  "  rejected: " delimited by size
                  ws-rejected-count delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "Withdrawn: " delimited by size
                  ws-withdrawn-count delimited by size
                  "  classification changes: " delimited by size
                  ws-change-count delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line.

       end program tri-correct.
