       identification division.
       program-id. audit-verify.
      * Integrity verification over the whole audit trail. Walks every
      * archive generation catalogued on ARCCATLG.DAT, the rolling
      * master AUDITMST.DAT and the live AUDITLOG.DAT, re-computing
      * each record's chain value through AUDIT-CHAIN from the record
      * before it. A record whose content no longer matches its chain
      * value is reported as altered, a jump in AUDIT-SEQUENCE as a
      * gap, a sequence that goes backwards as out of order, and a
      * file that does not end on the closing point recorded for it
      * (the catalogue entry for a generation, the last catalogued
      * close for the master, AUDSEQ.DAT for the live log) as an end
      * mismatch. Records written before the trail was chained carry
      * no sequence and are only accepted ahead of the first chained
      * record in a file. Every finding prints on AUDVRFY.RPT and the
      * run ends with return code 2 if there is any.

       environment division.
       input-output section.
       file-control.
           select audit-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is ws-audit-status.

           select archive-file assign using ws-archive-name
               organization is line sequential
               file status is ws-archive-status.

           select master-file assign to "AUDITMST.DAT"
               organization is line sequential
               file status is ws-master-status.

           select catalog-file assign to "ARCCATLG.DAT"
               organization is line sequential
               file status is ws-catalog-status.

           select audseq-file assign to "AUDSEQ.DAT"
               organization is line sequential
               file status is ws-seq-status.

           select verify-report assign to "AUDVRFY.RPT"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd audit-file.
       01 live-record               pic x(175).

       fd archive-file.
       01 archive-record            pic x(175).

       fd master-file.
       01 master-record             pic x(175).

       fd catalog-file.
       copy ARCCATLG.

       fd audseq-file.
       copy AUDSEQ.

       fd verify-report.
       01 report-line               pic x(80).

       working-storage section.
      * Every file is read into this one layout, so the chain is
      * re-computed over exactly what AUDIT-APPEND wrote.
       copy AUDITREC.

       01 ws-audit-status           pic xx.
       01 ws-archive-status         pic xx.
       01 ws-master-status          pic xx.
       01 ws-catalog-status         pic xx.
       01 ws-seq-status             pic xx.
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x.

       01 ws-archive-name           pic x(16).
       01 ws-file-label             pic x(16).
       01 ws-report-line            pic x(80).
       01 ws-finding-text           pic x(60).

       01 ws-chain-state.
          05 ws-last-seq            pic 9(10).
          05 ws-last-check          pic 9(10).
          05 ws-base-seq            pic 9(10).
          05 ws-base-check          pic 9(10).
       01 ws-chain-found            pic x value "N".

       01 ws-catalog-table.
          05 ws-catalog-max         pic 9(3) value 0.
          05 ws-catalog-entry occurs 400 times indexed by cat-idx.
             10 ws-catalog-day      pic 9(8).
             10 ws-catalog-open-seq pic 9(10).
             10 ws-catalog-open-chk pic 9(10).
             10 ws-catalog-close-seq
                                    pic 9(10).
             10 ws-catalog-close-chk
                                    pic 9(10).
       01 ws-catalog-lost-count     pic 9(5) value 0.
       01 ws-last-close-seq         pic 9(10) value 0.
       01 ws-last-close-check       pic 9(10) value 0.
       01 ws-last-close-day         pic 9(8) value 0.

      * Walk state for the file being verified.
       01 ws-anchor-mode            pic x.
      *    F = the first chained record must be ANCHOR-SEQ and chains
      *    from ANCHOR-CHECK, C = look the first chained record up
      *    among the catalogued generation opening points
       01 ws-anchor-seq             pic 9(10).
       01 ws-anchor-check           pic 9(10).
       01 ws-anchor-found           pic x.
       01 ws-chain-begun            pic x.
       01 ws-expect-seq             pic 9(10).
       01 ws-prior-check            pic 9(10).
       01 ws-computed-check         pic 9(10).
       01 ws-end-seq                pic 9(10).
       01 ws-end-check              pic 9(10).
       01 ws-gap-last               pic 9(10).

       01 ws-file-records           pic 9(8).
       01 ws-file-legacy            pic 9(8).
       01 ws-file-findings          pic 9(6).

       01 ws-files-checked          pic 9(5) value 0.
       01 ws-total-records          pic 9(9) value 0.
       01 ws-total-legacy           pic 9(9) value 0.
       01 ws-total-findings         pic 9(6) value 0.
       01 ws-job-rc                 pic 9(4) value 0.

       procedure division.
       main-line.
           open output verify-report

           if ws-report-status is not equal to "00"
               display "audit-verify: cannot open AUDVRFY.RPT - "
                       "status " ws-report-status
               move 1 to return-code
               goback
           end-if

           move "Audit trail integrity verification" to ws-report-line
           write report-line from ws-report-line
           move spaces to ws-report-line
           write report-line from ws-report-line

           perform load-chain-state
           perform load-catalog

           perform verify-generations
           perform verify-master
           perform verify-live-log

           perform write-verify-summary

           close verify-report

           if ws-total-findings > 0
               display "audit-verify: " ws-total-findings
                       " integrity finding(s) - see AUDVRFY.RPT"
               if ws-job-rc is equal to 0
                   move 2 to ws-job-rc
               end-if
           else
               display "audit-verify: audit trail verified, "
                       ws-total-records " record(s) checked"
           end-if

           move ws-job-rc to return-code

           goback.

       load-chain-state.
           move zeros to ws-chain-state

           open input audseq-file

           if ws-seq-status is equal to "00"
               read audseq-file
                   at end
                       continue
                   not at end
                       move "Y" to ws-chain-found
                       move audseq-record to ws-chain-state
               end-read
               close audseq-file
           else
               if ws-seq-status is not equal to "35"
                   display "audit-verify: cannot open AUDSEQ.DAT - "
                           "status " ws-seq-status
                   move 1 to ws-job-rc
               end-if
           end-if.

       load-catalog.
           open input catalog-file

           if ws-catalog-status is equal to "00"
               perform until ws-catalog-status is not equal to "00"
                   read catalog-file
                       at end
                           move "10" to ws-catalog-status
                       not at end
                           perform store-catalog-entry
                   end-read
               end-perform
               close catalog-file
           else
               if ws-catalog-status is not equal to "35"
                   display "audit-verify: cannot open ARCCATLG.DAT - "
                           "status " ws-catalog-status
                   move 1 to ws-job-rc
               end-if
           end-if

           if ws-catalog-lost-count > 0
               move "ARCCATLG.DAT" to ws-file-label
               move "catalogue larger than this run can hold - "
                 to ws-finding-text
               perform write-finding
               display "audit-verify: " ws-catalog-lost-count
                       " catalogue entries not verified"
           end-if.

       store-catalog-entry.
           if ws-catalog-max is equal to 400
               add 1 to ws-catalog-lost-count
               exit paragraph
           end-if

           add 1 to ws-catalog-max
           set cat-idx to ws-catalog-max
           move catalog-date to ws-catalog-day(cat-idx)

      * Entries catalogued before the trail was chained hold the date
      * only and load with a zero chain point.
           if catalog-open-seq is numeric
                   and catalog-open-check is numeric
                   and catalog-close-seq is numeric
                   and catalog-close-check is numeric
               move catalog-open-seq to ws-catalog-open-seq(cat-idx)
               move catalog-open-check to ws-catalog-open-chk(cat-idx)
               move catalog-close-seq
                 to ws-catalog-close-seq(cat-idx)
               move catalog-close-check
                 to ws-catalog-close-chk(cat-idx)
           else
               move 0 to ws-catalog-open-seq(cat-idx)
               move 0 to ws-catalog-open-chk(cat-idx)
               move 0 to ws-catalog-close-seq(cat-idx)
               move 0 to ws-catalog-close-chk(cat-idx)
           end-if.

       verify-generations.
      * Generations are walked in catalogue order. Each chained one
      * must open exactly where the one before it closed, so a whole
      * generation dropped from the middle is found even when its
      * catalogue entry went with it.
           perform varying cat-idx from 1 by 1
                   until cat-idx > ws-catalog-max
               perform verify-one-generation
           end-perform.

       verify-one-generation.
           move spaces to ws-archive-name
           string "AUDA" delimited by size
                  ws-catalog-day(cat-idx) delimited by size
                  ".DAT" delimited by size
             into ws-archive-name
           end-string
           move ws-archive-name to ws-file-label
           perform start-file-walk

           if ws-catalog-open-seq(cat-idx) > 0
               move "F" to ws-anchor-mode
               move ws-catalog-open-seq(cat-idx) to ws-anchor-seq
               move ws-catalog-open-chk(cat-idx) to ws-anchor-check

               if ws-last-close-seq > 0
                   if ws-catalog-open-seq(cat-idx) is not equal to
                           ws-last-close-seq + 1
                           or ws-catalog-open-chk(cat-idx)
                               is not equal to ws-last-close-check
                       move spaces to ws-finding-text
                       string "does not follow on from generation "
                                delimited by size
                              ws-last-close-day delimited by size
                         into ws-finding-text
                       end-string
                       perform write-finding
                   end-if
               end-if
           else
               move "C" to ws-anchor-mode
           end-if

           open input archive-file

           if ws-archive-status is not equal to "00"
               move spaces to ws-finding-text
               string "catalogued generation cannot be read - status "
                        delimited by size
                      ws-archive-status delimited by size
                 into ws-finding-text
               end-string
               perform write-finding
           else
               move "N" to ws-eof-flag
               perform until ws-eof-flag is equal to "Y"
                   read archive-file into audit-record
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           perform verify-one-record
                   end-read
               end-perform
               close archive-file

               if ws-catalog-close-seq(cat-idx) > 0
                   move ws-catalog-close-seq(cat-idx) to ws-anchor-seq
                   move ws-catalog-close-chk(cat-idx)
                     to ws-anchor-check
                   move "catalogue close" to ws-finding-text
                   perform check-file-end
               else
                   if ws-end-seq > 0
                       move "chained records, no chain point catalogued"
                         to ws-finding-text
                       perform write-finding
                   end-if
               end-if
           end-if

           if ws-catalog-close-seq(cat-idx) > 0
               move ws-catalog-close-seq(cat-idx) to ws-last-close-seq
               move ws-catalog-close-chk(cat-idx)
                 to ws-last-close-check
               move ws-catalog-day(cat-idx) to ws-last-close-day
           end-if

           perform end-file-walk.

       verify-master.
      * Purging leaves the master starting part way along the chain,
      * at the opening point of the oldest generation still kept, and
      * it must run through to the last record ever archived.
           move "AUDITMST.DAT" to ws-file-label
           perform start-file-walk
           move "C" to ws-anchor-mode

           open input master-file

           if ws-master-status is not equal to "00"
               if ws-master-status is not equal to "35"
                   move spaces to ws-finding-text
                   string "archive master cannot be read - status "
                            delimited by size
                          ws-master-status delimited by size
                     into ws-finding-text
                   end-string
                   perform write-finding
               else
                   if ws-last-close-seq > 0
                       move "archive master missing" to ws-finding-text
                       perform write-finding
                   end-if
               end-if
           else
               move "N" to ws-eof-flag
               perform until ws-eof-flag is equal to "Y"
                   read master-file into audit-record
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           perform verify-one-record
                   end-read
               end-perform
               close master-file

               if ws-last-close-seq > 0
                   move ws-last-close-seq to ws-anchor-seq
                   move ws-last-close-check to ws-anchor-check
                   move "last catalogue close" to ws-finding-text
                   perform check-file-end
               end-if
           end-if

           perform end-file-walk.

       verify-live-log.
      * The live log opens from the base AUDIT-HOUSEKEEP left on
      * AUDSEQ.DAT and must end on the last record AUDIT-APPEND wrote.
           move "AUDITLOG.DAT" to ws-file-label
           perform start-file-walk

           if ws-chain-found is equal to "Y"
               move "F" to ws-anchor-mode
               compute ws-anchor-seq = ws-base-seq + 1
               move ws-base-check to ws-anchor-check

               if ws-last-close-seq > 0
                       and ws-base-seq is not equal to ws-last-close-seq
                   move spaces to ws-finding-text
                   string "AUDSEQ.DAT base " delimited by size
                          ws-base-seq delimited by size
                          " is not the last catalogue close"
                            delimited by size
                     into ws-finding-text
                   end-string
                   perform write-finding
               end-if
           else
               move "C" to ws-anchor-mode
           end-if

           open input audit-file

           if ws-audit-status is not equal to "00"
               if ws-audit-status is not equal to "35"
                   move spaces to ws-finding-text
                   string "live log cannot be read - status "
                            delimited by size
                          ws-audit-status delimited by size
                     into ws-finding-text
                   end-string
                   perform write-finding
               end-if
           else
               move "N" to ws-eof-flag
               perform until ws-eof-flag is equal to "Y"
                   read audit-file into audit-record
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           perform verify-one-record
                   end-read
               end-perform
               close audit-file
           end-if

           if ws-chain-found is equal to "Y"
               if ws-end-seq is equal to 0
      * Nothing chained since the last housekeeping: the log is
      * still at its base.
                   move ws-base-seq to ws-end-seq
                   move ws-base-check to ws-end-check
               end-if
               move ws-last-seq to ws-anchor-seq
               move ws-last-check to ws-anchor-check
               move "AUDSEQ.DAT last written" to ws-finding-text
               perform check-file-end
           else
               if ws-end-seq > 0
                   move "AUDSEQ.DAT missing - end of log not provable"
                     to ws-finding-text
                   perform write-finding
               end-if
           end-if

           perform end-file-walk.

       start-file-walk.
           add 1 to ws-files-checked
           move "N" to ws-chain-begun
           move 0 to ws-expect-seq
           move 0 to ws-prior-check
           move 0 to ws-end-seq
           move 0 to ws-end-check
           move 0 to ws-file-records
           move 0 to ws-file-legacy
           move 0 to ws-file-findings.

       end-file-walk.
           move spaces to ws-report-line
           string "  " delimited by size
                  ws-file-label delimited by size
                  " records " delimited by size
                  ws-file-records delimited by size
                  "  unchained " delimited by size
                  ws-file-legacy delimited by size
                  "  findings " delimited by size
                  ws-file-findings delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           add ws-file-records to ws-total-records
           add ws-file-legacy to ws-total-legacy.

       verify-one-record.
           add 1 to ws-file-records

           if audit-sequence is not numeric
                   or audit-sequence is equal to 0
               if ws-chain-begun is equal to "Y"
                   move spaces to ws-finding-text
                   string "UNCHAINED record after sequence "
                            delimited by size
                          ws-end-seq delimited by size
                     into ws-finding-text
                   end-string
                   perform write-finding
               else
                   add 1 to ws-file-legacy
               end-if
               exit paragraph
           end-if

           if audit-chain-value is not numeric
               move spaces to ws-finding-text
               string "ALTERED record sequence " delimited by size
                      audit-sequence delimited by size
                      " - check value damaged" delimited by size
                 into ws-finding-text
               end-string
               perform write-finding
               exit paragraph
           end-if

           if ws-chain-begun is equal to "N"
               move "Y" to ws-chain-begun
               perform anchor-first-record
           else
               evaluate true
                   when audit-sequence is equal to ws-expect-seq
                       perform check-chain-value
                   when audit-sequence > ws-expect-seq
                       compute ws-gap-last = audit-sequence - 1
                       move spaces to ws-finding-text
                       string "GAP - sequence " delimited by size
                              ws-expect-seq delimited by size
                              " thru " delimited by size
                              ws-gap-last delimited by size
                              " missing" delimited by size
                         into ws-finding-text
                       end-string
                       perform write-finding
                   when other
                       move spaces to ws-finding-text
                       string "OUT OF ORDER - sequence "
                                delimited by size
                              audit-sequence delimited by size
                              " after " delimited by size
                              ws-end-seq delimited by size
                         into ws-finding-text
                       end-string
                       perform write-finding
               end-evaluate
           end-if

      * The chain carries on from the value stored on this record, so
      * one altered or missing record is reported once rather than
      * breaking every record after it.
           move audit-chain-value to ws-prior-check
           move audit-sequence to ws-end-seq
           move audit-chain-value to ws-end-check
           compute ws-expect-seq = audit-sequence + 1.

       anchor-first-record.
           if ws-anchor-mode is equal to "C"
               perform find-catalog-anchor
           else
               move "Y" to ws-anchor-found
           end-if

           if ws-anchor-found is equal to "N"
               move spaces to ws-finding-text
               string "CANNOT ANCHOR chain at first sequence "
                        delimited by size
                      audit-sequence delimited by size
                 into ws-finding-text
               end-string
               perform write-finding
               exit paragraph
           end-if

           move ws-anchor-check to ws-prior-check

           if audit-sequence is equal to ws-anchor-seq
               perform check-chain-value
           else
               move spaces to ws-finding-text
               string "GAP - first sequence " delimited by size
                      audit-sequence delimited by size
                      ", expected " delimited by size
                      ws-anchor-seq delimited by size
                 into ws-finding-text
               end-string
               perform write-finding
           end-if.

       find-catalog-anchor.
      * Sequence one chains from zero; anything later must open a
      * catalogued generation for its prior check value to be known.
           move "N" to ws-anchor-found

           if audit-sequence is equal to 1
               move "Y" to ws-anchor-found
               move 1 to ws-anchor-seq
               move 0 to ws-anchor-check
           end-if

           perform varying cat-idx from 1 by 1
                   until cat-idx > ws-catalog-max
                         or ws-anchor-found is equal to "Y"
               if ws-catalog-open-seq(cat-idx) is equal to
                       audit-sequence
                   move "Y" to ws-anchor-found
                   move ws-catalog-open-seq(cat-idx) to ws-anchor-seq
                   move ws-catalog-open-chk(cat-idx)
                     to ws-anchor-check
               end-if
           end-perform.

       check-chain-value.
           call "audit-chain" using ws-prior-check audit-record
                                    ws-computed-check

           if ws-computed-check is not equal to audit-chain-value
               move spaces to ws-finding-text
               string "ALTERED record sequence " delimited by size
                      audit-sequence delimited by size
                      " - chain broken" delimited by size
                 into ws-finding-text
               end-string
               perform write-finding
           end-if.

       check-file-end.
      * ANCHOR-SEQ/CHECK hold the point the file must close on, and
      * FINDING-TEXT names where that point came from. Ending short
      * of it means records were cut from the end; ending past it,
      * records were added after the point was recorded.
           if ws-end-seq is not equal to ws-anchor-seq
                   or ws-end-check is not equal to ws-anchor-check
               move spaces to ws-report-line
               string "  " delimited by size
                      ws-file-label delimited by size
                      " ENDS AT " delimited by size
                      ws-end-seq delimited by size
                      ", " delimited by size
                      ws-finding-text delimited by "  "
                      " is " delimited by size
                      ws-anchor-seq delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
               add 1 to ws-file-findings
               add 1 to ws-total-findings
           end-if.

       write-finding.
           move spaces to ws-report-line
           string "  " delimited by size
                  ws-file-label delimited by size
                  " " delimited by size
                  ws-finding-text delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           add 1 to ws-file-findings
           add 1 to ws-total-findings.

       write-verify-summary.
           move spaces to ws-report-line
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "Files checked:      " delimited by size
                  ws-files-checked delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "Records checked:    " delimited by size
                  ws-total-records delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "Unchained (legacy): " delimited by size
                  ws-total-legacy delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "Findings:           " delimited by size
                  ws-total-findings delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           if ws-total-findings is equal to 0
               move "Audit trail intact - no breaks or gaps found"
                 to ws-report-line
               write report-line from ws-report-line
           end-if.

       end program audit-verify.
