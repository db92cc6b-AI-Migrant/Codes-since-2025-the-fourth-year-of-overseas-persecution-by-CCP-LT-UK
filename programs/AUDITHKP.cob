      * master AUDITMST.DAT so history stays queryable in one place,
      * purges master records and archive generations older than the
      * retention period in HKPPARM.DAT, and reinitialises the live
      * log so the next business day starts empty. The run is
      * stamped on the run-control file under the job name
      * AUDIT-HKEEP, and the retention cutoff is measured back from
      * the business date it is given there. Records are copied with
      * their sequence numbers and chain values untouched; each
      * catalogue entry records the chain point its generation opens
      * from and the sequence and check value it closes on, and the
      * base on AUDSEQ.DAT moves up to the last record archived so
      * AUDIT-VERIFY can anchor the next live log.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-param-status.

           select audseq-file assign to "AUDSEQ.DAT"
               organization is line sequential
               file status is ws-seq-status.

       data division.
       file section.
       fd audit-file.
       copy AUDITREC.

       fd archive-file.
       01 archive-record            pic x(175).

       fd master-file.
       01 master-record             pic x(175).

       fd master-work-file.
       01 work-record               pic x(175).

       fd live-work-file.
       01 live-work-record          pic x(175).

       fd catalog-file.
       copy ARCCATLG.

       fd param-file.
       01 param-record.
          05 param-retention-days   pic 9(3).

       fd audseq-file.
       copy AUDSEQ.

       working-storage section.
       01 ws-audit-status           pic xx.
       01 ws-archive-status         pic xx.
       01 ws-live-status            pic xx.
       01 ws-catalog-status         pic xx.
       01 ws-param-status           pic xx.
       01 ws-seq-status             pic xx.

       01 ws-archive-name           pic x(16).
       01 ws-eof-flag               pic x value "N".
       01 ws-archive-open           pic x value "N".
       01 ws-archive-error          pic x value "N".
       01 ws-today                  pic 9(8).
       01 ws-job-rc                 pic 9(4) value 0.
       01 ws-ctl-function           pic x.
       01 ws-ctl-job                pic x(12) value "audit-hkeep".
       01 ws-ctl-rc                 pic 9(4).
       01 ws-ctl-refused            pic 9.
       01 ws-retention-days         pic 9(3) value 30.
       01 ws-cutoff-date            pic 9(8).
       01 ws-cutoff-int             pic 9(7).
       01 ws-record-date            pic 9(8).
       01 ws-open-date              pic 9(8) value 0.
       01 ws-date-found             pic x.
       01 ws-open-cat               pic 9(3) value 0.

       01 ws-chain-state.
          05 ws-last-seq            pic 9(10).
          05 ws-last-check          pic 9(10).
          05 ws-base-seq            pic 9(10).
          05 ws-base-check          pic 9(10).
       01 ws-chain-found            pic x value "N".
       01 ws-prev-seq               pic 9(10).
       01 ws-prev-check             pic 9(10).

       01 ws-archived-count         pic 9(8) value 0.
       01 ws-purged-count           pic 9(8) value 0.
          05 ws-catalog-max         pic 9(3) value 0.
          05 ws-catalog-entry occurs 400 times indexed by cat-idx.
             10 ws-catalog-day      pic 9(8).
             10 ws-catalog-open-seq pic 9(10).
             10 ws-catalog-open-chk pic 9(10).
             10 ws-catalog-close-seq
                                    pic 9(10).
             10 ws-catalog-close-chk
                                    pic 9(10).
             10 ws-catalog-keep     pic x.

       procedure division.
       main-line.
           move "S" to ws-ctl-function
           move 0 to ws-ctl-rc
           call "run-control" using ws-ctl-function ws-ctl-job
                                     ws-today ws-ctl-rc
                                     ws-ctl-refused

           if ws-ctl-refused is not equal to 0
               display "audit-housekeep: run refused by run-control"
               move 1 to return-code
               goback
           end-if

           perform load-parameters
           perform compute-cutoff-date
           perform load-catalog
           perform load-chain-state

           open input audit-file

               if ws-audit-status is not equal to "00"
                   display "audit-housekeep: cannot open AUDITLOG.DAT"
                           " - status " ws-audit-status
                   move 1 to ws-job-rc
                   perform run-control-end
                   goback
               end-if

                   display "audit-housekeep: cannot open AUDITMST.DAT"
                           " - status " ws-master-status
                   close audit-file
                   move 1 to ws-job-rc
                   perform run-control-end
                   goback
               end-if

           perform purge-master
           perform purge-generations
           perform save-catalog
           perform save-chain-state

           display "audit-housekeep: " ws-archived-count
                   " record(s) archived, " ws-kept-count
                   " purged, " ws-gens-purged
                   " generation(s) deleted"

           perform run-control-end

           goback.

       run-control-end.
      * A CALL resets the RETURN-CODE register, so the job's own
      * code is kept in WS-JOB-RC and only moved out here, after the
      * last call this run will make.
           move "E" to ws-ctl-function
           move ws-job-rc to ws-ctl-rc
           call "run-control" using ws-ctl-function ws-ctl-job
                                     ws-today ws-ctl-rc
                                     ws-ctl-refused
           move ws-job-rc to return-code.

       archive-record-out.
      * Route the record to the archive generation for its own date
      * (the date portion of AUDIT-TIMESTAMP), switching generations
                           ws-archive-name " - status "
                           ws-archive-status
                   move "Y" to ws-archive-error
                   move 1 to ws-job-rc
                   open output live-work-file
                   write live-work-record from audit-record
               else
               write archive-record from audit-record
               write master-record from audit-record
               add 1 to ws-archived-count
               perform note-chain-point
           end-if.

       note-chain-point.
      * A chained record moves the generation's closing point up to
      * itself; the first one into a generation also fixes the point
      * the generation opens from. Records written before the trail
      * was chained carry no sequence and are passed over.
           if audit-sequence is not numeric
                   or audit-sequence is equal to 0
               exit paragraph
           end-if

           if ws-open-cat > 0
               set cat-idx to ws-open-cat
               if ws-catalog-open-seq(cat-idx) is equal to 0
                   move audit-sequence to ws-catalog-open-seq(cat-idx)
                   move ws-prev-check to ws-catalog-open-chk(cat-idx)
               end-if
               move audit-sequence to ws-catalog-close-seq(cat-idx)
               move audit-chain-value
                 to ws-catalog-close-chk(cat-idx)
           end-if

           move audit-sequence to ws-prev-seq
           move audit-chain-value to ws-prev-check.

       note-catalog-date.
           move "N" to ws-date-found
           move 0 to ws-open-cat

           perform varying cat-idx from 1 by 1
                   until cat-idx > ws-catalog-max
                         or ws-date-found is equal to "Y"
               if ws-catalog-day(cat-idx) is equal to ws-record-date
                   move "Y" to ws-date-found
                   set ws-open-cat to cat-idx
               end-if
           end-perform

                   add 1 to ws-catalog-max
                   set cat-idx to ws-catalog-max
                   move ws-record-date to ws-catalog-day(cat-idx)
                   move 0 to ws-catalog-open-seq(cat-idx)
                   move 0 to ws-catalog-open-chk(cat-idx)
                   move 0 to ws-catalog-close-seq(cat-idx)
                   move 0 to ws-catalog-close-chk(cat-idx)
                   move "Y" to ws-catalog-keep(cat-idx)
                   move ws-catalog-max to ws-open-cat
               else
                   display "audit-housekeep: archive catalogue full -"
                           " generation " ws-record-date
           if ws-audit-status is not equal to "00"
               display "audit-housekeep: cannot reinitialise "
                       "AUDITLOG.DAT - status " ws-audit-status
               move 1 to ws-job-rc
           else
               close audit-file
           end-if.

       compute-cutoff-date.
      * Anything dated before the cutoff has aged past the retention
      * period and is eligible for purge. The retention period runs
      * back from the business date run-control gave this run.
           compute ws-cutoff-int =
               function integer-of-date(ws-today)
               - ws-retention-days
                           set cat-idx to ws-catalog-max
                           move catalog-date
                             to ws-catalog-day(cat-idx)
                           perform load-catalog-chain
                           move "Y" to ws-catalog-keep(cat-idx)
                   end-read
               end-perform
               close catalog-file
           end-if.

       load-catalog-chain.
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

       load-chain-state.
      * The live log opens from the chain base; archiving walks the
      * chain forward from there one record at a time.
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
           end-if

           move ws-base-seq to ws-prev-seq
           move ws-base-check to ws-prev-check.

       save-chain-state.
      * Whatever was archived this run is now behind the live log, so
      * the base moves up to the last record archived. The last
      * sequence written is AUDIT-APPEND's and is carried unchanged.
           if ws-chain-found is equal to "N"
                   and ws-prev-seq is equal to 0
               exit paragraph
           end-if

           move ws-prev-seq to ws-base-seq
           move ws-prev-check to ws-base-check
           if ws-last-seq < ws-base-seq
               move ws-base-seq to ws-last-seq
               move ws-base-check to ws-last-check
           end-if

           open output audseq-file

           if ws-seq-status is not equal to "00"
               display "audit-housekeep: cannot rewrite AUDSEQ.DAT"
                       " - status " ws-seq-status
               move 1 to ws-job-rc
           else
               move ws-chain-state to audseq-record
               write audseq-record
               close audseq-file
           end-if.

       purge-master.
      * Two-pass sequential copy: keepers go to the work file, then
      * the master is rebuilt from the work file, so the master never
               if ws-master-status is not equal to "35"
                   display "audit-housekeep: cannot open AUDITMST.DAT"
                           " for purge - status " ws-master-status
                   move 1 to ws-job-rc
               end-if
           else
               open output master-work-file
                   display "audit-housekeep: cannot open AUDITMSW.DAT"
                           " - status " ws-work-status
                   close master-file
                   move 1 to ws-job-rc
               else
                   perform until ws-eof-flag is equal to "Y"
                       read master-file
           if ws-catalog-status is not equal to "00"
               display "audit-housekeep: cannot rewrite ARCCATLG.DAT"
                       " - status " ws-catalog-status
               move 1 to ws-job-rc
           else
               perform varying cat-idx from 1 by 1
                       until cat-idx > ws-catalog-max
                   if ws-catalog-keep(cat-idx) is equal to "Y"
                       move ws-catalog-day(cat-idx) to catalog-date
                       move ws-catalog-open-seq(cat-idx)
                         to catalog-open-seq
                       move ws-catalog-open-chk(cat-idx)
                         to catalog-open-check
                       move ws-catalog-close-seq(cat-idx)
                         to catalog-close-seq
                       move ws-catalog-close-chk(cat-idx)
                         to catalog-close-check
                       write catalog-record
                   end-if
               end-perform
