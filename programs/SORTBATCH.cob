      * still sorts bare values, so after each sort the values are
      * matched back to the readings they came from and every sorted
      * output line - and each extreme on the summary - carries the
      * moment its reading was taken. The readings read and the lines
      * written to OUTSORT.DAT and its generation are posted to the
      * balancing file for BALANCE-CLOSE.

       environment division.
       input-output section.
       01 ws-ckpt-interval         pic 9(5) value 1000.
       01 ws-restart-count         pic 9(5) value 0.
       01 ws-dropped-count         pic 9(5) value 0.
       01 ws-dropped-total         pic s9(11)v99 value 0.
       01 ws-input-total           pic s9(11)v99 value 0.
       01 ws-sorted-count          pic 9(5) value 0.
       01 ws-sorted-total          pic s9(11)v99 value 0.
       01 ws-generation-count      pic 9(5) value 0.
       01 ws-ckpt-truncated        pic x value "N".
       01 ws-ckpt-invalid          pic x value "N".
       01 ws-recon-failed          pic x value "N".
       01 ws-rx                   pic 9(5).
       01 ws-report-line          pic x(80).

       copy BALREC.

       procedure division.
       main-line.
           move "S" to ws-ctl-function
               perform clear-checkpoint
           end-if

           perform post-balance-counts
           perform run-control-end

           goback.
                                     ws-ctl-refused
           move ws-job-rc to return-code.

       post-balance-counts.
      * Everything read from READINGS.DAT - whether it came back from
      * the checkpoint or was dropped over the table cap - against
      * what reached OUTSORT.DAT and the generation. Withdrawn output
      * posts as nothing written, so the ledger shows the break.
           move 0 to ws-input-total
           perform varying ws-rx from 1 by 1
                   until ws-rx > ws-reading-count
               add ws-reading-value(ws-rx) to ws-input-total
           end-perform
           add ws-dropped-total to ws-input-total

           if ws-recon-failed is equal to "Y"
               move 0 to ws-sorted-count
               move 0 to ws-sorted-total
               move 0 to ws-generation-count
           end-if

           move ws-run-date to bal-date
           move ws-ctl-job to bal-job

           move "READ" to bal-point
           compute bal-count = ws-reading-count + ws-dropped-count
           move ws-input-total to bal-total
           call "balance-post" using balance-record

           move "SORTED" to bal-point
           move ws-sorted-count to bal-count
           move ws-sorted-total to bal-total
           call "balance-post" using balance-record

           move "GENERATION" to bal-point
           move ws-generation-count to bal-count
           move 0 to bal-total
           call "balance-post" using balance-record.

       load-reading.
           if ws-reading-count < 10000
               add 1 to ws-reading-count
               end-if
           else
               add 1 to ws-dropped-count
               add reading-value to ws-dropped-total
           end-if.

       register-station.
                   move res(i) to sl-value
                   write sorted-record from ws-sorted-line
                   write generation-record from ws-sorted-line
                   add 1 to ws-sorted-count
                   add res(i) to ws-sorted-total
                   add 1 to ws-generation-count
               end-perform

               perform compute-after-stats
