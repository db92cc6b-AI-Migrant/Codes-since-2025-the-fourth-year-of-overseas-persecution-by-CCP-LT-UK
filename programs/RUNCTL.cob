      * Startup derives the business date, refuses a second normal
      * run of a date already complete for the job (unless operations
      * has marked the record for a forced re-run) and refuses a
      * business date earlier than the job's latest run, refuses a
      * job whose predecessors in the job-dependency table
      * JOBDEPS.DAT have not completed (naming each missing step),
      * then stamps the record running with the start time.
      * Completion stamps the end time and return code, marking the
      * record complete only when the run ended clean so a failed run
      * retries through the restart path.

       environment division.
       input-output section.
               record key is runctl-key
               file status is ws-file-status.

           select depend-file assign to "JOBDEPS.DAT"
               organization is line sequential
               file status is ws-dep-status.

       data division.
       file section.
       fd runctl-file.
       copy RUNCTL.

       fd depend-file.
       01 depend-record.
          05 dep-job               pic x(12).
          05 filler                pic x.
          05 dep-predecessor       pic x(12).
          05 filler                pic x.
          05 dep-scope             pic x.
      *    S (or blank) = the predecessor must be complete for the
      *    same business date, P = the predecessor's latest run on an
      *    earlier business date must be complete (a morning job
      *    that works over the previous night's output)
      *
      * The table as run in production, one row per predecessor
      * (job, predecessor, scope - keys are the RUN-CONTROL job
      * names each driver passes, not the program-ids):
      *    reading-edit read-consol  S
      *    sort-batch   reading-edit S
      *    tri-batch    geom-edit    S
      *    tri-batch    mast-unload  S
      *    tri-correct  tri-batch    S
      *    tri-extract  tri-batch    S
      *    tri-extract  tri-correct  S
      *    tri-ack-rcn  tri-extract  P
      *    reject-aging geom-edit    S
      *    reject-aging reading-edit S
      *    bal-close    sort-batch   S
      *    bal-close    tri-extract  S
      * TRI-ACK-RECON runs the morning after TRI-EXTRACT, on the next
      * business date, so its row must be P - an S row would refuse
      * it every morning. A job with no row has no predecessors.

       working-storage section.
       77 ws-file-status            pic xx.
       77 ws-timestamp              pic x(21).
       77 ws-latest-date            pic 9(8).
       77 ws-scan-done              pic x.
       77 ws-dep-status             pic xx.
       77 ws-dep-eof                pic x.
       77 ws-pred-date              pic 9(8).
       77 ws-pred-complete          pic x.

       linkage section.
       01 ctl-function              pic x.
                       " - latest run is " ws-latest-date
               move 1 to ctl-refused
           else
               perform check-predecessors
           end-if

           if ctl-refused is equal to 0
               move ctl-date to runctl-date
               move ctl-job to runctl-job

               end-read
           end-if.

       check-predecessors.
      * Every step that feeds this job must have completed before it
      * may start - a forced re-run included, so a step cannot be
      * re-run over yesterday's input after its feeder failed. Each
      * predecessor found missing is named on the job log before the
      * start is refused. A dependency table that is missing or
      * cannot be read refuses the run rather than letting the chain
      * go unchecked.
           open input depend-file

           if ws-dep-status is equal to "35"
               display "run-control: JOBDEPS.DAT not found - "
                       "predecessors of " ctl-job " cannot be "
                       "checked - " ctl-job " refused"
               move 1 to ctl-refused
               exit paragraph
           end-if

           if ws-dep-status is not equal to "00"
               display "run-control: cannot open JOBDEPS.DAT - "
                       "status " ws-dep-status " - " ctl-job
                       " refused"
               move 1 to ctl-refused
               exit paragraph
           end-if

           move "N" to ws-dep-eof

           perform until ws-dep-eof is equal to "Y"
               read depend-file
                   at end
                       move "Y" to ws-dep-eof
                   not at end
                       if dep-job is equal to ctl-job
                               and dep-predecessor is not equal to
                                   spaces
                           perform check-one-predecessor
                       end-if
               end-read
           end-perform

           close depend-file.

       check-one-predecessor.
           if dep-scope is equal to "P"
               perform find-prior-predecessor-run
           else
               move ctl-date to ws-pred-date
           end-if

           move "N" to ws-pred-complete

           if ws-pred-date > 0
               move ws-pred-date to runctl-date
               move dep-predecessor to runctl-job

               read runctl-file key is runctl-key
                   invalid key
                       continue
                   not invalid key
                       if runctl-complete
                           move "Y" to ws-pred-complete
                       end-if
               end-read
           end-if

           if ws-pred-complete is equal to "N"
               if ws-pred-date is equal to 0
                   display "run-control: " ctl-job " refused - "
                           "predecessor " dep-predecessor
                           " has no earlier run on file"
               else
                   display "run-control: " ctl-job " refused - "
                           "predecessor " dep-predecessor
                           " not complete for business date "
                           ws-pred-date
               end-if
               move 1 to ctl-refused
           end-if.

       find-prior-predecessor-run.
      * Same date-major scan as FIND-LATEST-RUN-DATE, for the
      * predecessor's latest business date before this run's.
           move 0 to ws-pred-date
           move "N" to ws-scan-done

           move low-values to runctl-key

           start runctl-file key is greater than runctl-key
               invalid key
                   move "Y" to ws-scan-done
           end-start

           perform until ws-scan-done is equal to "Y"
               read runctl-file next
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       if runctl-job is equal to dep-predecessor
                               and runctl-date < ctl-date
                               and runctl-date > ws-pred-date
                           move runctl-date to ws-pred-date
                       end-if
               end-read
           end-perform.

       stamp-run-start.
           move ctl-date to runctl-date
           move ctl-job to runctl-job
