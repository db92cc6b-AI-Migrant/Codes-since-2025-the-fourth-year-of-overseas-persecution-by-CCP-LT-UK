       identification division.
       program-id. balance-close.
      * Closing balance of the night's two batch streams. Every step
      * posts its counts and control totals for the business date to
      * BALANCE.DAT through BALANCE-POST; this run takes the latest
      * posting of each job and point for tonight and proves every
      * hand-off along both chains - each step's input against the
      * output of the step before it, each step's input against what
      * it wrote, and each hand-off file as it stands on disk against
      * the postings of the step that wrote it. Readings run
      * READ-CONSOLIDATE, READING-EDIT and SORT-BATCH; geometry runs
      * GEOM-EDIT, TRI-BATCH, TRI-CORRECT and TRI-EXTRACT. TRIXMIT.DAT
      * carries the whole live master, not just tonight's records, so
      * the geometry chain closes on a carried-forward count: the
      * measurements classified valid (sent, or withdrawn but still
      * valid) at the last extract, plus what TRI-BATCH and
      * TRI-CORRECT gained and lost since, must be tonight's figure.
      * The first extract with no earlier posting opens that balance.
      * The ledger goes to BALLEDGR.RPT as one page for operations to
      * sign off. Any break or missing posting ends the run with
      * return code 2. The run is stamped on the run-control file and
      * follows SORT-BATCH and TRI-EXTRACT as the last step of the
      * night.

       environment division.
       input-output section.
       file-control.
           select balance-file assign to "BALANCE.DAT"
               organization is line sequential
               file status is ws-balance-status.

           select count-file assign using ws-count-name
               organization is line sequential
               file status is ws-count-status.

           select ledger-report assign to "BALLEDGR.RPT"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd balance-file.
       copy BALREC.

       fd count-file.
       01 count-record              pic x(80).

       fd ledger-report.
       01 report-line               pic x(80).

       working-storage section.
       01 ws-balance-status         pic xx.
       01 ws-count-status           pic xx.
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x.
       01 ws-run-date               pic 9(8).
       01 ws-job-rc                 pic 9(4) value 0.
       01 ws-ctl-function           pic x.
       01 ws-ctl-job                pic x(12) value "bal-close".
       01 ws-ctl-rc                 pic 9(4).
       01 ws-ctl-refused            pic 9.

       01 ws-posting-table.
          05 ws-posting-max         pic 9(3) value 0.
          05 ws-posting-entry occurs 200 times indexed by pst-idx.
             10 ws-posting-job      pic x(12).
             10 ws-posting-point    pic x(10).
             10 ws-posting-count    pic 9(9).
             10 ws-posting-total    pic s9(13)v99.
       01 ws-posting-found          pic x.
       01 ws-posting-over           pic x value "N".

       01 ws-movement-table.
          05 ws-movement-max        pic 9(3) value 0.
          05 ws-movement-entry occurs 100 times indexed by mov-idx.
             10 ws-movement-date    pic 9(8).
             10 ws-movement-job     pic x(12).
             10 ws-movement-point   pic x(10).
             10 ws-movement-count   pic 9(9).
       01 ws-movement-keep          pic 9(3).
       01 ws-movement-found         pic x.
       01 ws-movement-over          pic x value "N".

       01 ws-prior-extract.
          05 ws-prior-date          pic 9(8) value 0.
          05 ws-prior-sent          pic 9(9) value 0.
          05 ws-prior-sent-seen     pic x value "N".
          05 ws-prior-wdn-valid     pic 9(9) value 0.
          05 ws-prior-wdn-seen      pic x value "N".
       01 ws-opening-balance        pic x value "N".

       01 ws-missing-table.
          05 ws-missing-max         pic 9(2) value 0.
          05 ws-missing-entry occurs 40 times indexed by mis-idx.
             10 ws-missing-job      pic x(12).
             10 ws-missing-point    pic x(10).
       01 ws-missing-listed         pic x.

       01 ws-want-job               pic x(12).
       01 ws-want-point             pic x(10).
       01 ws-got-count              pic 9(9).
       01 ws-got-total              pic s9(13)v99.
       01 ws-got-value              pic s9(13)v99.

       01 ws-count-name             pic x(20).
       01 ws-count-mode             pic x.
      *    A = every record, D = detail records ("D" in byte 1),
      *    C = correction records ("C" in byte 1), N = records whose
      *    run date at WS-DATE-POS is tonight's business date,
      *    H = the header's date, T = the trailer's count at
      *    WS-TRAILER-POS, V = the TRIVALID.DAT trailer type counts
       01 ws-date-pos               pic 9(2).
       01 ws-trailer-pos            pic 9(2).
       01 ws-file-count             pic 9(9).
       01 ws-file-found             pic x.
       01 ws-type-counts.
          05 ws-type-count          pic 9(8) occurs 4 times.

       01 ws-check-id               pic x(3).
       01 ws-check-text             pic x(30).
       01 ws-figure-kind            pic x.
      *    C = record counts, T = control totals
       01 ws-side                   pic x.
      *    L = add to the left, S = subtract from the left,
      *    R = add to the right
       01 ws-check-status           pic x(8).
       01 ws-left-value             pic s9(13)v99.
       01 ws-right-value            pic s9(13)v99.
       01 ws-count-edit             pic z(16)9.
       01 ws-total-edit             pic -(13)9.99.

       01 ws-check-count            pic 9(3) value 0.
       01 ws-break-count            pic 9(3) value 0.
       01 ws-count-disp             pic zz9.

       01 ws-timestamp.
          05 ws-stamp-date          pic 9(8).
          05 ws-stamp-hour          pic 9(2).
          05 ws-stamp-minute        pic 9(2).
          05 filler                 pic x(9).

       01 ws-ledger-line.
          05 ll-check-id            pic x(4).
          05 ll-check-text          pic x(30).
          05 ll-left                pic x(17).
          05 filler                 pic x(2) value spaces.
          05 ll-right               pic x(17).
          05 filler                 pic x(2) value spaces.
          05 ll-status              pic x(8).

       01 ws-heading-line.
          05 filler                 pic x(34) value
             "CHK CHECK".
          05 filler                 pic x(17) value
             "             LEFT".
          05 filler                 pic x(2) value spaces.
          05 filler                 pic x(17) value
             "            RIGHT".
          05 filler                 pic x(2) value spaces.
          05 filler                 pic x(8) value "RESULT".

       01 ws-report-line            pic x(80).

       procedure division.
       main-line.
           move "S" to ws-ctl-function
           move 0 to ws-ctl-rc
           call "run-control" using ws-ctl-function ws-ctl-job
                                     ws-run-date ws-ctl-rc
                                     ws-ctl-refused

           if ws-ctl-refused is not equal to 0
               display "balance-close: run refused by run-control"
               move 1 to return-code
               goback
           end-if

           perform load-postings

           if ws-job-rc is not equal to 0
               perform run-control-end
               goback
           end-if

           open output ledger-report

           if ws-report-status is not equal to "00"
               display "balance-close: cannot open BALLEDGR.RPT - "
                       "status " ws-report-status
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

           move spaces to ws-report-line
           string "Daily balancing ledger -- business date "
                    delimited by size
                  ws-run-date delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           write report-line from ws-report-line
           write report-line from ws-heading-line

           perform balance-readings-stream
           perform balance-geometry-stream

           perform write-missing-postings
           perform write-sign-off

           close ledger-report

           if ws-break-count > 0
               display "balance-close: " ws-break-count
                       " break(s) on the ledger - see BALLEDGR.RPT"
               move 2 to ws-job-rc
           else
               display "balance-close: " ws-check-count
                       " checks, ledger balanced"
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

       load-postings.
      * Tonight's postings, the latest of each job and point. From
      * earlier dates only what the valid-triangle carry-forward
      * needs: the last extract before tonight and the gains and
      * losses posted after it. The file is written in run order, so
      * a later record always replaces an earlier one.
           open input balance-file

           if ws-balance-status is equal to "35"
               display "balance-close: no BALANCE.DAT - nothing has "
                       "been posted"
               exit paragraph
           end-if

           if ws-balance-status is not equal to "00"
               display "balance-close: cannot open BALANCE.DAT - "
                       "status " ws-balance-status
               move 1 to ws-job-rc
               exit paragraph
           end-if

           move "N" to ws-eof-flag
           perform until ws-eof-flag is equal to "Y"
               read balance-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if bal-date is equal to ws-run-date
                           perform store-posting
                       end-if
                       if bal-date < ws-run-date
                           perform store-earlier-posting
                       end-if
               end-read
           end-perform

           close balance-file.

       store-posting.
           move "N" to ws-posting-found

           perform varying pst-idx from 1 by 1
                   until pst-idx > ws-posting-max
                         or ws-posting-found is equal to "Y"
               if ws-posting-job(pst-idx) is equal to bal-job
                       and ws-posting-point(pst-idx) is equal to
                           bal-point
                   move "Y" to ws-posting-found
                   move bal-count to ws-posting-count(pst-idx)
                   move bal-total to ws-posting-total(pst-idx)
               end-if
           end-perform

           if ws-posting-found is equal to "N"
               if ws-posting-max < 200
                   add 1 to ws-posting-max
                   set pst-idx to ws-posting-max
                   move bal-job to ws-posting-job(pst-idx)
                   move bal-point to ws-posting-point(pst-idx)
                   move bal-count to ws-posting-count(pst-idx)
                   move bal-total to ws-posting-total(pst-idx)
               else
                   if ws-posting-over is equal to "N"
                       move "Y" to ws-posting-over
                       display "balance-close: posting table full - "
                               "later postings will show as missing"
                   end-if
               end-if
           end-if.

       store-earlier-posting.
           if bal-job is equal to "tri-extract"
               if bal-date > ws-prior-date
                   move bal-date to ws-prior-date
                   move "N" to ws-prior-sent-seen
                   move "N" to ws-prior-wdn-seen
                   perform drop-settled-movement
               end-if
               if bal-date is equal to ws-prior-date
                   evaluate bal-point
                       when "SENT"
                           move bal-count to ws-prior-sent
                           move "Y" to ws-prior-sent-seen
                       when "WDN-VALID"
                           move bal-count to ws-prior-wdn-valid
                           move "Y" to ws-prior-wdn-seen
                   end-evaluate
               end-if
           end-if

           if (bal-job is equal to "tri-batch"
                   or bal-job is equal to "tri-correct")
                   and (bal-point is equal to "VALID-GAIN"
                   or bal-point is equal to "VALID-LOSS")
                   and bal-date > ws-prior-date
               perform store-movement
           end-if.

       store-movement.
           move "N" to ws-movement-found

           perform varying mov-idx from 1 by 1
                   until mov-idx > ws-movement-max
                         or ws-movement-found is equal to "Y"
               if ws-movement-date(mov-idx) is equal to bal-date
                       and ws-movement-job(mov-idx) is equal to
                           bal-job
                       and ws-movement-point(mov-idx) is equal to
                           bal-point
                   move "Y" to ws-movement-found
                   move bal-count to ws-movement-count(mov-idx)
               end-if
           end-perform

           if ws-movement-found is equal to "N"
               if ws-movement-max < 100
                   add 1 to ws-movement-max
                   set mov-idx to ws-movement-max
                   move bal-date to ws-movement-date(mov-idx)
                   move bal-job to ws-movement-job(mov-idx)
                   move bal-point to ws-movement-point(mov-idx)
                   move bal-count to ws-movement-count(mov-idx)
               else
                   move "Y" to ws-movement-over
               end-if
           end-if.

       drop-settled-movement.
      * Gains and losses up to a newer extract are already in its
      * figures; only those after it are still to be carried.
           move 0 to ws-movement-keep

           perform varying mov-idx from 1 by 1
                   until mov-idx > ws-movement-max
               if ws-movement-date(mov-idx) > ws-prior-date
                   add 1 to ws-movement-keep
                   move ws-movement-entry(mov-idx)
                     to ws-movement-entry(ws-movement-keep)
               end-if
           end-perform

           move ws-movement-keep to ws-movement-max.

       balance-readings-stream.
           move spaces to ws-report-line
           write report-line from ws-report-line
           move "READINGS -- READ-CONSOLIDATE TO SORT-BATCH"
             to ws-report-line
           write report-line from ws-report-line

           move "R01" to ws-check-id
           move "consol read = cons + suspense" to ws-check-text
           move "C" to ws-figure-kind
           perform begin-check
           move "read-consol" to ws-want-job
           move "L" to ws-side
           move "READ" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "CONSOL" to ws-want-point
           perform take-posting
           move "SUSPENSE" to ws-want-point
           perform take-posting
           perform finish-check

           move "R02" to ws-check-id
           move "  value total" to ws-check-text
           move "T" to ws-figure-kind
           perform begin-check
           move "L" to ws-side
           move "READ" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "CONSOL" to ws-want-point
           perform take-posting
           move "SUSPENSE" to ws-want-point
           perform take-posting
           perform finish-check

           move "R03" to ws-check-id
           move "READCONS.DAT = consolidated" to ws-check-text
           move "C" to ws-figure-kind
           perform begin-check
           move "L" to ws-side
           move "READCONS.DAT" to ws-count-name
           move "A" to ws-count-mode
           perform take-file-count
           move "R" to ws-side
           move "read-consol" to ws-want-job
           move "CONSOL" to ws-want-point
           perform take-posting
           perform finish-check

           move "R04" to ws-check-id
           move "READSUSP.DAT = suspended" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "READSUSP.DAT" to ws-count-name
           move "A" to ws-count-mode
           perform take-file-count
           move "R" to ws-side
           move "SUSPENSE" to ws-want-point
           perform take-posting
           perform finish-check

           move "R05" to ws-check-id
           move "edit read = consolidated" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "reading-edit" to ws-want-job
           move "READ" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "read-consol" to ws-want-job
           move "CONSOL" to ws-want-point
           perform take-posting
           perform finish-check

           move "R06" to ws-check-id
           move "  value total" to ws-check-text
           move "T" to ws-figure-kind
           perform begin-check
           move "L" to ws-side
           move "reading-edit" to ws-want-job
           move "READ" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "read-consol" to ws-want-job
           move "CONSOL" to ws-want-point
           perform take-posting
           perform finish-check

           move "R07" to ws-check-id
           move "edit read+recycled=clean+susp" to ws-check-text
           move "C" to ws-figure-kind
           perform begin-check
           move "reading-edit" to ws-want-job
           move "L" to ws-side
           move "READ" to ws-want-point
           perform take-posting
           move "RECYCLED" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "CLEAN" to ws-want-point
           perform take-posting
           move "NEW-SUSP" to ws-want-point
           perform take-posting
           perform finish-check

           move "R08" to ws-check-id
           move "READINGS.DAT = clean" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "READINGS.DAT" to ws-count-name
           move "A" to ws-count-mode
           perform take-file-count
           move "R" to ws-side
           move "CLEAN" to ws-want-point
           perform take-posting
           perform finish-check

           move "R09" to ws-check-id
           move "READREJ.DAT tonight = new susp" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "READREJ.DAT" to ws-count-name
           move "N" to ws-count-mode
           move 60 to ws-date-pos
           perform take-file-count
           move "R" to ws-side
           move "NEW-SUSP" to ws-want-point
           perform take-posting
           perform finish-check

           move "R10" to ws-check-id
           move "sort read = clean" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "sort-batch" to ws-want-job
           move "READ" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "reading-edit" to ws-want-job
           move "CLEAN" to ws-want-point
           perform take-posting
           perform finish-check

           move "R11" to ws-check-id
           move "  value total" to ws-check-text
           move "T" to ws-figure-kind
           perform begin-check
           move "L" to ws-side
           move "sort-batch" to ws-want-job
           move "READ" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "reading-edit" to ws-want-job
           move "CLEAN" to ws-want-point
           perform take-posting
           perform finish-check

           move "R12" to ws-check-id
           move "sort sorted = sort read" to ws-check-text
           move "C" to ws-figure-kind
           perform begin-check
           move "sort-batch" to ws-want-job
           move "L" to ws-side
           move "SORTED" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "READ" to ws-want-point
           perform take-posting
           perform finish-check

           move "R13" to ws-check-id
           move "  value total" to ws-check-text
           move "T" to ws-figure-kind
           perform begin-check
           move "L" to ws-side
           move "SORTED" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "READ" to ws-want-point
           perform take-posting
           perform finish-check

           move "R14" to ws-check-id
           move "OUTSORT.DAT = sorted" to ws-check-text
           move "C" to ws-figure-kind
           perform begin-check
           move "L" to ws-side
           move "OUTSORT.DAT" to ws-count-name
           move "A" to ws-count-mode
           perform take-file-count
           move "R" to ws-side
           move "SORTED" to ws-want-point
           perform take-posting
           perform finish-check

           move "R15" to ws-check-id
           move "generation = OUTSORT.DAT" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move spaces to ws-count-name
           string "OUTS" delimited by size
                  ws-run-date delimited by size
                  ".DAT" delimited by size
             into ws-count-name
           end-string
           move "A" to ws-count-mode
           perform take-file-count
           move "R" to ws-side
           move "OUTSORT.DAT" to ws-count-name
           perform take-file-count
           perform finish-check

           move "R16" to ws-check-id
           move "generation posted = sorted" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "GENERATION" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "SORTED" to ws-want-point
           perform take-posting
           perform finish-check.

       balance-geometry-stream.
           move spaces to ws-report-line
           write report-line from ws-report-line
           move "GEOMETRY -- GEOM-EDIT TO TRI-EXTRACT"
             to ws-report-line
           write report-line from ws-report-line

           move "G01" to ws-check-id
           move "edit read+recycled=valid+rej" to ws-check-text
           move "C" to ws-figure-kind
           perform begin-check
           move "geom-edit" to ws-want-job
           move "L" to ws-side
           move "READ" to ws-want-point
           perform take-posting
           move "RECYCLED" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "VALID" to ws-want-point
           perform take-posting
           move "NEW-REJ" to ws-want-point
           perform take-posting
           perform finish-check

           move "G02" to ws-check-id
           move "GEOMVAL.DAT = valid" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "GEOMVAL.DAT" to ws-count-name
           move "A" to ws-count-mode
           perform take-file-count
           move "R" to ws-side
           move "VALID" to ws-want-point
           perform take-posting
           perform finish-check

           move "G03" to ws-check-id
           move "GEOMREJ.DAT tonight = new rej" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "GEOMREJ.DAT" to ws-count-name
           move "N" to ws-count-mode
           move 73 to ws-date-pos
           perform take-file-count
           move "R" to ws-side
           move "NEW-REJ" to ws-want-point
           perform take-posting
           perform finish-check

           move "G04" to ws-check-id
           move "tri-batch read = edit valid" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "tri-batch" to ws-want-job
           move "READ" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "geom-edit" to ws-want-job
           move "VALID" to ws-want-point
           perform take-posting
           perform finish-check

           move "G05" to ws-check-id
           move "  side total" to ws-check-text
           move "T" to ws-figure-kind
           perform begin-check
           move "L" to ws-side
           move "tri-batch" to ws-want-job
           move "READ" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "geom-edit" to ws-want-job
           move "VALID" to ws-want-point
           perform take-posting
           perform finish-check

           move "G06" to ws-check-id
           move "read = ins+upd+wdn+not posted" to ws-check-text
           move "C" to ws-figure-kind
           perform begin-check
           move "tri-batch" to ws-want-job
           move "L" to ws-side
           move "READ" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "INSERTED" to ws-want-point
           perform take-posting
           move "UPDATED" to ws-want-point
           perform take-posting
           move "WITHDRAWN" to ws-want-point
           perform take-posting
           move "NOT-POSTED" to ws-want-point
           perform take-posting
           perform finish-check

           move "G07" to ws-check-id
           move "master not posted = zero" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "NOT-POSTED" to ws-want-point
           perform take-posting
           perform finish-check

           move "G08" to ws-check-id
           move "read = valid + excp + wdn" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "READ" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "VALID" to ws-want-point
           perform take-posting
           move "EXCEPTION" to ws-want-point
           perform take-posting
           move "WITHDRAWN" to ws-want-point
           perform take-posting
           perform finish-check

           move "G09" to ws-check-id
           move "TRIVALID.DAT details = valid" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "TRIVALID.DAT" to ws-count-name
           move "D" to ws-count-mode
           perform take-file-count
           move "R" to ws-side
           move "VALID" to ws-want-point
           perform take-posting
           perform finish-check

           move "G10" to ws-check-id
           move "TRIVALID.DAT trailer = details" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "V" to ws-count-mode
           perform take-file-count
           move "R" to ws-side
           move "D" to ws-count-mode
           perform take-file-count
           perform finish-check

           move "G11" to ws-check-id
           move "corr received = appl + rej" to ws-check-text
           perform begin-check
           move "tri-correct" to ws-want-job
           move "L" to ws-side
           move "RECEIVED" to ws-want-point
           perform take-posting
           move "R" to ws-side
           move "APPLIED" to ws-want-point
           perform take-posting
           move "REJECTED" to ws-want-point
           perform take-posting
           perform finish-check

           move "G12" to ws-check-id
           move "TRIXMIT.DAT header = bus. date" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "TRIXMIT.DAT" to ws-count-name
           move "H" to ws-count-mode
           perform take-file-count
           move ws-run-date to ws-right-value
           perform finish-check

           move "G13" to ws-check-id
           move "TRIXMIT.DAT details = trailer" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "D" to ws-count-mode
           perform take-file-count
           move "R" to ws-side
           move "T" to ws-count-mode
           move 2 to ws-trailer-pos
           perform take-file-count
           perform finish-check

           move "G14" to ws-check-id
           move "TRIXMIT.DAT corrs = trailer" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "C" to ws-count-mode
           perform take-file-count
           move "R" to ws-side
           move "T" to ws-count-mode
           move 23 to ws-trailer-pos
           perform take-file-count
           perform finish-check

           move "G15" to ws-check-id
           move "TRIXMIT.DAT details = sent" to ws-check-text
           perform begin-check
           move "L" to ws-side
           move "D" to ws-count-mode
           perform take-file-count
           move "R" to ws-side
           move "tri-extract" to ws-want-job
           move "SENT" to ws-want-point
           perform take-posting
           perform finish-check

           perform balance-valid-carry-forward.

       balance-valid-carry-forward.
      * Last extract's valid measurements (sent plus withdrawn but
      * still valid), moved by every gain and loss posted since,
      * against tonight's. With no earlier extract on the file this
      * is the opening balance and cannot break.
           move "G16" to ws-check-id
           move "valid: prior + gain - loss" to ws-check-text
           move "C" to ws-figure-kind
           perform begin-check

           if ws-prior-sent-seen is equal to "N"
                   or ws-prior-wdn-seen is equal to "N"
               move "Y" to ws-opening-balance
           end-if

           if ws-movement-over is equal to "Y"
               display "balance-close: too many nights since the "
                       "last extract - carry-forward not proved"
               move "OVERFLOW" to ws-check-status
           end-if

           add ws-prior-sent ws-prior-wdn-valid to ws-left-value

           perform varying mov-idx from 1 by 1
                   until mov-idx > ws-movement-max
               if ws-movement-date(mov-idx) > ws-prior-date
                   if ws-movement-point(mov-idx) is equal to
                           "VALID-GAIN"
                       add ws-movement-count(mov-idx)
                         to ws-left-value
                   else
                       subtract ws-movement-count(mov-idx)
                         from ws-left-value
                   end-if
               end-if
           end-perform

           move "L" to ws-side
           move "tri-batch" to ws-want-job
           move "VALID-GAIN" to ws-want-point
           perform take-posting
           move "tri-correct" to ws-want-job
           perform take-posting

           move "S" to ws-side
           move "tri-batch" to ws-want-job
           move "VALID-LOSS" to ws-want-point
           perform take-posting
           move "tri-correct" to ws-want-job
           perform take-posting

           move "R" to ws-side
           move "tri-extract" to ws-want-job
           move "SENT" to ws-want-point
           perform take-posting
           move "WDN-VALID" to ws-want-point
           perform take-posting

           if ws-opening-balance is equal to "Y"
                   and ws-check-status is equal to spaces
               move ws-right-value to ws-left-value
               move "OPENING" to ws-check-status
           end-if

           perform finish-check.

       begin-check.
           move spaces to ws-check-status
           move 0 to ws-left-value
           move 0 to ws-right-value.

       take-posting.
      * Adds the wanted posting's count or total to one side of the
      * check. A posting that is not there for tonight is a break in
      * its own right, named at the foot of the ledger.
           move "N" to ws-posting-found

           perform varying pst-idx from 1 by 1
                   until pst-idx > ws-posting-max
                         or ws-posting-found is equal to "Y"
               if ws-posting-job(pst-idx) is equal to ws-want-job
                       and ws-posting-point(pst-idx) is equal to
                           ws-want-point
                   move "Y" to ws-posting-found
                   move ws-posting-count(pst-idx) to ws-got-count
                   move ws-posting-total(pst-idx) to ws-got-total
               end-if
           end-perform

           if ws-posting-found is equal to "N"
               move 0 to ws-got-count
               move 0 to ws-got-total
               if ws-check-status is equal to spaces
                   move "NO POST" to ws-check-status
               end-if
               perform note-missing-posting
           end-if

           if ws-figure-kind is equal to "T"
               move ws-got-total to ws-got-value
           else
               move ws-got-count to ws-got-value
           end-if

           evaluate ws-side
               when "L"
                   add ws-got-value to ws-left-value
               when "S"
                   subtract ws-got-value from ws-left-value
               when other
                   add ws-got-value to ws-right-value
           end-evaluate.

       note-missing-posting.
           move "N" to ws-missing-listed

           perform varying mis-idx from 1 by 1
                   until mis-idx > ws-missing-max
                         or ws-missing-listed is equal to "Y"
               if ws-missing-job(mis-idx) is equal to ws-want-job
                       and ws-missing-point(mis-idx) is equal to
                           ws-want-point
                   move "Y" to ws-missing-listed
               end-if
           end-perform

           if ws-missing-listed is equal to "N"
                   and ws-missing-max < 40
               add 1 to ws-missing-max
               set mis-idx to ws-missing-max
               move ws-want-job to ws-missing-job(mis-idx)
               move ws-want-point to ws-missing-point(mis-idx)
           end-if.

       take-file-count.
           perform count-hand-off-file

           if ws-file-found is equal to "N"
               if ws-check-status is equal to spaces
                   move "NO FILE" to ws-check-status
               end-if
           end-if

           if ws-side is equal to "L"
               add ws-file-count to ws-left-value
           else
               add ws-file-count to ws-right-value
           end-if.

       count-hand-off-file.
      * Counts a hand-off file as it stands on disk, independently of
      * what the step that wrote it says it wrote.
           move 0 to ws-file-count
           move "N" to ws-file-found

           open input count-file

           if ws-count-status is not equal to "00"
               display "balance-close: cannot open " ws-count-name
                       " - status " ws-count-status
               exit paragraph
           end-if

           move "Y" to ws-file-found
           move "N" to ws-eof-flag

           perform until ws-eof-flag is equal to "Y"
               read count-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       perform count-one-record
               end-read
           end-perform

           close count-file.

       count-one-record.
           evaluate ws-count-mode
               when "A"
                   add 1 to ws-file-count
               when "D"
                   if count-record(1:1) is equal to "D"
                       add 1 to ws-file-count
                   end-if
               when "C"
                   if count-record(1:1) is equal to "C"
                       add 1 to ws-file-count
                   end-if
               when "N"
                   if count-record(ws-date-pos:8) is equal to
                           ws-run-date
                       add 1 to ws-file-count
                   end-if
               when "H"
                   if count-record(1:1) is equal to "H"
                           and count-record(2:8) is numeric
                       move count-record(2:8) to ws-file-count
                   end-if
               when "T"
                   if count-record(1:1) is equal to "T"
                           and count-record(ws-trailer-pos:6)
                               is numeric
                       move count-record(ws-trailer-pos:6)
                         to ws-file-count
                   end-if
               when "V"
                   if count-record(1:1) is equal to "T"
                           and count-record(2:32) is numeric
                       move count-record(2:32) to ws-type-counts
                       compute ws-file-count = ws-type-count(1)
                           + ws-type-count(2) + ws-type-count(3)
                           + ws-type-count(4)
                   end-if
           end-evaluate.

       finish-check.
           add 1 to ws-check-count

           if ws-check-status is equal to spaces
               if ws-left-value is equal to ws-right-value
                   move "OK" to ws-check-status
               else
                   move "BREAK" to ws-check-status
               end-if
           end-if

           if ws-check-status is not equal to "OK"
                   and ws-check-status is not equal to "OPENING"
               add 1 to ws-break-count
           end-if

           move spaces to ws-ledger-line
           move ws-check-id to ll-check-id
           move ws-check-text to ll-check-text

           if ws-figure-kind is equal to "T"
               move ws-left-value to ws-total-edit
               move ws-total-edit to ll-left
               move ws-right-value to ws-total-edit
               move ws-total-edit to ll-right
           else
               move ws-left-value to ws-count-edit
               move ws-count-edit to ll-left
               move ws-right-value to ws-count-edit
               move ws-count-edit to ll-right
           end-if

           move ws-check-status to ll-status
           write report-line from ws-ledger-line.

       write-missing-postings.
           if ws-missing-max is equal to 0
               exit paragraph
           end-if

           move spaces to ws-report-line
           write report-line from ws-report-line
           move "Postings not found for the business date:"
             to ws-report-line
           write report-line from ws-report-line

           perform varying mis-idx from 1 by 1
                   until mis-idx > ws-missing-max
               move spaces to ws-report-line
               string "  " delimited by size
                      ws-missing-job(mis-idx) delimited by size
                      "  " delimited by size
                      ws-missing-point(mis-idx) delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
           end-perform.

       write-sign-off.
           move function current-date to ws-timestamp

           move spaces to ws-report-line
           write report-line from ws-report-line

           move ws-check-count to ws-count-disp
           move spaces to ws-report-line
           string "Checks made: " delimited by size
                  ws-count-disp delimited by size
             into ws-report-line
           end-string
           move ws-break-count to ws-count-disp
           move "Breaks: " to ws-report-line(21:8)
           move ws-count-disp to ws-report-line(29:3)
           write report-line from ws-report-line

           if ws-break-count is equal to 0
               move "LEDGER BALANCED - every hand-off proved"
                 to ws-report-line
           else
               move "*** LEDGER OUT OF BALANCE - explain each break ***"
                 to ws-report-line
           end-if
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "Prepared by BALANCE-CLOSE " delimited by size
                  ws-stamp-date delimited by size
                  " " delimited by size
                  ws-stamp-hour delimited by size
                  ":" delimited by size
                  ws-stamp-minute delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           write report-line from ws-report-line
           move "Signed off: ______________________    Date: __________"
             to ws-report-line
           write report-line from ws-report-line.

       end program balance-close.
