      * GEOMREJ.DAT with a reason code and the run date. The reject
      * file is cumulative - a reject stays on it until data entry
      * keys its correction through the recycle file - so nothing is
      * silently lost. Every record's source code must be on the
      * geometry source master SRCMAST.DAT as active, and its sides
      * are converted from the source's unit of measure to the house
      * unit, millimetres, before they reach GEOMVAL.DAT; the reject
      * file keeps the record as received. The recycle file is
      * reinitialised once its records have been dispositioned. The
      * run is stamped on the run-control file so TRI-BATCH cannot
      * start on a business date this edit has not completed. What was
      * read, recycled, validated and rejected is posted to the
      * balancing file for BALANCE-CLOSE.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-reject-work-status.

           select source-file assign to "SRCMAST.DAT"
               organization is indexed
               access is dynamic
               record key is src-source
               file status is ws-source-status.

           select edit-report assign to "GEOMEDIT.RPT"
               organization is line sequential
               file status is ws-report-status.
       fd reject-work-file.
       01 reject-work-record        pic x(80).

       fd source-file.
       copy SRCMAST.

       fd edit-report.
       01 report-line               pic x(80).

       01 ws-reject-status          pic xx.
       01 ws-reject-work-status     pic xx.
       01 ws-report-status          pic xx.
       01 ws-source-status          pic xx.
       01 ws-scan-done              pic x.
       01 ws-source-known           pic x.
       01 ws-eof-flag               pic x value "N".
       01 ws-reject-drop            pic x.

             10 ws-recycled-data    pic x(44).
       01 ws-recycled-over          pic x value "N".

       01 ws-source-table.
          05 ws-source-max          pic 9(3) value 0.
          05 ws-source-entry occurs 300 times indexed by src-idx.
             10 ws-source-code      pic x(4).
             10 ws-source-status-cd pic x.
             10 ws-source-factor    pic 9(4).
       01 ws-unit-factor            pic 9(4).
       01 ws-mm-x                   pic 9(8).
       01 ws-mm-y                   pic 9(8).
       01 ws-mm-z                   pic 9(8).

       01 ws-edit-record.
          05 er-meas-id             pic x(8).
          05 er-meas-id-num redefines er-meas-id
       01 ws-reason                 pic x(2).
      *    01 = field not numeric, 02 = zero-length side,
      *    03 = record too short, 04 = bad measurement id,
      *    05 = bad measurement date, 06 = missing source code,
      *    07 = source not on SRCMAST.DAT, 08 = inactive source,
      *    09 = side too large once converted to millimetres
       01 ws-reason-text            pic x(20).

       01 ws-read-count             pic 9(8) value 0.
       01 ws-recycle-count          pic 9(8) value 0.
       01 ws-valid-count            pic 9(8) value 0.
       01 ws-valid-side-total       pic 9(13) value 0.
       01 ws-reject-count           pic 9(8) value 0.
       01 ws-reason-01-count        pic 9(8) value 0.
       01 ws-reason-02-count        pic 9(8) value 0.
       01 ws-reason-04-count        pic 9(8) value 0.
       01 ws-reason-05-count        pic 9(8) value 0.
       01 ws-reason-06-count        pic 9(8) value 0.
       01 ws-reason-07-count        pic 9(8) value 0.
       01 ws-reason-08-count        pic 9(8) value 0.
       01 ws-reason-09-count        pic 9(8) value 0.
       01 ws-dispositioned-count    pic 9(8) value 0.

       01 ws-run-date               pic 9(8).
       01 ws-job-rc                 pic 9(4) value 0.
       01 ws-ctl-function           pic x.
       01 ws-ctl-job                pic x(12) value "geom-edit".
       01 ws-ctl-rc                 pic 9(4).
       01 ws-ctl-refused            pic 9.

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
               display "geom-edit: run refused by run-control"
               move 1 to return-code
               goback
           end-if

           perform load-source-master

           if ws-source-max is equal to 0
               display "geom-edit: no usable source master - every "
                       "measurement would reject"
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

           open output valid-file

           if ws-valid-status is not equal to "00"
               display "geom-edit: cannot open GEOMVAL.DAT - status "
                       ws-valid-status
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

               display "geom-edit: cannot open GEOMREJ.DAT - status "
                       ws-reject-status
               close valid-file
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if


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
      * Read plus recycled must equal valid plus new rejects; the
      * valid count and millimetre side total are what TRI-BATCH
      * must read back out of GEOMVAL.DAT.
           move ws-run-date to bal-date
           move ws-ctl-job to bal-job

           move "READ" to bal-point
           move ws-read-count to bal-count
           move 0 to bal-total
           call "balance-post" using balance-record

           move "RECYCLED" to bal-point
           move ws-recycle-count to bal-count
           move 0 to bal-total
           call "balance-post" using balance-record

           move "VALID" to bal-point
           move ws-valid-count to bal-count
           move ws-valid-side-total to bal-total
           call "balance-post" using balance-record

           move "NEW-REJ" to bal-point
           move ws-reject-count to bal-count
           move 0 to bal-total
           call "balance-post" using balance-record.

       load-source-master.
      * The source file is small enough to hold in storage, so one
      * load at startup replaces a keyed read per measurement. Each
      * source's unit becomes the factor that brings its sides to
      * millimetres; a source with no recognised unit is not loaded,
      * so its measurements reject as unknown rather than flowing
      * through at the wrong scale.
           open input source-file

           if ws-source-status is not equal to "00"
               display "geom-edit: cannot open SRCMAST.DAT - status "
                       ws-source-status
           else
               move "N" to ws-scan-done
               move low-values to src-source

               start source-file key is greater than src-source
                   invalid key
                       move "Y" to ws-scan-done
               end-start

               perform until ws-scan-done is equal to "Y"
                   read source-file next
                       at end
                           move "Y" to ws-scan-done
                       not at end
                           perform load-one-source
                   end-read
               end-perform

               close source-file
           end-if.

       load-one-source.
           evaluate true
               when src-unit-mm
                   move 1 to ws-unit-factor
               when src-unit-cm
                   move 10 to ws-unit-factor
               when src-unit-m
                   move 1000 to ws-unit-factor
               when other
                   display "geom-edit: source " src-source
                           " has no valid unit - not loaded"
                   exit paragraph
           end-evaluate

           if ws-source-max < 300
               add 1 to ws-source-max
               set src-idx to ws-source-max
               move src-source to ws-source-code(src-idx)
               move src-status to ws-source-status-cd(src-idx)
               move ws-unit-factor to ws-source-factor(src-idx)
           else
               display "geom-edit: source table full - source "
                       src-source " not loaded"
           end-if.

       process-recycle-file.
      * Corrected rejects from the previous run go through the same
      * edits as fresh input: a good correction flows to the
           if ws-in-status is not equal to "00"
               display "geom-edit: cannot open GEOMIN.DAT - status "
                       ws-in-status
               move 1 to ws-job-rc
           else
               move "N" to ws-eof-flag

                           move "MISSING SOURCE CODE"
                             to ws-reason-text
                       else
                           perform edit-source-code
                       end-if
                   end-if
               end-if
               move er-meas-id-num to geom-meas-id
               move er-source to geom-source
               move er-meas-date-num to geom-meas-date
               move ws-mm-x to geom-x
               move ws-mm-y to geom-y
               move ws-mm-z to geom-z
               write geom-record
               add geom-x geom-y geom-z to ws-valid-side-total
           else
               add 1 to ws-reject-count
               evaluate ws-reason
                       add 1 to ws-reason-05-count
                   when "06"
                       add 1 to ws-reason-06-count
                   when "07"
                       add 1 to ws-reason-07-count
                   when "08"
                       add 1 to ws-reason-08-count
                   when "09"
                       add 1 to ws-reason-09-count
               end-evaluate

               move spaces to reject-record
               write reject-record
           end-if.

       edit-source-code.
           move "N" to ws-source-known

           perform varying src-idx from 1 by 1
                   until src-idx > ws-source-max
                         or ws-source-known is equal to "Y"
               if ws-source-code(src-idx) is equal to er-source
                   move "Y" to ws-source-known
                   move ws-source-factor(src-idx) to ws-unit-factor
                   if ws-source-status-cd(src-idx) is not equal to "A"
                       move "08" to ws-reason
                       move "INACTIVE SOURCE" to ws-reason-text
                   end-if
               end-if
           end-perform

           if ws-source-known is equal to "N"
               move "07" to ws-reason
               move "UNKNOWN SOURCE" to ws-reason-text
           end-if

           if ws-reason is equal to spaces
               perform edit-side-fields
           end-if

           if ws-reason is equal to spaces
               perform convert-side-units
           end-if.

       convert-side-units.
      * Sides go to GEOMVAL.DAT in millimetres whatever unit the
      * source measures in; a side that no longer fits the field once
      * scaled up is rejected rather than truncated.
           compute ws-mm-x = er-x-num * ws-unit-factor
               on size error
                   move "09" to ws-reason
           end-compute
           compute ws-mm-y = er-y-num * ws-unit-factor
               on size error
                   move "09" to ws-reason
           end-compute
           compute ws-mm-z = er-z-num * ws-unit-factor
               on size error
                   move "09" to ws-reason
           end-compute

           if ws-reason is equal to "09"
               move "SIDE TOO LARGE IN MM" to ws-reason-text
           end-if.

       edit-side-fields.
           if er-x is not numeric
                   or er-y is not numeric
           if ws-report-status is not equal to "00"
               display "geom-edit: cannot open GEOMEDIT.RPT - "
                       "status " ws-report-status
               move 1 to ws-job-rc
           else
               move "Geometry edit run -- input validation summary"
                 to ws-report-line
               end-string
               write report-line from ws-report-line

               move spaces to ws-report-line
               string "  07 unknown source:   " delimited by size
                      ws-reason-07-count delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line

               move spaces to ws-report-line
               string "  08 inactive source:  " delimited by size
                      ws-reason-08-count delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line

               move spaces to ws-report-line
               string "  09 side too large:   " delimited by size
                      ws-reason-09-count delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line

               move spaces to ws-report-line
               string "Rejects dispositioned: " delimited by size
                      ws-dispositioned-count delimited by size
