       identification division.
       program-id. reject-aging.
      * Daily aging of the two cumulative reject files: the geometry
      * reject file GEOMREJ.DAT written by GEOM-EDIT and the readings
      * suspect file READREJ.DAT written by READ-EDIT. Each item's age
      * is the days from the run date it was rejected on to tonight's
      * business date. Items older than the escalation threshold are
      * listed for the data owner - the source's reject contact from
      * SRCMAST.DAT for geometry, the region and station for readings
      * - and items older than the write-off threshold leave the live
      * file for the permanent write-off file REJWOFF.DAT with the
      * date and reason, so the live files only hold work that is
      * still open. Both thresholds come from AGEPARM.DAT (30 and 180
      * days when it is missing). REJAGE.RPT lists the escalated and
      * written-off items, then the open items of each file bucketed
      * by age (0-7, 8-14, 15-30, 31-60, 61-90, over 90 days) by
      * reason code, by geometry source and by region/station. The
      * run ends with return code 2 when any open item is past the
      * escalation threshold. It is stamped on the run-control file
      * and runs after GEOM-EDIT and READ-EDIT have finished with the
      * two files for the night.

       environment division.
       input-output section.
       file-control.
           select param-file assign to "AGEPARM.DAT"
               organization is line sequential
               file status is ws-param-status.

           select reject-file assign to "GEOMREJ.DAT"
               organization is line sequential
               file status is ws-reject-status.

           select reject-work-file assign to "GEOMREJW.DAT"
               organization is line sequential
               file status is ws-reject-work-status.

           select suspect-file assign to "READREJ.DAT"
               organization is line sequential
               file status is ws-suspect-status.

           select suspect-work-file assign to "READREJW.DAT"
               organization is line sequential
               file status is ws-suspect-work-status.

           select writeoff-file assign to "REJWOFF.DAT"
               organization is line sequential
               file status is ws-woff-status.

           select source-file assign to "SRCMAST.DAT"
               organization is indexed
               access is random
               record key is src-source
               file status is ws-source-status.

           select aging-report assign to "REJAGE.RPT"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd param-file.
       01 param-record.
          05 ap-escalate-days       pic x(4).
          05 ap-escalate-days-num redefines ap-escalate-days
                                    pic 9(4).
          05 ap-writeoff-days       pic x(4).
          05 ap-writeoff-days-num redefines ap-writeoff-days
                                    pic 9(4).

       fd reject-file.
       01 reject-record.
          05 reject-data.
             10 reject-meas-id      pic x(8).
             10 reject-source       pic x(4).
             10 filler              pic x(32).
          05 filler                 pic x(2).
          05 reject-reason          pic x(2).
          05 filler                 pic x(2).
          05 reject-reason-text     pic x(20).
          05 filler                 pic x(2).
          05 reject-run-date        pic x(8).
          05 reject-run-date-num redefines reject-run-date
                                    pic 9(8).

       fd reject-work-file.
       01 reject-work-record        pic x(80).

       fd suspect-file.
       01 suspect-record.
          05 susp-data.
             10 susp-region        pic x(5).
             10 susp-station       pic x(4).
             10 susp-timestamp     pic 9(14).
             10 susp-value         pic s9(5)v99 sign is leading
                                    separate.
          05 filler                pic x(2).
          05 susp-reason           pic x(2).
          05 filler                pic x(2).
          05 susp-reason-text      pic x(20).
          05 filler                pic x(2).
          05 susp-run-date         pic x(8).
          05 susp-run-date-num redefines susp-run-date
                                   pic 9(8).

       fd suspect-work-file.
       01 suspect-work-record       pic x(67).

       fd writeoff-file.
       copy REJWOFF.

       fd source-file.
       copy SRCMAST.

       fd aging-report.
       01 report-line               pic x(80).

       working-storage section.
       01 ws-param-status           pic xx.
       01 ws-reject-status          pic xx.
       01 ws-reject-work-status     pic xx.
       01 ws-suspect-status         pic xx.
       01 ws-suspect-work-status    pic xx.
       01 ws-woff-status            pic xx.
       01 ws-source-status          pic xx.
       01 ws-report-status          pic xx.
       01 ws-eof-flag               pic x.
       01 ws-source-open            pic x value "N".

       01 ws-run-date               pic 9(8).
       01 ws-job-rc                 pic 9(4) value 0.
       01 ws-ctl-function           pic x.
       01 ws-ctl-job                pic x(12) value "reject-aging".
       01 ws-ctl-rc                 pic 9(4).
       01 ws-ctl-refused            pic 9.

       01 ws-escalate-days          pic 9(4) value 30.
       01 ws-writeoff-days          pic 9(4) value 180.

      * Age of the item in hand, and what the run does with it.
       01 ws-item-date              pic x(8).
       01 ws-item-date-num redefines ws-item-date
                                    pic 9(8).
       01 ws-item-dated             pic x.
       01 ws-age-days               pic s9(6).
       01 ws-age-shown              pic zzzz9.
       01 ws-bucket                 pic 9.
       01 ws-item-action            pic x.
      *    K = kept open, E = kept open and escalated, W = written off

       01 ws-geom-read              pic 9(8) value 0.
       01 ws-geom-open              pic 9(8) value 0.
       01 ws-geom-escalated         pic 9(8) value 0.
       01 ws-geom-written-off       pic 9(8) value 0.
       01 ws-geom-undated           pic 9(8) value 0.
       01 ws-susp-read              pic 9(8) value 0.
       01 ws-susp-open              pic 9(8) value 0.
       01 ws-susp-escalated         pic 9(8) value 0.
       01 ws-susp-written-off       pic 9(8) value 0.
       01 ws-susp-undated           pic 9(8) value 0.

      * One row per file total, reason, source or region/station,
      * each holding its open items' count in every age bucket.
       01 ws-age-table.
          05 ws-age-max             pic 9(3) value 0.
          05 ws-age-entry occurs 600 times indexed by age-idx.
             10 ws-age-category     pic x(2).
      *    GT/ST = file total, GR/SR = by reason, GS = by geometry
      *    source, SS = by region/station
             10 ws-age-key          pic x(9).
             10 ws-age-contact      pic x(30).
             10 ws-age-bucket       pic 9(6) occurs 6 times.
             10 ws-age-total        pic 9(6).
       01 ws-age-found              pic x.
       01 ws-age-lost-count         pic 9(8) value 0.
       01 ws-tally-category         pic x(2).
       01 ws-tally-key              pic x(9).
       01 ws-print-category         pic x(2).
       01 ws-bx                     pic 9.

       01 ws-contact                pic x(30).

       01 ws-bucket-heading.
          05 bh-title               pic x(25).
          05 filler                 pic x(55) value
             "   0-7  8-14 15-30 31-60 61-90   91+  TOTAL".

       01 ws-bucket-line.
          05 filler                 pic x(2) value spaces.
          05 bl-key                 pic x(11).
          05 filler                 pic x(12) value spaces.
          05 bl-bucket              pic zzzzz9 occurs 6 times.
          05 filler                 pic x value space.
          05 bl-total               pic zzzzz9.

       01 ws-report-line            pic x(80).

       procedure division.
       main-line.
           move "S" to ws-ctl-function
           move 0 to ws-ctl-rc
           call "run-control" using ws-ctl-function ws-ctl-job
                                     ws-run-date ws-ctl-rc
                                     ws-ctl-refused

           if ws-ctl-refused is not equal to 0
               display "reject-aging: run refused by run-control"
               move 1 to return-code
               goback
           end-if

           perform read-aging-parameters

           open output aging-report

           if ws-report-status is not equal to "00"
               display "reject-aging: cannot open REJAGE.RPT - "
                       "status " ws-report-status
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

           open extend writeoff-file
           if ws-woff-status is equal to "35"
               open output writeoff-file
           end-if

           if ws-woff-status is not equal to "00"
               display "reject-aging: cannot open REJWOFF.DAT - "
                       "status " ws-woff-status
               close aging-report
               move 1 to ws-job-rc
               perform run-control-end
               goback
           end-if

      * The source master only supplies the reject contact; without
      * it the run still ages everything, showing no contact.
           open input source-file
           if ws-source-status is equal to "00"
               move "Y" to ws-source-open
           else
               display "reject-aging: cannot open SRCMAST.DAT - "
                       "status " ws-source-status
                       " - reject contacts not shown"
           end-if

           perform write-aging-heading

           perform age-geometry-rejects
           perform age-reading-suspects

           close writeoff-file
           if ws-source-open is equal to "Y"
               close source-file
           end-if

           perform write-aging-tables

           close aging-report

           display "reject-aging: " ws-geom-escalated
                   " geometry and " ws-susp-escalated
                   " readings item(s) past escalation, "
                   ws-geom-written-off " and " ws-susp-written-off
                   " written off"

           if ws-job-rc is equal to 0
               if ws-geom-escalated > 0 or ws-susp-escalated > 0
                   move 2 to ws-job-rc
               end-if
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

       read-aging-parameters.
      * One record: escalation days then write-off days, four digits
      * each. A missing or unusable value keeps its default, and a
      * write-off threshold not beyond the escalation threshold is
      * refused - an item would go without ever being escalated.
           open input param-file

           if ws-param-status is equal to "00"
               read param-file
                   at end
                       continue
                   not at end
                       if ap-escalate-days is numeric
                               and ap-escalate-days-num > 0
                           move ap-escalate-days-num
                             to ws-escalate-days
                       end-if
                       if ap-writeoff-days is numeric
                               and ap-writeoff-days-num > 0
                           move ap-writeoff-days-num
                             to ws-writeoff-days
                       end-if
               end-read
               close param-file
           else
               if ws-param-status is not equal to "35"
                   display "reject-aging: cannot open AGEPARM.DAT - "
                           "status " ws-param-status
               end-if
           end-if

           if ws-writeoff-days is not greater than ws-escalate-days
               display "reject-aging: write-off days not beyond "
                       "escalation days - defaults used"
               move 30 to ws-escalate-days
               move 180 to ws-writeoff-days
           end-if.

       write-aging-heading.
           move spaces to ws-report-line
           string "Reject aging -- business date " delimited by size
                  ws-run-date delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "Escalate after " delimited by size
                  ws-escalate-days delimited by size
                  " days, write off after " delimited by size
                  ws-writeoff-days delimited by size
                  " days" delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           write report-line from ws-report-line.

       age-geometry-rejects.
      * Every reject is copied to the work file unless it is written
      * off; the work file then replaces GEOMREJ.DAT, the same rebuild
      * GEOM-EDIT's disposition pass uses. Nothing written off means
      * the live file is left exactly as it was.
           move "Geometry rejects (GEOMREJ.DAT) for the data owner"
             to ws-report-line
           write report-line from ws-report-line

           open input reject-file

           if ws-reject-status is equal to "35"
               move "  (no GEOMREJ.DAT)" to ws-report-line
               write report-line from ws-report-line
               exit paragraph
           end-if

           if ws-reject-status is not equal to "00"
               display "reject-aging: cannot open GEOMREJ.DAT - "
                       "status " ws-reject-status
               move 1 to ws-job-rc
               exit paragraph
           end-if

           open output reject-work-file

           if ws-reject-work-status is not equal to "00"
               display "reject-aging: cannot open GEOMREJW.DAT - "
                       "status " ws-reject-work-status
               close reject-file
               move 1 to ws-job-rc
               exit paragraph
           end-if

           move "N" to ws-eof-flag
           perform until ws-eof-flag is equal to "Y"
               read reject-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       perform age-one-reject
               end-read
           end-perform

           close reject-file
           close reject-work-file

           if ws-geom-written-off > 0
               perform rebuild-reject-file
           else
               delete file reject-work-file
           end-if

           move spaces to ws-report-line
           write report-line from ws-report-line.

       age-one-reject.
           add 1 to ws-geom-read
           move reject-run-date to ws-item-date
           perform classify-item-age

           move spaces to ws-contact
           if reject-source is not equal to spaces
                   and ws-source-open is equal to "Y"
               move reject-source to src-source
               read source-file key is src-source
                   invalid key
                       move "(source not on SRCMAST.DAT)"
                         to ws-contact
                   not invalid key
                       move src-reject-contact to ws-contact
               end-read
           end-if

           if ws-item-action is equal to "W"
               add 1 to ws-geom-written-off
               move "G" to woff-file
               move reject-reason to woff-reason
               move reject-reason-text to woff-reason-text
               move reject-data to woff-data
               perform write-off-item
               move "WRITE-OFF" to ws-report-line
           else
               write reject-work-record from reject-record
               add 1 to ws-geom-open
               if ws-item-dated is equal to "N"
                   add 1 to ws-geom-undated
               else
                   move "GT" to ws-tally-category
                   move "TOTAL" to ws-tally-key
                   perform tally-age-bucket
                   move "GR" to ws-tally-category
                   move reject-reason to ws-tally-key
                   perform tally-age-bucket
                   move "GS" to ws-tally-category
                   move reject-source to ws-tally-key
                   perform tally-age-bucket
               end-if
               if ws-item-action is not equal to "E"
                   exit paragraph
               end-if
               add 1 to ws-geom-escalated
               move "ESCALATE" to ws-report-line
           end-if

           if ws-item-dated is equal to "N"
               move "UNDATED" to ws-report-line(11:7)
           else
               move ws-age-days to ws-age-shown
               move ws-age-shown to ws-report-line(11:5)
               move "d" to ws-report-line(16:1)
           end-if
           move reject-reason to ws-report-line(19:2)
           move reject-reason-text to ws-report-line(22:20)
           move "SRC" to ws-report-line(43:3)
           move reject-source to ws-report-line(47:4)
           move "MEAS" to ws-report-line(53:4)
           move reject-meas-id to ws-report-line(58:8)
           write report-line from ws-report-line

           if ws-contact is not equal to spaces
               move spaces to ws-report-line
               string "          contact: " delimited by size
                      ws-contact delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
           end-if.

       rebuild-reject-file.
           move "N" to ws-eof-flag

           open input reject-work-file
           open output reject-file

           perform until ws-eof-flag is equal to "Y"
               read reject-work-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       write reject-record from reject-work-record
               end-read
           end-perform

           close reject-file
           close reject-work-file

           delete file reject-work-file.

       age-reading-suspects.
      * Same pass over the readings suspects, rebuilt through
      * READREJW.DAT as READ-EDIT and READING-REVIEW rebuild it.
           move "Readings suspects (READREJ.DAT) for the data owner"
             to ws-report-line
           write report-line from ws-report-line

           open input suspect-file

           if ws-suspect-status is equal to "35"
               move "  (no READREJ.DAT)" to ws-report-line
               write report-line from ws-report-line
               exit paragraph
           end-if

           if ws-suspect-status is not equal to "00"
               display "reject-aging: cannot open READREJ.DAT - "
                       "status " ws-suspect-status
               move 1 to ws-job-rc
               exit paragraph
           end-if

           open output suspect-work-file

           if ws-suspect-work-status is not equal to "00"
               display "reject-aging: cannot open READREJW.DAT - "
                       "status " ws-suspect-work-status
               close suspect-file
               move 1 to ws-job-rc
               exit paragraph
           end-if

           move "N" to ws-eof-flag
           perform until ws-eof-flag is equal to "Y"
               read suspect-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       perform age-one-suspect
               end-read
           end-perform

           close suspect-file
           close suspect-work-file

           if ws-susp-written-off > 0
               perform rebuild-suspect-file
           else
               delete file suspect-work-file
           end-if

           move spaces to ws-report-line
           write report-line from ws-report-line.

       age-one-suspect.
           add 1 to ws-susp-read
           move susp-run-date to ws-item-date
           perform classify-item-age

           if ws-item-action is equal to "W"
               add 1 to ws-susp-written-off
               move "R" to woff-file
               move susp-reason to woff-reason
               move susp-reason-text to woff-reason-text
               move susp-data to woff-data
               perform write-off-item
               move "WRITE-OFF" to ws-report-line
           else
               write suspect-work-record from suspect-record
               add 1 to ws-susp-open
               if ws-item-dated is equal to "N"
                   add 1 to ws-susp-undated
               else
                   move "ST" to ws-tally-category
                   move "TOTAL" to ws-tally-key
                   perform tally-age-bucket
                   move "SR" to ws-tally-category
                   move susp-reason to ws-tally-key
                   perform tally-age-bucket
                   move "SS" to ws-tally-category
                   move susp-region to ws-tally-key(1:5)
                   move susp-station to ws-tally-key(6:4)
                   perform tally-age-bucket
               end-if
               if ws-item-action is not equal to "E"
                   exit paragraph
               end-if
               add 1 to ws-susp-escalated
               move "ESCALATE" to ws-report-line
           end-if

           if ws-item-dated is equal to "N"
               move "UNDATED" to ws-report-line(11:7)
           else
               move ws-age-days to ws-age-shown
               move ws-age-shown to ws-report-line(11:5)
               move "d" to ws-report-line(16:1)
           end-if
           move susp-reason to ws-report-line(19:2)
           move susp-reason-text to ws-report-line(22:20)
           move susp-region to ws-report-line(43:5)
           move "/" to ws-report-line(48:1)
           move susp-station to ws-report-line(49:4)
           move susp-timestamp to ws-report-line(55:14)
           write report-line from ws-report-line.

       rebuild-suspect-file.
           move "N" to ws-eof-flag

           open input suspect-work-file
           open output suspect-file

           perform until ws-eof-flag is equal to "Y"
               read suspect-work-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       write suspect-record from suspect-work-record
               end-read
           end-perform

           close suspect-file
           close suspect-work-file

           delete file suspect-work-file.

       classify-item-age.
      * An item whose reject date cannot be read is kept and listed
      * for escalation every night until someone looks at it - it is
      * never written off on a guessed age. The report line is
      * cleared here for the caller to fill.
           move spaces to ws-report-line
           move "Y" to ws-item-dated
           move 0 to ws-age-days

           if ws-item-date is not numeric
               move "N" to ws-item-dated
           else
               if function test-date-yyyymmdd(ws-item-date-num)
                       is not equal to 0
                   move "N" to ws-item-dated
               end-if
           end-if

           if ws-item-dated is equal to "N"
               move "E" to ws-item-action
               exit paragraph
           end-if

           compute ws-age-days =
               function integer-of-date(ws-run-date)
               - function integer-of-date(ws-item-date-num)
           if ws-age-days < 0
               move 0 to ws-age-days
           end-if

           evaluate true
               when ws-age-days <= 7
                   move 1 to ws-bucket
               when ws-age-days <= 14
                   move 2 to ws-bucket
               when ws-age-days <= 30
                   move 3 to ws-bucket
               when ws-age-days <= 60
                   move 4 to ws-bucket
               when ws-age-days <= 90
                   move 5 to ws-bucket
               when other
                   move 6 to ws-bucket
           end-evaluate

           evaluate true
               when ws-age-days > ws-writeoff-days
                   move "W" to ws-item-action
               when ws-age-days > ws-escalate-days
                   move "E" to ws-item-action
               when other
                   move "K" to ws-item-action
           end-evaluate.

       write-off-item.
           move ws-run-date to woff-date
           if ws-item-dated is equal to "Y"
               move ws-item-date-num to woff-reject-date
           else
               move 0 to woff-reject-date
           end-if
           move ws-age-days to woff-age-days
           write woff-record.

       tally-age-bucket.
           move "N" to ws-age-found

           perform varying age-idx from 1 by 1
                   until age-idx > ws-age-max
                         or ws-age-found is equal to "Y"
               if ws-age-category(age-idx) is equal to
                       ws-tally-category
                       and ws-age-key(age-idx) is equal to
                           ws-tally-key
                   add 1 to ws-age-bucket(age-idx, ws-bucket)
                   add 1 to ws-age-total(age-idx)
                   move "Y" to ws-age-found
               end-if
           end-perform

           if ws-age-found is equal to "N"
               if ws-age-max < 600
                   add 1 to ws-age-max
                   set age-idx to ws-age-max
                   move ws-tally-category to ws-age-category(age-idx)
                   move ws-tally-key to ws-age-key(age-idx)
                   move spaces to ws-age-contact(age-idx)
                   if ws-tally-category is equal to "GS"
                       move ws-contact to ws-age-contact(age-idx)
                   end-if
                   perform varying ws-bx from 1 by 1
                           until ws-bx > 6
                       move 0 to ws-age-bucket(age-idx, ws-bx)
                   end-perform
                   move 1 to ws-age-bucket(age-idx, ws-bucket)
                   move 1 to ws-age-total(age-idx)
               else
                   add 1 to ws-age-lost-count
                   if ws-age-lost-count is equal to 1
                       display "reject-aging: aging table full - "
                               "breakdowns will be incomplete"
                   end-if
               end-if
           end-if.

       write-aging-tables.
           move "Open geometry rejects by age in days"
             to ws-report-line
           write report-line from ws-report-line

           move "All open rejects" to bh-title
           move "GT" to ws-print-category
           perform write-one-breakdown
           move "By reason code" to bh-title
           move "GR" to ws-print-category
           perform write-one-breakdown
           move "By geometry source" to bh-title
           move "GS" to ws-print-category
           perform write-one-breakdown

           move spaces to ws-report-line
           string "Read " delimited by size
                  ws-geom-read delimited by size
                  "  open " delimited by size
                  ws-geom-open delimited by size
                  "  written off " delimited by size
                  ws-geom-written-off delimited by size
                  "  undated " delimited by size
                  ws-geom-undated delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           write report-line from ws-report-line

           move "Open readings suspects by age in days"
             to ws-report-line
           write report-line from ws-report-line

           move "All open suspects" to bh-title
           move "ST" to ws-print-category
           perform write-one-breakdown
           move "By reason code" to bh-title
           move "SR" to ws-print-category
           perform write-one-breakdown
           move "By region/station" to bh-title
           move "SS" to ws-print-category
           perform write-one-breakdown

           move spaces to ws-report-line
           string "Read " delimited by size
                  ws-susp-read delimited by size
                  "  open " delimited by size
                  ws-susp-open delimited by size
                  "  written off " delimited by size
                  ws-susp-written-off delimited by size
                  "  undated " delimited by size
                  ws-susp-undated delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line.

       write-one-breakdown.
           move spaces to ws-report-line
           write report-line from ws-report-line
           write report-line from ws-bucket-heading

           perform varying age-idx from 1 by 1
                   until age-idx > ws-age-max
               if ws-age-category(age-idx) is equal to
                       ws-print-category
                   perform write-one-bucket-line
               end-if
           end-perform.

       write-one-bucket-line.
           move spaces to bl-key
           if ws-print-category is equal to "SS"
               string ws-age-key(age-idx)(1:5) delimited by space
                      "/" delimited by size
                      ws-age-key(age-idx)(6:4) delimited by size
                 into bl-key
               end-string
           else
               move ws-age-key(age-idx) to bl-key
           end-if

           perform varying ws-bx from 1 by 1 until ws-bx > 6
               move ws-age-bucket(age-idx, ws-bx) to bl-bucket(ws-bx)
           end-perform
           move ws-age-total(age-idx) to bl-total

           write report-line from ws-bucket-line

           if ws-print-category is equal to "GS"
                   and ws-age-contact(age-idx) is not equal to spaces
               move spaces to ws-report-line
               string "    contact: " delimited by size
                      ws-age-contact(age-idx) delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
           end-if.

       end program reject-aging.
