       identification division.
       program-id. tri-reclass-sim.
      * Dry run of a changed set of triangle rules over the whole
      * triangle master, for engineering and the CAD group to sign
      * off before the change goes live. The candidate rules module -
      * a build of TRIANGLE-RULES compiled under its own program-id -
      * is named on the parameter file TRISIMPM.DAT; with no
      * parameter file the live TRIANGLE-RULES is used, which shows
      * any master record the current rules would already classify
      * differently. Every active master record's sides are run
      * through the candidate and each record whose RESULT or TYPE
      * would change prints on TRISIM.RPT with its old and new
      * classification, followed by counts for each old/new pair and
      * by source. Nothing is updated: the master is read only, and
      * the candidate is called directly rather than through
      * IS-TRIANGLE, so neither the valid-triangle file nor the audit
      * trail sees the run. The run ends with return code 2 when any
      * classification would move, 1 when it cannot run at all.

       environment division.
       input-output section.
       file-control.
           select param-file assign to "TRISIMPM.DAT"
               organization is line sequential
               file status is ws-param-status.

           select master-file assign to "TRIMAST.DAT"
               organization is indexed
               access is dynamic
               record key is mast-meas-id
               file status is ws-master-status.

           select sim-report assign to "TRISIM.RPT"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd param-file.
       01 param-record.
          05 sp-candidate           pic x(30).
          05 sp-release             pic x(20).

       fd master-file.
       copy TRIMAST.

       fd sim-report.
       01 report-line              pic x(80).

       working-storage section.
       01 ws-param-status           pic xx.
       01 ws-master-status          pic xx.
       01 ws-report-status          pic xx.
       01 ws-scan-done              pic x value "N".
       01 ws-job-rc                 pic 9(4) value 0.
       01 ws-current-date-area      pic x(21).
       01 ws-run-date               pic 9(8).

       01 ws-candidate              pic x(30) value "triangle-rules".
       01 ws-release                pic x(20) value spaces.
       01 ws-call-failed            pic x value "N".

       01 ws-sim-x                  pic 9(8).
       01 ws-sim-y                  pic 9(8).
       01 ws-sim-z                  pic 9(8).
       01 ws-new-result             pic 9.
       01 ws-new-type               pic 9.

       01 ws-read-count             pic 9(8) value 0.
       01 ws-active-count           pic 9(8) value 0.
       01 ws-change-count           pic 9(8) value 0.

       01 ws-class-result           pic 9.
       01 ws-class-type             pic 9.
       01 ws-class-text             pic x(20).
       01 ws-old-class-text         pic x(20).

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

       01 ws-source-table.
          05 ws-source-max          pic 9(3) value 0.
          05 ws-source-entry occurs 300 times indexed by src-idx.
             10 ws-source-code      pic x(4).
             10 ws-source-read      pic 9(8).
             10 ws-source-changed   pic 9(8).
       01 ws-source-found           pic x.
       01 ws-source-lost-count      pic 9(8) value 0.

       01 ws-detail-line.
          05 dl-meas-id             pic 9(8).
          05 filler                 pic x(2) value spaces.
          05 dl-source              pic x(4).
          05 filler                 pic x(2) value spaces.
          05 dl-old-class           pic x(20).
          05 filler                 pic x(4) value " -> ".
          05 dl-new-class           pic x(20).

       01 ws-report-line            pic x(80).

       procedure division.
       main-line.
           move function current-date to ws-current-date-area
           move ws-current-date-area(1:8) to ws-run-date

           perform read-sim-parameters

           open input master-file

           if ws-master-status is not equal to "00"
               display "tri-reclass-sim: cannot open TRIMAST.DAT - "
                       "status " ws-master-status
               move 1 to return-code
               goback
           end-if

           open output sim-report

           if ws-report-status is not equal to "00"
               display "tri-reclass-sim: cannot open TRISIM.RPT - "
                       "status " ws-report-status
               close master-file
               move 1 to return-code
               goback
           end-if

           perform write-sim-heading

           move 0 to mast-meas-id

           start master-file key is greater than mast-meas-id
               invalid key
                   move "Y" to ws-scan-done
           end-start

           perform until ws-scan-done is equal to "Y"
               read master-file next
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       add 1 to ws-read-count
      * Anything not flagged withdrawn is live, as in TRI-EXTRACT.
                       if not mast-deleted
                           perform simulate-one-record
                       end-if
               end-read
           end-perform

           close master-file

           if ws-call-failed is equal to "Y"
               move spaces to ws-report-line
               write report-line from ws-report-line
               move "SIMULATION ABANDONED - candidate rules module "
                 to ws-report-line
               write report-line from ws-report-line
               move spaces to ws-report-line
               string "  " delimited by size
                      ws-candidate delimited by space
                      " could not be called" delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
               close sim-report
               display "tri-reclass-sim: cannot call candidate "
                       ws-candidate
               move 1 to return-code
               goback
           end-if

           perform write-pair-counts
           perform write-source-counts
           perform write-sim-summary

           close sim-report

           display "tri-reclass-sim: " ws-active-count
                   " active record(s) simulated, " ws-change-count
                   " would change"

           if ws-change-count > 0
               move 2 to ws-job-rc
           end-if

           move ws-job-rc to return-code

           goback.

       read-sim-parameters.
      * One record: the candidate module's program-id, and a release
      * label for the sign-off heading. A missing file or a blank
      * name leaves the live rules as the candidate.
           open input param-file

           if ws-param-status is not equal to "00"
               if ws-param-status is not equal to "35"
                   display "tri-reclass-sim: cannot open TRISIMPM.DAT "
                           "- status " ws-param-status
               end-if
               display "tri-reclass-sim: no candidate named - "
                       "simulating the live rules"
           else
               read param-file
                   at end
                       display "tri-reclass-sim: TRISIMPM.DAT is "
                               "empty - simulating the live rules"
                   not at end
                       if sp-candidate is not equal to spaces
                           move sp-candidate to ws-candidate
                       end-if
                       move sp-release to ws-release
               end-read
               close param-file
           end-if.

       write-sim-heading.
           move "Reclassification impact -- candidate triangle rules"
             to ws-report-line
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "Candidate: " delimited by size
                  ws-candidate delimited by space
                  "  Release: " delimited by size
                  ws-release delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "Run date: " delimited by size
                  ws-run-date delimited by size
                  "  (no file or audit record is updated)"
                    delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           write report-line from ws-report-line

           move "MEAS-ID   SRC   NOW                  -> WOULD BE"
             to ws-report-line
           write report-line from ws-report-line.

       simulate-one-record.
      * The candidate gets copies of the sides, so nothing it does
      * can reach the master record area.
           if ws-call-failed is equal to "Y"
               exit paragraph
           end-if

           add 1 to ws-active-count

           move mast-x to ws-sim-x
           move mast-y to ws-sim-y
           move mast-z to ws-sim-z
           move 0 to ws-new-result
           move 0 to ws-new-type

           call ws-candidate using ws-sim-x ws-sim-y ws-sim-z
                                   ws-new-result ws-new-type
               on exception
                   move "Y" to ws-call-failed
                   exit paragraph
           end-call

           perform tally-source

           if ws-new-result is equal to mast-result
                   and ws-new-type is equal to mast-type
               exit paragraph
           end-if

           add 1 to ws-change-count
           add 1 to ws-source-changed(src-idx)

           move mast-result to ws-class-result
           move mast-type to ws-class-type
           perform build-class-text
           move ws-class-text to dl-old-class

           move ws-new-result to ws-class-result
           move ws-new-type to ws-class-type
           perform build-class-text
           move ws-class-text to dl-new-class

           move mast-meas-id to dl-meas-id
           move mast-source to dl-source
           write report-line from ws-detail-line

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

       tally-source.
      * Leaves SRC-IDX on this record's source entry; a source that
      * no longer fits the table points at the last entry's overflow
      * count instead of being lost silently.
           move "N" to ws-source-found

           perform varying src-idx from 1 by 1
                   until src-idx > ws-source-max
                         or ws-source-found is equal to "Y"
               if ws-source-code(src-idx) is equal to mast-source
                   move "Y" to ws-source-found
               end-if
           end-perform

           if ws-source-found is equal to "Y"
               set src-idx down by 1
           else
               if ws-source-max < 300
                   add 1 to ws-source-max
                   set src-idx to ws-source-max
                   move mast-source to ws-source-code(src-idx)
                   move 0 to ws-source-read(src-idx)
                   move 0 to ws-source-changed(src-idx)
               else
                   add 1 to ws-source-lost-count
                   if ws-source-lost-count is equal to 1
                       display "tri-reclass-sim: source table full - "
                               "last source line includes the rest"
                   end-if
                   set src-idx to ws-source-max
               end-if
           end-if

           add 1 to ws-source-read(src-idx).

       tally-change-pair.
           move "N" to ws-pair-found

           perform varying pair-idx from 1 by 1
                   until pair-idx > ws-pair-max
                         or ws-pair-found is equal to "Y"
               if ws-pair-old-result(pair-idx) is equal to
                       mast-result
                       and ws-pair-old-type(pair-idx) is equal to
                           mast-type
                       and ws-pair-new-result(pair-idx) is equal to
                           ws-new-result
                       and ws-pair-new-type(pair-idx) is equal to
                           ws-new-type
                   add 1 to ws-pair-count(pair-idx)
                   move "Y" to ws-pair-found
               end-if
           end-perform

           if ws-pair-found is equal to "N"
               if ws-pair-max < 50
                   add 1 to ws-pair-max
                   set pair-idx to ws-pair-max
                   move mast-result to ws-pair-old-result(pair-idx)
                   move mast-type to ws-pair-old-type(pair-idx)
                   move ws-new-result to ws-pair-new-result(pair-idx)
                   move ws-new-type to ws-pair-new-type(pair-idx)
                   move 1 to ws-pair-count(pair-idx)
               else
                   add 1 to ws-pair-lost-count
                   if ws-pair-lost-count is equal to 1
                       display "tri-reclass-sim: change pair table "
                               "full - pair counts will be incomplete"
                   end-if
               end-if
           end-if.

       write-pair-counts.
           move spaces to ws-report-line
           write report-line from ws-report-line

           move "Would change, by classification now -> would be"
             to ws-report-line
           write report-line from ws-report-line

           if ws-pair-max is equal to 0
               move "  (none)" to ws-report-line
               write report-line from ws-report-line
           end-if

           perform varying pair-idx from 1 by 1
                   until pair-idx > ws-pair-max
               move ws-pair-old-result(pair-idx) to ws-class-result
               move ws-pair-old-type(pair-idx) to ws-class-type
               perform build-class-text
               move ws-class-text to ws-old-class-text

               move ws-pair-new-result(pair-idx) to ws-class-result
               move ws-pair-new-type(pair-idx) to ws-class-type
               perform build-class-text

               move spaces to ws-report-line
               string "  " delimited by size
                      ws-old-class-text delimited by size
                      " -> " delimited by size
                      ws-class-text delimited by size
                      "  count " delimited by size
                      ws-pair-count(pair-idx) delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
           end-perform.

       write-source-counts.
           move spaces to ws-report-line
           write report-line from ws-report-line

           move "By source        active    would change"
             to ws-report-line
           write report-line from ws-report-line

           perform varying src-idx from 1 by 1
                   until src-idx > ws-source-max
               move spaces to ws-report-line
               string "  " delimited by size
                      ws-source-code(src-idx) delimited by size
                      "        " delimited by size
                      ws-source-read(src-idx) delimited by size
                      "  " delimited by size
                      ws-source-changed(src-idx) delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
           end-perform.

       write-sim-summary.
           move spaces to ws-report-line
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "Master records read: " delimited by size
                  ws-read-count delimited by size
                  "  active: " delimited by size
                  ws-active-count delimited by size
                  "  would change: " delimited by size
                  ws-change-count delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line.

       end program tri-reclass-sim.
