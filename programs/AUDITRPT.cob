      * operations summary - calls per program, volume per hour of
      * day, triangle RESULT outcome counts parsed from the audit
      * output field, and one detail line per sort run with its
      * LEN/DIR/SUM control values. Maintenance records (type M) are
      * kept out of those call tallies and print in their own section:
      * every online maintenance action of the day, grouped by the
      * operator who made it, with the field's before and after
      * values.

       environment division.
       input-output section.
             10 ws-sort-run-stamp  pic x(21).
             10 ws-sort-run-input  pic x(40).

       01 ws-maint-count           pic 9(8) value 0.
       01 ws-maint-table.
          05 ws-maint-max          pic 9(3) value 0.
          05 ws-maint-entry occurs 500 times indexed by mnt-idx.
             10 ws-maint-operator  pic x(8).
             10 ws-maint-time      pic x(6).
             10 ws-maint-program   pic x(12).
             10 ws-maint-function  pic x.
             10 ws-maint-key       pic x(20).
             10 ws-maint-field     pic x(12).
             10 ws-maint-before    pic x(40).
             10 ws-maint-after     pic x(40).

       01 ws-operator-found        pic x.
       01 ws-operator-table.
          05 ws-operator-max       pic 9(2) value 0.
          05 ws-operator-entry occurs 50 times indexed by opr-idx.
             10 ws-operator-id     pic x(8).
             10 ws-operator-count  pic 9(8).

       01 ws-program-line.
          05 pl-name               pic x(12).
          05 filler                pic x(2) value spaces.
          05 sl-input              pic x(40).
          05 filler                pic x(15) value spaces.

       01 ws-maint-line.
          05 filler                pic x(4) value spaces.
          05 ml-time               pic x(6).
          05 filler                pic x(2) value spaces.
          05 ml-program            pic x(12).
          05 filler                pic x value space.
          05 ml-function           pic x.
          05 filler                pic x(2) value spaces.
          05 ml-key                pic x(20).
          05 filler                pic x value space.
          05 ml-field              pic x(12).
          05 filler                pic x(19) value spaces.

       01 ws-change-line.
          05 filler                pic x(6) value spaces.
          05 cl-before             pic x(33).
          05 filler                pic x(4) value " -> ".
          05 cl-after              pic x(33).
          05 filler                pic x(4) value spaces.

       procedure division.
       main-line.
           perform varying ws-hour from 1 by 1 until ws-hour > 24
           perform write-hour-section
           perform write-triangle-section
           perform write-sort-section
           perform write-maintenance-section

           move spaces to ws-report-line
           string "Audit records read: " delimited by size
       tally-record.
           add 1 to ws-record-count

           if audit-maint-record
               perform tally-maintenance
               exit paragraph
           end-if

           perform tally-program
           perform tally-hour

               end-if
           end-if.

       tally-maintenance.
           add 1 to ws-maint-count

           if ws-maint-max < 500
               add 1 to ws-maint-max
               set mnt-idx to ws-maint-max
               move audit-operator-id to ws-maint-operator(mnt-idx)
               move audit-timestamp(9:6) to ws-maint-time(mnt-idx)
               move audit-program-id to ws-maint-program(mnt-idx)
               move audit-function to ws-maint-function(mnt-idx)
               move audit-key to ws-maint-key(mnt-idx)
               move audit-field to ws-maint-field(mnt-idx)
               move audit-input to ws-maint-before(mnt-idx)
               move audit-output to ws-maint-after(mnt-idx)
           end-if

           move "N" to ws-operator-found

           perform varying opr-idx from 1 by 1
                   until opr-idx > ws-operator-max
                         or ws-operator-found is equal to "Y"
               if ws-operator-id(opr-idx) is equal to
                       audit-operator-id
                   add 1 to ws-operator-count(opr-idx)
                   move "Y" to ws-operator-found
               end-if
           end-perform

           if ws-operator-found is equal to "N"
                   and ws-operator-max < 50
               add 1 to ws-operator-max
               set opr-idx to ws-operator-max
               move audit-operator-id to ws-operator-id(opr-idx)
               move 1 to ws-operator-count(opr-idx)
           end-if.

       tally-program.
           move "N" to ws-program-found

           move spaces to ws-report-line
           write report-line from ws-report-line.

       write-maintenance-section.
           move spaces to ws-report-line
           string "Maintenance actions by operator: " delimited by size
                  ws-maint-count delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           perform varying opr-idx from 1 by 1
                   until opr-idx > ws-operator-max
               move spaces to ws-report-line
               string "  Operator " delimited by size
                      ws-operator-id(opr-idx) delimited by size
                      "  actions " delimited by size
                      ws-operator-count(opr-idx) delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line

               perform varying mnt-idx from 1 by 1
                       until mnt-idx > ws-maint-max
                   if ws-maint-operator(mnt-idx) is equal to
                           ws-operator-id(opr-idx)
                       perform write-maintenance-detail
                   end-if
               end-perform
           end-perform

           if ws-maint-count > ws-maint-max
               move spaces to ws-report-line
               string "  (detail shown for first " delimited by size
                      ws-maint-max delimited by size
                      " action(s) only)" delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
           end-if

           move spaces to ws-report-line
           write report-line from ws-report-line.

       write-maintenance-detail.
           move ws-maint-time(mnt-idx) to ml-time
           move ws-maint-program(mnt-idx) to ml-program
           move ws-maint-function(mnt-idx) to ml-function
           move ws-maint-key(mnt-idx) to ml-key
           move ws-maint-field(mnt-idx) to ml-field
           write report-line from ws-maint-line

           move ws-maint-before(mnt-idx) to cl-before
           move ws-maint-after(mnt-idx) to cl-after
           write report-line from ws-change-line.

       end program audit-report.
