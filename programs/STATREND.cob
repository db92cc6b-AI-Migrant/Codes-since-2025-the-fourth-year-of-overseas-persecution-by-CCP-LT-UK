       identification division.
       program-id. station-trend.
      * Weekly station trend and limit-crossing projection. Takes an
      * as-of date and a window from TRENDPRM.DAT (defaults: the latest
      * catalogued generation, 30 nights), walks the latest catalogued
      * OUTSyyyymmdd.DAT generations up to that date, and for every
      * region and station seen computes the nightly medians, their
      * rolling median over the window and a least-squares trend slope
      * per day. The last twelve MSUMyyyymm.DAT summaries give the
      * month-over-month drift alongside, and stand in for the slope
      * when a station has too few nights in the window. The level and
      * slope are projected against the station's operating limits on
      * STAMAST.DAT, and STATREND.RPT lists the stations soonest to
      * cross first - those already outside a limit at the top - so
      * field maintenance can be booked before READ-EDIT starts
      * suspending the station's readings.

       environment division.
       input-output section.
       file-control.
           select param-file assign to "TRENDPRM.DAT"
               organization is line sequential
               file status is ws-param-status.

           select gen-catalog assign to "OUTSGEN.DAT"
               organization is line sequential
               file status is ws-gen-cat-status.

           select generation-file assign using ws-generation-name
               organization is line sequential
               file status is ws-gen-status.

           select summary-file assign using ws-summary-name
               organization is line sequential
               file status is ws-summary-status.

           select station-file assign to "STAMAST.DAT"
               organization is indexed
               access is dynamic
               record key is sta-station
               file status is ws-station-status.

           select trend-report assign to "STATREND.RPT"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd param-file.
       01 param-record.
          05 param-as-of          pic 9(8).
          05 filler               pic x.
          05 param-window         pic 9(2).

       fd gen-catalog.
       01 gen-catalog-record.
          05 gen-catalog-date     pic 9(8).

       fd generation-file.
       01 generation-record.
          05 gen-region           pic x(5).
          05 filler               pic x.
          05 gen-station          pic x(4).
          05 filler               pic x.
          05 gen-timestamp        pic 9(14).
          05 filler               pic x.
          05 gen-value            pic s9(5)v99 sign is leading
                                   separate.

       fd summary-file.
       01 summary-record.
          05 sum-month            pic 9(6).
          05 sum-region           pic x(5).
          05 sum-station          pic x(4).
          05 sum-count            pic 9(5).
          05 sum-min              pic s9(5)v99 sign is leading
                                   separate.
          05 sum-max              pic s9(5)v99 sign is leading
                                   separate.
          05 sum-mean             pic s9(5)v9(3) sign is leading
                                   separate.
          05 sum-median           pic s9(5)v9(3) sign is leading
                                   separate.

       fd station-file.
       copy STAMAST.

       fd trend-report.
       01 report-line             pic x(80).

       working-storage section.
       copy NUMSTAB.

       01 ws-param-status         pic xx.
       01 ws-gen-cat-status       pic xx.
       01 ws-gen-status           pic xx.
       01 ws-summary-status       pic xx.
       01 ws-station-status       pic xx.
       01 ws-report-status        pic xx.
       01 ws-generation-name      pic x(16).
       01 ws-summary-name         pic x(14).
       01 ws-eof-flag             pic x.
       01 ws-scan-done            pic x.
       01 ws-error-flag           pic x value "N".

      * A CALL resets the RETURN-CODE register, so the run's own code
      * is kept here and only moved out at the end.
       01 ws-job-rc               pic 9(4) value 0.

      * Run parameters. The window is capped at the size of the
      * generation table; a slope needs at least ws-min-nights nights,
      * otherwise the monthly drift is used if there are at least
      * ws-min-months summaries behind it.
       01 ws-as-of-date           pic 9(8) value 0.
       01 ws-as-of-day            pic 9(7).
       01 ws-window               pic 9(2) value 30.
       01 ws-min-nights           pic 9(2) value 7.
       01 ws-min-months           pic 9(2) value 3.
       01 ws-horizon-days         pic 9(5) value 3650.
       01 ws-soon-days            pic 9(5) value 90.

       01 ws-gen-table.
          05 ws-gen-max           pic 9(2) value 0.
          05 ws-gen-entry occurs 60 times indexed by gen-idx.
             10 ws-gen-date       pic 9(8).
             10 ws-gen-usable     pic x.
       01 ws-catalogued-count     pic 9(5) value 0.
       01 ws-usable-count         pic 9(2) value 0.
       01 ws-oldest-slot          pic 9(2).

      * One entry per region and station seen in the window: the
      * monthly regression sums are gathered first, then the nightly
      * figures and the projection are filled in station by station.
       01 ws-station-table.
          05 ws-station-max       pic 9(3) value 0.
          05 ws-station-entry occurs 50 times indexed by sta-idx.
             10 ws-station-region pic x(5).
             10 ws-station-id     pic x(4).
             10 ws-st-nights      pic 9(2).
             10 ws-st-level       pic s9(5)v9(3).
             10 ws-st-slope       pic s9(6)v9(4).
             10 ws-st-basis       pic x(7).
             10 ws-st-low-text    pic x(9).
             10 ws-st-high-text   pic x(9).
             10 ws-st-cross-date  pic 9(8).
             10 ws-st-rank-key    pic 9(5).
             10 ws-st-status      pic x(30).
             10 ws-st-printed     pic x.
             10 ws-mo-count       pic 9(2).
             10 ws-mo-sum-x       pic s9(5).
             10 ws-mo-sum-y       pic s9(9)v9(3).
             10 ws-mo-sum-xx      pic s9(7).
             10 ws-mo-sum-xy      pic s9(11)v9(3).
             10 ws-mo-drift       pic s9(6)v9(3).
       01 ws-station-found        pic x.
       01 ws-station-lost-count   pic 9(5) value 0.
       01 ws-current-region       pic x(5).
       01 ws-current-station      pic x(4).

       01 ws-station-master-table.
          05 ws-stamast-max       pic 9(3) value 0.
          05 ws-stamast-entry occurs 200 times indexed by stm-idx.
             10 ws-stamast-id     pic x(4).
             10 ws-stamast-low    pic s9(5)v99.
             10 ws-stamast-low-set
                                  pic x.
             10 ws-stamast-high   pic s9(5)v99.
             10 ws-stamast-high-set
                                  pic x.
       01 ws-stamast-found        pic x.

      * The current station's nightly medians, one per usable night,
      * with the night's day offset from the as-of date (zero or less).
       01 ws-night-table.
          05 ws-night-count       pic 9(2).
          05 ws-night-entry occurs 60 times indexed by ngt-idx.
             10 ws-night-day      pic s9(5).
             10 ws-night-median   pic s9(5)v9(3).

       01 ws-regression.
          05 ws-rg-n              pic 9(2).
          05 ws-rg-sum-x          pic s9(7).
          05 ws-rg-sum-y          pic s9(9)v9(3).
          05 ws-rg-sum-xx         pic s9(9).
          05 ws-rg-sum-xy         pic s9(13)v9(3).
          05 ws-rg-divisor        pic s9(13).
          05 ws-rg-slope          pic s9(6)v9(4).

       01 ws-summary-month        pic 9(6).
       01 ws-summary-year         pic 9(4).
       01 ws-month-work           pic 9(2).
       01 ws-month-back           pic 9(2).
       01 ws-summary-found        pic 9(2) value 0.
       01 ws-first-month          pic 9(6).

       01 ws-median               pic s9(5)v9(3).
       01 ws-mid                  pic 9(5).
       01 ws-mx                   pic 9(5).
       01 ws-limit-gap            pic s9(7)v9(3).
       01 ws-limit-reach          pic s9(11)v9(4).
       01 ws-days-to-cross        pic 9(5).
       01 ws-day-number           pic 9(7).
       01 ws-cross-limit          pic x(4).

       01 ws-limit-value          pic s9(5)v99.
       01 ws-limit-flag           pic x.
       01 ws-limit-edit           pic -(5)9.99.
       01 ws-limit-text           pic x(9).

       01 ws-best-idx             pic 9(3).
       01 ws-rank-seq             pic 9(3) value 0.
       01 ws-now-count            pic 9(3) value 0.
       01 ws-soon-count           pic 9(3) value 0.

       01 ws-date-work            pic 9(8).
       01 ws-date-parts redefines ws-date-work.
          05 ws-date-yyyy         pic x(4).
          05 ws-date-mm           pic x(2).
          05 ws-date-dd           pic x(2).

       01 ws-count-disp           pic zzzz9.
       01 ws-days-disp            pic zzzz9.
       01 ws-drift-disp           pic +(5)9.999.

       01 ws-heading-line.
          05 filler               pic x(5) value "RNK".
          05 filler               pic x(6) value "REGN".
          05 filler               pic x(5) value "STN".
          05 filler               pic x(4) value "NTS".
          05 filler               pic x(11) value "    MEDIAN".
          05 filler               pic x(12) value "  SLOPE/DAY".
          05 filler               pic x(10) value "LOW-LIMIT".
          05 filler               pic x(11) value "HIGH-LIMIT".
          05 filler               pic x(10) value "CROSSES ON".

       01 ws-detail-line.
          05 dt-rank              pic zz9.
          05 filler               pic x(2) value spaces.
          05 dt-region            pic x(5).
          05 filler               pic x value space.
          05 dt-station           pic x(4).
          05 filler               pic x value space.
          05 dt-nights            pic z9.
          05 filler               pic x(2) value spaces.
          05 dt-level             pic -(5)9.999.
          05 filler               pic x value space.
          05 dt-slope             pic -(5)9.9999.
          05 filler               pic x value space.
          05 dt-low-limit         pic x(9).
          05 filler               pic x value space.
          05 dt-high-limit        pic x(9).
          05 filler               pic x(2) value spaces.
          05 dt-cross-date        pic x(10).

       01 ws-report-line          pic x(80).

       procedure division.
       main-line.
           perform determine-as-of-date

           if ws-as-of-date is equal to 0
               display "station-trend: no as-of date - nothing "
                       "catalogued in OUTSGEN.DAT and no usable "
                       "TRENDPRM.DAT"
               move 1 to return-code
               goback
           end-if

           compute ws-as-of-day =
               function integer-of-date(ws-as-of-date)

           perform load-window-catalog

           if ws-gen-max is equal to 0
               display "station-trend: no generations catalogued "
                       "on or before " ws-as-of-date
               move 1 to return-code
               goback
           end-if

           perform load-station-master

           if ws-error-flag is equal to "Y"
               move 1 to return-code
               goback
           end-if

           perform register-window-stations

           if ws-station-max is equal to 0
               display "station-trend: no readings in the "
                       ws-gen-max " catalogued night(s) up to "
                       ws-as-of-date
               move 1 to return-code
               goback
           end-if

           perform load-monthly-summaries

           perform varying sta-idx from 1 by 1
                   until sta-idx > ws-station-max
               perform process-station-trend
           end-perform

           open output trend-report

           if ws-report-status is not equal to "00"
               display "station-trend: cannot open STATREND.RPT - "
                       "status " ws-report-status
               move 1 to return-code
               goback
           end-if

           perform write-report-heading
           perform write-ranked-stations
           perform write-report-footing

           close trend-report

           move ws-job-rc to return-code
           goback.

       determine-as-of-date.
      * The operator date in TRENDPRM.DAT wins; with no parameter the
      * run projects from the latest catalogued generation, which is
      * the normal weekly case. A window outside 1-60 nights falls
      * back to the 30-night default.
           open input param-file

           if ws-param-status is equal to "00"
               read param-file
                   at end
                       continue
                   not at end
                       if param-as-of is numeric
                               and param-as-of > 0
                           if function test-date-yyyymmdd(param-as-of)
                                   is equal to 0
                               move param-as-of to ws-as-of-date
                           else
                               display "station-trend: TRENDPRM.DAT "
                                       "date " param-as-of
                                       " is not a valid date - "
                                       "ignored"
                           end-if
                       end-if
                       if param-window is numeric
                               and param-window > 0
                           if param-window > 60
                               display "station-trend: window "
                                       param-window " nights is "
                                       "beyond 60 - 30 used"
                           else
                               move param-window to ws-window
                           end-if
                       end-if
               end-read
               close param-file
           end-if

           if ws-as-of-date is equal to 0
               perform find-latest-generation
           end-if.

       find-latest-generation.
           open input gen-catalog

           if ws-gen-cat-status is not equal to "00"
               display "station-trend: cannot open OUTSGEN.DAT - "
                       "status " ws-gen-cat-status
           else
               move "N" to ws-eof-flag
               perform until ws-eof-flag is equal to "Y"
                   read gen-catalog
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           if gen-catalog-date > ws-as-of-date
                               move gen-catalog-date
                                 to ws-as-of-date
                           end-if
                   end-read
               end-perform
               close gen-catalog
           end-if.

       load-window-catalog.
      * Keeps the latest ws-window catalogued dates on or before the
      * as-of date: once the table is full, a later date displaces the
      * oldest one held.
           open input gen-catalog

           if ws-gen-cat-status is not equal to "00"
               display "station-trend: cannot open OUTSGEN.DAT - "
                       "status " ws-gen-cat-status
           else
               move "N" to ws-eof-flag
               perform until ws-eof-flag is equal to "Y"
                   read gen-catalog
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           if gen-catalog-date is numeric
                                   and gen-catalog-date
                                       is not > ws-as-of-date
                               add 1 to ws-catalogued-count
                               perform keep-window-date
                           end-if
                   end-read
               end-perform
               close gen-catalog
           end-if.

       keep-window-date.
           if ws-gen-max < ws-window
               add 1 to ws-gen-max
               set gen-idx to ws-gen-max
               move gen-catalog-date to ws-gen-date(gen-idx)
               move "Y" to ws-gen-usable(gen-idx)
           else
               move 1 to ws-oldest-slot
               perform varying gen-idx from 2 by 1
                       until gen-idx > ws-gen-max
                   if ws-gen-date(gen-idx) <
                           ws-gen-date(ws-oldest-slot)
                       set ws-oldest-slot to gen-idx
                   end-if
               end-perform
               if gen-catalog-date > ws-gen-date(ws-oldest-slot)
                   move gen-catalog-date
                     to ws-gen-date(ws-oldest-slot)
               end-if
           end-if.

       load-station-master.
      * The whole reference file is small enough to hold in storage;
      * only the station code and its two limits are needed here.
           open input station-file

           if ws-station-status is not equal to "00"
               display "station-trend: cannot open STAMAST.DAT - "
                       "status " ws-station-status
               move "Y" to ws-error-flag
           else
               move "N" to ws-scan-done
               move low-values to sta-station

               start station-file key is greater than sta-station
                   invalid key
                       move "Y" to ws-scan-done
               end-start

               perform until ws-scan-done is equal to "Y"
                   read station-file next
                       at end
                           move "Y" to ws-scan-done
                       not at end
                           if ws-stamast-max < 200
                               add 1 to ws-stamast-max
                               set stm-idx to ws-stamast-max
                               move sta-station
                                 to ws-stamast-id(stm-idx)
                               move sta-low-limit
                                 to ws-stamast-low(stm-idx)
                               move sta-low-set
                                 to ws-stamast-low-set(stm-idx)
                               move sta-high-limit
                                 to ws-stamast-high(stm-idx)
                               move sta-high-set
                                 to ws-stamast-high-set(stm-idx)
                           else
                               display "station-trend: station "
                                       "table full - station "
                                       sta-station " not loaded"
                           end-if
                   end-read
               end-perform

               close station-file
           end-if.

       register-window-stations.
      * One pass over every night in the window registers the regions
      * and stations seen, and marks a generation that cannot be read
      * or is in the pre-timestamp layout so the per-station passes
      * skip it - the same refusal READING-MONTHLY makes.
           perform varying gen-idx from 1 by 1
                   until gen-idx > ws-gen-max
               perform build-generation-name
               move "N" to ws-eof-flag

               open input generation-file

               if ws-gen-status is not equal to "00"
                   display "station-trend: cannot open generation "
                           ws-generation-name " - status "
                           ws-gen-status " - night skipped"
                   move "N" to ws-gen-usable(gen-idx)
                   move 1 to ws-job-rc
               else
                   perform until ws-eof-flag is equal to "Y"
                       read generation-file
                           at end
                               move "Y" to ws-eof-flag
                           not at end
                               if gen-timestamp is not numeric
                                       or gen-value is not numeric
                                   display "station-trend: "
                                           "generation "
                                           ws-generation-name
                                           " is pre-timestamp format"
                                           " or malformed - night "
                                           "skipped"
                                   move "N"
                                     to ws-gen-usable(gen-idx)
                                   move 1 to ws-job-rc
                                   move "Y" to ws-eof-flag
                               else
                                   move gen-region
                                     to ws-current-region
                                   move gen-station
                                     to ws-current-station
                                   perform register-station
                               end-if
                       end-read
                   end-perform
                   close generation-file
               end-if

               if ws-gen-usable(gen-idx) is equal to "Y"
                   add 1 to ws-usable-count
               end-if
           end-perform.

       build-generation-name.
           move spaces to ws-generation-name
           string "OUTS" delimited by size
                  ws-gen-date(gen-idx) delimited by size
                  ".DAT" delimited by size
             into ws-generation-name
           end-string.

       register-station.
           move "N" to ws-station-found

           perform varying ws-mx from 1 by 1
                   until ws-mx > ws-station-max
                         or ws-station-found is equal to "Y"
               if ws-station-id(ws-mx) is equal to ws-current-station
                       and ws-station-region(ws-mx) is equal to
                           ws-current-region
                   move "Y" to ws-station-found
               end-if
           end-perform

           if ws-station-found is equal to "N"
               if ws-station-max < 50
                   add 1 to ws-station-max
                   move ws-current-region
                     to ws-station-region(ws-station-max)
                   move ws-current-station
                     to ws-station-id(ws-station-max)
                   move 0 to ws-mo-count(ws-station-max)
                   move 0 to ws-mo-sum-x(ws-station-max)
                   move 0 to ws-mo-sum-y(ws-station-max)
                   move 0 to ws-mo-sum-xx(ws-station-max)
                   move 0 to ws-mo-sum-xy(ws-station-max)
                   move "N" to ws-st-printed(ws-station-max)
               else
                   add 1 to ws-station-lost-count
                   if ws-station-lost-count is equal to 1
                       display "station-trend: station table full "
                               "- trend report will be incomplete"
                   end-if
               end-if
           end-if.

       load-monthly-summaries.
      * The twelve months back from the as-of month, each read from
      * its own MSUMyyyymm.DAT; a month READING-MONTHLY has not rolled
      * up yet is simply absent. Month x is counted back from the
      * as-of month (0, -1, ... -11) for the drift regression.
           move ws-as-of-date(1:6) to ws-summary-month

           perform varying ws-month-back from 0 by 1
                   until ws-month-back > 11
               perform read-one-summary
               move ws-summary-month to ws-first-month
               perform step-back-one-month
           end-perform.

       step-back-one-month.
           move function mod (ws-summary-month, 100) to ws-month-work

           if ws-month-work is equal to 1
               compute ws-summary-month =
                   ws-summary-month - 100 + 11
           else
               compute ws-summary-month = ws-summary-month - 1
           end-if.

       read-one-summary.
           move spaces to ws-summary-name
           string "MSUM" delimited by size
                  ws-summary-month delimited by size
                  ".DAT" delimited by size
             into ws-summary-name
           end-string

           open input summary-file

           if ws-summary-status is not equal to "00"
               if ws-summary-status is not equal to "35"
                   display "station-trend: cannot open summary "
                           ws-summary-name " - status "
                           ws-summary-status
                   move 1 to ws-job-rc
               end-if
           else
               add 1 to ws-summary-found
               move "N" to ws-eof-flag
               perform until ws-eof-flag is equal to "Y"
                   read summary-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           if sum-median is numeric
                               perform fold-summary-into-station
                           end-if
                   end-read
               end-perform
               close summary-file
           end-if.

       fold-summary-into-station.
           move "N" to ws-station-found

           perform varying ws-mx from 1 by 1
                   until ws-mx > ws-station-max
                         or ws-station-found is equal to "Y"
               if ws-station-id(ws-mx) is equal to sum-station
                       and ws-station-region(ws-mx) is equal to
                           sum-region
                   move "Y" to ws-station-found
                   add 1 to ws-mo-count(ws-mx)
                   subtract ws-month-back from ws-mo-sum-x(ws-mx)
                   add sum-median to ws-mo-sum-y(ws-mx)
                   compute ws-mo-sum-xx(ws-mx) =
                       ws-mo-sum-xx(ws-mx)
                       + ws-month-back * ws-month-back
                   compute ws-mo-sum-xy(ws-mx) =
                       ws-mo-sum-xy(ws-mx)
                       - ws-month-back * sum-median
               end-if
           end-perform.

       process-station-trend.
      * One station: each usable night is loaded and sorted on its own
      * for the nightly median, the nightly medians give the rolling
      * level and the slope, and the level is then projected against
      * the station's limits.
           move ws-station-region(sta-idx) to ws-current-region
           move ws-station-id(sta-idx) to ws-current-station
           move 0 to ws-night-count

           perform varying gen-idx from 1 by 1
                   until gen-idx > ws-gen-max
               if ws-gen-usable(gen-idx) is equal to "Y"
                   perform process-station-night
               end-if
           end-perform

           move ws-night-count to ws-st-nights(sta-idx)
           move 0 to ws-st-level(sta-idx)
           move 0 to ws-st-slope(sta-idx)
           move spaces to ws-st-basis(sta-idx)
           move 0 to ws-st-cross-date(sta-idx)

           if ws-night-count > 0
               perform compute-rolling-level
           end-if

           perform compute-monthly-drift
           perform choose-trend-slope
           perform project-limit-crossing.

       process-station-night.
           perform build-generation-name
           move 0 to nums-length
           move "N" to ws-eof-flag

           open input generation-file

           if ws-gen-status is not equal to "00"
               display "station-trend: cannot reread generation "
                       ws-generation-name " - status " ws-gen-status
               move "N" to ws-gen-usable(gen-idx)
               move 1 to ws-job-rc
           else
               perform until ws-eof-flag is equal to "Y"
                   read generation-file
                       at end
                           move "Y" to ws-eof-flag
                       not at end
                           if gen-station is equal to
                                   ws-current-station
                                   and gen-region is equal to
                                       ws-current-region
                                   and nums-length < 10000
                               add 1 to nums-length
                               move gen-value to xs(nums-length)
                           end-if
                   end-read
               end-perform
               close generation-file

               if nums-length > 0
                   perform keep-night-median
               end-if
           end-if.

       keep-night-median.
           move 0 to sort-direction
           call "SortNumbers" using nums sort-options result
                                     recon-status

           if recon-status is equal to 1
               display "station-trend: SortNumbers control totals "
                       "do not reconcile for station "
                       ws-current-station " on "
                       ws-gen-date(gen-idx) " - night excluded"
               move 1 to ws-job-rc
           else
               perform compute-median
               add 1 to ws-night-count
               set ngt-idx to ws-night-count
               compute ws-night-day(ngt-idx) =
                   function integer-of-date(ws-gen-date(gen-idx))
                   - ws-as-of-day
               move ws-median to ws-night-median(ngt-idx)
           end-if.

       compute-median.
           if function mod (res-length, 2) is equal to 0
               compute ws-median rounded =
                   (res(res-length / 2)
                    + res(res-length / 2 + 1)) / 2
           else
               compute ws-mid = (res-length + 1) / 2
               move res(ws-mid) to ws-median
           end-if.

       compute-rolling-level.
      * The rolling level is the median of the nightly medians, so one
      * odd night cannot move it; the slope is the least-squares fit
      * of the nightly medians against the day offset.
           move ws-night-count to nums-length
           move 0 to ws-rg-n
           move 0 to ws-rg-sum-x
           move 0 to ws-rg-sum-y
           move 0 to ws-rg-sum-xx
           move 0 to ws-rg-sum-xy

           perform varying ngt-idx from 1 by 1
                   until ngt-idx > ws-night-count
               set ws-mx to ngt-idx
               compute xs(ws-mx) rounded = ws-night-median(ngt-idx)
               add 1 to ws-rg-n
               add ws-night-day(ngt-idx) to ws-rg-sum-x
               add ws-night-median(ngt-idx) to ws-rg-sum-y
               compute ws-rg-sum-xx = ws-rg-sum-xx
                   + ws-night-day(ngt-idx) * ws-night-day(ngt-idx)
               compute ws-rg-sum-xy = ws-rg-sum-xy
                   + ws-night-day(ngt-idx) * ws-night-median(ngt-idx)
           end-perform

           move 0 to sort-direction
           call "SortNumbers" using nums sort-options result
                                     recon-status

           if recon-status is equal to 1
               display "station-trend: SortNumbers control totals "
                       "do not reconcile for station "
                       ws-current-station " rolling level"
               move 1 to ws-job-rc
               move 0 to ws-night-count
               move 0 to ws-st-nights(sta-idx)
           else
               perform compute-median
               move ws-median to ws-st-level(sta-idx)
               perform compute-regression-slope
               move ws-rg-slope to ws-st-slope(sta-idx)
           end-if.

       compute-regression-slope.
           move 0 to ws-rg-slope
           compute ws-rg-divisor =
               ws-rg-n * ws-rg-sum-xx - ws-rg-sum-x * ws-rg-sum-x

           if ws-rg-divisor is not equal to 0
               compute ws-rg-slope rounded =
                   (ws-rg-n * ws-rg-sum-xy - ws-rg-sum-x * ws-rg-sum-y)
                   / ws-rg-divisor
                   on size error
                       move 0 to ws-rg-slope
               end-compute
           end-if.

       compute-monthly-drift.
           move 0 to ws-mo-drift(sta-idx)

           if ws-mo-count(sta-idx) > 1
               move ws-mo-count(sta-idx) to ws-rg-n
               move ws-mo-sum-x(sta-idx) to ws-rg-sum-x
               move ws-mo-sum-y(sta-idx) to ws-rg-sum-y
               move ws-mo-sum-xx(sta-idx) to ws-rg-sum-xx
               move ws-mo-sum-xy(sta-idx) to ws-rg-sum-xy
               perform compute-regression-slope
               move ws-rg-slope to ws-mo-drift(sta-idx)
           end-if.

       choose-trend-slope.
      * The nightly slope is used when the window holds enough nights;
      * otherwise the monthly drift, spread over an average month,
      * stands in if enough summaries lie behind it.
           if ws-st-nights(sta-idx) is not < ws-min-nights
               move "NIGHTLY" to ws-st-basis(sta-idx)
           else
               if ws-st-nights(sta-idx) > 0
                       and ws-mo-count(sta-idx) is not < ws-min-months
                   move "MONTHLY" to ws-st-basis(sta-idx)
                   compute ws-st-slope(sta-idx) rounded =
                       ws-mo-drift(sta-idx) / 30.4
               end-if
           end-if.

       project-limit-crossing.
      * Rank key: 0 already outside a limit, then days to crossing,
      * 8000 beyond the ten-year horizon, 9000 not moving toward a
      * limit, 9500 no limits to project against, 9900 too little
      * history for a trend.
           move "N" to ws-stamast-found
           move "Y" to ws-limit-flag
           move "NONE" to ws-st-low-text(sta-idx)
           move "NONE" to ws-st-high-text(sta-idx)

           perform varying stm-idx from 1 by 1
                   until stm-idx > ws-stamast-max
                         or ws-stamast-found is equal to "Y"
               if ws-stamast-id(stm-idx) is equal to
                       ws-current-station
                   move "Y" to ws-stamast-found
               end-if
           end-perform

           if ws-stamast-found is equal to "Y"
               set stm-idx down by 1
               move ws-stamast-low(stm-idx) to ws-limit-value
               move ws-stamast-low-set(stm-idx) to ws-limit-flag
               perform build-limit-text
               move ws-limit-text to ws-st-low-text(sta-idx)
               move ws-stamast-high(stm-idx) to ws-limit-value
               move ws-stamast-high-set(stm-idx) to ws-limit-flag
               perform build-limit-text
               move ws-limit-text to ws-st-high-text(sta-idx)
           end-if

           evaluate true
               when ws-stamast-found is equal to "N"
                   move 9500 to ws-st-rank-key(sta-idx)
                   move "NOT ON STAMAST.DAT"
                     to ws-st-status(sta-idx)
               when ws-stamast-low-set(stm-idx) is not equal to "Y"
                       and ws-stamast-high-set(stm-idx)
                           is not equal to "Y"
                   move 9500 to ws-st-rank-key(sta-idx)
                   move "NO LIMITS SET ON STAMAST.DAT"
                     to ws-st-status(sta-idx)
               when ws-st-nights(sta-idx) is equal to 0
                   move 9900 to ws-st-rank-key(sta-idx)
                   move "NO USABLE NIGHTS IN THE WINDOW"
                     to ws-st-status(sta-idx)
               when ws-stamast-high-set(stm-idx) is equal to "Y"
                       and ws-st-level(sta-idx) is not <
                           ws-stamast-high(stm-idx)
                   move 0 to ws-st-rank-key(sta-idx)
                   move "AT OR ABOVE HIGH LIMIT NOW"
                     to ws-st-status(sta-idx)
               when ws-stamast-low-set(stm-idx) is equal to "Y"
                       and ws-st-level(sta-idx) is not >
                           ws-stamast-low(stm-idx)
                   move 0 to ws-st-rank-key(sta-idx)
                   move "AT OR BELOW LOW LIMIT NOW"
                     to ws-st-status(sta-idx)
               when ws-st-basis(sta-idx) is equal to spaces
                   move 9900 to ws-st-rank-key(sta-idx)
                   move "TOO LITTLE HISTORY FOR A TREND"
                     to ws-st-status(sta-idx)
               when ws-st-slope(sta-idx) > 0
                       and ws-stamast-high-set(stm-idx) is equal to "Y"
                   compute ws-limit-gap =
                       ws-stamast-high(stm-idx) - ws-st-level(sta-idx)
                   move "HIGH" to ws-cross-limit
                   perform project-days-to-limit
               when ws-st-slope(sta-idx) < 0
                       and ws-stamast-low-set(stm-idx) is equal to "Y"
                   compute ws-limit-gap =
                       ws-stamast-low(stm-idx) - ws-st-level(sta-idx)
                   move "LOW" to ws-cross-limit
                   perform project-days-to-limit
               when other
                   move 9000 to ws-st-rank-key(sta-idx)
                   move "NOT DRIFTING TOWARD A LIMIT"
                     to ws-st-status(sta-idx)
           end-evaluate.

       project-days-to-limit.
      * The gap and the slope carry the same sign here. The reach test
      * keeps a near-flat slope from overflowing the day count.
           compute ws-limit-reach =
               ws-st-slope(sta-idx) * ws-horizon-days

           if (ws-limit-gap > 0 and ws-limit-gap > ws-limit-reach)
                   or (ws-limit-gap < 0
                       and ws-limit-gap < ws-limit-reach)
               move 8000 to ws-st-rank-key(sta-idx)
               move "NO CROSSING WITHIN 10 YEARS"
                 to ws-st-status(sta-idx)
           else
               compute ws-days-to-cross rounded =
                   ws-limit-gap / ws-st-slope(sta-idx)
               if ws-days-to-cross is equal to 0
                   move 1 to ws-days-to-cross
               end-if
               move ws-days-to-cross to ws-st-rank-key(sta-idx)
               compute ws-day-number =
                   ws-as-of-day + ws-days-to-cross
               move function date-of-integer(ws-day-number)
                 to ws-st-cross-date(sta-idx)
               move ws-days-to-cross to ws-days-disp
               move spaces to ws-st-status(sta-idx)
               string ws-cross-limit delimited by space
                      " LIMIT IN " delimited by size
                      ws-days-disp delimited by size
                      " DAY(S)" delimited by size
                 into ws-st-status(sta-idx)
               end-string
           end-if.

       build-limit-text.
           if ws-limit-flag is equal to "Y"
               move ws-limit-value to ws-limit-edit
               move ws-limit-edit to ws-limit-text
           else
               move "NONE" to ws-limit-text
           end-if.

       write-report-heading.
           move spaces to ws-report-line
           string "Station trend and limit projection -- as of "
                    delimited by size
                  ws-as-of-date delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           string "Window " delimited by size
                  ws-window delimited by size
                  " night(s): " delimited by size
                  ws-gen-max delimited by size
                  " catalogued, " delimited by size
                  ws-usable-count delimited by size
                  " usable" delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move ws-summary-found to ws-count-disp
           move spaces to ws-report-line
           string "Monthly summaries " delimited by size
                  ws-first-month delimited by size
                  "-" delimited by size
                  ws-as-of-date(1:6) delimited by size
                  ":" delimited by size
                  ws-count-disp delimited by size
                  " found" delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move spaces to ws-report-line
           write report-line from ws-report-line

           write report-line from ws-heading-line.

       write-ranked-stations.
      * Lowest rank key first; equal keys keep table order, which is
      * the order the stations were first seen in the window.
           perform varying ws-rank-seq from 1 by 1
                   until ws-rank-seq > ws-station-max
               move 0 to ws-best-idx
               perform varying sta-idx from 1 by 1
                       until sta-idx > ws-station-max
                   if ws-st-printed(sta-idx) is equal to "N"
                       if ws-best-idx is equal to 0
                           set ws-best-idx to sta-idx
                       else
                           if ws-st-rank-key(sta-idx) <
                                   ws-st-rank-key(ws-best-idx)
                               set ws-best-idx to sta-idx
                           end-if
                       end-if
                   end-if
               end-perform
               set sta-idx to ws-best-idx
               move "Y" to ws-st-printed(sta-idx)
               perform write-station-lines
           end-perform.

       write-station-lines.
           if ws-st-rank-key(sta-idx) is equal to 0
               add 1 to ws-now-count
           else
               if ws-st-rank-key(sta-idx) is not > ws-soon-days
                   add 1 to ws-soon-count
               end-if
           end-if

           move ws-rank-seq to dt-rank
           move ws-station-region(sta-idx) to dt-region
           move ws-station-id(sta-idx) to dt-station
           move ws-st-nights(sta-idx) to dt-nights
           move ws-st-level(sta-idx) to dt-level
           move ws-st-slope(sta-idx) to dt-slope
           move ws-st-low-text(sta-idx) to dt-low-limit
           move ws-st-high-text(sta-idx) to dt-high-limit
           move spaces to dt-cross-date

           if ws-st-cross-date(sta-idx) > 0
               move ws-st-cross-date(sta-idx) to ws-date-work
               string ws-date-yyyy delimited by size
                      "-" delimited by size
                      ws-date-mm delimited by size
                      "-" delimited by size
                      ws-date-dd delimited by size
                 into dt-cross-date
               end-string
           end-if

           write report-line from ws-detail-line

           move spaces to ws-report-line

           if ws-mo-count(sta-idx) > 1
               move ws-mo-drift(sta-idx) to ws-drift-disp
               move ws-mo-count(sta-idx) to ws-count-disp
               string "      " delimited by size
                      ws-st-status(sta-idx) delimited by size
                      " " delimited by size
                      ws-st-basis(sta-idx) delimited by size
                      "  drift " delimited by size
                      ws-drift-disp delimited by size
                      "/mo over" delimited by size
                      ws-count-disp delimited by size
                      " mo" delimited by size
                 into ws-report-line
               end-string
           else
               string "      " delimited by size
                      ws-st-status(sta-idx) delimited by size
                      " " delimited by size
                      ws-st-basis(sta-idx) delimited by size
                      "  drift n/a" delimited by size
                 into ws-report-line
               end-string
           end-if

           write report-line from ws-report-line.

       write-report-footing.
           move spaces to ws-report-line
           write report-line from ws-report-line

           move ws-station-max to ws-count-disp
           move spaces to ws-report-line
           string "Stations ranked:   " delimited by size
                  ws-count-disp delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move ws-now-count to ws-count-disp
           move spaces to ws-report-line
           string "Outside a limit:   " delimited by size
                  ws-count-disp delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           move ws-soon-count to ws-count-disp
           move ws-soon-days to ws-days-disp
           move spaces to ws-report-line
           string "Crossing within" delimited by size
                  ws-days-disp delimited by size
                  " days: " delimited by size
                  ws-count-disp delimited by size
             into ws-report-line
           end-string
           write report-line from ws-report-line

           if ws-station-lost-count > 0
               move spaces to ws-report-line
               string "WARNING: " delimited by size
                      ws-station-lost-count delimited by size
                      " reading(s) from stations past the 50-name "
                        delimited by size
                      "table" delimited by size
                 into ws-report-line
               end-string
               write report-line from ws-report-line
               move 1 to ws-job-rc
           end-if.

       end program station-trend.
