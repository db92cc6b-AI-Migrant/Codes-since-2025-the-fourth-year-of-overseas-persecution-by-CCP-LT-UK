      * station code. Maintained through STATION-MAINTAIN;
      * READ-CONSOLIDATE validates every nightly reading against it
      * and reports stations that were expected but sent nothing.
      * STATION-TREND projects each station's drift against its
      * operating limits.
      * The two limits were added after the master went live; a file
      * still in the older 45-byte layout is brought across once with
      * MASTER-UTILITY's C STAMAST cutover before the first run of any
      * program using this layout.
      *----------------------------------------------------------------
       01 station-record.
          05 sta-station         pic x(4).
             88 sta-inactive         value "I".
          05 sta-expected-count  pic 9(5).
      *    readings expected per night - 0 means no expectation set
          05 sta-low-limit       pic s9(5)v99 sign is leading
                                  separate.
          05 sta-low-set         pic x.
      *    Y = low operating limit set, anything else = no low limit
             88 sta-low-limit-set    value "Y".
          05 sta-high-limit      pic s9(5)v99 sign is leading
                                  separate.
          05 sta-high-set        pic x.
      *    Y = high operating limit set, anything else = no high limit
             88 sta-high-limit-set   value "Y".
