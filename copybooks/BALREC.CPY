      *----------------------------------------------------------------
      * BALREC - one count and control total a batch step posts to the
      * balancing file BALANCE.DAT for its business date. Each step
      * posts a fixed set of points through BALANCE-POST at the end of
      * a run; a re-run posts them again and BALANCE-CLOSE takes the
      * latest posting of each job and point for the date.
      *----------------------------------------------------------------
       01 balance-record.
          05 bal-date            pic 9(8).
      *    business date of the posting run
          05 bal-job             pic x(12).
      *    run-control job name of the posting step
          05 bal-point           pic x(10).
      *    what was counted - READ, VALID, NEW-REJ and so on
          05 bal-count           pic 9(9).
          05 bal-total           pic s9(13)v99 sign is leading
                                  separate.
      *    control total where the point has one, otherwise zero
          05 bal-posted          pic 9(14).
      *    date and time of posting, set by BALANCE-POST
