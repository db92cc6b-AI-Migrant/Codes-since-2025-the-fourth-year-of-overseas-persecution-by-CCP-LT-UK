      *----------------------------------------------------------------
      * ARCCATLG - one entry per dated audit archive generation
      * AUDAyyyymmdd.DAT on ARCCATLG.DAT. The open fields hold the
      * sequence of the generation's first chained record and the
      * check value of the record before it; the close fields hold
      * the sequence and check value of its last record. Entries
      * catalogued before the trail was chained carry the date only.
      *----------------------------------------------------------------
       01 catalog-record.
          05 catalog-date           pic 9(8).
          05 catalog-open-seq       pic 9(10).
          05 catalog-open-check     pic 9(10).
          05 catalog-close-seq      pic 9(10).
          05 catalog-close-check    pic 9(10).
