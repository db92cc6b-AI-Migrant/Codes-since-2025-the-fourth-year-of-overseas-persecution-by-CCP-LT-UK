      *----------------------------------------------------------------
      * AUDSEQ - audit-trail chain state, the single record on
      * AUDSEQ.DAT. AUDIT-APPEND advances the last sequence and check
      * value with every record it writes; AUDIT-HOUSEKEEP moves the
      * base forward to the last record it archived, so the base is
      * always the chain point the live AUDITLOG.DAT starts from.
      *----------------------------------------------------------------
       01 audseq-record.
          05 audseq-last-seq        pic 9(10).
          05 audseq-last-check      pic 9(10).
          05 audseq-base-seq        pic 9(10).
          05 audseq-base-check      pic 9(10).
