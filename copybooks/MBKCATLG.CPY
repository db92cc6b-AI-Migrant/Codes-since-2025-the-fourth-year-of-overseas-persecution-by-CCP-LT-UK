      *----------------------------------------------------------------
      * MBKCATLG - one entry per master backup on MBKCATLG.DAT,
      * appended by MASTER-UTILITY when an unload completes. The
      * figures repeat the backup's trailer, so a backup whose trailer
      * was damaged along with its details still fails verification.
      * A re-run unload for the same date adds a second entry; the
      * latest entry for a master and date is the one that counts.
      *----------------------------------------------------------------
       01 mbkc-record.
          05 mbkc-master         pic x(8).
          05 mbkc-date           pic 9(8).
          05 mbkc-count          pic 9(9).
          05 mbkc-key-hash       pic 9(10).
          05 mbkc-field-total    pic 9(15).
          05 mbkc-created        pic 9(14).
