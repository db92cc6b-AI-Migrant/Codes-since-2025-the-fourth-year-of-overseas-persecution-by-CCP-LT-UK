      *----------------------------------------------------------------
      * TRICAPL - one CAD correction applied to the triangle master by
      * TRI-CORRECT, waiting to go back to the CAD group. TRI-EXTRACT
      * sends every entry still marked applied as a correction record
      * on the next TRIXMIT.DAT and marks it sent, so each applied
      * correction is confirmed to CAD exactly once.
      *----------------------------------------------------------------
       01 capl-record.
          05 capl-run-date       pic 9(8).
      *    business date of the TRI-CORRECT run that applied it
          05 capl-cad-batch      pic 9(8).
      *    batch date on the TRICORR.DAT header it arrived in
          05 capl-cad-sequence   pic 9(6).
          05 capl-meas-id        pic 9(8).
          05 capl-action         pic x.
      *    C = sides corrected, W = measurement withdrawn
          05 capl-x              pic 9(8).
          05 capl-y              pic 9(8).
          05 capl-z              pic 9(8).
          05 capl-result         pic 9.
          05 capl-type           pic 9.
          05 capl-status         pic x.
      *    A = applied awaiting transmission, S = sent to CAD
             88 capl-awaiting        value "A".
             88 capl-sent            value "S".
          05 capl-sent-date      pic 9(8).
