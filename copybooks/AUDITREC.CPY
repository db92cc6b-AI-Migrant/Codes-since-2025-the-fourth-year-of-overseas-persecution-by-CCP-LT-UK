      * AUDITREC - one audit-trail record written by WRITE-AUDIT for
      * every IS-TRIANGLE / SortNumbers invocation: when it ran, which
      * program, what went in, and what came back.
      * AUDIT-SEQUENCE numbers every record written, and
      * AUDIT-CHAIN-VALUE is the check value AUDIT-CHAIN computes
      * from the previous record's check value and this record's own
      * content, so an edited, inserted or deleted record breaks the
      * chain from that point on (see AUDIT-VERIFY).
      * A maintenance record (type M, written by WRITE-MAINT-AUDIT for
      * every change made through an online maintenance screen) names
      * the operator, the function, the record key and the field
      * changed, and carries the field's value before the change in
      * AUDIT-INPUT and after it in AUDIT-OUTPUT.
      *----------------------------------------------------------------
       01 audit-record.
          05 audit-timestamp        pic x(21).
          05 audit-program-id       pic x(12).
          05 audit-input            pic x(40).
          05 audit-output           pic x(40).
          05 audit-sequence         pic 9(10).
          05 audit-chain-value      pic 9(10).
          05 audit-record-type      pic x.
      *    C (or blank on records written before the type was
      *    carried) = program call, M = online maintenance action
             88 audit-call-record       value "C" " ".
             88 audit-maint-record      value "M".
          05 audit-operator-id      pic x(8).
          05 audit-function         pic x.
      *    U = update, D = delete, R = release, F = force (OPERSEC)
          05 audit-key              pic x(20).
          05 audit-field            pic x(12).
