      * TRIGEOM - one geometry measurement record: the measurement
      * identity (ID, source code, measurement date) followed by the
      * three sides, laid out the same as IS-TRIANGLE's linkage
      * fields (X, Y, Z). On GEOMVAL.DAT and after, the sides are in
      * the house unit, millimetres.
      *----------------------------------------------------------------
       01 geom-record.
          05 geom-meas-id        pic 9(8).
