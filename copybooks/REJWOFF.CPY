      *----------------------------------------------------------------
      * REJWOFF - one reject or suspect written off by REJECT-AGING
      * after sitting open past the write-off threshold. The file is
      * permanent and cumulative: the item leaves GEOMREJ.DAT or
      * READREJ.DAT for good but its data, reason and dates are kept
      * here for anyone who later asks where it went.
      *----------------------------------------------------------------
       01 woff-record.
          05 woff-file           pic x.
      *    G = geometry reject (GEOMREJ.DAT),
      *    R = readings suspect (READREJ.DAT)
             88 woff-geometry        value "G".
             88 woff-reading         value "R".
          05 woff-date           pic 9(8).
      *    business date of the aging run that wrote it off
          05 woff-reject-date    pic 9(8).
      *    run date the item was first rejected or suspended
          05 woff-age-days       pic 9(5).
          05 woff-reason         pic x(2).
          05 woff-reason-text    pic x(20).
          05 woff-data           pic x(44).
      *    the rejected record as it stood on the live file - the raw
      *    GEOMIN record, or the READREC reading (first 31 bytes)
