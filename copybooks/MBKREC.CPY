      *----------------------------------------------------------------
      * MBKREC - one record of a dated master backup written by
      * MASTER-UTILITY: TRIMyyyymmdd.BKP, STAMyyyymmdd.BKP or
      * RUNCyyyymmdd.BKP. A header names the master and the date, one
      * detail per master record carries its image as it stood on the
      * indexed file, in key order, and a trailer carries the record
      * count, the key hash and the field control total that a reload
      * is verified against.
      *----------------------------------------------------------------
       01 mbk-record.
          05 mbk-rec-type        pic x.
      *    H = header, D = master record image, T = trailer
             88 mbk-header           value "H".
             88 mbk-detail           value "D".
             88 mbk-trailer          value "T".
          05 mbk-body            pic x(80).
          05 mbk-header-body redefines mbk-body.
             10 mbk-h-master     pic x(8).
      *    TRIMAST, STAMAST or RUNCTL
             10 mbk-h-date       pic 9(8).
      *    business date of the unload run
             10 mbk-h-created    pic 9(14).
             10 mbk-h-rec-length pic 9(4).
      *    length of the master record image when it was unloaded
             10 filler           pic x(46).
          05 mbk-trailer-body redefines mbk-body.
             10 mbk-t-count      pic 9(9).
             10 mbk-t-key-hash   pic 9(10).
      *    every key byte, in key order, folded into one check value
             10 mbk-t-field-total
                                 pic 9(15).
      *    TRIMAST: sides x + y + z, STAMAST: expected readings,
      *    RUNCTL: return codes - summed over every record
             10 filler           pic x(46).
