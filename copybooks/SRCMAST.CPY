      *----------------------------------------------------------------
      * SRCMAST - one geometry source reference record, keyed on the
      * four-character source code carried as GEOM-SOURCE and
      * MAST-SOURCE. Maintained through SOURCE-MAINTAIN; GEOM-EDIT
      * rejects measurements from a source not on this file as
      * active, and converts each source's sides from its unit of
      * measure to the house unit (millimetres) before validation.
      *----------------------------------------------------------------
       01 source-record.
          05 src-source          pic x(4).
          05 src-description     pic x(30).
          05 src-status          pic x.
      *    A = active, I = inactive (measurements rejected)
             88 src-active           value "A".
             88 src-inactive         value "I".
          05 src-unit            pic x(2).
      *    unit the source sends sides in: MM, CM or M
             88 src-unit-mm          value "MM".
             88 src-unit-cm          value "CM".
             88 src-unit-m           value "M ".
             88 src-unit-valid       value "MM" "CM" "M ".
          05 src-reject-contact  pic x(30).
      *    who data entry chases when this source's measurements
      *    reject
