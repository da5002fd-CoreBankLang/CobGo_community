       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIP-STATE-COPYBOOK.
       AUTHOR. COBGO.
       DATE-WRITTEN. 2026.

      * ZIP-prefix-to-state reference record, ZIPSTATE.IDX, keyed by
      * the first three digits of a ZIP code and the state that
      * prefix serves. A prefix normally carries one row; the odd
      * prefix whose delivery area crosses a state line carries one
      * row per state. An address agrees with the reference when
      * its ZIP prefix has a row for its STATE, disagrees when the
      * prefix is on file only under other states, and is not
      * judged when the prefix is not on file at all or the ZIP is
      * not a numeric US code. ZIP-STATE-MAINTENANCE maintains it;
      * CUSTOMER-MAINTENANCE checks addresses against it at entry,
      * FRONT-END-EDIT and SUSPENSE-RELEASE in the batch, ORDER-
      * INTAKE on the ship-to address, and ZIP-STATE-SWEEP lists
      * what already on file disagrees.

       01 ZIP-STATE-RECORD.
           05 ZIPS-KEY.
              10 ZIPS-PREFIX      PIC X(3).
              10 ZIPS-STATE       PIC X(2).
      * ZIPS-AREA-NAME is the post office's name for the sectional
      * center, shown on lookups so the desk can see what the
      * prefix covers.
           05 ZIPS-AREA-NAME      PIC X(30).
           05 ZIPS-CHANGED-DATE   PIC 9(8).
           05 ZIPS-CHANGED-BY     PIC X(8).
