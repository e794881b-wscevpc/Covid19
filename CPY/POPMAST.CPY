      *==============================
      * POPMAST - Country population record layout, one record per
      * population vintage, keyed on the same two-byte country code
      * as COUNTRYS-FILE plus the date the vintage takes effect. A
      * new estimate is added as a new vintage, never written over
      * the old one, so a rate for any report date is computed
      * with the population in effect on that date: the vintage
      * with the greatest effective date not after the report
      * date. A vintage with a zero effective date is the base
      * estimate, in effect from the start of the statistics.
      * Maintained by COV1908; listed by the COV1936 vintage
      * report. Shared by every program that opens POPMAST-FILE.
      * Caller supplies the 01-level name and field prefix, e.g.
      *   COPY POPMAST REPLACING ==:TAG1:== BY ==POPMAST==
      *                          ==:TAG2:== BY ==P==.
      *==============================
       01  :TAG1:-RECORD.
           03 :TAG2:-KEY.
               05 :TAG2:-CODE        PIC X(02).
               05 :TAG2:-EFF-DATE    PIC 9(08).
           03 :TAG2:-POPULATION      PIC 9(10) COMP-3.
