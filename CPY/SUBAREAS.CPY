      *==============================
      * SUBAREAS - Subnational area reference record layout, one
      * record per state, province or other first-level area of a
      * country that reports below national level, keyed on the
      * two-byte country code of COUNTRYS-FILE plus the area code
      * the provider's subnational extract carries. Maintained by
      * COV1937; validated against by the COV1938 subnational load
      * and read by the COV1939 roll-up reconciliation and the
      * COV1940 subnational report.
      * Caller supplies the 01-level name and field prefix, e.g.
      *   COPY SUBAREAS REPLACING ==:TAG1:== BY ==SUBAREAS==
      *                           ==:TAG2:== BY ==SA==.
      *==============================
       01  :TAG1:-RECORD.
           03 :TAG2:-KEY.
               05 :TAG2:-CODE        PIC X(02).
               05 :TAG2:-AREA        PIC X(03).
           03 :TAG2:-NAME            PIC X(40).
