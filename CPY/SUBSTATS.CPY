      *==============================
      * SUBSTATS - Daily subnational Covid19 statistics record
      * layout, keyed by country code, area code and report date,
      * carrying the area's cumulative figures for the date the
      * same way COVSTATS carries the country's. Loaded by the
      * COV1938 subnational load (job SUBLOAD); read by the
      * COV1939 roll-up reconciliation and the COV1940 subnational
      * report.
      * Caller supplies the 01-level name and field prefix, e.g.
      *   COPY SUBSTATS REPLACING ==:TAG1:== BY ==SUBSTATS==
      *                           ==:TAG2:== BY ==SS==.
      *==============================
       01  :TAG1:-RECORD.
           03 :TAG2:-KEY.
               05 :TAG2:-CODE        PIC X(02).
               05 :TAG2:-AREA        PIC X(03).
               05 :TAG2:-RPT-DATE    PIC 9(08).
           03 :TAG2:-CONFIRMED       PIC 9(09) COMP-3.
           03 :TAG2:-DEATHS          PIC 9(09) COMP-3.
           03 :TAG2:-RECOVERED       PIC 9(09) COMP-3.
