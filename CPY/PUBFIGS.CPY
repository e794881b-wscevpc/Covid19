      *==============================
      * PUBFIGS - Published-figures record layout: one country's
      * cumulative figures as they stood when a publication was
      * frozen, keyed by publication ID plus country code. The
      * figures are those of the country's COVSTATS record on the
      * publication date or, when the country did not report that
      * day, its latest earlier record; the report date actually
      * used is kept beside the publication date. Every record of
      * a publication carries the same freeze timestamp, the point
      * after which STATJRNL entries count as revisions. Written
      * once by the COV1941 publication freeze, which never
      * overwrites a publication; read by the COV1942 revision
      * report.
      * Caller supplies the 01-level name and field prefix, e.g.
      *   COPY PUBFIGS  REPLACING ==:TAG1:== BY ==PUBFIGS==
      *                           ==:TAG2:== BY ==PB==.
      *==============================
       01  :TAG1:-RECORD.
           03 :TAG2:-KEY.
               05 :TAG2:-PUB-ID      PIC X(08).
               05 :TAG2:-CODE        PIC X(02).
           03 :TAG2:-PUB-DATE        PIC 9(08).
           03 :TAG2:-RPT-DATE        PIC 9(08).
           03 :TAG2:-FRZ-DATE        PIC 9(08).
           03 :TAG2:-FRZ-TIME        PIC 9(06).
           03 :TAG2:-CONFIRMED       PIC 9(09) COMP-3.
           03 :TAG2:-DEATHS          PIC 9(09) COMP-3.
           03 :TAG2:-RECOVERED       PIC 9(09) COMP-3.
