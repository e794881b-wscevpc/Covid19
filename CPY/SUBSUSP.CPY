      *==============================
      * SUBSUSP - Subnational load reject suspense record layout,
      * keyed by country code, area code and report date exactly
      * as the SUBEXT row carried them (kept alphanumeric, so a
      * row rejected for an impossible date still has a key).
      * Holds the original 40-byte extract row, the reason it was
      * last rejected, the business date it was first rejected,
      * the business date of the last recycle attempt and the
      * count of recycle attempts, the same way STATSUSP holds the
      * national rows. Written and recycled by the COV1938
      * subnational load.
      * Caller supplies the 01-level name and field prefix, e.g.
      *   COPY SUBSUSP REPLACING ==:TAG1:== BY ==SUBSUSP==
      *                          ==:TAG2:== BY ==SU==.
      *==============================
       01  :TAG1:-RECORD.
           03 :TAG2:-KEY.
               05 :TAG2:-CODE        PIC X(02).
               05 :TAG2:-AREA        PIC X(03).
               05 :TAG2:-RPT-DATE    PIC X(08).
           03 :TAG2:-EXTRACT         PIC X(40).
           03 :TAG2:-REASON          PIC X(40).
           03 :TAG2:-FIRST-REJ-DATE  PIC 9(08).
           03 :TAG2:-LAST-TRY-DATE   PIC 9(08).
           03 :TAG2:-RETRY-COUNT     PIC 9(05) COMP-3.
