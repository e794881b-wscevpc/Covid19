      *==============================
      * STATSUSP - STATLOAD reject suspense record layout, keyed by
      * country code plus report date exactly as the DAILYEXT row
      * carried them (kept alphanumeric, so a row rejected for an
      * impossible date still has a key). Holds the original
      * 37-byte extract row, the reason it was last rejected, the
      * business date it was first rejected, the business date of
      * the last recycle attempt and the count of recycle attempts.
      * Written by the STATLOAD load (COV1915), which recycles every
      * suspended row before the new extract; corrected or released
      * through COV1927; aged by COV1928; re-keyed with the rest of
      * the country's records by the COV1933 recode.
      * Caller supplies the 01-level name and field prefix, e.g.
      *   COPY STATSUSP REPLACING ==:TAG1:== BY ==STATSUSP==
      *                           ==:TAG2:== BY ==SU==.
      *==============================
       01  :TAG1:-RECORD.
           03 :TAG2:-KEY.
               05 :TAG2:-CODE        PIC X(02).
               05 :TAG2:-RPT-DATE    PIC X(08).
           03 :TAG2:-EXTRACT         PIC X(37).
           03 :TAG2:-REASON          PIC X(40).
           03 :TAG2:-FIRST-REJ-DATE  PIC 9(08).
           03 :TAG2:-LAST-TRY-DATE   PIC 9(08).
           03 :TAG2:-RETRY-COUNT     PIC 9(05) COMP-3.
