      *==============================
      * AUTHFILE - Maintenance authorization record layout, one
      * record per user ID, saying which maintenance functions the
      * user may perform. Each grant byte is 'Y' when the function
      * is granted; anything else denies it. The grant bytes are
      * also addressable by position through GRANT, in the order
      * the common COV1943 authorization check numbers them:
      *   1 CA  country add             (COV1901, COVM, COV1933)
      *   2 CC  country change          (COV1901, COVM)
      *   3 CD  country delete          (COV1901, COVM, COV1933)
      *   4 SC  statistics correction   (COV1910, COVC, COV1927)
      *   5 VU  vaccination update      (COV1916)
      *   6 PO  population maintenance  (COV1908)
      *   7 RG  region maintenance      (COV1922, COV1937)
      *   8 PM  parameter maintenance   (COV1924)
      *   9 AU  authorization maintenance (COV1944)
      * The last-change stamp says who last changed the grants
      * and when. Maintained by COV1944, which logs every grant
      * change to AUTHLOG.
      * Caller supplies the 01-level name and field prefix, e.g.
      *   COPY AUTHFILE REPLACING ==:TAG1:== BY ==AUTHFILE==
      *                           ==:TAG2:== BY ==AU==.
      *==============================
       01  :TAG1:-RECORD.
           03 :TAG2:-USER            PIC X(08).
           03 :TAG2:-NAME            PIC X(30).
           03 :TAG2:-GRANTS.
               05 :TAG2:-CTRY-ADD    PIC X(01).
               05 :TAG2:-CTRY-CHG    PIC X(01).
               05 :TAG2:-CTRY-DEL    PIC X(01).
               05 :TAG2:-STATS-CORR  PIC X(01).
               05 :TAG2:-VAX-UPD     PIC X(01).
               05 :TAG2:-POP-MAINT   PIC X(01).
               05 :TAG2:-REG-MAINT   PIC X(01).
               05 :TAG2:-PARM-MAINT  PIC X(01).
               05 :TAG2:-AUTH-MAINT  PIC X(01).
           03 :TAG2:-GRANT-TABLE     REDEFINES :TAG2:-GRANTS.
               05 :TAG2:-GRANT       PIC X(01) OCCURS 9 TIMES.
           03 :TAG2:-CHG-DATE        PIC 9(08).
           03 :TAG2:-CHG-TIME        PIC 9(06).
           03 :TAG2:-CHG-USER        PIC X(08).
