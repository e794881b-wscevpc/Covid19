      *==============================
      * ALRTCASE - Alert case record layout, one case per country
      * per alert metric (COV1906), exception type (COV1919) or
      * second-source variance type (COV1934) per first-breach
      * report date. A case is opened by the first
      * breach, kept up to date by repeat breaches (latest report
      * date, latest value and limit, and the business date it was
      * last seen breaching), closed automatically once it has
      * gone a set number of days without breaching, and re-opened
      * by a fresh breach soon after closing. The file is
      * cumulative; cases are never deleted. Maintained by the
      * nightly case update COV1929; acknowledged or closed by an
      * analyst through COV1930; reported each morning by COV1931.
      *   STATUS      'O' = open, not yet acknowledged
      *               'A' = open, acknowledged by ACK-USER
      *               'C' = closed (CLOSE-TYPE 'A' automatic,
      *                     'M' closed by CLOSE-USER)
      * Caller supplies the 01-level name and field prefix, e.g.
      *   COPY ALRTCASE REPLACING ==:TAG1:== BY ==ALRTCASE==
      *                           ==:TAG2:== BY ==AC==.
      *==============================
       01  :TAG1:-RECORD.
           03 :TAG2:-KEY.
               05 :TAG2:-CODE        PIC X(02).
               05 :TAG2:-METRIC      PIC X(12).
               05 :TAG2:-FIRST-DATE  PIC 9(08).
           03 :TAG2:-SOURCE          PIC X(01).
               88 :TAG2:-FROM-ALERTS         VALUE 'A'.
               88 :TAG2:-FROM-EXCPFILE       VALUE 'X'.
               88 :TAG2:-FROM-VARFILE        VALUE 'V'.
           03 :TAG2:-STATUS          PIC X(01).
               88 :TAG2:-IS-OPEN             VALUE 'O' 'A'.
               88 :TAG2:-IS-UNACKED          VALUE 'O'.
               88 :TAG2:-IS-ACKED            VALUE 'A'.
               88 :TAG2:-IS-CLOSED           VALUE 'C'.
           03 :TAG2:-LAST-RPT-DATE   PIC 9(08).
           03 :TAG2:-LAST-SEEN-DATE  PIC 9(08).
           03 :TAG2:-OPENED-DATE     PIC 9(08).
           03 :TAG2:-VALUE           PIC S9(11)V99 COMP-3.
           03 :TAG2:-LIMIT           PIC 9(09)V99 COMP-3.
           03 :TAG2:-BREACH-COUNT    PIC 9(07) COMP-3.
           03 :TAG2:-REOPEN-COUNT    PIC 9(03) COMP-3.
           03 :TAG2:-ACK-USER        PIC X(08).
           03 :TAG2:-ACK-DATE        PIC 9(08).
           03 :TAG2:-CLOSE-TYPE      PIC X(01).
           03 :TAG2:-CLOSE-USER      PIC X(08).
           03 :TAG2:-CLOSE-DATE      PIC 9(08).
           03 :TAG2:-COMMENT         PIC X(40).
