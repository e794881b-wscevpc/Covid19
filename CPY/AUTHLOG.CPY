      *==============================
      * AUTHLOG - Security log record layout: one timestamped
      * record per maintenance attempt refused for want of
      * authority and per change to a user's grants. The file is
      * cumulative; records are appended in timestamp order.
      *   EVENT  'D' = attempt denied: USER is the submitter named
      *                on the transaction, FUNC and KEY say what
      *                was attempted, REASON why it was refused
      *                (written by the COV1943 check, and by COVM
      *                and COVC on line)
      *          'A' = user added to the authorization file
      *          'C' = user's grants or name changed
      *          'R' = user removed from the authorization file
      *                (the grant events are written by COV1944:
      *                USER is the maintainer, TARGET the user
      *                whose grants changed, BEF-GRANTS and
      *                AFT-GRANTS the grant bytes either side)
      * Read by the COV1945 weekly security report.
      * Caller supplies the 01-level name and field prefix, e.g.
      *   COPY AUTHLOG  REPLACING ==:TAG1:== BY ==AUTHLOG==
      *                           ==:TAG2:== BY ==AL==.
      *==============================
       01  :TAG1:-RECORD.
           03 :TAG2:-TS-DATE         PIC 9(08).
           03 :TAG2:-TS-TIME         PIC 9(06).
           03 :TAG2:-EVENT           PIC X(01).
           03 :TAG2:-JOB             PIC X(08).
           03 :TAG2:-USER            PIC X(08).
           03 :TAG2:-FUNC            PIC X(02).
           03 :TAG2:-KEY             PIC X(20).
           03 :TAG2:-TARGET          PIC X(08).
           03 :TAG2:-BEF-GRANTS      PIC X(09).
           03 :TAG2:-AFT-GRANTS      PIC X(09).
           03 :TAG2:-REASON          PIC X(40).
