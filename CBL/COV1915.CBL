      *non-numeric values, a record already on file for the key,
      *and cumulative values below the country's latest recorded
      *date before the row's date; rejected rows go to the STATREJ
      *file carrying the original row and the reason, and are also
      *held on the indexed STATSUSP suspense file (keyed on the
      *row's country code and report date, with the reason, the
      *first-rejected business date and a retry count) so no
      *country-day is lost between generations. Every run first
      *recycles the suspended rows through the same edits before
      *the new extract is read: a row that now passes (its country
      *since added through COV1901 or COVM, or the row corrected
      *through COV1927) is loaded and leaves suspense, one that
      *still fails stays with its reason refreshed and its retry
      *count stepped. A new extract row that loads for a key still
      *in suspense supersedes the suspended row, which is dropped.
      *COV1928 ages what is left. Every record written is also
      *journalled as an after-image on the cumulative STATJRNL
      *file, feeding the COV1921 forward recovery of the
      *statistics file. Start and end are registered on the
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-STATREJ-STATUS
           .
      *
           SELECT STATSUSP-FILE ASSIGN TO STATSUSP
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS SU-KEY
              FILE STATUS    IS WS-STATSUSP-STATUS
           .
      *
           SELECT COVSTATS-FILE ASSIGN TO COVSTATS
              ORGANIZATION   IS INDEXED
           03 FILLER               PIC X(01).
           03 REJ-REASON           PIC X(40).
       01  STATREJ-TRAILER-REC     PIC X(90).
      *
       FD  STATSUSP-FILE.
       COPY STATSUSP REPLACING ==:TAG1:== BY ==STATSUSP==
                               ==:TAG2:== BY ==SU==.
      *
       FD  COVSTATS-FILE.
       COPY COVSTATS REPLACING ==:TAG1:== BY ==COVSTATS==
      *------------------------------
       01  WS-DAILYEXT-STATUS      PIC 99 VALUE ZEROS.
       01  WS-STATREJ-STATUS       PIC 99 VALUE ZEROS.
       01  WS-STATSUSP-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COVSTATS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COUNTRYS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-STATJRNL-STATUS      PIC 99 VALUE ZEROS.
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 LASTSCAN             PIC X VALUE SPACE.
           03 LASTSUSP             PIC X VALUE SPACE.
           03 WS-ROW-VALID         PIC X VALUE 'Y'.
               88 ROW-IS-VALID             VALUE 'Y'.
               88 ROW-IS-INVALID           VALUE 'N'.
           03 WS-PRIOR-FOUND       PIC X VALUE 'N'.
               88 PRIOR-DATE-ON-FILE       VALUE 'Y'.
           03 WS-SUSP-FOUND        PIC X VALUE 'N'.
               88 ROW-ALREADY-SUSPENDED    VALUE 'Y'.
           03 WS-COVSTATS-IO-ERR   PIC X VALUE 'N'.
               88 COVSTATS-IO-ERROR        VALUE 'Y'.
      *
           03 WS-EXT-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-LOAD-T-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-REJ-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-RCY-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-RCYLD-T-RECS      PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-HELD-T-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-SUSP-T-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-REASON               PIC X(40) VALUE SPACES.
      *
           03 FILLER               PIC X(09) VALUE ' loaded, '.
           03 WS-REJ-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE ' rejected).'.
      *
       01  WS-TRAILER-2.
           03 FILLER               PIC X(13) VALUE
                        '*** Suspense '.
           03 WS-RCY-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(10) VALUE ' retried ('.
           03 WS-RCYLD-O           PIC ZZZ,ZZ9.
           03 FILLER               PIC X(09) VALUE ' loaded, '.
           03 WS-HELD-O            PIC ZZZ,ZZ9.
           03 FILLER               PIC X(09) VALUE ' held), '.
           03 WS-SUSP-O            PIC ZZZ,ZZ9.
           03 FILLER               PIC X(14) VALUE ' newly held.'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
           IF WS-STATREJ-STATUS NOT EQUAL '00'
               SET COVSTATS-IO-ERROR    TO TRUE
           END-IF
           OPEN I-O    STATSUSP-FILE
           IF WS-STATSUSP-STATUS EQUAL '35'
               OPEN OUTPUT STATSUSP-FILE
               CLOSE STATSUSP-FILE
               OPEN I-O STATSUSP-FILE
           END-IF
           IF WS-STATSUSP-STATUS NOT EQUAL '00'
               SET COVSTATS-IO-ERROR    TO TRUE
           END-IF
           OPEN I-O    COVSTATS-FILE
           IF WS-COVSTATS-STATUS EQUAL '35'
               OPEN OUTPUT COVSTATS-FILE
               SET COVSTATS-IO-ERROR    TO TRUE
           END-IF
           .
      *
      *Yesterday's suspended rows go through the edits before
      *today's extract, so a row the provider re-sends today finds
      *the recycled record (or its absence) already settled.
       RECYCLE-SUSPENSE.
           IF NOT COVSTATS-IO-ERROR
               PERFORM READ-SUSPENSE-ROW
                PERFORM UNTIL LASTSUSP = 'Y'
                    PERFORM RECYCLE-SUSPENSE-ROW
                    PERFORM READ-SUSPENSE-ROW
                END-PERFORM
           END-IF
           .
      *
       READ-NEXT-RECORD.
           PERFORM READ-EXTRACT-ROW
           MOVE WS-LOAD-T-RECS          TO WS-LOAD-O
           MOVE WS-REJ-T-RECS           TO WS-REJ-O
           WRITE STATREJ-TRAILER-REC   FROM WS-TRAILER-1
           MOVE WS-RCY-T-RECS           TO WS-RCY-O
           MOVE WS-RCYLD-T-RECS         TO WS-RCYLD-O
           MOVE WS-HELD-T-RECS          TO WS-HELD-O
           MOVE WS-SUSP-T-RECS          TO WS-SUSP-O
           WRITE STATREJ-TRAILER-REC   FROM WS-TRAILER-2
           .
      *
       CLOSE-STOP.
           CLOSE        DAILYEXT-FILE
                        STATREJ-FILE
                        STATSUSP-FILE
                        COVSTATS-FILE
                        COUNTRYS-FILE
                        STATJRNL-FILE
           .
      *
       PROCESS-EXTRACT-ROW.
           PERFORM EDIT-AND-LOAD-ROW
           IF ROW-IS-VALID
               ADD 1 TO WS-LOAD-T-RECS
               PERFORM DROP-SUPERSEDED-ROW
           ELSE
               ADD 1 TO WS-REJ-T-RECS
               PERFORM WRITE-REJECT-RECORD
               PERFORM SUSPEND-REJECTED-ROW
           END-IF
           .
      *
      *The edits and the load are shared by the new extract rows
      *and the recycled suspense rows; both arrive in DAILYEXT-REC.
       EDIT-AND-LOAD-ROW.
           SET ROW-IS-VALID             TO TRUE
           MOVE SPACES                  TO WS-REASON
           PERFORM EDIT-EXTRACT-ROW
           IF ROW-IS-VALID
               PERFORM LOAD-STATS-RECORD
           END-IF
           .
      *
       EDIT-EXTRACT-ROW.
                   SET ROW-IS-INVALID   TO TRUE
                   MOVE 'ALREADY ON FILE FOR DATE' TO WS-REASON
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-RECORD
           END-WRITE
           .
           MOVE WS-REASON               TO REJ-REASON
           WRITE STATREJ-REC
           .
      *
      *A new reject is held in suspense under its own code and
      *date. The provider re-sending a row already held replaces
      *the held row and reason, but the first-rejected date and
      *retry count stay so the ageing stays honest.
       SUSPEND-REJECTED-ROW.
           MOVE 'N'                     TO WS-SUSP-FOUND
           MOVE EX-S-CODE               TO SU-CODE
           MOVE EX-S-RPT-DATE           TO SU-RPT-DATE
           READ STATSUSP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROW-ALREADY-SUSPENDED TO TRUE
           END-READ
           MOVE DAILYEXT-REC            TO SU-EXTRACT
           MOVE WS-REASON               TO SU-REASON
           IF ROW-ALREADY-SUSPENDED
               REWRITE STATSUSP-RECORD
                   INVALID KEY
                       SET COVSTATS-IO-ERROR TO TRUE
               END-REWRITE
           ELSE
               MOVE RP-BUS-DATE         TO SU-FIRST-REJ-DATE
                                           SU-LAST-TRY-DATE
               MOVE ZEROES              TO SU-RETRY-COUNT
               WRITE STATSUSP-RECORD
                   INVALID KEY
                       SET COVSTATS-IO-ERROR TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SUSP-T-RECS
               END-WRITE
           END-IF
           .
      *
      *A fresh row loaded for a key that was held in suspense (the
      *held row could not load in the recycle pass) supersedes it.
       DROP-SUPERSEDED-ROW.
           MOVE EX-S-CODE               TO SU-CODE
           MOVE EX-S-RPT-DATE           TO SU-RPT-DATE
           DELETE STATSUSP-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           .
      *
       READ-SUSPENSE-ROW.
           READ STATSUSP-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTSUSP
                NOT AT END   ADD 1 TO WS-RCY-T-RECS
           END-READ
           IF WS-STATSUSP-STATUS NOT EQUAL '00'
                   AND WS-STATSUSP-STATUS NOT EQUAL '10'
               SET COVSTATS-IO-ERROR    TO TRUE
               MOVE 'Y'                 TO LASTSUSP
           END-IF
           .
      *
      *The held row is staged in the extract record area so it
      *passes exactly the edits a new row does. A row that loads
      *leaves suspense; one that still fails keeps its place with
      *the latest reason and one more retry counted. Neither goes
      *to STATREJ again: the aging report is where held rows show.
       RECYCLE-SUSPENSE-ROW.
           MOVE SU-EXTRACT              TO DAILYEXT-REC
           PERFORM EDIT-AND-LOAD-ROW
           IF ROW-IS-VALID
               ADD 1 TO WS-RCYLD-T-RECS
               DELETE STATSUSP-FILE RECORD
                   INVALID KEY
                       SET COVSTATS-IO-ERROR TO TRUE
               END-DELETE
           ELSE
               ADD 1 TO WS-HELD-T-RECS
               MOVE WS-REASON           TO SU-REASON
               MOVE RP-BUS-DATE         TO SU-LAST-TRY-DATE
               ADD 1                    TO SU-RETRY-COUNT
               REWRITE STATSUSP-RECORD
                   INVALID KEY
                       SET COVSTATS-IO-ERROR TO TRUE
               END-REWRITE
           END-IF
           .
