      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1930.
       AUTHOR.        Georges B.
      *Apply analyst actions to the alert case file (ALRTCASE-FILE)
      *that COV1929 maintains. Transactions are keyed on the case
      *(country code, metric or exception type, first-breach date)
      *and carry the analyst's user ID and a comment:
      *   A  acknowledge an open case; the case stays open, and
      *      the morning report shows who acknowledged it
      *   C  close an open case; a comment saying why is required
      *Every transaction, accepted or rejected, goes to a change log
      *carrying the user and the key, with detail lines showing the
      *case's status, acknowledger, closer and comment before and
      *after, the way COV1924 logs parameter changes. Transactions
      *are rejected for a blank user ID, a case not on file, a case
      *already closed, a repeat acknowledgement and a close without
      *a comment, each with a logged reason. A case closed here is
      *re-opened by COV1929 if the breach comes back.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT CASETX-FILE ASSIGN TO CASETX
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CASETX-STATUS
           .
      *
           SELECT CASELOG-FILE ASSIGN TO CASELOG
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CASELOG-STATUS
           .
      *
           SELECT ALRTCASE-FILE ASSIGN TO ALRTCASE
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS AC-KEY
              FILE STATUS    IS WS-ALRTCASE-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  CASETX-FILE RECORDING MODE F.
       01  CASETX-REC.
           03 TX-CODE              PIC X(01).
           03 TX-AC-CODE           PIC X(02).
           03 TX-AC-METRIC         PIC X(12).
           03 TX-AC-FIRST-DATE     PIC X(08).
           03 TX-AC-FIRST-DATE-N   REDEFINES TX-AC-FIRST-DATE
                                   PIC 9(08).
           03 TX-USER              PIC X(08).
           03 TX-COMMENT           PIC X(40).
      *
       FD  CASELOG-FILE RECORDING MODE F.
       01  CASELOG-REC.
           03 LOG-DATE-O           PIC X(10).
           03 FILLER               PIC X(01).
           03 LOG-TIME-O           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-USER             PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-TX-CODE          PIC X(01).
           03 FILLER               PIC X(01).
           03 LOG-AC-CODE          PIC X(02).
           03 FILLER               PIC X(01).
           03 LOG-AC-METRIC        PIC X(12).
           03 FILLER               PIC X(01).
           03 LOG-FIRST-DATE       PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-STATUS           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-REASON           PIC X(40).
       01  CASELOG-DETAIL-REC.
           03 FILLER               PIC X(04).
           03 DET-LIT              PIC X(05).
           03 DET-CASE-IMAGE       PIC X(60).
       01  CASELOG-TRAILER-REC     PIC X(120).
      *
       FD  ALRTCASE-FILE.
       COPY ALRTCASE REPLACING ==:TAG1:== BY ==ALRTCASE==
                               ==:TAG2:== BY ==AC==.
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-CASETX-STATUS        PIC 99 VALUE ZEROS.
       01  WS-CASELOG-STATUS       PIC 99 VALUE ZEROS.
       01  WS-ALRTCASE-STATUS      PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-TX-VALID          PIC X VALUE 'Y'.
               88 TX-IS-VALID              VALUE 'Y'.
               88 TX-IS-INVALID            VALUE 'N'.
           03 WS-ALRTCASE-IO-ERR   PIC X VALUE 'N'.
               88 ALRTCASE-IO-ERROR        VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-TX-T-RECS         PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-ACK-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CLS-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-REJ-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-REASON               PIC X(40) VALUE SPACES.
       01  WS-TODAY                PIC 9(08) VALUE ZEROES.
      *
      *The part of a case an analyst can change, laid out for the
      *OLD:/NEW: detail lines of the change log.
       01  WS-CASE-IMAGE.
           03 WS-CI-STATUS         PIC X(01).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-CI-ACK-USER       PIC X(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-CI-CLOSE-USER     PIC X(08).
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-CI-COMMENT        PIC X(40).
      *
       01  WS-IMAGE-WORK.
           03 WS-OLD-IMAGE         PIC X(60) VALUE SPACES.
           03 WS-OLD-ON-FILE       PIC X VALUE 'N'.
               88 OLD-IMAGE-ON-FILE        VALUE 'Y'.
           03 WS-NEW-IMAGE         PIC X(60) VALUE SPACES.
           03 WS-NEW-WRITTEN       PIC X VALUE 'N'.
               88 NEW-IMAGE-WRITTEN        VALUE 'Y'.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(28) VALUE
                        '*** End of Case Maint Run. '.
           03 WS-T-TX-O            PIC ZZZ,ZZ9.
           03 FILLER               PIC X(15) VALUE
                        ' transactions ('.
           03 WS-ACK-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(15) VALUE
                        ' acknowledged, '.
           03 WS-CLS-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(09) VALUE ' closed, '.
           03 WS-REJ-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE ' rejected).'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           OPEN INPUT  CASETX-FILE
           IF WS-CASETX-STATUS NOT EQUAL '00'
               SET ALRTCASE-IO-ERROR    TO TRUE
           END-IF
           OPEN OUTPUT CASELOG-FILE
           IF WS-CASELOG-STATUS NOT EQUAL '00'
               SET ALRTCASE-IO-ERROR    TO TRUE
           END-IF
           OPEN I-O    ALRTCASE-FILE
           IF WS-ALRTCASE-STATUS EQUAL '35'
               OPEN OUTPUT ALRTCASE-FILE
               CLOSE ALRTCASE-FILE
               OPEN I-O ALRTCASE-FILE
           END-IF
           IF WS-ALRTCASE-STATUS NOT EQUAL '00'
               SET ALRTCASE-IO-ERROR    TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-YEAR         TO WS-TODAY (1:4)
           MOVE WS-CURRENT-MONTH        TO WS-TODAY (5:2)
           MOVE WS-CURRENT-DAY          TO WS-TODAY (7:2)
           .
      *
       READ-NEXT-RECORD.
           PERFORM READ-TRANSACTION
            PERFORM UNTIL LASTREC = 'Y'
                PERFORM PROCESS-TRANSACTION
                PERFORM READ-TRANSACTION
            END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE WS-TX-T-RECS            TO WS-T-TX-O
           MOVE WS-ACK-T-RECS           TO WS-ACK-O
           MOVE WS-CLS-T-RECS           TO WS-CLS-O
           MOVE WS-REJ-T-RECS           TO WS-REJ-O
           WRITE CASELOG-TRAILER-REC   FROM WS-TRAILER-1
           .
      *
       CLOSE-STOP.
           CLOSE        CASETX-FILE
                        CASELOG-FILE
                        ALRTCASE-FILE
           EVALUATE TRUE
               WHEN ALRTCASE-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REJ-T-RECS GREATER THAN ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
      *
       READ-TRANSACTION.
           READ CASETX-FILE
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-TX-T-RECS
           END-READ
           .
      *
       PROCESS-TRANSACTION.
           SET TX-IS-VALID              TO TRUE
           MOVE SPACES                  TO WS-REASON
           MOVE SPACES                  TO WS-OLD-IMAGE
                                           WS-NEW-IMAGE
           MOVE 'N'                     TO WS-OLD-ON-FILE
                                           WS-NEW-WRITTEN
           PERFORM EDIT-TRANSACTION
           IF TX-IS-VALID
               MOVE TX-AC-CODE          TO AC-CODE
               MOVE TX-AC-METRIC        TO AC-METRIC
               MOVE TX-AC-FIRST-DATE-N  TO AC-FIRST-DATE
               EVALUATE TX-CODE
                   WHEN 'A'
                       PERFORM ACKNOWLEDGE-CASE
                   WHEN 'C'
                       PERFORM CLOSE-CASE
                   WHEN OTHER
                       SET TX-IS-INVALID    TO TRUE
                       MOVE 'INVALID TRANSACTION CODE'
                                            TO WS-REASON
               END-EVALUATE
           END-IF
           IF TX-IS-INVALID
               ADD 1 TO WS-REJ-T-RECS
           END-IF
           PERFORM WRITE-LOG-RECORD
           IF TX-IS-VALID
               PERFORM WRITE-LOG-DETAILS
           END-IF
           .
      *
       EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN TX-USER EQUAL SPACES
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'BLANK USER ID' TO WS-REASON
               WHEN TX-AC-FIRST-DATE NOT NUMERIC
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'FIRST-BREACH DATE NOT NUMERIC'
                                        TO WS-REASON
               WHEN TX-CODE EQUAL 'C' AND TX-COMMENT EQUAL SPACES
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'CLOSE REJECTED, NO COMMENT GIVEN'
                                        TO WS-REASON
           END-EVALUATE
           .
      *
       LOCATE-OPEN-CASE.
           READ ALRTCASE-FILE
               INVALID KEY
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'CASE NOT FOUND' TO WS-REASON
               NOT INVALID KEY
                   PERFORM BUILD-CASE-IMAGE
                   MOVE WS-CASE-IMAGE    TO WS-OLD-IMAGE
                   SET OLD-IMAGE-ON-FILE TO TRUE
                   IF AC-IS-CLOSED
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'CASE ALREADY CLOSED' TO WS-REASON
                   END-IF
           END-READ
           .
      *
       ACKNOWLEDGE-CASE.
           PERFORM LOCATE-OPEN-CASE
           IF TX-IS-VALID AND AC-IS-ACKED
               SET TX-IS-INVALID        TO TRUE
               MOVE 'CASE ALREADY ACKNOWLEDGED' TO WS-REASON
           END-IF
           IF TX-IS-VALID
               MOVE 'A'                 TO AC-STATUS
               MOVE TX-USER             TO AC-ACK-USER
               MOVE WS-TODAY            TO AC-ACK-DATE
               IF TX-COMMENT NOT EQUAL SPACES
                   MOVE TX-COMMENT      TO AC-COMMENT
               END-IF
               REWRITE ALRTCASE-RECORD
                   INVALID KEY
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'REWRITE FAILED, ACK REJECTED'
                                         TO WS-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ACK-T-RECS
                       PERFORM BUILD-CASE-IMAGE
                       MOVE WS-CASE-IMAGE    TO WS-NEW-IMAGE
                       SET NEW-IMAGE-WRITTEN TO TRUE
               END-REWRITE
           END-IF
           .
      *
       CLOSE-CASE.
           PERFORM LOCATE-OPEN-CASE
           IF TX-IS-VALID
               MOVE 'C'                 TO AC-STATUS
               MOVE 'M'                 TO AC-CLOSE-TYPE
               MOVE TX-USER             TO AC-CLOSE-USER
               MOVE WS-TODAY            TO AC-CLOSE-DATE
               MOVE TX-COMMENT          TO AC-COMMENT
               REWRITE ALRTCASE-RECORD
                   INVALID KEY
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'REWRITE FAILED, CLOSE REJECTED'
                                         TO WS-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-CLS-T-RECS
                       PERFORM BUILD-CASE-IMAGE
                       MOVE WS-CASE-IMAGE    TO WS-NEW-IMAGE
                       SET NEW-IMAGE-WRITTEN TO TRUE
               END-REWRITE
           END-IF
           .
      *
       BUILD-CASE-IMAGE.
           MOVE AC-STATUS               TO WS-CI-STATUS
           MOVE AC-ACK-USER             TO WS-CI-ACK-USER
           MOVE AC-CLOSE-USER           TO WS-CI-CLOSE-USER
           MOVE AC-COMMENT              TO WS-CI-COMMENT
           .
      *
       WRITE-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-MONTH        TO WS-CURRENT-MONTH-O
           MOVE WS-CURRENT-DAY          TO WS-CURRENT-DAY-O
           MOVE WS-CURRENT-YEAR         TO WS-CURRENT-YEAR-O
           MOVE WS-CURRENT-HOURS        TO WS-CURRENT-HOURS-O
           MOVE WS-CURRENT-MINUTES      TO WS-CURRENT-MINUTES-O
           MOVE WS-CURRENT-SECONDS      TO WS-CURRENT-SECONDS-O
      *
           MOVE SPACES                  TO CASELOG-REC
           MOVE WS-CURRENT-DATE-O       TO LOG-DATE-O
           MOVE WS-CURRENT-TIME-O       TO LOG-TIME-O
           MOVE TX-USER                 TO LOG-USER
           MOVE TX-CODE                 TO LOG-TX-CODE
           MOVE TX-AC-CODE              TO LOG-AC-CODE
           MOVE TX-AC-METRIC            TO LOG-AC-METRIC
           MOVE TX-AC-FIRST-DATE        TO LOG-FIRST-DATE
           MOVE WS-REASON               TO LOG-REASON
           IF TX-IS-VALID
               MOVE 'ACCEPTED'          TO LOG-STATUS
           ELSE
               MOVE 'REJECTED'          TO LOG-STATUS
           END-IF
           WRITE CASELOG-REC
           .
      *
       WRITE-LOG-DETAILS.
           IF OLD-IMAGE-ON-FILE
               MOVE 'OLD: '             TO DET-LIT
               MOVE WS-OLD-IMAGE        TO DET-CASE-IMAGE
               PERFORM WRITE-DETAIL-RECORD
           END-IF
           IF NEW-IMAGE-WRITTEN
               MOVE 'NEW: '             TO DET-LIT
               MOVE WS-NEW-IMAGE        TO DET-CASE-IMAGE
               PERFORM WRITE-DETAIL-RECORD
           END-IF
           .
      *
       WRITE-DETAIL-RECORD.
           MOVE SPACES                  TO CASELOG-DETAIL-REC (1:4)
           WRITE CASELOG-DETAIL-REC
           .
