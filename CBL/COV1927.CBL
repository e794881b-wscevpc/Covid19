      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1927.
       AUTHOR.        Georges B.
      *Maintain the STATLOAD reject suspense file (STATSUSP-FILE)
      *that COV1915 holds rejected DAILYEXT rows on. Applies
      *CORRECT and RELEASE transactions keyed on the held row's
      *country code plus report date, each carrying the submitting
      *user. A correction replaces any non-blank field of the held
      *extract row (country code, report date, confirmed, deaths,
      *recovered) and leaves the row in suspense for the next
      *STATLOAD run to recycle through the full load edits; a
      *corrected code or date re-keys the held row, keeping its
      *first-rejected date and retry count. A release writes the
      *row off and removes it from suspense for good. Every
      *transaction, accepted or rejected, goes to a change log
      *carrying the user and the key, with detail lines showing the
      *old and new row images, the way COV1924 logs parameter
      *changes. Transactions are rejected for keys not held,
      *non-numeric replacement fields, and a corrected key already
      *held, each with a logged reason. The submitter must hold the
      *statistics correction grant on the authorization file
      *(checked through COV1943); a transaction with no user ID or
      *without the grant is rejected with a logged reason.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT SUSPTX-FILE ASSIGN TO SUSPTX
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-SUSPTX-STATUS
           .
      *
           SELECT SUSPLOG-FILE ASSIGN TO SUSPLOG
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-SUSPLOG-STATUS
           .
      *
           SELECT STATSUSP-FILE ASSIGN TO STATSUSP
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS SU-KEY
              FILE STATUS    IS WS-STATSUSP-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  SUSPTX-FILE RECORDING MODE F.
       01  SUSPTX-REC.
           03 TX-CODE              PIC X(01).
           03 TX-SU-CODE           PIC X(02).
           03 TX-SU-RPT-DATE       PIC X(08).
           03 TX-USER              PIC X(08).
           03 TX-NEW-CODE          PIC X(02).
           03 TX-NEW-RPT-DATE      PIC X(08).
           03 TX-NEW-CONFIRMED     PIC X(09).
           03 TX-NEW-DEATHS        PIC X(09).
           03 TX-NEW-RECOVERED     PIC X(09).
      *
       FD  SUSPLOG-FILE RECORDING MODE F.
       01  SUSPLOG-REC.
           03 LOG-DATE-O           PIC X(10).
           03 FILLER               PIC X(01).
           03 LOG-TIME-O           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-USER             PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-TX-CODE          PIC X(01).
           03 FILLER               PIC X(01).
           03 LOG-SU-CODE          PIC X(02).
           03 FILLER               PIC X(01).
           03 LOG-RPT-DATE         PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-STATUS           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-REASON           PIC X(40).
       01  SUSPLOG-DETAIL-REC.
           03 FILLER               PIC X(04).
           03 DET-LIT              PIC X(05).
           03 DET-EXTRACT          PIC X(37).
       01  SUSPLOG-TRAILER-REC     PIC X(120).
      *
       FD  STATSUSP-FILE.
       COPY STATSUSP REPLACING ==:TAG1:== BY ==STATSUSP==
                               ==:TAG2:== BY ==SU==.
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-SUSPTX-STATUS        PIC 99 VALUE ZEROS.
       01  WS-SUSPLOG-STATUS       PIC 99 VALUE ZEROS.
       01  WS-STATSUSP-STATUS      PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-TX-VALID          PIC X VALUE 'Y'.
               88 TX-IS-VALID              VALUE 'Y'.
               88 TX-IS-INVALID            VALUE 'N'.
           03 WS-STATSUSP-IO-ERR   PIC X VALUE 'N'.
               88 STATSUSP-IO-ERROR        VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-TX-T-RECS         PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-COR-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-REL-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-REJ-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-REASON               PIC X(40) VALUE SPACES.
      *
       COPY AUTHCKPA REPLACING ==:TAG:== BY ==AK==.
      *
      *The held extract row, broken out so a correction can replace
      *single fields; same layout as the DAILYEXT row in COV1915.
       01  WS-ROW-IMAGE            PIC X(37) VALUE SPACES.
       01  WS-ROW-FIELDS REDEFINES WS-ROW-IMAGE.
           03 WS-ROW-CODE          PIC X(02).
           03 WS-ROW-RPT-DATE      PIC X(08).
           03 WS-ROW-CONFIRMED     PIC X(09).
           03 WS-ROW-DEATHS        PIC X(09).
           03 WS-ROW-RECOVERED     PIC X(09).
      *
       01  WS-IMAGE-WORK.
           03 WS-OLD-IMAGE         PIC X(37) VALUE SPACES.
           03 WS-OLD-ON-FILE       PIC X VALUE 'N'.
               88 OLD-IMAGE-ON-FILE        VALUE 'Y'.
           03 WS-NEW-IMAGE         PIC X(37) VALUE SPACES.
           03 WS-NEW-WRITTEN       PIC X VALUE 'N'.
               88 NEW-IMAGE-WRITTEN        VALUE 'Y'.
      *
      *The held record is kept aside while a re-keyed copy is
      *written, so the original key can be deleted afterwards.
       01  WS-HELD-RECORD.
           03 WS-HELD-KEY          PIC X(10) VALUE SPACES.
           03 WS-HELD-REASON       PIC X(40) VALUE SPACES.
           03 WS-HELD-FIRST-REJ    PIC 9(08) VALUE ZEROES.
           03 WS-HELD-LAST-TRY     PIC 9(08) VALUE ZEROES.
           03 WS-HELD-RETRIES      PIC 9(05) COMP-3 VALUE ZEROES.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(31) VALUE
                        '*** End of Suspense Maint Run. '.
           03 WS-T-TX-O            PIC ZZZ,ZZ9.
           03 FILLER               PIC X(15) VALUE
                        ' transactions ('.
           03 WS-COR-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE ' corrected, '.
           03 WS-REL-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(11) VALUE ' released, '.
           03 WS-REJ-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE ' rejected).'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           OPEN INPUT  SUSPTX-FILE
           IF WS-SUSPTX-STATUS NOT EQUAL '00'
               SET STATSUSP-IO-ERROR    TO TRUE
           END-IF
           OPEN OUTPUT SUSPLOG-FILE
           IF WS-SUSPLOG-STATUS NOT EQUAL '00'
               SET STATSUSP-IO-ERROR    TO TRUE
           END-IF
           OPEN I-O    STATSUSP-FILE
           IF WS-STATSUSP-STATUS EQUAL '35'
               OPEN OUTPUT STATSUSP-FILE
               CLOSE STATSUSP-FILE
               OPEN I-O STATSUSP-FILE
           END-IF
           IF WS-STATSUSP-STATUS NOT EQUAL '00'
               SET STATSUSP-IO-ERROR    TO TRUE
           END-IF
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
           MOVE WS-COR-T-RECS           TO WS-COR-O
           MOVE WS-REL-T-RECS           TO WS-REL-O
           MOVE WS-REJ-T-RECS           TO WS-REJ-O
           WRITE SUSPLOG-TRAILER-REC   FROM WS-TRAILER-1
           .
      *
       CLOSE-STOP.
           CLOSE        SUSPTX-FILE
                        SUSPLOG-FILE
                        STATSUSP-FILE
           EVALUATE TRUE
               WHEN STATSUSP-IO-ERROR
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
           READ SUSPTX-FILE
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
           MOVE TX-SU-CODE              TO SU-CODE
           MOVE TX-SU-RPT-DATE          TO SU-RPT-DATE
           PERFORM CHECK-AUTHORITY
           IF TX-IS-VALID
               EVALUATE TX-CODE
                   WHEN 'C'
                       PERFORM CORRECT-SUSPENDED-ROW
                   WHEN 'R'
                       PERFORM RELEASE-SUSPENDED-ROW
                   WHEN OTHER
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'INVALID TRANSACTION CODE' TO WS-REASON
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
      *Correcting or writing off a held row changes what reaches
      *the statistics file, so the submitter must hold the
      *statistics correction grant; COV1943 puts any refusal on the
      *security log and the reason comes back for this log.
       CHECK-AUTHORITY.
           MOVE 'COV1927'               TO AK-JOB
           MOVE TX-USER                 TO AK-USER
           MOVE 'SC'                    TO AK-FUNC
           MOVE SU-KEY                  TO AK-KEY
           CALL 'COV1943' USING AK-AUTHCK-PARM
           IF AK-RESULT NOT EQUAL '00'
               SET TX-IS-INVALID        TO TRUE
               MOVE AK-REASON           TO WS-REASON
           END-IF
           .
      *
       LOCATE-SUSPENDED-ROW.
           READ STATSUSP-FILE
               INVALID KEY
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'ROW NOT IN SUSPENSE' TO WS-REASON
               NOT INVALID KEY
                   MOVE SU-EXTRACT       TO WS-OLD-IMAGE
                   SET OLD-IMAGE-ON-FILE TO TRUE
           END-READ
           .
      *
      *A correction only has to leave a row the next STATLOAD run
      *can recycle: the full load edits are applied there, so here
      *a replacement field need only be numeric where the extract
      *field is.
       CORRECT-SUSPENDED-ROW.
           PERFORM LOCATE-SUSPENDED-ROW
           IF TX-IS-VALID
               PERFORM EDIT-REPLACEMENT-FIELDS
           END-IF
           IF TX-IS-VALID
               MOVE SU-EXTRACT          TO WS-ROW-IMAGE
               IF TX-NEW-CODE NOT EQUAL SPACES
                   MOVE TX-NEW-CODE     TO WS-ROW-CODE
               END-IF
               IF TX-NEW-RPT-DATE NOT EQUAL SPACES
                   MOVE TX-NEW-RPT-DATE TO WS-ROW-RPT-DATE
               END-IF
               IF TX-NEW-CONFIRMED NOT EQUAL SPACES
                   MOVE TX-NEW-CONFIRMED TO WS-ROW-CONFIRMED
               END-IF
               IF TX-NEW-DEATHS NOT EQUAL SPACES
                   MOVE TX-NEW-DEATHS   TO WS-ROW-DEATHS
               END-IF
               IF TX-NEW-RECOVERED NOT EQUAL SPACES
                   MOVE TX-NEW-RECOVERED TO WS-ROW-RECOVERED
               END-IF
               IF WS-ROW-CODE EQUAL SU-CODE
                       AND WS-ROW-RPT-DATE EQUAL SU-RPT-DATE
                   PERFORM REWRITE-SUSPENDED-ROW
               ELSE
                   PERFORM REKEY-SUSPENDED-ROW
               END-IF
           END-IF
           .
      *
       EDIT-REPLACEMENT-FIELDS.
           IF (TX-NEW-RPT-DATE NOT EQUAL SPACES
                   AND TX-NEW-RPT-DATE NOT NUMERIC)
                   OR (TX-NEW-CONFIRMED NOT EQUAL SPACES
                   AND TX-NEW-CONFIRMED NOT NUMERIC)
                   OR (TX-NEW-DEATHS NOT EQUAL SPACES
                   AND TX-NEW-DEATHS NOT NUMERIC)
                   OR (TX-NEW-RECOVERED NOT EQUAL SPACES
                   AND TX-NEW-RECOVERED NOT NUMERIC)
               SET TX-IS-INVALID        TO TRUE
               MOVE 'REPLACEMENT FIELDS NOT NUMERIC' TO WS-REASON
           END-IF
           .
      *
       REWRITE-SUSPENDED-ROW.
           MOVE WS-ROW-IMAGE            TO SU-EXTRACT
           REWRITE STATSUSP-RECORD
               INVALID KEY
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'REWRITE FAILED, CORRECTION REJECTED'
                                         TO WS-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-COR-T-RECS
                   MOVE WS-ROW-IMAGE     TO WS-NEW-IMAGE
                   SET NEW-IMAGE-WRITTEN TO TRUE
           END-REWRITE
           .
      *
      *A corrected code or date moves the held row to its new key;
      *the ageing fields travel with it. The old key is deleted
      *only once the new one is safely written.
       REKEY-SUSPENDED-ROW.
           MOVE SU-KEY                  TO WS-HELD-KEY
           MOVE SU-REASON               TO WS-HELD-REASON
           MOVE SU-FIRST-REJ-DATE       TO WS-HELD-FIRST-REJ
           MOVE SU-LAST-TRY-DATE        TO WS-HELD-LAST-TRY
           MOVE SU-RETRY-COUNT          TO WS-HELD-RETRIES
           MOVE WS-ROW-CODE             TO SU-CODE
           MOVE WS-ROW-RPT-DATE         TO SU-RPT-DATE
           MOVE WS-ROW-IMAGE            TO SU-EXTRACT
           MOVE WS-HELD-REASON          TO SU-REASON
           MOVE WS-HELD-FIRST-REJ       TO SU-FIRST-REJ-DATE
           MOVE WS-HELD-LAST-TRY        TO SU-LAST-TRY-DATE
           MOVE WS-HELD-RETRIES         TO SU-RETRY-COUNT
           WRITE STATSUSP-RECORD
               INVALID KEY
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'CORRECTED KEY ALREADY IN SUSPENSE'
                                         TO WS-REASON
           END-WRITE
           IF TX-IS-VALID
               MOVE WS-HELD-KEY         TO SU-KEY
               DELETE STATSUSP-FILE
                   INVALID KEY
                       SET STATSUSP-IO-ERROR TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-COR-T-RECS
                       MOVE WS-ROW-IMAGE     TO WS-NEW-IMAGE
                       SET NEW-IMAGE-WRITTEN TO TRUE
               END-DELETE
           END-IF
           .
      *
      *The record is read back before the delete so the written-off
      *row can go to the change log.
       RELEASE-SUSPENDED-ROW.
           PERFORM LOCATE-SUSPENDED-ROW
           IF TX-IS-VALID
               DELETE STATSUSP-FILE
                   INVALID KEY
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'DELETE FAILED, RELEASE REJECTED'
                                         TO WS-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-REL-T-RECS
               END-DELETE
           END-IF
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
           MOVE SPACES                  TO SUSPLOG-REC
           MOVE WS-CURRENT-DATE-O       TO LOG-DATE-O
           MOVE WS-CURRENT-TIME-O       TO LOG-TIME-O
           MOVE TX-USER                 TO LOG-USER
           MOVE TX-CODE                 TO LOG-TX-CODE
           MOVE TX-SU-CODE              TO LOG-SU-CODE
           MOVE TX-SU-RPT-DATE          TO LOG-RPT-DATE
           MOVE WS-REASON               TO LOG-REASON
           IF TX-IS-VALID
               MOVE 'ACCEPTED'          TO LOG-STATUS
           ELSE
               MOVE 'REJECTED'          TO LOG-STATUS
           END-IF
           WRITE SUSPLOG-REC
           .
      *
      *The old and new row images under the log line show what the
      *held row looked like and what the correction left for the
      *next recycle; a release shows only the row written off.
       WRITE-LOG-DETAILS.
           IF OLD-IMAGE-ON-FILE
               MOVE 'OLD: '             TO DET-LIT
               MOVE WS-OLD-IMAGE        TO DET-EXTRACT
               PERFORM WRITE-DETAIL-RECORD
           END-IF
           IF NEW-IMAGE-WRITTEN
               MOVE 'NEW: '             TO DET-LIT
               MOVE WS-NEW-IMAGE        TO DET-EXTRACT
               PERFORM WRITE-DETAIL-RECORD
           END-IF
           .
      *
       WRITE-DETAIL-RECORD.
           MOVE SPACES                  TO SUSPLOG-DETAIL-REC (1:4)
           WRITE SUSPLOG-DETAIL-REC
           .
