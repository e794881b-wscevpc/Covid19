      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1944.
       AUTHOR.        Georges B.
      *Maintain the maintenance authorization file (AUTHFILE) that
      *the COV1943 check and the COVM and COVC transactions read
      *to decide which maintenance functions a user may perform.
      *Applies ADD/CHANGE/DELETE transactions keyed on the user ID,
      *each carrying the submitting user, and writes every
      *transaction, accepted or rejected, to a change log the way
      *COV1924 maintains the parameter file; detail lines show the
      *grants before and after. Every accepted change is also
      *appended to the AUTHLOG security log (A = user added,
      *C = grants changed, R = user removed, with the grants either
      *side) for the COV1945 weekly security report, and every
      *transaction refused for want of authority goes there as a
      *denied attempt. The submitter must hold the authorization
      *maintenance grant and may not change or remove their own
      *entry, so at least one holder of that grant always remains.
      *While the file holds no users at all, the first ADD is
      *accepted from any named submitter provided it grants
      *authorization maintenance; that is how the file is seeded.
      *Transactions are also rejected for blank user IDs, grants
      *other than Y or N, a blank name on an add, duplicate adds
      *and missing users on change or delete, each with a logged
      *reason. On a change a blank name keeps the current name.
      *Transaction card:
      *   col   1     A = add, C = change, D = delete
      *   cols  2-9   user ID to maintain
      *   cols 10-17  submitting user ID
      *   cols 18-26  grants, Y or N, in AUTHFILE order: country
      *               add, change, delete, statistics correction,
      *               vaccination update, population, region,
      *               parameter, authorization maintenance
      *   cols 27-56  user name
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT AUTHTX-FILE ASSIGN TO AUTHTX
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-AUTHTX-STATUS
           .
      *
           SELECT AUTHMLOG-FILE ASSIGN TO AUTHMLOG
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-AUTHMLOG-STATUS
           .
      *
           SELECT AUTHFILE-FILE ASSIGN TO AUTHFILE
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS AU-USER
              FILE STATUS    IS WS-AUTHFILE-STATUS
           .
      *
           SELECT OPTIONAL AUTHLOG-FILE ASSIGN TO AUTHLOG
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-AUTHLOG-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  AUTHTX-FILE RECORDING MODE F.
       01  AUTHTX-REC.
           03 TX-CODE              PIC X(01).
           03 TX-AU-USER           PIC X(08).
           03 TX-USER              PIC X(08).
           03 TX-AU-GRANTS         PIC X(09).
           03 TX-AU-GRANT-TABLE    REDEFINES TX-AU-GRANTS.
               05 TX-AU-GRANT      PIC X(01) OCCURS 9 TIMES.
           03 TX-AU-NAME           PIC X(30).
      *
       FD  AUTHMLOG-FILE RECORDING MODE F.
       01  AUTHMLOG-REC.
           03 LOG-DATE-O           PIC X(10).
           03 FILLER               PIC X(01).
           03 LOG-TIME-O           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-USER             PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-TX-CODE          PIC X(01).
           03 FILLER               PIC X(01).
           03 LOG-AU-USER          PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-STATUS           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-REASON           PIC X(40).
       01  AUTHMLOG-DETAIL-REC.
           03 FILLER               PIC X(04).
           03 DET-LIT              PIC X(05).
           03 DET-GRANTS           PIC X(09).
           03 FILLER               PIC X(01).
           03 DET-NAME             PIC X(30).
       01  AUTHMLOG-TRAILER-REC    PIC X(122).
      *
       FD  AUTHFILE-FILE.
       COPY AUTHFILE REPLACING ==:TAG1:== BY ==AUTHFILE==
                               ==:TAG2:== BY ==AU==.
      *
       FD  AUTHLOG-FILE RECORDING MODE F.
       COPY AUTHLOG  REPLACING ==:TAG1:== BY ==AUTHLOG==
                               ==:TAG2:== BY ==AL==.
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-AUTHTX-STATUS        PIC 99 VALUE ZEROS.
       01  WS-AUTHMLOG-STATUS      PIC 99 VALUE ZEROS.
       01  WS-AUTHFILE-STATUS      PIC 99 VALUE ZEROS.
       01  WS-AUTHLOG-STATUS       PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-TX-VALID          PIC X VALUE 'Y'.
               88 TX-IS-VALID              VALUE 'Y'.
               88 TX-IS-INVALID            VALUE 'N'.
           03 WS-AUTH-EMPTY        PIC X VALUE 'N'.
               88 AUTHFILE-IS-EMPTY        VALUE 'Y'.
           03 WS-AUTHFILE-IO-ERR   PIC X VALUE 'N'.
               88 AUTHFILE-IO-ERROR        VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-TX-T-RECS         PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-ADD-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CHG-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-DEL-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-REJ-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-REASON               PIC X(40) VALUE SPACES.
      *
       01  WS-GRANT-WORK.
           03 WS-GR-IDX            PIC 9(02) COMP VALUE ZERO.
           03 WS-OLD-GRANTS        PIC X(09) VALUE SPACES.
           03 WS-OLD-NAME          PIC X(30) VALUE SPACES.
           03 WS-OLD-ON-FILE       PIC X VALUE 'N'.
               88 OLD-GRANTS-ON-FILE       VALUE 'Y'.
           03 WS-NEW-GRANTS        PIC X(09) VALUE SPACES.
           03 WS-NEW-NAME          PIC X(30) VALUE SPACES.
           03 WS-NEW-WRITTEN       PIC X VALUE 'N'.
               88 NEW-GRANTS-WRITTEN       VALUE 'Y'.
           03 WS-EVENT             PIC X(01) VALUE SPACE.
      *
       01  WS-STAMP.
           03 WS-STAMP-DATE        PIC 9(08) VALUE ZEROES.
           03 WS-STAMP-TIME        PIC 9(06) VALUE ZEROES.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(36) VALUE
                        '*** End of Authorization Maint Run. '.
           03 WS-T-TX-O            PIC ZZZ,ZZ9.
           03 FILLER               PIC X(15) VALUE
                        ' transactions ('.
           03 WS-ADD-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(06) VALUE ' add, '.
           03 WS-CHG-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(09) VALUE ' change, '.
           03 WS-DEL-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(09) VALUE ' delete, '.
           03 WS-REJ-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE ' rejected).'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
      *A file that has never been created is created empty here,
      *and an empty file is noted so the seeding add can be told
      *apart from ordinary maintenance.
       OPEN-FILES.
           OPEN INPUT  AUTHTX-FILE
           IF WS-AUTHTX-STATUS NOT EQUAL '00'
               SET AUTHFILE-IO-ERROR    TO TRUE
           END-IF
           OPEN OUTPUT AUTHMLOG-FILE
           IF WS-AUTHMLOG-STATUS NOT EQUAL '00'
               SET AUTHFILE-IO-ERROR    TO TRUE
           END-IF
           OPEN I-O    AUTHFILE-FILE
           IF WS-AUTHFILE-STATUS EQUAL '35'
               OPEN OUTPUT AUTHFILE-FILE
               CLOSE AUTHFILE-FILE
               OPEN I-O AUTHFILE-FILE
           END-IF
           IF WS-AUTHFILE-STATUS NOT EQUAL '00'
               SET AUTHFILE-IO-ERROR    TO TRUE
           ELSE
               MOVE LOW-VALUES          TO AU-USER
               START AUTHFILE-FILE KEY IS NOT LESS THAN AU-USER
                   INVALID KEY
                       SET AUTHFILE-IS-EMPTY TO TRUE
               END-START
           END-IF
           OPEN EXTEND AUTHLOG-FILE
           IF WS-AUTHLOG-STATUS NOT EQUAL '00'
                   AND WS-AUTHLOG-STATUS NOT EQUAL '05'
               SET AUTHFILE-IO-ERROR    TO TRUE
           END-IF
           .
      *
       READ-NEXT-RECORD.
           IF NOT AUTHFILE-IO-ERROR
               PERFORM READ-TRANSACTION
           ELSE
               MOVE 'Y'                 TO LASTREC
           END-IF
            PERFORM UNTIL LASTREC = 'Y'
                PERFORM PROCESS-TRANSACTION
                PERFORM READ-TRANSACTION
            END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE WS-TX-T-RECS            TO WS-T-TX-O
           MOVE WS-ADD-T-RECS           TO WS-ADD-O
           MOVE WS-CHG-T-RECS           TO WS-CHG-O
           MOVE WS-DEL-T-RECS           TO WS-DEL-O
           MOVE WS-REJ-T-RECS           TO WS-REJ-O
           WRITE AUTHMLOG-TRAILER-REC  FROM WS-TRAILER-1
           .
      *
       CLOSE-STOP.
           CLOSE        AUTHTX-FILE
                        AUTHMLOG-FILE
                        AUTHFILE-FILE
                        AUTHLOG-FILE
           EVALUATE TRUE
               WHEN AUTHFILE-IO-ERROR
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
           READ AUTHTX-FILE
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-TX-T-RECS
           END-READ
           .
      *
       PROCESS-TRANSACTION.
           SET TX-IS-VALID              TO TRUE
           MOVE SPACES                  TO WS-REASON
           MOVE SPACES                  TO WS-OLD-GRANTS
                                           WS-OLD-NAME
                                           WS-NEW-GRANTS
                                           WS-NEW-NAME
           MOVE 'N'                     TO WS-OLD-ON-FILE
                                           WS-NEW-WRITTEN
           PERFORM CHECK-AUTHORITY
           IF TX-IS-VALID
               PERFORM EDIT-TRANSACTION
           END-IF
           IF TX-IS-VALID
               MOVE TX-AU-USER          TO AU-USER
               EVALUATE TX-CODE
                   WHEN 'A'
                       PERFORM ADD-USER
                   WHEN 'C'
                       PERFORM CHANGE-USER
                   WHEN 'D'
                       PERFORM DELETE-USER
                   WHEN OTHER
                       SET TX-IS-INVALID    TO TRUE
                       MOVE 'INVALID TRANSACTION CODE'
                                            TO WS-REASON
                       ADD 1 TO WS-REJ-T-RECS
               END-EVALUATE
           END-IF
           PERFORM WRITE-LOG-RECORD
           IF TX-IS-VALID
               PERFORM WRITE-LOG-DETAILS
           END-IF
           .
      *
      *The submitter must be on the file with the authorization
      *maintenance grant, refused in the same words COV1943 uses
      *and logged to the security log the same way. While the
      *file is empty there is nobody to hold the grant, so the
      *check is left to the seeding edit in EDIT-TRANSACTION.
       CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN TX-USER EQUAL SPACES
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'NO USER ID ON TRANSACTION'
                                        TO WS-REASON
               WHEN AUTHFILE-IS-EMPTY
                   CONTINUE
               WHEN OTHER
                   PERFORM READ-SUBMITTER
           END-EVALUATE
           IF TX-IS-INVALID
               ADD 1 TO WS-REJ-T-RECS
               MOVE 'D'                 TO WS-EVENT
               PERFORM WRITE-SECURITY-RECORD
           END-IF
           .
      *
       READ-SUBMITTER.
           MOVE TX-USER                 TO AU-USER
           READ AUTHFILE-FILE
               INVALID KEY
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'USER NOT ON AUTHORIZATION FILE'
                                        TO WS-REASON
               NOT INVALID KEY
                   IF AU-AUTH-MAINT NOT EQUAL 'Y'
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'NOT AUTHORIZED FOR AUTHORIZATION MAINT'
                                        TO WS-REASON
                   END-IF
           END-READ
           IF WS-AUTHFILE-STATUS NOT EQUAL '00'
                   AND WS-AUTHFILE-STATUS NOT EQUAL '23'
               SET TX-IS-INVALID        TO TRUE
               SET AUTHFILE-IO-ERROR    TO TRUE
               MOVE 'AUTHORIZATION FILE UNAVAILABLE'
                                        TO WS-REASON
           END-IF
           .
      *
       EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN TX-AU-USER EQUAL SPACES
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'BLANK USER ID' TO WS-REASON
               WHEN AUTHFILE-IS-EMPTY AND TX-CODE NOT EQUAL 'A'
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'FILE EMPTY, ONLY AN ADD IS ACCEPTED'
                                        TO WS-REASON
               WHEN AUTHFILE-IS-EMPTY AND TX-AU-GRANT (9) NOT EQUAL 'Y'
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'FIRST USER MUST HOLD AUTH MAINT'
                                        TO WS-REASON
               WHEN AUTHFILE-IS-EMPTY
                   CONTINUE
               WHEN TX-AU-USER EQUAL TX-USER
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'CANNOT MAINTAIN OWN GRANTS'
                                        TO WS-REASON
                   MOVE 'D'             TO WS-EVENT
                   PERFORM WRITE-SECURITY-RECORD
           END-EVALUATE
           IF TX-IS-VALID AND TX-CODE NOT EQUAL 'D'
               PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX GREATER THAN 9
                   IF TX-AU-GRANT (WS-GR-IDX) NOT EQUAL 'Y'
                           AND TX-AU-GRANT (WS-GR-IDX) NOT EQUAL 'N'
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'GRANTS MUST BE Y OR N'
                                        TO WS-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF TX-IS-INVALID
               ADD 1 TO WS-REJ-T-RECS
           END-IF
           .
      *
       ADD-USER.
           IF TX-AU-NAME EQUAL SPACES
               SET TX-IS-INVALID         TO TRUE
               MOVE 'BLANK USER NAME, ADD REJECTED'
                                         TO WS-REASON
               ADD 1 TO WS-REJ-T-RECS
           END-IF
           IF TX-IS-VALID
               MOVE TX-AU-NAME           TO AU-NAME
               MOVE TX-AU-GRANTS         TO AU-GRANTS
               PERFORM STAMP-CHANGE
               WRITE AUTHFILE-RECORD
                   INVALID KEY
                       SET TX-IS-INVALID     TO TRUE
                       MOVE 'DUPLICATE USER, ADD REJECTED'
                                             TO WS-REASON
                       ADD 1 TO WS-REJ-T-RECS
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-T-RECS
                       MOVE 'N'              TO WS-AUTH-EMPTY
                       MOVE AU-GRANTS        TO WS-NEW-GRANTS
                       MOVE AU-NAME          TO WS-NEW-NAME
                       SET NEW-GRANTS-WRITTEN TO TRUE
                       MOVE 'A'              TO WS-EVENT
                       PERFORM WRITE-SECURITY-RECORD
               END-WRITE
           END-IF
           .
      *
       CHANGE-USER.
           READ AUTHFILE-FILE
               INVALID KEY
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'USER NOT FOUND, CHANGE REJECTED'
                                         TO WS-REASON
                   ADD 1 TO WS-REJ-T-RECS
               NOT INVALID KEY
                   MOVE AU-GRANTS        TO WS-OLD-GRANTS
                   MOVE AU-NAME          TO WS-OLD-NAME
                   SET OLD-GRANTS-ON-FILE TO TRUE
           END-READ
           IF TX-IS-VALID
               MOVE TX-AU-GRANTS         TO AU-GRANTS
               IF TX-AU-NAME NOT EQUAL SPACES
                   MOVE TX-AU-NAME       TO AU-NAME
               END-IF
               PERFORM STAMP-CHANGE
               REWRITE AUTHFILE-RECORD
                   INVALID KEY
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'REWRITE FAILED, CHANGE REJECTED'
                                         TO WS-REASON
                       ADD 1 TO WS-REJ-T-RECS
                   NOT INVALID KEY
                       ADD 1 TO WS-CHG-T-RECS
                       MOVE AU-GRANTS        TO WS-NEW-GRANTS
                       MOVE AU-NAME          TO WS-NEW-NAME
                       SET NEW-GRANTS-WRITTEN TO TRUE
                       MOVE 'C'              TO WS-EVENT
                       PERFORM WRITE-SECURITY-RECORD
               END-REWRITE
           END-IF
           .
      *
      *The record is read back before the delete so the grants the
      *user held can go to the change log and the security log.
       DELETE-USER.
           READ AUTHFILE-FILE
               INVALID KEY
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'USER NOT FOUND, DELETE REJECTED'
                                         TO WS-REASON
                   ADD 1 TO WS-REJ-T-RECS
               NOT INVALID KEY
                   MOVE AU-GRANTS        TO WS-OLD-GRANTS
                   MOVE AU-NAME          TO WS-OLD-NAME
                   SET OLD-GRANTS-ON-FILE TO TRUE
           END-READ
           IF TX-IS-VALID
               DELETE AUTHFILE-FILE
                   INVALID KEY
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'DELETE FAILED, DELETE REJECTED'
                                         TO WS-REASON
                       ADD 1 TO WS-REJ-T-RECS
                   NOT INVALID KEY
                       ADD 1 TO WS-DEL-T-RECS
                       MOVE 'R'              TO WS-EVENT
                       PERFORM WRITE-SECURITY-RECORD
               END-DELETE
           END-IF
           .
      *
       STAMP-CHANGE.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-YEAR         TO WS-STAMP-DATE (1:4)
           MOVE WS-CURRENT-MONTH        TO WS-STAMP-DATE (5:2)
           MOVE WS-CURRENT-DAY          TO WS-STAMP-DATE (7:2)
           MOVE WS-CURRENT-HOURS        TO WS-STAMP-TIME (1:2)
           MOVE WS-CURRENT-MINUTES      TO WS-STAMP-TIME (3:2)
           MOVE WS-CURRENT-SECONDS      TO WS-STAMP-TIME (5:2)
           MOVE WS-STAMP-DATE           TO AU-CHG-DATE
           MOVE WS-STAMP-TIME           TO AU-CHG-TIME
           MOVE TX-USER                 TO AU-CHG-USER
           .
      *
      *One security log record per refused transaction and per
      *accepted grant change; for a change, the grants either side.
       WRITE-SECURITY-RECORD.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           MOVE SPACES                  TO AUTHLOG-RECORD
           MOVE WS-CURRENT-YEAR         TO AL-TS-DATE (1:4)
           MOVE WS-CURRENT-MONTH        TO AL-TS-DATE (5:2)
           MOVE WS-CURRENT-DAY          TO AL-TS-DATE (7:2)
           MOVE WS-CURRENT-HOURS        TO AL-TS-TIME (1:2)
           MOVE WS-CURRENT-MINUTES      TO AL-TS-TIME (3:2)
           MOVE WS-CURRENT-SECONDS      TO AL-TS-TIME (5:2)
           MOVE WS-EVENT                TO AL-EVENT
           MOVE 'COV1944'               TO AL-JOB
           MOVE TX-USER                 TO AL-USER
           MOVE 'AU'                    TO AL-FUNC
           MOVE TX-AU-USER              TO AL-KEY
                                           AL-TARGET
           MOVE WS-OLD-GRANTS           TO AL-BEF-GRANTS
           MOVE WS-NEW-GRANTS           TO AL-AFT-GRANTS
           MOVE WS-REASON               TO AL-REASON
           WRITE AUTHLOG-RECORD
           IF WS-AUTHLOG-STATUS NOT EQUAL '00'
               SET AUTHFILE-IO-ERROR    TO TRUE
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
           MOVE SPACES                  TO AUTHMLOG-REC
           MOVE WS-CURRENT-DATE-O       TO LOG-DATE-O
           MOVE WS-CURRENT-TIME-O       TO LOG-TIME-O
           MOVE TX-USER                 TO LOG-USER
           MOVE TX-CODE                 TO LOG-TX-CODE
           MOVE TX-AU-USER              TO LOG-AU-USER
           MOVE WS-REASON               TO LOG-REASON
           IF TX-IS-VALID
               MOVE 'ACCEPTED'          TO LOG-STATUS
           ELSE
               MOVE 'REJECTED'          TO LOG-STATUS
           END-IF
           WRITE AUTHMLOG-REC
           .
      *
      *The old and new grants under the log line show exactly what
      *each accepted transaction gave or took away.
       WRITE-LOG-DETAILS.
           IF OLD-GRANTS-ON-FILE
               MOVE 'OLD: '             TO DET-LIT
               MOVE WS-OLD-GRANTS       TO DET-GRANTS
               MOVE WS-OLD-NAME         TO DET-NAME
               PERFORM WRITE-DETAIL-RECORD
           END-IF
           IF NEW-GRANTS-WRITTEN
               MOVE 'NEW: '             TO DET-LIT
               MOVE WS-NEW-GRANTS       TO DET-GRANTS
               MOVE WS-NEW-NAME         TO DET-NAME
               PERFORM WRITE-DETAIL-RECORD
           END-IF
           .
      *
       WRITE-DETAIL-RECORD.
           MOVE SPACES                  TO AUTHMLOG-DETAIL-REC (1:4)
           MOVE SPACE                   TO AUTHMLOG-DETAIL-REC (19:1)
           WRITE AUTHMLOG-DETAIL-REC
           .
