      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1938.
       AUTHOR.        Georges B.
      *Bulk load the provider's daily subnational extract into the
      *Covid19 subnational statistics file (SUBSTATS-FILE), the
      *way COV1915 loads the national extract. Each SUBEXT row
      *carries a country code, an area code, a report date and
      *the area's cumulative confirmed / deaths / recovered
      *figures for that date:
      *   cols  1-2   country code
      *   cols  3-5   area code
      *   cols  6-13  report date, YYYYMMDD
      *   cols 14-22  cumulative confirmed
      *   cols 23-31  cumulative deaths
      *   cols 32-40  cumulative recovered
      *Good rows are written as new SS-CODE plus SS-AREA plus
      *SS-RPT-DATE records. Rows are rejected for an area not on
      *the SUBAREAS reference master (maintained by COV1937),
      *impossible dates, non-numeric values, a record already on
      *file for the key, and cumulative values below the area's
      *latest recorded date before the row's date; rejected rows
      *go to the SUBREJ file carrying the original row and the
      *reason, and are also held on the indexed SUBSUSP suspense
      *file so no area-day is lost between generations. Every run
      *first recycles the suspended rows through the same edits
      *before the new extract is read: a row that now passes (its
      *area since added through COV1937) is loaded and leaves
      *suspense, one that still fails stays with its reason
      *refreshed and its retry count stepped. A new extract row
      *that loads for a key still in suspense supersedes the
      *suspended row, which is dropped. Start and end are
      *registered on the run-control file through COV1900 under
      *the SUBLOAD job name (the prerequisite the COV1939 roll-up
      *reconciliation checks); the business date and override
      *flag arrive on the optional RUNCARD card.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT SUBEXT-FILE ASSIGN TO SUBEXT
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-SUBEXT-STATUS
           .
      *
           SELECT SUBREJ-FILE ASSIGN TO SUBREJ
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-SUBREJ-STATUS
           .
      *
           SELECT SUBSUSP-FILE ASSIGN TO SUBSUSP
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS SU-KEY
              FILE STATUS    IS WS-SUBSUSP-STATUS
           .
      *
           SELECT SUBSTATS-FILE ASSIGN TO SUBSTATS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS SS-KEY
              FILE STATUS    IS WS-SUBSTATS-STATUS
           .
      *
           SELECT SUBAREAS-FILE ASSIGN TO SUBAREAS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS SA-KEY
              FILE STATUS    IS WS-SUBAREAS-STATUS
           .
      *
           SELECT OPTIONAL RUNCARD-FILE ASSIGN TO RUNCARD
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-RUNCARD-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  SUBEXT-FILE RECORDING MODE F.
       01  SUBEXT-REC.
           03 EX-SS-CODE           PIC X(02).
           03 EX-SS-AREA           PIC X(03).
           03 EX-SS-RPT-DATE       PIC X(08).
           03 EX-SS-RPT-DATE-N     REDEFINES EX-SS-RPT-DATE
                                   PIC 9(08).
           03 EX-CONFIRMED         PIC X(09).
           03 EX-CONFIRMED-N       REDEFINES EX-CONFIRMED
                                   PIC 9(09).
           03 EX-DEATHS            PIC X(09).
           03 EX-DEATHS-N          REDEFINES EX-DEATHS
                                   PIC 9(09).
           03 EX-RECOVERED         PIC X(09).
           03 EX-RECOVERED-N       REDEFINES EX-RECOVERED
                                   PIC 9(09).
      *
       FD  SUBREJ-FILE RECORDING MODE F.
       01  SUBREJ-REC.
           03 REJ-EXTRACT          PIC X(40).
           03 FILLER               PIC X(01).
           03 REJ-REASON           PIC X(40).
       01  SUBREJ-TRAILER-REC      PIC X(90).
      *
       FD  SUBSUSP-FILE.
       COPY SUBSUSP  REPLACING ==:TAG1:== BY ==SUBSUSP==
                               ==:TAG2:== BY ==SU==.
      *
       FD  SUBSTATS-FILE.
       COPY SUBSTATS REPLACING ==:TAG1:== BY ==SUBSTATS==
                               ==:TAG2:== BY ==SS==.
      *
       FD  SUBAREAS-FILE.
       COPY SUBAREAS REPLACING ==:TAG1:== BY ==SUBAREAS==
                               ==:TAG2:== BY ==SA==.
      *
       FD  RUNCARD-FILE.
       01  RUNCARD-REC.
           03 RC-BUS-DATE          PIC X(08).
           03 RC-BUS-DATE-N        REDEFINES RC-BUS-DATE
                                   PIC 9(08).
           03 RC-OVERRIDE          PIC X(01).
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-SUBEXT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-SUBREJ-STATUS        PIC 99 VALUE ZEROS.
       01  WS-SUBSUSP-STATUS       PIC 99 VALUE ZEROS.
       01  WS-SUBSTATS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-SUBAREAS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-RUNCARD-STATUS       PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
      *
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
           03 WS-SUBSTATS-IO-ERR   PIC X VALUE 'N'.
               88 SUBSTATS-IO-ERROR        VALUE 'Y'.
      *
       01  COUNTERS.
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
       01  WS-PRIOR-VALUES.
           03 WS-PRI-CONFIRMED     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-PRI-DEATHS        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-PRI-RECOVERED     PIC 9(09) COMP-3 VALUE ZEROES.
      *
       01  WS-DATE-EDIT.
           03 WS-DE-DATE           PIC 9(08) VALUE ZEROES.
           03 WS-DE-SPLIT          REDEFINES WS-DE-DATE.
               05 WS-DE-YEAR       PIC 9(04).
               05 WS-DE-MONTH      PIC 99.
               05 WS-DE-DAY        PIC 99.
           03 WS-DE-MAX-DAY        PIC 99 VALUE ZEROES.
           03 WS-DE-REM            PIC 9(04) VALUE ZEROES.
           03 WS-DE-QUOT           PIC 9(04) VALUE ZEROES.
           03 WS-DE-LEAP           PIC X VALUE 'N'.
               88 YEAR-IS-LEAP             VALUE 'Y'.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(35) VALUE
                        '*** End of Subnational Load Run. '.
           03 WS-T-EXT-O           PIC ZZZ,ZZ9.
           03 FILLER               PIC X(07) VALUE ' rows ('.
           03 WS-LOAD-O            PIC ZZZ,ZZ9.
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
      *The run is registered on RUNCTL before any file opens, under
      *the SUBLOAD job name the reconciliation names as its
      *prerequisite; a nonzero result (the load already run for the
      *business date, or the run-control file is down) abandons the
      *run with RC 16.
       REGISTER-RUN-START.
           OPEN INPUT RUNCARD-FILE
           MOVE SPACES                  TO RP-RUNCTL-PARM
           MOVE ZEROES                  TO RP-BUS-DATE
                                           RP-END-RC
                                           RP-REC-COUNT
           READ RUNCARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RC-BUS-DATE IS NUMERIC
                       MOVE RC-BUS-DATE-N    TO RP-BUS-DATE
                   END-IF
                   MOVE RC-OVERRIDE          TO RP-OVERRIDE
           END-READ
           CLOSE RUNCARD-FILE
           IF RP-BUS-DATE EQUAL ZEROES
               MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-YEAR         TO RP-BUS-DATE (1:4)
               MOVE WS-CURRENT-MONTH        TO RP-BUS-DATE (5:2)
               MOVE WS-CURRENT-DAY          TO RP-BUS-DATE (7:2)
           END-IF
           MOVE 'S'                     TO RP-FUNC
           MOVE 'SUBLOAD'               TO RP-JOB
           MOVE SPACES                  TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'SUBLOAD RUN NOT REGISTERED, RESULT '
                   RP-RESULT ' FOR BUSINESS DATE ' RP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *
       OPEN-FILES.
           OPEN INPUT  SUBEXT-FILE
           IF WS-SUBEXT-STATUS NOT EQUAL '00'
               SET SUBSTATS-IO-ERROR    TO TRUE
           END-IF
           OPEN OUTPUT SUBREJ-FILE
           IF WS-SUBREJ-STATUS NOT EQUAL '00'
               SET SUBSTATS-IO-ERROR    TO TRUE
           END-IF
           OPEN I-O    SUBSUSP-FILE
           IF WS-SUBSUSP-STATUS EQUAL '35'
               OPEN OUTPUT SUBSUSP-FILE
               CLOSE SUBSUSP-FILE
               OPEN I-O SUBSUSP-FILE
           END-IF
           IF WS-SUBSUSP-STATUS NOT EQUAL '00'
               SET SUBSTATS-IO-ERROR    TO TRUE
           END-IF
           OPEN I-O    SUBSTATS-FILE
           IF WS-SUBSTATS-STATUS EQUAL '35'
               OPEN OUTPUT SUBSTATS-FILE
               CLOSE SUBSTATS-FILE
               OPEN I-O SUBSTATS-FILE
           END-IF
           IF WS-SUBSTATS-STATUS NOT EQUAL '00'
               SET SUBSTATS-IO-ERROR    TO TRUE
           END-IF
           OPEN INPUT  SUBAREAS-FILE
           IF WS-SUBAREAS-STATUS NOT EQUAL '00'
               SET SUBSTATS-IO-ERROR    TO TRUE
           END-IF
           .
      *
      *Yesterday's suspended rows go through the edits before
      *today's extract, so a row the provider re-sends today finds
      *the recycled record (or its absence) already settled.
       RECYCLE-SUSPENSE.
           IF NOT SUBSTATS-IO-ERROR
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
            PERFORM UNTIL LASTREC = 'Y'
                PERFORM PROCESS-EXTRACT-ROW
                PERFORM READ-EXTRACT-ROW
            END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE WS-EXT-T-RECS           TO WS-T-EXT-O
           MOVE WS-LOAD-T-RECS          TO WS-LOAD-O
           MOVE WS-REJ-T-RECS           TO WS-REJ-O
           WRITE SUBREJ-TRAILER-REC    FROM WS-TRAILER-1
           MOVE WS-RCY-T-RECS           TO WS-RCY-O
           MOVE WS-RCYLD-T-RECS         TO WS-RCYLD-O
           MOVE WS-HELD-T-RECS          TO WS-HELD-O
           MOVE WS-SUSP-T-RECS          TO WS-SUSP-O
           WRITE SUBREJ-TRAILER-REC    FROM WS-TRAILER-2
           .
      *
       CLOSE-STOP.
           CLOSE        SUBEXT-FILE
                        SUBREJ-FILE
                        SUBSUSP-FILE
                        SUBSTATS-FILE
                        SUBAREAS-FILE
           EVALUATE TRUE
               WHEN SUBSTATS-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REJ-T-RECS GREATER THAN ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           MOVE 'E'                     TO RP-FUNC
           MOVE RETURN-CODE             TO RP-END-RC
           MOVE WS-EXT-T-RECS           TO RP-REC-COUNT
           CALL 'COV1900' USING RP-RUNCTL-PARM
           GOBACK
           .
      *
       READ-EXTRACT-ROW.
           READ SUBEXT-FILE
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-EXT-T-RECS
           END-READ
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
      *and the recycled suspense rows; both arrive in SUBEXT-REC.
       EDIT-AND-LOAD-ROW.
           SET ROW-IS-VALID             TO TRUE
           MOVE SPACES                  TO WS-REASON
           PERFORM EDIT-EXTRACT-ROW
           IF ROW-IS-VALID
               PERFORM FIND-PRIOR-RECORD
           END-IF
           IF ROW-IS-VALID
               PERFORM CHECK-PRIOR-VALUES
           END-IF
           IF ROW-IS-VALID
               PERFORM LOAD-STATS-RECORD
           END-IF
           .
      *
      *An area on the reference master implies its country is on
      *COUNTRYS, since COV1937 will not add one otherwise.
       EDIT-EXTRACT-ROW.
           IF EX-CONFIRMED NOT NUMERIC
                   OR EX-DEATHS NOT NUMERIC
                   OR EX-RECOVERED NOT NUMERIC
               SET ROW-IS-INVALID       TO TRUE
               MOVE 'EXTRACT VALUES NOT NUMERIC' TO WS-REASON
           END-IF
           IF ROW-IS-VALID
               PERFORM EDIT-RPT-DATE
           END-IF
           IF ROW-IS-VALID
               MOVE EX-SS-CODE          TO SA-CODE
               MOVE EX-SS-AREA          TO SA-AREA
               READ SUBAREAS-FILE
                   INVALID KEY
                       SET ROW-IS-INVALID TO TRUE
                       MOVE 'UNKNOWN COUNTRY/AREA CODE' TO WS-REASON
               END-READ
           END-IF
           .
      *
      *A report date must be all digits with a real month and a
      *real day for that month, February honouring leap years.
       EDIT-RPT-DATE.
           IF EX-SS-RPT-DATE NOT NUMERIC
               SET ROW-IS-INVALID       TO TRUE
               MOVE 'IMPOSSIBLE REPORT DATE' TO WS-REASON
           ELSE
               MOVE EX-SS-RPT-DATE-N    TO WS-DE-DATE
               PERFORM EDIT-DATE-PARTS
           END-IF
           .
      *
       EDIT-DATE-PARTS.
           MOVE 'N'                     TO WS-DE-LEAP
           DIVIDE WS-DE-YEAR BY 4
               GIVING WS-DE-QUOT REMAINDER WS-DE-REM
           IF WS-DE-REM EQUAL ZERO
               SET YEAR-IS-LEAP         TO TRUE
           END-IF
           DIVIDE WS-DE-YEAR BY 100
               GIVING WS-DE-QUOT REMAINDER WS-DE-REM
           IF WS-DE-REM EQUAL ZERO
               MOVE 'N'                 TO WS-DE-LEAP
               DIVIDE WS-DE-YEAR BY 400
                   GIVING WS-DE-QUOT REMAINDER WS-DE-REM
               IF WS-DE-REM EQUAL ZERO
                   SET YEAR-IS-LEAP     TO TRUE
               END-IF
           END-IF
           EVALUATE WS-DE-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31              TO WS-DE-MAX-DAY
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30              TO WS-DE-MAX-DAY
               WHEN 02
                   IF YEAR-IS-LEAP
                       MOVE 29          TO WS-DE-MAX-DAY
                   ELSE
                       MOVE 28          TO WS-DE-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE ZEROES          TO WS-DE-MAX-DAY
           END-EVALUATE
           IF WS-DE-MAX-DAY EQUAL ZERO
                   OR WS-DE-DAY EQUAL ZERO
                   OR WS-DE-DAY GREATER THAN WS-DE-MAX-DAY
                   OR WS-DE-YEAR EQUAL ZERO
               SET ROW-IS-INVALID       TO TRUE
               MOVE 'IMPOSSIBLE REPORT DATE' TO WS-REASON
           END-IF
           .
      *
      *The prior day's cumulatives are those of the area's latest
      *recorded date before the row's date. START only positions
      *forward, so the area's dates are walked from the top of its
      *key range, keeping the last record seen before the row's
      *date.
       FIND-PRIOR-RECORD.
           MOVE 'N'                     TO WS-PRIOR-FOUND
           MOVE SPACE                   TO LASTSCAN
           MOVE EX-SS-CODE              TO SS-CODE
           MOVE EX-SS-AREA              TO SS-AREA
           MOVE ZEROES                  TO SS-RPT-DATE
           START SUBSTATS-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   MOVE 'Y'             TO LASTSCAN
           END-START
            PERFORM UNTIL LASTSCAN = 'Y'
                PERFORM READ-PRIOR-CANDIDATE
            END-PERFORM
           .
      *
       READ-PRIOR-CANDIDATE.
           READ SUBSTATS-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTSCAN
               NOT AT END
                   IF SS-CODE NOT EQUAL EX-SS-CODE
                           OR SS-AREA NOT EQUAL EX-SS-AREA
                           OR SS-RPT-DATE NOT LESS THAN
                              EX-SS-RPT-DATE-N
                       MOVE 'Y'         TO LASTSCAN
                   ELSE
                       SET PRIOR-DATE-ON-FILE   TO TRUE
                       MOVE SS-CONFIRMED TO WS-PRI-CONFIRMED
                       MOVE SS-DEATHS   TO WS-PRI-DEATHS
                       MOVE SS-RECOVERED TO WS-PRI-RECOVERED
                   END-IF
           END-READ
           .
      *
      *Cumulative history must be non-decreasing: a row below the
      *prior recorded date's figures is a feed error, not a load.
       CHECK-PRIOR-VALUES.
           IF PRIOR-DATE-ON-FILE
               IF EX-CONFIRMED-N LESS THAN WS-PRI-CONFIRMED
                   OR EX-DEATHS-N LESS THAN WS-PRI-DEATHS
                   OR EX-RECOVERED-N LESS THAN WS-PRI-RECOVERED
                   SET ROW-IS-INVALID   TO TRUE
                   MOVE 'BELOW PRIOR DAY CUMULATIVE' TO WS-REASON
               END-IF
           END-IF
           .
      *
       LOAD-STATS-RECORD.
           MOVE EX-SS-CODE              TO SS-CODE
           MOVE EX-SS-AREA              TO SS-AREA
           MOVE EX-SS-RPT-DATE-N        TO SS-RPT-DATE
           MOVE EX-CONFIRMED-N          TO SS-CONFIRMED
           MOVE EX-DEATHS-N             TO SS-DEATHS
           MOVE EX-RECOVERED-N          TO SS-RECOVERED
           WRITE SUBSTATS-RECORD
               INVALID KEY
                   SET ROW-IS-INVALID   TO TRUE
                   MOVE 'ALREADY ON FILE FOR DATE' TO WS-REASON
           END-WRITE
           .
      *
       WRITE-REJECT-RECORD.
           MOVE SPACES                  TO SUBREJ-REC
           MOVE SUBEXT-REC              TO REJ-EXTRACT
           MOVE WS-REASON               TO REJ-REASON
           WRITE SUBREJ-REC
           .
      *
      *A new reject is held in suspense under its own key. The
      *provider re-sending a row already held replaces the held
      *row and reason, but the first-rejected date and retry count
      *stay.
       SUSPEND-REJECTED-ROW.
           MOVE 'N'                     TO WS-SUSP-FOUND
           MOVE EX-SS-CODE              TO SU-CODE
           MOVE EX-SS-AREA              TO SU-AREA
           MOVE EX-SS-RPT-DATE          TO SU-RPT-DATE
           READ SUBSUSP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROW-ALREADY-SUSPENDED TO TRUE
           END-READ
           MOVE SUBEXT-REC              TO SU-EXTRACT
           MOVE WS-REASON               TO SU-REASON
           IF ROW-ALREADY-SUSPENDED
               REWRITE SUBSUSP-RECORD
                   INVALID KEY
                       SET SUBSTATS-IO-ERROR TO TRUE
               END-REWRITE
           ELSE
               MOVE RP-BUS-DATE         TO SU-FIRST-REJ-DATE
                                           SU-LAST-TRY-DATE
               MOVE ZEROES              TO SU-RETRY-COUNT
               WRITE SUBSUSP-RECORD
                   INVALID KEY
                       SET SUBSTATS-IO-ERROR TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SUSP-T-RECS
               END-WRITE
           END-IF
           .
      *
      *A fresh row loaded for a key that was held in suspense (the
      *held row could not load in the recycle pass) supersedes it.
       DROP-SUPERSEDED-ROW.
           MOVE EX-SS-CODE              TO SU-CODE
           MOVE EX-SS-AREA              TO SU-AREA
           MOVE EX-SS-RPT-DATE          TO SU-RPT-DATE
           DELETE SUBSUSP-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           .
      *
       READ-SUSPENSE-ROW.
           READ SUBSUSP-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTSUSP
                NOT AT END   ADD 1 TO WS-RCY-T-RECS
           END-READ
           IF WS-SUBSUSP-STATUS NOT EQUAL '00'
                   AND WS-SUBSUSP-STATUS NOT EQUAL '10'
               SET SUBSTATS-IO-ERROR    TO TRUE
               MOVE 'Y'                 TO LASTSUSP
           END-IF
           .
      *
      *The held row is staged in the extract record area so it
      *passes exactly the edits a new row does. A row that loads
      *leaves suspense; one that still fails keeps its place with
      *the latest reason and one more retry counted, and does not
      *go to SUBREJ again.
       RECYCLE-SUSPENSE-ROW.
           MOVE SU-EXTRACT              TO SUBEXT-REC
           PERFORM EDIT-AND-LOAD-ROW
           IF ROW-IS-VALID
               ADD 1 TO WS-RCYLD-T-RECS
               DELETE SUBSUSP-FILE RECORD
                   INVALID KEY
                       SET SUBSTATS-IO-ERROR TO TRUE
               END-DELETE
           ELSE
               ADD 1 TO WS-HELD-T-RECS
               MOVE WS-REASON           TO SU-REASON
               MOVE RP-BUS-DATE         TO SU-LAST-TRY-DATE
               ADD 1                    TO SU-RETRY-COUNT
               REWRITE SUBSUSP-RECORD
                   INVALID KEY
                       SET SUBSTATS-IO-ERROR TO TRUE
               END-REWRITE
           END-IF
           .
