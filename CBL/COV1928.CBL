      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1928.
       AUTHOR.        Georges B.
      *Daily aging report over the STATLOAD reject suspense file
      *(STATSUSP-FILE). Every row still held gets a line showing
      *its country code and report date as the extract carried
      *them, the business date it was first rejected, the days it
      *has been outstanding against the business date, the number
      *of times STATLOAD has recycled it and the reason it was last
      *rejected. A summary follows with one line per reason,
      *counting the held rows in age bands of 0-1, 2-7, 8-30 and
      *over 30 days outstanding, with the oldest row's age, so the
      *data desk can see which kinds of reject are being left to
      *go stale. Rows are corrected or released through COV1927.
      *Start and end are registered on the run-control file through
      *COV1900 behind the STATLOAD load; the business date the ages
      *are measured against and the override flag arrive on the
      *optional RUNCARD card.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT STATSUSP-FILE ASSIGN TO STATSUSP
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS SU-KEY
              FILE STATUS    IS WS-STATSUSP-STATUS
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
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           03 C-CODE-O            PIC BXXB.
           03 FILLER              PIC X(02).
           03 RPT-DATE-O          PIC X(10).
           03 FILLER              PIC X(02).
           03 FIRST-REJ-O         PIC X(10).
           03 FILLER              PIC X(02).
           03 DAYS-O              PIC ZZZZ9.
           03 FILLER              PIC X(02).
           03 RETRIES-O           PIC ZZZZ9.
           03 FILLER              PIC X(02).
           03 REASON-O            PIC X(40).
           03 FILLER              PIC X(48).
      *
       FD  STATSUSP-FILE.
       COPY STATSUSP REPLACING ==:TAG1:== BY ==STATSUSP==
                               ==:TAG2:== BY ==SU==.
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
       01  WS-STATSUSP-STATUS     PIC 99 VALUE ZEROS.
       01  WS-RUNCARD-STATUS      PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
      *
       01 FLAGS.
           03 LASTREC             PIC X VALUE SPACE.
           03 WS-REASON-FOUND     PIC X VALUE 'N'.
               88 REASON-IS-FOUND          VALUE 'Y'.
           03 WS-STATSUSP-IO-ERR  PIC X VALUE 'N'.
               88 STATSUSP-IO-ERROR        VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-SUSP-T-RECS      PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-OVER-30-T-RECS   PIC 9(05) COMP-3 VALUE ZEROES.
      *
      *Reason accumulator table, one entry per distinct reject
      *reason in first-seen order; a full table folds further new
      *reasons into the last entry so no held row is dropped from
      *the summary.
       01  WS-REASON-TABLE.
           03 WS-RSN-USED         PIC 9(03) COMP VALUE ZERO.
           03 WS-RSN-IDX          PIC 9(03) COMP VALUE ZERO.
           03 WS-RSN-HIT          PIC 9(03) COMP VALUE ZERO.
           03 WS-RSN-ENTRY OCCURS 50 TIMES.
               05 WS-RSN-TEXT     PIC X(40).
               05 WS-RSN-BAND-1   PIC 9(05) COMP-3.
               05 WS-RSN-BAND-2   PIC 9(05) COMP-3.
               05 WS-RSN-BAND-3   PIC 9(05) COMP-3.
               05 WS-RSN-BAND-4   PIC 9(05) COMP-3.
               05 WS-RSN-TOTAL    PIC 9(05) COMP-3.
               05 WS-RSN-OLDEST   PIC 9(05) COMP-3.
      *
       01  WS-AGE-DAYS            PIC 9(05) COMP-3 VALUE ZEROES.
      *
      *Day-number conversion: the business date and each row's
      *first-rejected date are turned into serial day counts so the
      *days outstanding is a simple subtraction.
       01  WS-DAYNUM-WORK.
           03 WS-DN-DATE          PIC 9(08) VALUE ZEROES.
           03 WS-DN-SPLIT         REDEFINES WS-DN-DATE.
               05 WS-DN-YEAR      PIC 9(04).
               05 WS-DN-MONTH     PIC 99.
               05 WS-DN-DAY       PIC 99.
           03 WS-DN-A             PIC 9(02) VALUE ZEROES.
           03 WS-DN-Y             PIC 9(05) VALUE ZEROES.
           03 WS-DN-M             PIC 9(02) VALUE ZEROES.
           03 WS-DN-SERIAL        PIC 9(08) VALUE ZEROES.
           03 WS-DN-BUS-SERIAL    PIC 9(08) VALUE ZEROES.
           03 WS-DN-GAP           PIC S9(08) VALUE ZEROES.
      *
       01  WS-FD-IN               PIC 9(08) VALUE ZEROES.
       01  WS-FD-SPLIT            REDEFINES WS-FD-IN.
           03 WS-FD-YEAR          PIC 9(04).
           03 WS-FD-MONTH         PIC 99.
           03 WS-FD-DAY           PIC 99.
       01  WS-FD-OUT.
           03 WS-FD-YEAR-O        PIC 9(04).
           03 FILLER              PIC X VALUE '/'.
           03 WS-FD-MONTH-O       PIC 99.
           03 FILLER              PIC X VALUE '/'.
           03 WS-FD-DAY-O         PIC 99.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(20) VALUE 'COV1928'.
           03 TITLE-1              PIC X(40) VALUE
                '*** STATLOAD SUSPENSE AGING REPORT *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(36).
      *
       01  WS-HEADER-1B.
           03 FILLER              PIC X(30) VALUE
                        'Days outstanding measured to '.
           03 BUS-DATE-O          PIC X(10).
      *
       01  WS-HEADER-2.
           03 COUNTRY-CODE        PIC X(04) VALUE 'CODE'.
           03 FILLER              PIC X(02).
           03 RPT-DATE-H          PIC X(10) VALUE 'RPT DATE'.
           03 FILLER              PIC X(02).
           03 FIRST-REJ-H         PIC X(10) VALUE 'FIRST REJ'.
           03 FILLER              PIC X(02).
           03 DAYS-H              PIC X(05) VALUE ' DAYS'.
           03 FILLER              PIC X(02).
           03 RETRIES-H           PIC X(05) VALUE 'TRIES'.
           03 FILLER              PIC X(02).
           03 REASON-H            PIC X(40) VALUE 'REASON'.
      *
       01  WS-HEADER-3.
           03 FILLER              PIC X(04) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(10) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(10) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(40) VALUE ALL '='.
      *
       01  WS-SUMMARY-HEADING.
           03 FILLER              PIC X(40) VALUE
                        'SUMMARY BY REASON'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE '  0-1'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE '  2-7'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE ' 8-30'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE '  >30'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE 'TOTAL'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(06) VALUE 'OLDEST'.
      *
       01  WS-SUMMARY-UNDERLINE.
           03 FILLER              PIC X(40) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(06) VALUE ALL '='.
      *
       01  WS-SUMMARY-LINE.
           03 SUM-REASON-O        PIC X(40).
           03 FILLER              PIC X(02).
           03 SUM-BAND-1-O        PIC ZZZZ9.
           03 FILLER              PIC X(02).
           03 SUM-BAND-2-O        PIC ZZZZ9.
           03 FILLER              PIC X(02).
           03 SUM-BAND-3-O        PIC ZZZZ9.
           03 FILLER              PIC X(02).
           03 SUM-BAND-4-O        PIC ZZZZ9.
           03 FILLER              PIC X(02).
           03 SUM-TOTAL-O         PIC ZZZZ9.
           03 FILLER              PIC X(03).
           03 SUM-OLDEST-O        PIC ZZZZ9.
      *
       01  WS-EMPTY-LINE.
           03 FILLER              PIC X(40) VALUE
                '*** NO ROWS HELD IN SUSPENSE ***'.
      *
       01  WS-TRAILER-1.
           03 FILLER              PIC X(26) VALUE
                        '*** End of Aging Report. '.
           03 WS-SUSP-O           PIC ZZZ,ZZ9.
           03 FILLER              PIC X(14) VALUE ' rows held, '.
           03 WS-OVER-30-O        PIC ZZZ,ZZ9.
           03 FILLER              PIC X(26) VALUE
                        ' outstanding over 30 days.'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
      *The run is registered on RUNCTL before any file opens; a
      *nonzero result (already run for the business date, STATLOAD
      *not yet complete, or the run-control file is down) abandons
      *the run with RC 16.
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
           MOVE 'COV1928'               TO RP-JOB
           MOVE 'STATLOAD'              TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1928 RUN NOT REGISTERED, RESULT '
                   RP-RESULT ' FOR BUSINESS DATE ' RP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RP-BUS-DATE             TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-SERIAL            TO WS-DN-BUS-SERIAL
           .
      *
      *A suspense file that has never been created (STATLOAD has
      *not rejected anything yet) reads as empty.
       OPEN-FILES.
           OPEN INPUT  STATSUSP-FILE
           EVALUATE WS-STATSUSP-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'Y'             TO LASTREC
               WHEN OTHER
                   SET STATSUSP-IO-ERROR TO TRUE
                   MOVE 'Y'             TO LASTREC
           END-EVALUATE
           OPEN OUTPUT PRINT-LINE
           .
      *
       WRITE-HEADERS.
           MOVE SPACES                  TO PRINT-REC
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-MONTH        TO WS-CURRENT-MONTH-O
           MOVE WS-CURRENT-DAY          TO WS-CURRENT-DAY-O
           MOVE WS-CURRENT-YEAR         TO WS-CURRENT-YEAR-O
      *
           MOVE WS-CURRENT-HOURS        TO WS-CURRENT-HOURS-O
           MOVE WS-CURRENT-MINUTES      TO WS-CURRENT-MINUTES-O
           MOVE WS-CURRENT-SECONDS      TO WS-CURRENT-SECONDS-O
      *
           MOVE WS-CURRENT-DATE-O       TO DATE-1
           MOVE WS-CURRENT-TIME-O       TO TIME-1
      *
           WRITE PRINT-REC            FROM WS-HEADER-1
           MOVE RP-BUS-DATE             TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO BUS-DATE-O
           WRITE PRINT-REC            FROM WS-HEADER-1B
           WRITE PRINT-REC            FROM WS-HEADER-2
           WRITE PRINT-REC            FROM WS-HEADER-3
           .
      *
       READ-NEXT-RECORD.
           IF LASTREC NOT EQUAL 'Y'
               PERFORM READ-RECORD
           END-IF
            PERFORM UNTIL LASTREC = 'Y'
                PERFORM AGE-SUSPENDED-ROW
                PERFORM READ-RECORD
            END-PERFORM
           .
      *
       WRITE-SUMMARY.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           IF WS-RSN-USED EQUAL ZERO
               WRITE PRINT-REC        FROM WS-EMPTY-LINE
           ELSE
               WRITE PRINT-REC        FROM WS-SUMMARY-HEADING
               WRITE PRINT-REC        FROM WS-SUMMARY-UNDERLINE
               PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX GREATER THAN WS-RSN-USED
                   PERFORM WRITE-SUMMARY-LINE
               END-PERFORM
           END-IF
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-SUSP-T-RECS          TO WS-SUSP-O
           MOVE WS-OVER-30-T-RECS       TO WS-OVER-30-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           .
      *
       CLOSE-STOP.
           CLOSE        STATSUSP-FILE
                        PRINT-LINE
           IF STATSUSP-IO-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0  TO RETURN-CODE
           END-IF
           MOVE 'E'                     TO RP-FUNC
           MOVE RETURN-CODE             TO RP-END-RC
           MOVE WS-SUSP-T-RECS          TO RP-REC-COUNT
           CALL 'COV1900' USING RP-RUNCTL-PARM
           GOBACK
           .
      *
       READ-RECORD.
           READ STATSUSP-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTREC
               NOT AT END
                   IF WS-STATSUSP-STATUS NOT EQUAL '00'
                       SET STATSUSP-IO-ERROR TO TRUE
                       MOVE 'Y'         TO LASTREC
                   ELSE
                       ADD 1            TO WS-SUSP-T-RECS
                   END-IF
           END-READ
           .
      *
       AGE-SUSPENDED-ROW.
           PERFORM COMPUTE-AGE
           MOVE SPACES                  TO PRINT-REC
           MOVE SU-CODE                 TO C-CODE-O
           MOVE SU-RPT-DATE             TO RPT-DATE-O
           MOVE SU-FIRST-REJ-DATE       TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO FIRST-REJ-O
           MOVE WS-AGE-DAYS             TO DAYS-O
           MOVE SU-RETRY-COUNT          TO RETRIES-O
           MOVE SU-REASON               TO REASON-O
           WRITE PRINT-REC
           PERFORM ADD-TO-REASON-TABLE
           .
      *
      *Days outstanding runs from the first rejection to the
      *business date; a first-rejected date that is missing or
      *later than the business date counts as outstanding 0 days.
       COMPUTE-AGE.
           MOVE ZERO                    TO WS-AGE-DAYS
           IF SU-FIRST-REJ-DATE GREATER THAN ZERO
               MOVE SU-FIRST-REJ-DATE   TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-DN-GAP =
                   WS-DN-BUS-SERIAL - WS-DN-SERIAL
               IF WS-DN-GAP GREATER THAN ZERO
                   MOVE WS-DN-GAP       TO WS-AGE-DAYS
               END-IF
           END-IF
           IF WS-AGE-DAYS GREATER THAN 30
               ADD 1                    TO WS-OVER-30-T-RECS
           END-IF
           .
      *
       ADD-TO-REASON-TABLE.
           PERFORM SCAN-REASON-TABLE
           IF NOT REASON-IS-FOUND
               IF WS-RSN-USED LESS THAN 50
                   ADD 1                TO WS-RSN-USED
                   MOVE WS-RSN-USED     TO WS-RSN-HIT
                   MOVE SU-REASON       TO WS-RSN-TEXT (WS-RSN-HIT)
                   MOVE ZEROES          TO WS-RSN-BAND-1 (WS-RSN-HIT)
                                           WS-RSN-BAND-2 (WS-RSN-HIT)
                                           WS-RSN-BAND-3 (WS-RSN-HIT)
                                           WS-RSN-BAND-4 (WS-RSN-HIT)
                                           WS-RSN-TOTAL (WS-RSN-HIT)
                                           WS-RSN-OLDEST (WS-RSN-HIT)
               ELSE
                   MOVE 50              TO WS-RSN-HIT
                   MOVE 'OTHER REASONS' TO WS-RSN-TEXT (50)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS LESS THAN 2
                   ADD 1                TO WS-RSN-BAND-1 (WS-RSN-HIT)
               WHEN WS-AGE-DAYS LESS THAN 8
                   ADD 1                TO WS-RSN-BAND-2 (WS-RSN-HIT)
               WHEN WS-AGE-DAYS LESS THAN 31
                   ADD 1                TO WS-RSN-BAND-3 (WS-RSN-HIT)
               WHEN OTHER
                   ADD 1                TO WS-RSN-BAND-4 (WS-RSN-HIT)
           END-EVALUATE
           ADD 1                        TO WS-RSN-TOTAL (WS-RSN-HIT)
           IF WS-AGE-DAYS GREATER THAN WS-RSN-OLDEST (WS-RSN-HIT)
               MOVE WS-AGE-DAYS         TO WS-RSN-OLDEST (WS-RSN-HIT)
           END-IF
           .
      *
       SCAN-REASON-TABLE.
           MOVE 'N'                     TO WS-REASON-FOUND
           MOVE ZERO                    TO WS-RSN-HIT
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX GREATER THAN WS-RSN-USED
                  OR REASON-IS-FOUND
               IF WS-RSN-TEXT (WS-RSN-IDX) EQUAL SU-REASON
                   SET REASON-IS-FOUND  TO TRUE
                   MOVE WS-RSN-IDX      TO WS-RSN-HIT
               END-IF
           END-PERFORM
           .
      *
       WRITE-SUMMARY-LINE.
           MOVE SPACES                  TO WS-SUMMARY-LINE
           MOVE WS-RSN-TEXT (WS-RSN-IDX)    TO SUM-REASON-O
           MOVE WS-RSN-BAND-1 (WS-RSN-IDX)  TO SUM-BAND-1-O
           MOVE WS-RSN-BAND-2 (WS-RSN-IDX)  TO SUM-BAND-2-O
           MOVE WS-RSN-BAND-3 (WS-RSN-IDX)  TO SUM-BAND-3-O
           MOVE WS-RSN-BAND-4 (WS-RSN-IDX)  TO SUM-BAND-4-O
           MOVE WS-RSN-TOTAL (WS-RSN-IDX)   TO SUM-TOTAL-O
           MOVE WS-RSN-OLDEST (WS-RSN-IDX)  TO SUM-OLDEST-O
           WRITE PRINT-REC            FROM WS-SUMMARY-LINE
           .
      *
      *Serial day count (Julian day number) so date gaps are plain
      *subtraction; January and February count as months 13 and 14
      *of the prior year.
       COMPUTE-DAY-NUMBER.
           COMPUTE WS-DN-A = (14 - WS-DN-MONTH) / 12
           COMPUTE WS-DN-Y = WS-DN-YEAR + 4800 - WS-DN-A
           COMPUTE WS-DN-M = WS-DN-MONTH + (12 * WS-DN-A) - 3
           COMPUTE WS-DN-SERIAL = WS-DN-DAY
               + (((153 * WS-DN-M) + 2) / 5)
               + (365 * WS-DN-Y)
               + (WS-DN-Y / 4) - (WS-DN-Y / 100) + (WS-DN-Y / 400)
               - 32045
           .
      *
       FORMAT-DATE.
           MOVE WS-FD-YEAR              TO WS-FD-YEAR-O
           MOVE WS-FD-MONTH             TO WS-FD-MONTH-O
           MOVE WS-FD-DAY               TO WS-FD-DAY-O
           .
