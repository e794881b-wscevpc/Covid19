      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1931.
       AUTHOR.        Georges B.
      *Morning open-cases report over the alert case file
      *(ALRTCASE-FILE) that COV1929 maintains each night. Every case
      *still open gets a line showing its country, metric or
      *exception type, first-breach and latest breaching report
      *dates, its age in days since the case was opened (measured
      *to the business date), the latest value against its limit,
      *the number of times it has re-opened, and who acknowledged
      *it through COV1930 (or NOT ACKED, for cases nobody has yet
      *picked up). Closed cases are left off. Start and end are
      *registered on the run-control file through COV1900 behind
      *the COV1929 case update; the business date and the override
      *flag arrive on the optional RUNCARD card.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT ALRTCASE-FILE ASSIGN TO ALRTCASE
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS AC-KEY
              FILE STATUS    IS WS-ALRTCASE-STATUS
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
           03 METRIC-O            PIC X(12).
           03 FILLER              PIC X(02).
           03 FIRST-DATE-O        PIC X(10).
           03 FILLER              PIC X(02).
           03 LAST-DATE-O         PIC X(10).
           03 FILLER              PIC X(02).
           03 AGE-O               PIC ZZZZ9.
           03 FILLER              PIC X(02).
           03 VALUE-O             PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER              PIC X(02).
           03 LIMIT-O             PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(02).
           03 REOPEN-O            PIC ZZ9.
           03 FILLER              PIC X(02).
           03 ACK-USER-O          PIC X(09).
           03 FILLER              PIC X(06).
      *
       FD  ALRTCASE-FILE.
       COPY ALRTCASE REPLACING ==:TAG1:== BY ==ALRTCASE==
                               ==:TAG2:== BY ==AC==.
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
       01  WS-ALRTCASE-STATUS     PIC 99 VALUE ZEROS.
       01  WS-RUNCARD-STATUS      PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
      *
       01 FLAGS.
           03 LASTREC             PIC X VALUE SPACE.
           03 WS-ALRTCASE-IO-ERR  PIC X VALUE 'N'.
               88 ALRTCASE-IO-ERROR        VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-CASE-T-RECS      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-OPEN-T-RECS      PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-UNACK-T-RECS     PIC 9(05) COMP-3 VALUE ZEROES.
      *
      *Day-number conversion: the business date and each case's
      *opened date are turned into serial day counts so the age is
      *a simple subtraction.
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
           03 FILLER               PIC X(20) VALUE 'COV1931'.
           03 TITLE-1              PIC X(40) VALUE
                '*** OPEN ALERT CASES *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(44).
      *
       01  WS-HEADER-1B.
           03 FILLER              PIC X(27) VALUE
                        'Case age measured to      '.
           03 BUS-DATE-O          PIC X(10).
      *
       01  WS-HEADER-2.
           03 COUNTRY-CODE        PIC X(04) VALUE 'CODE'.
           03 FILLER              PIC X(02).
           03 METRIC-H            PIC X(12) VALUE 'METRIC'.
           03 FILLER              PIC X(02).
           03 FIRST-DATE-H        PIC X(10) VALUE 'FIRST DATE'.
           03 FILLER              PIC X(02).
           03 LAST-DATE-H         PIC X(10) VALUE 'LAST DATE'.
           03 FILLER              PIC X(02).
           03 AGE-H               PIC X(05) VALUE '  AGE'.
           03 FILLER              PIC X(02).
           03 VALUE-H             PIC X(15) VALUE '   LATEST VALUE'.
           03 FILLER              PIC X(02).
           03 LIMIT-H             PIC X(14) VALUE '         LIMIT'.
           03 FILLER              PIC X(02).
           03 REOPEN-H            PIC X(03) VALUE 'R/O'.
           03 FILLER              PIC X(02).
           03 ACK-USER-H          PIC X(09) VALUE 'ACKED BY'.
      *
       01  WS-HEADER-3.
           03 FILLER              PIC X(04) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(12) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(10) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(10) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(05) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(15) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(14) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(03) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(09) VALUE ALL '='.
      *
       01  WS-TRAILER-1.
           03 FILLER              PIC X(25) VALUE
                        '*** End of Open Cases. '.
           03 WS-OPEN-O           PIC ZZZ,ZZ9.
           03 FILLER              PIC X(15) VALUE
                        ' cases open, '.
           03 WS-UNACK-O          PIC ZZZ,ZZ9.
           03 FILLER              PIC X(22) VALUE
                        ' not yet acknowledged.'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
      *The run is registered on RUNCTL before any file opens; a
      *nonzero result (already run for the business date, COV1929
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
           MOVE 'COV1931'               TO RP-JOB
           MOVE 'COV1929'               TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1931 RUN NOT REGISTERED, RESULT '
                   RP-RESULT ' FOR BUSINESS DATE ' RP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RP-BUS-DATE             TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-SERIAL            TO WS-DN-BUS-SERIAL
           .
      *
      *A case file that has never been created reads as empty.
       OPEN-FILES.
           OPEN INPUT  ALRTCASE-FILE
           EVALUATE WS-ALRTCASE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'Y'             TO LASTREC
               WHEN OTHER
                   SET ALRTCASE-IO-ERROR TO TRUE
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
                IF AC-IS-OPEN
                    PERFORM WRITE-CASE-LINE
                END-IF
                PERFORM READ-RECORD
            END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-OPEN-T-RECS          TO WS-OPEN-O
           MOVE WS-UNACK-T-RECS         TO WS-UNACK-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           .
      *
       CLOSE-STOP.
           CLOSE        ALRTCASE-FILE
                        PRINT-LINE
           IF ALRTCASE-IO-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0  TO RETURN-CODE
           END-IF
           MOVE 'E'                     TO RP-FUNC
           MOVE RETURN-CODE             TO RP-END-RC
           MOVE WS-OPEN-T-RECS          TO RP-REC-COUNT
           CALL 'COV1900' USING RP-RUNCTL-PARM
           GOBACK
           .
      *
       READ-RECORD.
           READ ALRTCASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTREC
               NOT AT END
                   IF WS-ALRTCASE-STATUS NOT EQUAL '00'
                       SET ALRTCASE-IO-ERROR TO TRUE
                       MOVE 'Y'         TO LASTREC
                   ELSE
                       ADD 1            TO WS-CASE-T-RECS
                   END-IF
           END-READ
           .
      *
       WRITE-CASE-LINE.
           ADD 1                        TO WS-OPEN-T-RECS
           MOVE SPACES                  TO PRINT-REC
           MOVE AC-CODE                 TO C-CODE-O
           MOVE AC-METRIC               TO METRIC-O
           MOVE AC-FIRST-DATE           TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO FIRST-DATE-O
           MOVE AC-LAST-RPT-DATE        TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO LAST-DATE-O
           MOVE AC-OPENED-DATE          TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE WS-DN-GAP = WS-DN-BUS-SERIAL - WS-DN-SERIAL
           IF WS-DN-GAP LESS THAN ZERO
               MOVE ZERO                TO WS-DN-GAP
           END-IF
           MOVE WS-DN-GAP               TO AGE-O
           MOVE AC-VALUE                TO VALUE-O
           MOVE AC-LIMIT                TO LIMIT-O
           MOVE AC-REOPEN-COUNT         TO REOPEN-O
           IF AC-IS-ACKED
               MOVE AC-ACK-USER         TO ACK-USER-O
           ELSE
               ADD 1                    TO WS-UNACK-T-RECS
               MOVE 'NOT ACKED'         TO ACK-USER-O
           END-IF
           WRITE PRINT-REC
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
