      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1945.
       AUTHOR.        Georges B.
      *Weekly security report over the AUTHLOG security log for
      *the seven days ending on the business date. The first part
      *lists every maintenance attempt refused for want of
      *authority - by the COV1943 check in the batch maintenance
      *programs, by the COVM and COVC transactions and by COV1944
      *itself - with the job, the user named on the transaction,
      *the function and key attempted and the reason it was
      *refused. The second part lists every change to the
      *authorization file made through COV1944: users added,
      *grants changed and users removed, with who made the change
      *and the grants before and after. The log is read once for
      *each part, in the timestamp order it was written. Any
      *refused attempt in the week ends the run with RC 4 so the
      *report goes to the security reviewer. Start and end are
      *registered on the run-control file through COV1900; the
      *business date and override flag arrive on the optional
      *RUNCARD card.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT AUTHLOG-FILE ASSIGN TO AUTHLOG
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-AUTHLOG-STATUS
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
           03 TS-DATE-O           PIC X(10).
           03 FILLER              PIC X(02).
           03 TS-TIME-O           PIC X(08).
           03 FILLER              PIC X(02).
           03 JOB-O               PIC X(08).
           03 FILLER              PIC X(02).
           03 USER-O              PIC X(08).
           03 FILLER              PIC X(02).
           03 FUNC-O              PIC X(04).
           03 FILLER              PIC X(02).
           03 KEY-O               PIC X(20).
           03 FILLER              PIC X(02).
           03 REASON-O            PIC X(40).
           03 FILLER              PIC X(22).
       01  PRINT-GRANT-REC.
           03 GR-DATE-O           PIC X(10).
           03 FILLER              PIC X(02).
           03 GR-TIME-O           PIC X(08).
           03 FILLER              PIC X(02).
           03 GR-ACTION-O         PIC X(08).
           03 FILLER              PIC X(02).
           03 GR-USER-O           PIC X(08).
           03 FILLER              PIC X(02).
           03 GR-TARGET-O         PIC X(08).
           03 FILLER              PIC X(02).
           03 GR-BEFORE-O         PIC X(09).
           03 FILLER              PIC X(02).
           03 GR-AFTER-O          PIC X(09).
           03 FILLER              PIC X(60).
      *
       FD  AUTHLOG-FILE RECORDING MODE F.
       COPY AUTHLOG  REPLACING ==:TAG1:== BY ==AUTHLOG==
                               ==:TAG2:== BY ==AL==.
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
       01  WS-AUTHLOG-STATUS      PIC 99 VALUE ZEROS.
       01  WS-RUNCARD-STATUS      PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
      *
       01 FLAGS.
           03 LASTREC             PIC X VALUE SPACE.
           03 WS-PASS             PIC X VALUE SPACE.
               88 DENIAL-PASS              VALUE 'D'.
               88 GRANT-PASS               VALUE 'G'.
           03 WS-IN-WEEK          PIC X VALUE 'N'.
               88 EVENT-IN-WEEK            VALUE 'Y'.
           03 WS-AUTHLOG-IO-ERR   PIC X VALUE 'N'.
               88 AUTHLOG-IO-ERROR         VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-LOG-T-RECS       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-DENY-T-RECS      PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-ADD-T-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CHG-T-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-DEL-T-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
      *
      *Day-number conversion: the business date and each log
      *record's date are turned into serial day counts so the
      *seven-day window is a simple subtraction.
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
       01  WS-FT-IN               PIC 9(06) VALUE ZEROES.
       01  WS-FT-SPLIT            REDEFINES WS-FT-IN.
           03 WS-FT-HOURS         PIC 99.
           03 WS-FT-MINUTES       PIC 99.
           03 WS-FT-SECONDS       PIC 99.
       01  WS-FT-OUT.
           03 WS-FT-HOURS-O       PIC 99.
           03 FILLER              PIC X VALUE ':'.
           03 WS-FT-MINUTES-O     PIC 99.
           03 FILLER              PIC X VALUE ':'.
           03 WS-FT-SECONDS-O     PIC 99.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-HEADER-1.
           03 FILLER               PIC X(20) VALUE 'COV1945'.
           03 TITLE-1              PIC X(40) VALUE
                '*** WEEKLY SECURITY REPORT *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(36).
      *
       01  WS-HEADER-1B.
           03 FILLER              PIC X(33) VALUE
                        'Security log for 7 days ending '.
           03 BUS-DATE-O          PIC X(10).
      *
       01  WS-DENY-TITLE.
           03 FILLER              PIC X(40) VALUE
                        'MAINTENANCE ATTEMPTS DENIED'.
      *
       01  WS-DENY-HEADER-2.
           03 FILLER              PIC X(10) VALUE 'DATE'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE 'TIME'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE 'JOB'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE 'USER'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(04) VALUE 'FUNC'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(20) VALUE 'KEY'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(40) VALUE 'REASON'.
      *
       01  WS-DENY-HEADER-3.
           03 FILLER              PIC X(10) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(04) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(20) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(40) VALUE ALL '='.
      *
       01  WS-GRANT-TITLE.
           03 FILLER              PIC X(40) VALUE
                        'AUTHORIZATION GRANT CHANGES'.
      *
      *Grant positions as AUTHFILE holds them, so the before and
      *after columns can be read position by position.
       01  WS-GRANT-LEGEND.
           03 FILLER              PIC X(32) VALUE
                        'Grants: 1 CA  2 CC  3 CD  4 SC  '.
           03 FILLER              PIC X(28) VALUE
                        '5 VU  6 PO  7 RG  8 PM  9 AU'.
      *
       01  WS-GRANT-HEADER-2.
           03 FILLER              PIC X(10) VALUE 'DATE'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE 'TIME'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE 'ACTION'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE 'BY USER'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE 'FOR USER'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(09) VALUE 'BEFORE'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(09) VALUE 'AFTER'.
      *
       01  WS-GRANT-HEADER-3.
           03 FILLER              PIC X(10) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(09) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(09) VALUE ALL '='.
      *
       01  WS-NO-DENY-LINE.
           03 FILLER              PIC X(40) VALUE
                '*** NO ATTEMPTS DENIED ***'.
      *
       01  WS-NO-GRANT-LINE.
           03 FILLER              PIC X(40) VALUE
                '*** NO GRANT CHANGES ***'.
      *
       01  WS-TRAILER-1.
           03 FILLER              PIC X(28) VALUE
                        '*** End of Security Report. '.
           03 WS-DENY-O           PIC ZZZ,ZZ9.
           03 FILLER              PIC X(19) VALUE
                        ' attempts denied, '.
           03 WS-ADD-O            PIC ZZZ,ZZ9.
           03 FILLER              PIC X(14) VALUE ' users added, '.
           03 WS-CHG-O            PIC ZZZ,ZZ9.
           03 FILLER              PIC X(10) VALUE ' changed, '.
           03 WS-DEL-O            PIC ZZZ,ZZ9.
           03 FILLER              PIC X(10) VALUE ' removed.'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
      *The run is registered on RUNCTL before any file opens; a
      *nonzero result (already run for the business date, or the
      *run-control file is down) abandons the run with RC 16.
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
           MOVE 'COV1945'               TO RP-JOB
           MOVE SPACES                  TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1945 RUN NOT REGISTERED, RESULT '
                   RP-RESULT ' FOR BUSINESS DATE ' RP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RP-BUS-DATE             TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-SERIAL            TO WS-DN-BUS-SERIAL
           .
      *
       OPEN-FILES.
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
           .
      *
       LIST-DENIALS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC            FROM WS-DENY-TITLE
           WRITE PRINT-REC            FROM WS-DENY-HEADER-2
           WRITE PRINT-REC            FROM WS-DENY-HEADER-3
           SET DENIAL-PASS              TO TRUE
           PERFORM SCAN-SECURITY-LOG
           IF WS-DENY-T-RECS EQUAL ZERO
               WRITE PRINT-REC        FROM WS-NO-DENY-LINE
           END-IF
           .
      *
       LIST-GRANT-CHANGES.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           WRITE PRINT-REC            FROM WS-GRANT-TITLE
           WRITE PRINT-REC            FROM WS-GRANT-LEGEND
           WRITE PRINT-REC            FROM WS-GRANT-HEADER-2
           WRITE PRINT-REC            FROM WS-GRANT-HEADER-3
           SET GRANT-PASS               TO TRUE
           PERFORM SCAN-SECURITY-LOG
           IF WS-ADD-T-RECS EQUAL ZERO
                   AND WS-CHG-T-RECS EQUAL ZERO
                   AND WS-DEL-T-RECS EQUAL ZERO
               WRITE PRINT-REC        FROM WS-NO-GRANT-LINE
           END-IF
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-DENY-T-RECS          TO WS-DENY-O
           MOVE WS-ADD-T-RECS           TO WS-ADD-O
           MOVE WS-CHG-T-RECS           TO WS-CHG-O
           MOVE WS-DEL-T-RECS           TO WS-DEL-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           .
      *
       CLOSE-STOP.
           CLOSE        PRINT-LINE
           EVALUATE TRUE
               WHEN AUTHLOG-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-DENY-T-RECS GREATER THAN ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           MOVE 'E'                     TO RP-FUNC
           MOVE RETURN-CODE             TO RP-END-RC
           MOVE WS-LOG-T-RECS           TO RP-REC-COUNT
           CALL 'COV1900' USING RP-RUNCTL-PARM
           GOBACK
           .
      *
      *One pass of the security log for the part being listed. A
      *log that has never been created (nothing refused or granted
      *yet) reads as empty.
       SCAN-SECURITY-LOG.
           MOVE SPACE                   TO LASTREC
           OPEN INPUT  AUTHLOG-FILE
           EVALUATE WS-AUTHLOG-STATUS
               WHEN '00'
                   PERFORM READ-RECORD
                   PERFORM UNTIL LASTREC = 'Y'
                       PERFORM LIST-LOG-RECORD
                       PERFORM READ-RECORD
                   END-PERFORM
                   CLOSE AUTHLOG-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   SET AUTHLOG-IO-ERROR TO TRUE
           END-EVALUATE
           .
      *
       READ-RECORD.
           READ AUTHLOG-FILE
               AT END
                   MOVE 'Y'             TO LASTREC
               NOT AT END
                   IF DENIAL-PASS
                       ADD 1            TO WS-LOG-T-RECS
                   END-IF
           END-READ
           IF WS-AUTHLOG-STATUS NOT EQUAL '00'
                   AND WS-AUTHLOG-STATUS NOT EQUAL '10'
               SET AUTHLOG-IO-ERROR     TO TRUE
               MOVE 'Y'                 TO LASTREC
           END-IF
           .
      *
       LIST-LOG-RECORD.
           PERFORM CHECK-WEEK
           IF EVENT-IN-WEEK
               IF DENIAL-PASS
                   IF AL-EVENT EQUAL 'D'
                       PERFORM WRITE-DENIAL-LINE
                   END-IF
               ELSE
                   IF AL-EVENT EQUAL 'A' OR 'C' OR 'R'
                       PERFORM WRITE-GRANT-LINE
                   END-IF
               END-IF
           END-IF
           .
      *
      *An event is in the week when its date falls on the business
      *date or one of the six days before it.
       CHECK-WEEK.
           MOVE 'N'                     TO WS-IN-WEEK
           IF AL-TS-DATE IS NUMERIC
                   AND AL-TS-DATE GREATER THAN ZERO
               MOVE AL-TS-DATE          TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-DN-GAP =
                   WS-DN-BUS-SERIAL - WS-DN-SERIAL
               IF WS-DN-GAP NOT LESS THAN ZERO
                       AND WS-DN-GAP LESS THAN 7
                   SET EVENT-IN-WEEK    TO TRUE
               END-IF
           END-IF
           .
      *
       WRITE-DENIAL-LINE.
           ADD 1                        TO WS-DENY-T-RECS
           MOVE SPACES                  TO PRINT-REC
           MOVE AL-TS-DATE              TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO TS-DATE-O
           MOVE AL-TS-TIME              TO WS-FT-IN
           PERFORM FORMAT-TIME
           MOVE WS-FT-OUT               TO TS-TIME-O
           MOVE AL-JOB                  TO JOB-O
           MOVE AL-USER                 TO USER-O
           MOVE AL-FUNC                 TO FUNC-O
           MOVE AL-KEY                  TO KEY-O
           MOVE AL-REASON               TO REASON-O
           WRITE PRINT-REC
           .
      *
       WRITE-GRANT-LINE.
           MOVE SPACES                  TO PRINT-GRANT-REC
           MOVE AL-TS-DATE              TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO GR-DATE-O
           MOVE AL-TS-TIME              TO WS-FT-IN
           PERFORM FORMAT-TIME
           MOVE WS-FT-OUT               TO GR-TIME-O
           EVALUATE AL-EVENT
               WHEN 'A'
                   MOVE 'ADDED'         TO GR-ACTION-O
                   ADD 1                TO WS-ADD-T-RECS
               WHEN 'C'
                   MOVE 'CHANGED'       TO GR-ACTION-O
                   ADD 1                TO WS-CHG-T-RECS
               WHEN 'R'
                   MOVE 'REMOVED'       TO GR-ACTION-O
                   ADD 1                TO WS-DEL-T-RECS
           END-EVALUATE
           MOVE AL-USER                 TO GR-USER-O
           MOVE AL-TARGET               TO GR-TARGET-O
           MOVE AL-BEF-GRANTS           TO GR-BEFORE-O
           MOVE AL-AFT-GRANTS           TO GR-AFTER-O
           WRITE PRINT-GRANT-REC
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
      *
       FORMAT-TIME.
           MOVE WS-FT-HOURS             TO WS-FT-HOURS-O
           MOVE WS-FT-MINUTES           TO WS-FT-MINUTES-O
           MOVE WS-FT-SECONDS           TO WS-FT-SECONDS-O
           .
