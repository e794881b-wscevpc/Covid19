      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1929.
       AUTHOR.        Georges B.
      *Nightly alert case update. Reads the breaches COV1906 wrote
      *to the ALERTS file, the exceptions COV1919 wrote to the
      *EXCPFILE file and the second-source variances COV1934 wrote
      *to the optional VARFILE file (same layout as EXCPFILE), and
      *files each one against the cumulative alert case file
      *(ALRTCASE-FILE), keyed on country, metric or exception type
      *and first-breach date. A breach for a country and metric
      *with no case opens one. A breach already covered by an open
      *case only moves the case's latest report date, latest value
      *and limit and the business date it was last seen breaching;
      *COV1906 and COV1919 rescan all of COVSTATS every night, and
      *the second source may re-send a date, so a breach for a
      *report date the case already holds, with an unchanged
      *value, is not fresh and leaves the case alone. A fresh
      *breach against a closed case re-opens it when it falls
      *within the clean-days limit of the case's last breaching
      *report date, and opens a new case otherwise. After
      *the breaches are filed, every open case not seen breaching
      *for the clean-days limit is closed automatically. Opened,
      *re-opened and auto-closed cases are listed on the report,
      *and the run ends with RETURN-CODE 4 only when a case was
      *opened or re-opened, so the on-call analyst is paged once
      *per case rather than once per night. The clean-days limit
      *normally comes from the central PARMFILE through the common
      *COV1925 fetch (job COV1929, effective for the business
      *date); a PARMCARD card, when one is supplied, is an explicit
      *one-run override and is called out on the report. Either way
      *the card image reads:
      *   cols  1-3   clean days before a case closes (3 digits)
      *A zero or blank field disables automatic closing; no card
      *and no PARMFILE record is a setup error and the run ends
      *with RETURN-CODE 8. Start and end are registered on the
      *run-control file through COV1900 behind COV1919; the
      *business date and the override flag arrive on the optional
      *RUNCARD card. Cases are acknowledged or closed by an analyst
      *through COV1930 and reported each morning by COV1931.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT ALERTS-FILE ASSIGN TO ALERTS
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-ALERTS-STATUS
           .
      *
           SELECT EXCPFILE-FILE ASSIGN TO EXCPFILE
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-EXCPFILE-STATUS
           .
      *
           SELECT OPTIONAL VARFILE-FILE ASSIGN TO VARFILE
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-VARFILE-STATUS
           .
      *
           SELECT ALRTCASE-FILE ASSIGN TO ALRTCASE
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS AC-KEY
              FILE STATUS    IS WS-ALRTCASE-STATUS
           .
      *
           SELECT OPTIONAL PARMCARD-FILE ASSIGN TO PARMCARD
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-PARMCARD-STATUS
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
           03 RPT-DATE-O          PIC X(10).
           03 FILLER              PIC X(02).
           03 VALUE-O             PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER              PIC X(02).
           03 LIMIT-O             PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(02).
           03 ACTION-O            PIC X(11).
           03 FILLER              PIC X(12).
      *
       FD  ALERTS-FILE RECORDING MODE F.
       01  ALERTS-REC.
           03 AL-C-CODE            PIC X(02).
           03 FILLER               PIC X(01).
           03 AL-RPT-DATE          PIC X(08).
           03 FILLER               PIC X(01).
           03 AL-METRIC            PIC X(12).
           03 FILLER               PIC X(01).
           03 AL-VALUE-O           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC X(01).
           03 AL-LIMIT-O           PIC ZZZ,ZZZ,ZZ9.99.
      *
       FD  EXCPFILE-FILE RECORDING MODE F.
       01  EXCPFILE-REC.
           03 EX-C-CODE            PIC X(02).
           03 FILLER               PIC X(01).
           03 EX-RPT-DATE          PIC X(08).
           03 FILLER               PIC X(01).
           03 EX-TYPE              PIC X(12).
           03 FILLER               PIC X(01).
           03 EX-VALUE-O           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC X(01).
           03 EX-LIMIT-O           PIC ZZZ,ZZZ,ZZ9.99.
      *
       FD  VARFILE-FILE RECORDING MODE F.
       01  VARFILE-REC.
           03 VF-C-CODE            PIC X(02).
           03 FILLER               PIC X(01).
           03 VF-RPT-DATE          PIC X(08).
           03 FILLER               PIC X(01).
           03 VF-TYPE              PIC X(12).
           03 FILLER               PIC X(01).
           03 VF-VALUE-O           PIC ZZZ,ZZZ,ZZ9.99-.
           03 FILLER               PIC X(01).
           03 VF-LIMIT-O           PIC ZZZ,ZZZ,ZZ9.99.
      *
       FD  ALRTCASE-FILE.
       COPY ALRTCASE REPLACING ==:TAG1:== BY ==ALRTCASE==
                               ==:TAG2:== BY ==AC==.
      *
       FD  PARMCARD-FILE.
       01  PARMCARD-REC.
           03 PC-CLEAN-DAYS        PIC X(03).
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
       01  WS-ALERTS-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EXCPFILE-STATUS     PIC 99 VALUE ZEROS.
       01  WS-VARFILE-STATUS      PIC 99 VALUE ZEROS.
       01  WS-ALRTCASE-STATUS     PIC 99 VALUE ZEROS.
       01  WS-PARMCARD-STATUS     PIC 99 VALUE ZEROS.
       01  WS-RUNCARD-STATUS      PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
      *
       COPY PARMFTPA REPLACING ==:TAG:== BY ==PF==.
      *
       01 FLAGS.
           03 LASTREC             PIC X VALUE SPACE.
           03 LASTCASE            PIC X VALUE SPACE.
           03 WS-PARM-PROVIDED    PIC X VALUE 'N'.
               88 PARM-CARD-PROVIDED       VALUE 'Y'.
           03 WS-PARM-SOURCE      PIC X VALUE SPACE.
               88 PARM-FROM-CARD           VALUE 'C'.
               88 PARM-FROM-FILE           VALUE 'F'.
           03 WS-CASE-FOUND       PIC X VALUE 'N'.
               88 CASE-IS-FOUND            VALUE 'Y'.
           03 WS-ALRTCASE-IO-ERR  PIC X VALUE 'N'.
               88 ALRTCASE-IO-ERROR        VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-BREACH-T-RECS    PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-BAD-T-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-NEW-T-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-REOPEN-T-RECS    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-REPEAT-T-RECS    PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-CLOSE-T-RECS     PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-LIMITS.
           03 WS-CLEAN-DAYS       PIC 9(03) COMP-3 VALUE ZEROES.
      *
      *The parameter card image, whether it arrived on the SYSIN
      *card or from the central PARMFILE, parsed with the same
      *columns either way.
       01  WS-PARM-IMAGE          PIC X(40) VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-PARM-IMAGE.
           03 WS-PI-CLEAN          PIC X(03).
           03 WS-PI-CLEAN-N        REDEFINES WS-PI-CLEAN
                                   PIC 9(03).
           03 FILLER               PIC X(37).
      *
      *One breach, from whichever file it came, in the form the
      *case file holds it.
       01  WS-BREACH.
           03 WS-BR-SOURCE        PIC X(01) VALUE SPACE.
           03 WS-BR-CODE          PIC X(02) VALUE SPACES.
           03 WS-BR-METRIC        PIC X(12) VALUE SPACES.
           03 WS-BR-RPT-DATE      PIC X(08) VALUE SPACES.
           03 WS-BR-RPT-DATE-N    REDEFINES WS-BR-RPT-DATE
                                  PIC 9(08).
           03 WS-BR-VALUE         PIC S9(11)V99 COMP-3 VALUE ZEROES.
           03 WS-BR-LIMIT         PIC 9(09)V99  COMP-3 VALUE ZEROES.
           03 WS-BR-ACTION        PIC X(11) VALUE SPACES.
      *
       01  WS-LATEST-KEY          PIC X(22) VALUE SPACES.
      *
      *Day-number conversion: dates are turned into serial day
      *counts so the clean-day gaps are simple subtractions.
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
           03 WS-DN-BR-SERIAL     PIC 9(08) VALUE ZEROES.
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
           03 FILLER               PIC X(20) VALUE 'COV1929'.
           03 TITLE-1              PIC X(40) VALUE
                '*** ALERT CASE UPDATE *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(44).
      *
       01  WS-HEADER-1A.
           03 FILLER              PIC X(29) VALUE
                        'Limits - clean days to close:'.
           03 LIM-CLEAN-O         PIC ZZZZ9.
           03 FILLER              PIC X(30) VALUE
                        '  (zero = no automatic close)'.
      *
       01  WS-HEADER-1B.
           03 FILLER              PIC X(27) VALUE
                        'Clean days measured to     '.
           03 BUS-DATE-O          PIC X(10).
      *
       01  WS-HEADER-2.
           03 COUNTRY-CODE        PIC X(04) VALUE 'CODE'.
           03 FILLER              PIC X(02).
           03 METRIC-H            PIC X(12) VALUE 'METRIC'.
           03 FILLER              PIC X(02).
           03 FIRST-DATE-H        PIC X(10) VALUE 'FIRST DATE'.
           03 FILLER              PIC X(02).
           03 RPT-DATE-H          PIC X(10) VALUE 'LAST DATE'.
           03 FILLER              PIC X(02).
           03 VALUE-H             PIC X(15) VALUE '   LATEST VALUE'.
           03 FILLER              PIC X(02).
           03 LIMIT-H             PIC X(14) VALUE '         LIMIT'.
           03 FILLER              PIC X(02).
           03 ACTION-H            PIC X(11) VALUE 'ACTION'.
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
           03 FILLER              PIC X(15) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(14) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(11) VALUE ALL '='.
      *
       01  WS-NO-PARM-LINE.
           03 FILLER              PIC X(52) VALUE
                '*** NO OR INVALID PARAMETERS - RUN ABANDONED ***'.
      *
       01  WS-OVERRIDE-LINE.
           03 FILLER              PIC X(52) VALUE
                '*** ONE-RUN PARAMETER CARD OVERRIDE IN EFFECT ***'.
      *
       01  WS-PARM-SOURCE-LINE.
           03 FILLER              PIC X(36) VALUE
                'Parameters from PARMFILE, effective '.
           03 PARM-EFF-DATE-O     PIC 9(08).
      *
       01  WS-TRAILER-1.
           03 FILLER              PIC X(25) VALUE
                        '*** End of Case Update. '.
           03 WS-BREACH-O         PIC ZZZ,ZZ9.
           03 FILLER              PIC X(17) VALUE
                        ' breaches read, '.
           03 WS-REPEAT-O         PIC ZZZ,ZZ9.
           03 FILLER              PIC X(17) VALUE
                        ' repeats, '.
           03 WS-BAD-O            PIC ZZZ,ZZ9.
           03 FILLER              PIC X(13) VALUE
                        ' unreadable.'.
      *
       01  WS-TRAILER-2.
           03 FILLER              PIC X(25) VALUE
                        '*** Cases: '.
           03 WS-NEW-O            PIC ZZZ,ZZ9.
           03 FILLER              PIC X(10) VALUE ' opened, '.
           03 WS-REOPEN-O         PIC ZZZ,ZZ9.
           03 FILLER              PIC X(13) VALUE ' re-opened, '.
           03 WS-CLOSE-O          PIC ZZZ,ZZ9.
           03 FILLER              PIC X(15) VALUE
                        ' auto-closed.'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
      *The run is registered on RUNCTL before any file opens; a
      *nonzero result (already run for the business date, COV1919
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
           MOVE 'COV1929'               TO RP-JOB
           MOVE 'COV1919'               TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1929 RUN NOT REGISTERED, RESULT '
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
           OPEN INPUT  ALERTS-FILE
           IF WS-ALERTS-STATUS NOT EQUAL '00'
               SET ALRTCASE-IO-ERROR    TO TRUE
           END-IF
           OPEN INPUT  EXCPFILE-FILE
           IF WS-EXCPFILE-STATUS NOT EQUAL '00'
               SET ALRTCASE-IO-ERROR    TO TRUE
           END-IF
           OPEN INPUT  VARFILE-FILE
           IF WS-VARFILE-STATUS NOT EQUAL '00'
                   AND WS-VARFILE-STATUS NOT EQUAL '05'
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
           OPEN INPUT  PARMCARD-FILE
           OPEN OUTPUT PRINT-LINE
           PERFORM READ-PARM-CARD
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
           IF PARM-CARD-PROVIDED
               MOVE WS-CLEAN-DAYS       TO LIM-CLEAN-O
               WRITE PRINT-REC        FROM WS-HEADER-1A
               IF PARM-FROM-CARD
                   WRITE PRINT-REC    FROM WS-OVERRIDE-LINE
               ELSE
                   MOVE PF-EFF-DATE     TO PARM-EFF-DATE-O
                   WRITE PRINT-REC    FROM WS-PARM-SOURCE-LINE
               END-IF
               MOVE RP-BUS-DATE         TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE WS-FD-OUT           TO BUS-DATE-O
               WRITE PRINT-REC        FROM WS-HEADER-1B
               WRITE PRINT-REC        FROM WS-HEADER-2
               WRITE PRINT-REC        FROM WS-HEADER-3
           ELSE
               WRITE PRINT-REC        FROM WS-NO-PARM-LINE
           END-IF
           .
      *
       READ-NEXT-RECORD.
           IF PARM-CARD-PROVIDED AND NOT ALRTCASE-IO-ERROR
               PERFORM READ-ALERT
                PERFORM UNTIL LASTREC = 'Y'
                    PERFORM PROCESS-BREACH
                    PERFORM READ-ALERT
                END-PERFORM
               MOVE SPACE               TO LASTREC
               PERFORM READ-EXCEPTION
                PERFORM UNTIL LASTREC = 'Y'
                    PERFORM PROCESS-BREACH
                    PERFORM READ-EXCEPTION
                END-PERFORM
               MOVE SPACE               TO LASTREC
               PERFORM READ-VARIANCE
                PERFORM UNTIL LASTREC = 'Y'
                    PERFORM PROCESS-BREACH
                    PERFORM READ-VARIANCE
                END-PERFORM
               IF WS-CLEAN-DAYS GREATER THAN ZERO
                   PERFORM SWEEP-OPEN-CASES
               END-IF
           END-IF
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-BREACH-T-RECS        TO WS-BREACH-O
           MOVE WS-REPEAT-T-RECS        TO WS-REPEAT-O
           MOVE WS-BAD-T-RECS           TO WS-BAD-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE WS-NEW-T-RECS           TO WS-NEW-O
           MOVE WS-REOPEN-T-RECS        TO WS-REOPEN-O
           MOVE WS-CLOSE-T-RECS         TO WS-CLOSE-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           .
      *
       CLOSE-STOP.
           CLOSE        ALERTS-FILE
                        EXCPFILE-FILE
                        VARFILE-FILE
                        ALRTCASE-FILE
                        PARMCARD-FILE
                        PRINT-LINE
           EVALUATE TRUE
               WHEN ALRTCASE-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN NOT PARM-CARD-PROVIDED
                   MOVE 8  TO RETURN-CODE
               WHEN WS-NEW-T-RECS GREATER THAN ZERO
                       OR WS-REOPEN-T-RECS GREATER THAN ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           MOVE 'E'                     TO RP-FUNC
           MOVE RETURN-CODE             TO RP-END-RC
           MOVE WS-BREACH-T-RECS        TO RP-REC-COUNT
           CALL 'COV1900' USING RP-RUNCTL-PARM
           GOBACK
           .
      *
      *A card on the run is an explicit one-run override; with no
      *card the standing limit comes from the central PARMFILE
      *through COV1925, effective for the business date.
       READ-PARM-CARD.
           READ PARMCARD-FILE
               AT END
                   PERFORM FETCH-PARM-RECORD
               NOT AT END
                   SET PARM-CARD-PROVIDED   TO TRUE
                   MOVE 'C'                 TO WS-PARM-SOURCE
                   MOVE SPACES              TO WS-PARM-IMAGE
                   MOVE PARMCARD-REC        TO WS-PARM-IMAGE
                   PERFORM EDIT-PARM-FIELDS
           END-READ
           .
      *
       FETCH-PARM-RECORD.
           MOVE SPACES                  TO PF-PARMFT-PARM
           MOVE 'COV1929'               TO PF-JOB
           MOVE RP-BUS-DATE             TO PF-LOOK-DATE
           CALL 'COV1925' USING PF-PARMFT-PARM
           IF PF-RESULT EQUAL '00'
               SET PARM-CARD-PROVIDED   TO TRUE
               MOVE 'F'                 TO WS-PARM-SOURCE
               MOVE PF-CARD-IMAGE       TO WS-PARM-IMAGE
               PERFORM EDIT-PARM-FIELDS
           END-IF
           .
      *
      *A blank limit counts as zero (no automatic close); anything
      *else non-numeric is a mispunched value and the run is
      *abandoned as if no parameters were supplied.
       EDIT-PARM-FIELDS.
           IF WS-PI-CLEAN EQUAL SPACES
               MOVE ZEROES              TO WS-CLEAN-DAYS
           ELSE
               IF WS-PI-CLEAN IS NUMERIC
                   MOVE WS-PI-CLEAN-N   TO WS-CLEAN-DAYS
               ELSE
                   MOVE 'N'             TO WS-PARM-PROVIDED
               END-IF
           END-IF
           .
      *
       READ-ALERT.
           READ ALERTS-FILE
               AT END
                   MOVE 'Y'             TO LASTREC
               NOT AT END
                   ADD 1                TO WS-BREACH-T-RECS
                   MOVE 'A'             TO WS-BR-SOURCE
                   MOVE AL-C-CODE       TO WS-BR-CODE
                   MOVE AL-METRIC       TO WS-BR-METRIC
                   MOVE AL-RPT-DATE     TO WS-BR-RPT-DATE
                   MOVE AL-VALUE-O      TO WS-BR-VALUE
                   MOVE AL-LIMIT-O      TO WS-BR-LIMIT
           END-READ
           .
      *
       READ-EXCEPTION.
           READ EXCPFILE-FILE
               AT END
                   MOVE 'Y'             TO LASTREC
               NOT AT END
                   ADD 1                TO WS-BREACH-T-RECS
                   MOVE 'X'             TO WS-BR-SOURCE
                   MOVE EX-C-CODE       TO WS-BR-CODE
                   MOVE EX-TYPE         TO WS-BR-METRIC
                   MOVE EX-RPT-DATE     TO WS-BR-RPT-DATE
                   MOVE EX-VALUE-O      TO WS-BR-VALUE
                   MOVE EX-LIMIT-O      TO WS-BR-LIMIT
           END-READ
           .
      *
       READ-VARIANCE.
           READ VARFILE-FILE
               AT END
                   MOVE 'Y'             TO LASTREC
               NOT AT END
                   ADD 1                TO WS-BREACH-T-RECS
                   MOVE 'V'             TO WS-BR-SOURCE
                   MOVE VF-C-CODE       TO WS-BR-CODE
                   MOVE VF-TYPE         TO WS-BR-METRIC
                   MOVE VF-RPT-DATE     TO WS-BR-RPT-DATE
                   MOVE VF-VALUE-O      TO WS-BR-VALUE
                   MOVE VF-LIMIT-O      TO WS-BR-LIMIT
           END-READ
           .
      *
      *A breach is fresh when it is for a later report date than
      *the case holds, or for the same date with a different value
      *(a stale country's days-behind grows while its last report
      *date stands still); anything else is the nightly rescan
      *repeating history and leaves the case alone.
       PROCESS-BREACH.
           IF WS-BR-RPT-DATE NOT NUMERIC
                   OR WS-BR-CODE EQUAL SPACES
                   OR WS-BR-METRIC EQUAL SPACES
               ADD 1                    TO WS-BAD-T-RECS
           ELSE
               PERFORM FIND-LATEST-CASE
               EVALUATE TRUE
                   WHEN NOT CASE-IS-FOUND
                       PERFORM OPEN-NEW-CASE
                   WHEN WS-BR-RPT-DATE-N LESS THAN AC-LAST-RPT-DATE
                       ADD 1            TO WS-REPEAT-T-RECS
                   WHEN WS-BR-RPT-DATE-N EQUAL AC-LAST-RPT-DATE
                           AND WS-BR-VALUE EQUAL AC-VALUE
                       ADD 1            TO WS-REPEAT-T-RECS
                   WHEN AC-IS-OPEN
                       ADD 1            TO WS-REPEAT-T-RECS
                       PERFORM UPDATE-OPEN-CASE
                   WHEN OTHER
                       PERFORM TEST-REOPEN-GAP
               END-EVALUATE
           END-IF
           .
      *
      *Cases for a country and metric are keyed in first-breach
      *date order, so the last one on file is the latest; it is
      *read back by key so it can be rewritten.
       FIND-LATEST-CASE.
           MOVE 'N'                     TO WS-CASE-FOUND
           MOVE SPACE                   TO LASTCASE
           MOVE WS-BR-CODE              TO AC-CODE
           MOVE WS-BR-METRIC            TO AC-METRIC
           MOVE ZEROES                  TO AC-FIRST-DATE
           START ALRTCASE-FILE KEY IS NOT LESS THAN AC-KEY
               INVALID KEY
                   MOVE 'Y'             TO LASTCASE
           END-START
            PERFORM UNTIL LASTCASE = 'Y'
                READ ALRTCASE-FILE NEXT RECORD
                    AT END
                        MOVE 'Y'        TO LASTCASE
                    NOT AT END
                        IF AC-CODE EQUAL WS-BR-CODE
                                AND AC-METRIC EQUAL WS-BR-METRIC
                            SET CASE-IS-FOUND TO TRUE
                            MOVE AC-KEY      TO WS-LATEST-KEY
                        ELSE
                            MOVE 'Y'         TO LASTCASE
                        END-IF
                END-READ
            END-PERFORM
           IF CASE-IS-FOUND
               MOVE WS-LATEST-KEY       TO AC-KEY
               READ ALRTCASE-FILE
                   INVALID KEY
                       MOVE 'N'         TO WS-CASE-FOUND
                       SET ALRTCASE-IO-ERROR TO TRUE
               END-READ
           END-IF
           .
      *
       OPEN-NEW-CASE.
           MOVE SPACES                  TO ALRTCASE-RECORD
           MOVE WS-BR-CODE              TO AC-CODE
           MOVE WS-BR-METRIC            TO AC-METRIC
           MOVE WS-BR-RPT-DATE-N        TO AC-FIRST-DATE
           MOVE WS-BR-SOURCE            TO AC-SOURCE
           MOVE 'O'                     TO AC-STATUS
           MOVE WS-BR-RPT-DATE-N        TO AC-LAST-RPT-DATE
           MOVE RP-BUS-DATE             TO AC-LAST-SEEN-DATE
                                           AC-OPENED-DATE
           MOVE WS-BR-VALUE             TO AC-VALUE
           MOVE WS-BR-LIMIT             TO AC-LIMIT
           MOVE 1                       TO AC-BREACH-COUNT
           MOVE ZEROES                  TO AC-REOPEN-COUNT
                                           AC-ACK-DATE
                                           AC-CLOSE-DATE
           WRITE ALRTCASE-RECORD
               INVALID KEY
                   SET ALRTCASE-IO-ERROR TO TRUE
               NOT INVALID KEY
                   ADD 1                TO WS-NEW-T-RECS
                   MOVE 'OPENED'        TO WS-BR-ACTION
                   PERFORM WRITE-CASE-LINE
           END-WRITE
           .
      *
       UPDATE-OPEN-CASE.
           PERFORM REFRESH-CASE-VALUES
           REWRITE ALRTCASE-RECORD
               INVALID KEY
                   SET ALRTCASE-IO-ERROR TO TRUE
           END-REWRITE
           .
      *
       REFRESH-CASE-VALUES.
           MOVE WS-BR-RPT-DATE-N        TO AC-LAST-RPT-DATE
           MOVE RP-BUS-DATE             TO AC-LAST-SEEN-DATE
           MOVE WS-BR-VALUE             TO AC-VALUE
           MOVE WS-BR-LIMIT             TO AC-LIMIT
           ADD 1                        TO AC-BREACH-COUNT
           .
      *
      *A fresh breach against a closed case re-opens it when it
      *comes within the clean-days limit of the case's last
      *breaching report date; a later one is a new episode and
      *opens a case of its own.
       TEST-REOPEN-GAP.
           MOVE WS-BR-RPT-DATE-N        TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-SERIAL            TO WS-DN-BR-SERIAL
           MOVE AC-LAST-RPT-DATE        TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE WS-DN-GAP = WS-DN-BR-SERIAL - WS-DN-SERIAL
           IF WS-DN-GAP GREATER THAN WS-CLEAN-DAYS
               PERFORM OPEN-NEW-CASE
           ELSE
               PERFORM REOPEN-CASE
           END-IF
           .
      *
       REOPEN-CASE.
           PERFORM REFRESH-CASE-VALUES
           MOVE 'O'                     TO AC-STATUS
           ADD 1                        TO AC-REOPEN-COUNT
           MOVE SPACES                  TO AC-ACK-USER
                                           AC-CLOSE-TYPE
                                           AC-CLOSE-USER
           MOVE ZEROES                  TO AC-ACK-DATE
                                           AC-CLOSE-DATE
           REWRITE ALRTCASE-RECORD
               INVALID KEY
                   SET ALRTCASE-IO-ERROR TO TRUE
               NOT INVALID KEY
                   ADD 1                TO WS-REOPEN-T-RECS
                   MOVE 'RE-OPENED'     TO WS-BR-ACTION
                   PERFORM WRITE-CASE-LINE
           END-REWRITE
           .
      *
      *Every open case, acknowledged or not, closes once the
      *business date is the clean-days limit past the last night
      *it was seen breaching.
       SWEEP-OPEN-CASES.
           MOVE SPACE                   TO LASTCASE
           MOVE LOW-VALUES              TO AC-KEY
           START ALRTCASE-FILE KEY IS NOT LESS THAN AC-KEY
               INVALID KEY
                   MOVE 'Y'             TO LASTCASE
           END-START
            PERFORM UNTIL LASTCASE = 'Y'
                READ ALRTCASE-FILE NEXT RECORD
                    AT END
                        MOVE 'Y'        TO LASTCASE
                    NOT AT END
                        IF AC-IS-OPEN
                            PERFORM TEST-AUTO-CLOSE
                        END-IF
                END-READ
            END-PERFORM
           .
      *
       TEST-AUTO-CLOSE.
           MOVE AC-LAST-SEEN-DATE       TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE WS-DN-GAP = WS-DN-BUS-SERIAL - WS-DN-SERIAL
           IF WS-DN-GAP NOT LESS THAN WS-CLEAN-DAYS
               MOVE 'C'                 TO AC-STATUS
               MOVE 'A'                 TO AC-CLOSE-TYPE
               MOVE 'COV1929'           TO AC-CLOSE-USER
               MOVE RP-BUS-DATE         TO AC-CLOSE-DATE
               REWRITE ALRTCASE-RECORD
                   INVALID KEY
                       SET ALRTCASE-IO-ERROR TO TRUE
                   NOT INVALID KEY
                       ADD 1            TO WS-CLOSE-T-RECS
                       MOVE 'AUTO-CLOSED' TO WS-BR-ACTION
                       PERFORM WRITE-CASE-LINE
               END-REWRITE
           END-IF
           .
      *
       WRITE-CASE-LINE.
           MOVE SPACES                  TO PRINT-REC
           MOVE AC-CODE                 TO C-CODE-O
           MOVE AC-METRIC               TO METRIC-O
           MOVE AC-FIRST-DATE           TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO FIRST-DATE-O
           MOVE AC-LAST-RPT-DATE        TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO RPT-DATE-O
           MOVE AC-VALUE                TO VALUE-O
           MOVE AC-LIMIT                TO LIMIT-O
           MOVE WS-BR-ACTION            TO ACTION-O
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
