      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1936.
       AUTHOR.        Georges B.
      *Population vintage report: every POPMAST-FILE vintage is
      *listed by country in effective-date order with the country
      *name from COUNTRYS-FILE, the population, and the change
      *against the country's previous vintage in persons and as a
      *percentage of it. Vintages normally follow one another a
      *year apart, so a change beyond the tolerance is far more
      *likely a keying error in COV1908 (a digit dropped or
      *doubled) than a real movement; such a vintage is marked
      *for a check and the run ends with RETURN-CODE 4 so the
      *figure is looked at before the rates built on it are
      *published. The tolerance normally comes from the central
      *PARMFILE through the common COV1925 fetch (job COV1936,
      *effective for the business date); a PARMCARD card, when
      *one is supplied, is an explicit one-run override and is
      *called out on the report. Either way the card image reads:
      *   cols  1-5   tolerance, percent change (999V99, 2 implied
      *               decimals)
      *A zero or blank tolerance disables the test; no card and no
      *PARMFILE record is a setup error and the run ends with
      *RETURN-CODE 8. Start and end are registered on the
      *run-control file through COV1900; the business date and
      *override flag arrive on the optional RUNCARD card.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT POPMAST-FILE ASSIGN TO POPMAST
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS P-KEY
              FILE STATUS    IS WS-POPMAST-STATUS
           .
      *
           SELECT COUNTRYS-FILE ASSIGN TO COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS C-CODE
              ALTERNATE RECORD KEY IS C-NAME WITH DUPLICATES
              FILE STATUS    IS WS-COUNTRYS-STATUS
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
           03 P-CODE-O            PIC BXXB.
           03 FILLER              PIC X(02).
           03 C-NAME-O            PIC X(30).
           03 FILLER              PIC X(02).
           03 EFF-DATE-O          PIC X(10).
           03 FILLER              PIC X(02).
           03 POPULATION-O        PIC Z,ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 CHANGE-O            PIC -,ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 CHANGE-PCT-O        PIC ---9.99.
           03 FILLER              PIC X(02).
           03 FLAG-O              PIC X(08).
           03 FILLER              PIC X(15).
      *
       FD  POPMAST-FILE.
       COPY POPMAST  REPLACING ==:TAG1:== BY ==POPMAST==
                               ==:TAG2:== BY ==P==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       FD  PARMCARD-FILE.
       01  PARMCARD-REC.
           03 PC-TOLERANCE         PIC X(05).
           03 PC-TOLERANCE-N       REDEFINES PC-TOLERANCE
                                   PIC 9(03)V99.
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
       01  WS-POPMAST-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COUNTRYS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-PARMCARD-STATUS     PIC 99 VALUE ZEROS.
       01  WS-RUNCARD-STATUS      PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
      *
       COPY PARMFTPA REPLACING ==:TAG:== BY ==PF==.
      *
       01 FLAGS.
           03 LASTREC             PIC X VALUE SPACE.
           03 WS-PARM-PROVIDED    PIC X VALUE 'N'.
               88 PARM-CARD-PROVIDED       VALUE 'Y'.
           03 WS-PARM-SOURCE      PIC X VALUE SPACE.
               88 PARM-FROM-CARD           VALUE 'C'.
               88 PARM-FROM-FILE           VALUE 'F'.
           03 WS-HAS-PRIOR        PIC X VALUE 'N'.
               88 PRIOR-VINTAGE-ON-FILE    VALUE 'Y'.
           03 WS-VINTAGE-IO-ERR   PIC X VALUE 'N'.
               88 VINTAGE-IO-ERROR         VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-VINT-T-RECS      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-CNTRY-T-RECS     PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-FLAG-T-RECS      PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-LIMITS.
           03 WS-TOLERANCE        PIC 9(03)V99  COMP-3 VALUE ZEROES.
      *
      *The parameter card image, whether it arrived on the SYSIN
      *card or from the central PARMFILE, parsed with the same
      *columns either way.
       01  WS-PARM-IMAGE          PIC X(40) VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-PARM-IMAGE.
           03 WS-PI-TOLERANCE      PIC X(05).
           03 WS-PI-TOLERANCE-N    REDEFINES WS-PI-TOLERANCE
                                   PIC 9(03)V99.
           03 FILLER               PIC X(35).
      *
      *The previous vintage of the country being listed, cleared
      *on each change of P-CODE.
       01  WS-PRIOR-VINTAGE.
           03 WS-PRV-CODE         PIC X(02) VALUE LOW-VALUES.
           03 WS-PRV-POPULATION   PIC 9(10) COMP-3 VALUE ZEROES.
      *
      *The percentage is held to what the report column can show;
      *anything beyond is printed as 999.99 and is well past any
      *sensible tolerance.
       01  WS-CHANGE-WORK.
           03 WS-CHG-PERSONS      PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-CHG-ABS          PIC 9(11)  COMP-3 VALUE ZEROES.
           03 WS-CHG-PCT          PIC 9(09)V99 COMP-3 VALUE ZEROES.
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
           03 FILLER               PIC X(20) VALUE 'COV1936'.
           03 TITLE-1              PIC X(40) VALUE
                '*** POPULATION VINTAGE REPORT *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(44).
      *
       01  WS-HEADER-1A.
           03 FILLER              PIC X(29) VALUE
                        'Limits - change tolerance %: '.
           03 LIM-TOLERANCE-O     PIC ZZ9.99.
           03 FILLER              PIC X(26) VALUE
                        '  (zero = test disabled)'.
      *
       01  WS-HEADER-2.
           03 COUNTRY-CODE        PIC X(04) VALUE 'CODE'.
           03 FILLER              PIC X(02).
           03 NAME-H              PIC X(30) VALUE 'COUNTRY NAME'.
           03 FILLER              PIC X(02).
           03 EFF-DATE-H          PIC X(10) VALUE 'EFFECTIVE'.
           03 FILLER              PIC X(02).
           03 POPULATION-H        PIC X(13) VALUE '   POPULATION'.
           03 FILLER              PIC X(02).
           03 CHANGE-H            PIC X(13) VALUE '       CHANGE'.
           03 FILLER              PIC X(02).
           03 CHANGE-PCT-H        PIC X(07) VALUE '   CHG%'.
           03 FILLER              PIC X(02).
           03 FLAG-H              PIC X(08) VALUE 'FLAG'.
      *
       01  WS-HEADER-3.
           03 FILLER              PIC X(04) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(30) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(10) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(13) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(13) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(07) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(08) VALUE ALL '='.
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
           03 FILLER              PIC X(22) VALUE
                        '*** End of Report. '.
           03 WS-VINT-O           PIC ZZZ,ZZ9.
           03 FILLER              PIC X(15) VALUE ' vintages for '.
           03 WS-CNTRY-O          PIC ZZZ,ZZ9.
           03 FILLER              PIC X(12) VALUE ' countries, '.
           03 WS-FLAG-O           PIC ZZZ,ZZ9.
           03 FILLER              PIC X(20) VALUE
                        ' flagged for check.'.
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
           MOVE 'COV1936'               TO RP-JOB
           MOVE SPACES                  TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1936 RUN NOT REGISTERED, RESULT '
                   RP-RESULT ' FOR BUSINESS DATE ' RP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *
       OPEN-FILES.
           OPEN INPUT  POPMAST-FILE
           IF WS-POPMAST-STATUS NOT EQUAL '00'
               SET VINTAGE-IO-ERROR     TO TRUE
           END-IF
           OPEN INPUT  COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS NOT EQUAL '00'
               SET VINTAGE-IO-ERROR     TO TRUE
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
               MOVE WS-TOLERANCE        TO LIM-TOLERANCE-O
               WRITE PRINT-REC        FROM WS-HEADER-1A
               IF PARM-FROM-CARD
                   WRITE PRINT-REC    FROM WS-OVERRIDE-LINE
               ELSE
                   MOVE PF-EFF-DATE     TO PARM-EFF-DATE-O
                   WRITE PRINT-REC    FROM WS-PARM-SOURCE-LINE
               END-IF
               WRITE PRINT-REC        FROM WS-HEADER-2
               WRITE PRINT-REC        FROM WS-HEADER-3
           ELSE
               WRITE PRINT-REC        FROM WS-NO-PARM-LINE
           END-IF
           .
      *
       READ-NEXT-RECORD.
           IF PARM-CARD-PROVIDED AND NOT VINTAGE-IO-ERROR
               PERFORM READ-RECORD
                PERFORM UNTIL LASTREC = 'Y'
                    PERFORM CHECK-COUNTRY-BREAK
                    PERFORM LIST-VINTAGE
                    PERFORM READ-RECORD
                END-PERFORM
           END-IF
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-VINT-T-RECS          TO WS-VINT-O
           MOVE WS-CNTRY-T-RECS         TO WS-CNTRY-O
           MOVE WS-FLAG-T-RECS          TO WS-FLAG-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           .
      *
       CLOSE-STOP.
           CLOSE        POPMAST-FILE
                        COUNTRYS-FILE
                        PARMCARD-FILE
                        PRINT-LINE
           EVALUATE TRUE
               WHEN VINTAGE-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN NOT PARM-CARD-PROVIDED
                   MOVE 8  TO RETURN-CODE
               WHEN WS-FLAG-T-RECS GREATER THAN ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           MOVE 'E'                     TO RP-FUNC
           MOVE RETURN-CODE             TO RP-END-RC
           MOVE WS-VINT-T-RECS          TO RP-REC-COUNT
           CALL 'COV1900' USING RP-RUNCTL-PARM
           GOBACK
           .
      *
      *A card on the run is an explicit one-run override; with no
      *card the standing tolerance comes from the central PARMFILE
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
           MOVE 'COV1936'               TO PF-JOB
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
      *A blank tolerance counts as zero (test disabled); anything
      *else non-numeric is a mispunched value and the run is
      *abandoned as if no parameters were supplied.
       EDIT-PARM-FIELDS.
           IF WS-PI-TOLERANCE EQUAL SPACES
               MOVE ZEROES              TO WS-TOLERANCE
           ELSE
               IF WS-PI-TOLERANCE IS NUMERIC
                   MOVE WS-PI-TOLERANCE-N TO WS-TOLERANCE
               ELSE
                   MOVE 'N'             TO WS-PARM-PROVIDED
               END-IF
           END-IF
           .
      *
       READ-RECORD.
           READ POPMAST-FILE
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-VINT-T-RECS
           END-READ
           IF WS-POPMAST-STATUS NOT EQUAL '00'
                   AND WS-POPMAST-STATUS NOT EQUAL '10'
               SET VINTAGE-IO-ERROR     TO TRUE
               MOVE 'Y'                 TO LASTREC
           END-IF
           .
      *
      *The first vintage of a country has nothing to be compared
      *with; the name is looked up once per country.
       CHECK-COUNTRY-BREAK.
           IF P-CODE NOT EQUAL WS-PRV-CODE
               ADD 1                    TO WS-CNTRY-T-RECS
               MOVE P-CODE              TO WS-PRV-CODE
               MOVE 'N'                 TO WS-HAS-PRIOR
               MOVE ZEROES              TO WS-PRV-POPULATION
               MOVE P-CODE              TO C-CODE
               READ COUNTRYS-FILE
                   INVALID KEY
                       MOVE '*** NOT ON COUNTRYS ***' TO C-NAME
               END-READ
               IF WS-COUNTRYS-STATUS NOT EQUAL '00'
                       AND WS-COUNTRYS-STATUS NOT EQUAL '23'
                   SET VINTAGE-IO-ERROR TO TRUE
               END-IF
           END-IF
           .
      *
       LIST-VINTAGE.
           MOVE SPACES                  TO PRINT-REC
           MOVE P-CODE                  TO P-CODE-O
           MOVE C-NAME                  TO C-NAME-O
           IF P-EFF-DATE EQUAL ZEROES
               MOVE 'BASE'              TO EFF-DATE-O
           ELSE
               MOVE P-EFF-DATE          TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE WS-FD-OUT           TO EFF-DATE-O
           END-IF
           MOVE P-POPULATION            TO POPULATION-O
           IF PRIOR-VINTAGE-ON-FILE
               PERFORM MEASURE-CHANGE
           END-IF
           WRITE PRINT-REC
           MOVE P-POPULATION            TO WS-PRV-POPULATION
           SET PRIOR-VINTAGE-ON-FILE    TO TRUE
           .
      *
      *The change is measured against the previous vintage; from a
      *zero population any change at all counts as the maximum.
       MEASURE-CHANGE.
           COMPUTE WS-CHG-PERSONS =
                   P-POPULATION - WS-PRV-POPULATION
           IF WS-CHG-PERSONS LESS THAN ZERO
               COMPUTE WS-CHG-ABS = 0 - WS-CHG-PERSONS
           ELSE
               MOVE WS-CHG-PERSONS      TO WS-CHG-ABS
           END-IF
           EVALUATE TRUE
               WHEN WS-CHG-ABS EQUAL ZERO
                   MOVE ZEROES          TO WS-CHG-PCT
               WHEN WS-PRV-POPULATION EQUAL ZERO
                   MOVE 999.99          TO WS-CHG-PCT
               WHEN OTHER
                   COMPUTE WS-CHG-PCT ROUNDED =
                       (WS-CHG-ABS * 100) / WS-PRV-POPULATION
           END-EVALUATE
           IF WS-CHG-PCT GREATER THAN 999.99
               MOVE 999.99              TO WS-CHG-PCT
           END-IF
           MOVE WS-CHG-PERSONS          TO CHANGE-O
           IF WS-CHG-PERSONS LESS THAN ZERO
               COMPUTE CHANGE-PCT-O = 0 - WS-CHG-PCT
           ELSE
               MOVE WS-CHG-PCT          TO CHANGE-PCT-O
           END-IF
           IF WS-TOLERANCE GREATER THAN ZERO
                   AND WS-CHG-PCT GREATER THAN WS-TOLERANCE
               ADD 1                    TO WS-FLAG-T-RECS
               MOVE '*CHECK*'           TO FLAG-O
           END-IF
           .
      *
       FORMAT-DATE.
           MOVE WS-FD-YEAR              TO WS-FD-YEAR-O
           MOVE WS-FD-MONTH             TO WS-FD-MONTH-O
           MOVE WS-FD-DAY               TO WS-FD-DAY-O
           .
