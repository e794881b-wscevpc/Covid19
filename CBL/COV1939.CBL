      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1939.
       AUTHOR.        Georges B.
      *Subnational roll-up reconciliation. For every country with
      *areas on the SUBAREAS reference master, the cumulative
      *figures its areas reported on SUBSTATS-FILE for a report
      *date are summed and compared with the country's own
      *COVSTATS-FILE record for the same date. A metric is
      *reported as a gap when the area sum differs from the
      *national figure by more than the larger of an absolute
      *floor and a tolerance percentage of the national figure;
      *a date the areas reported with no national record on file
      *is listed as well. Each line shows how many of the
      *country's areas reported that date, so a gap left by an
      *area the provider did not send is told apart from one in
      *the figures themselves. The run reconciles a window of
      *report dates ending on the business date, so a late area
      *row or a restated national figure is caught on the
      *following nights, and ends with RETURN-CODE 4 when any gap
      *was listed. The limits normally come from the central
      *PARMFILE through the common COV1925 fetch (job COV1939,
      *effective for the business date); a PARMCARD card, when
      *one is supplied, is an explicit one-run override and is
      *called out on the report. Either way the card image reads:
      *   cols  1-5   tolerance percentage   (999V99, 2 implied
      *               decimals)
      *   cols  6-14  absolute floor         (9 digits)
      *   cols 15-16  report dates in the window, ending on the
      *               business date (01-31; blank or zero means
      *               the business date alone)
      *A zero or blank limit drops that part of the test, so with
      *both zero any difference is a gap; no card and no PARMFILE
      *record is a setup error and the run ends with RETURN-CODE
      *8. Start and end are registered on the run-control file
      *through COV1900 behind the SUBLOAD subnational load; the
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
           SELECT SUBAREAS-FILE ASSIGN TO SUBAREAS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS SA-KEY
              FILE STATUS    IS WS-SUBAREAS-STATUS
           .
      *
           SELECT SUBSTATS-FILE ASSIGN TO SUBSTATS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS SS-KEY
              FILE STATUS    IS WS-SUBSTATS-STATUS
           .
      *
           SELECT COVSTATS-FILE ASSIGN TO COVSTATS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS S-KEY
              FILE STATUS    IS WS-COVSTATS-STATUS
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
           03 RPT-DATE-O          PIC X(10).
           03 FILLER              PIC X(02).
           03 AREAS-REP-O         PIC ZZ9.
           03 AREAS-SEP-O         PIC X(01).
           03 AREAS-ON-O          PIC ZZ9.
           03 FILLER              PIC X(02).
           03 METRIC-O            PIC X(12).
           03 FILLER              PIC X(02).
           03 AREA-SUM-O          PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 NATIONAL-O          PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 GAP-O               PIC -ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 PCT-O               PIC ZZ9.99.
           03 FILLER              PIC X(02).
           03 REMARK-O            PIC X(16).
           03 FILLER              PIC X(25).
      *
       FD  SUBAREAS-FILE.
       COPY SUBAREAS REPLACING ==:TAG1:== BY ==SUBAREAS==
                               ==:TAG2:== BY ==SA==.
      *
       FD  SUBSTATS-FILE.
       COPY SUBSTATS REPLACING ==:TAG1:== BY ==SUBSTATS==
                               ==:TAG2:== BY ==SS==.
      *
       FD  COVSTATS-FILE.
       COPY COVSTATS REPLACING ==:TAG1:== BY ==COVSTATS==
                               ==:TAG2:== BY ==S==.
      *
       FD  PARMCARD-FILE.
       01  PARMCARD-REC            PIC X(40).
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
       01  WS-SUBAREAS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-SUBSTATS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-COVSTATS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-PARMCARD-STATUS     PIC 99 VALUE ZEROS.
       01  WS-RUNCARD-STATUS      PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
      *
       COPY PARMFTPA REPLACING ==:TAG:== BY ==PF==.
      *
       01 FLAGS.
           03 LASTREC             PIC X VALUE SPACE.
           03 LASTSCAN            PIC X VALUE SPACE.
           03 WS-PARM-PROVIDED    PIC X VALUE 'N'.
               88 PARM-CARD-PROVIDED       VALUE 'Y'.
           03 WS-PARM-SOURCE      PIC X VALUE SPACE.
               88 PARM-FROM-CARD           VALUE 'C'.
               88 PARM-FROM-FILE           VALUE 'F'.
           03 WS-GRP-OPEN         PIC X VALUE 'N'.
               88 GROUP-IS-OPEN            VALUE 'Y'.
           03 WS-RECON-IO-ERR     PIC X VALUE 'N'.
               88 RECON-IO-ERROR           VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-AREA-T-RECS      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-CNTRY-T-RECS     PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CHECK-T-RECS     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-GAP-T-RECS       PIC 9(07) COMP-3 VALUE ZEROES.
      *
       01  WS-LIMITS.
           03 WS-TOLERANCE        PIC 9(03)V99  COMP-3 VALUE ZEROES.
           03 WS-FLOOR            PIC 9(09)     COMP-3 VALUE ZEROES.
           03 WS-WINDOW-DAYS      PIC 9(02)     COMP-3 VALUE ZEROES.
      *
      *The parameter card image, whether it arrived on the SYSIN
      *card or from the central PARMFILE, parsed with the same
      *columns either way.
       01  WS-PARM-IMAGE          PIC X(40) VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-PARM-IMAGE.
           03 WS-PI-TOLERANCE      PIC X(05).
           03 WS-PI-TOLERANCE-N    REDEFINES WS-PI-TOLERANCE
                                   PIC 9(03)V99.
           03 WS-PI-FLOOR          PIC X(09).
           03 WS-PI-FLOOR-N        REDEFINES WS-PI-FLOOR
                                   PIC 9(09).
           03 WS-PI-WINDOW         PIC X(02).
           03 WS-PI-WINDOW-N       REDEFINES WS-PI-WINDOW
                                   PIC 9(02).
           03 FILLER               PIC X(24).
      *
      *The window of report dates, newest first, each carrying the
      *current country's area sums and the count of its areas that
      *reported the date.
       01  WS-DATE-TABLE.
           03 WS-DT-USED          PIC 9(02) COMP VALUE ZERO.
           03 WS-DT-IDX           PIC 9(02) COMP VALUE ZERO.
           03 WS-DT-HIT           PIC 9(02) COMP VALUE ZERO.
           03 WS-DT-FROM-DATE     PIC 9(08) VALUE ZEROES.
           03 WS-DT-ENTRY OCCURS 31 TIMES.
               05 WS-DT-DATE      PIC 9(08).
               05 WS-DT-AREAS     PIC 9(03)  COMP-3.
               05 WS-DT-CONFIRMED PIC 9(11)  COMP-3.
               05 WS-DT-DEATHS    PIC 9(11)  COMP-3.
               05 WS-DT-RECOVERED PIC 9(11)  COMP-3.
      *
      *Per-country sweep state, closed out on each change of
      *SA-CODE and at end of file.
       01  WS-COUNTRY-GROUP.
           03 WS-GRP-CODE         PIC X(02) VALUE LOW-VALUES.
           03 WS-GRP-AREAS        PIC 9(03) COMP-3 VALUE ZEROES.
      *
      *Stepping one day back for the window, month and year ends
      *and leap years included.
       01  WS-DB-WORK.
           03 WS-DB-DATE          PIC 9(08) VALUE ZEROES.
           03 WS-DB-SPLIT         REDEFINES WS-DB-DATE.
               05 WS-DB-YEAR      PIC 9(04).
               05 WS-DB-MONTH     PIC 99.
               05 WS-DB-DAY       PIC 99.
           03 WS-DB-MAX-DAY       PIC 99 VALUE ZEROES.
           03 WS-DB-QUOT          PIC 9(05) VALUE ZEROES.
           03 WS-DB-REM           PIC 9(04) VALUE ZEROES.
           03 WS-DB-LEAP          PIC X VALUE 'N'.
               88 DB-YEAR-IS-LEAP          VALUE 'Y'.
      *
      *One metric under comparison: the area sum and the national
      *figure, the signed gap (areas minus national) and the
      *allowed gap, the larger of the floor and the tolerance
      *share of the national figure.
       01  WS-COMPARE.
           03 WS-CMP-METRIC       PIC X(12) VALUE SPACES.
           03 WS-CMP-AREAS        PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-CMP-NATIONAL     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-CMP-DIFF         PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-CMP-ABS-DIFF     PIC 9(11) COMP-3 VALUE ZEROES.
           03 WS-CMP-ALLOWED      PIC 9(09)V99 COMP-3 VALUE ZEROES.
           03 WS-CMP-PCT          PIC 9(09)V99 COMP-3 VALUE ZEROES.
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
           03 FILLER               PIC X(20) VALUE 'COV1939'.
           03 TITLE-1              PIC X(40) VALUE
                '*** SUBNATIONAL ROLL-UP RECONCILIATION '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(44).
      *
       01  WS-HEADER-1A.
           03 FILLER              PIC X(20) VALUE
                        'Limits - tolerance %'.
           03 LIM-TOL-O           PIC ZZ9.99.
           03 FILLER              PIC X(18) VALUE '  absolute floor: '.
           03 LIM-FLOOR-O         PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(30) VALUE
                        '  (both zero = any difference)'.
      *
       01  WS-HEADER-1B.
           03 FILLER              PIC X(22) VALUE
                        'Report dates checked: '.
           03 WINDOW-FROM-O       PIC X(10).
           03 FILLER              PIC X(04) VALUE ' to '.
           03 WINDOW-TO-O         PIC X(10).
      *
       01  WS-HEADER-2.
           03 COUNTRY-CODE        PIC X(04) VALUE 'CODE'.
           03 FILLER              PIC X(02).
           03 RPT-DATE-H          PIC X(10) VALUE 'RPT DATE'.
           03 FILLER              PIC X(02).
           03 AREAS-H             PIC X(07) VALUE '  AREAS'.
           03 FILLER              PIC X(02).
           03 METRIC-H            PIC X(12) VALUE 'METRIC'.
           03 FILLER              PIC X(02).
           03 AREA-SUM-H          PIC X(11) VALUE '   AREA SUM'.
           03 FILLER              PIC X(02).
           03 NATIONAL-H          PIC X(11) VALUE '   NATIONAL'.
           03 FILLER              PIC X(02).
           03 GAP-H               PIC X(12) VALUE '         GAP'.
           03 FILLER              PIC X(02).
           03 PCT-H               PIC X(06) VALUE '  GAP%'.
           03 FILLER              PIC X(02).
           03 REMARK-H            PIC X(16) VALUE 'REMARK'.
      *
       01  WS-HEADER-3.
           03 FILLER              PIC X(04) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(10) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(07) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(12) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(11) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(11) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(12) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(06) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(16) VALUE ALL '='.
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
           03 FILLER              PIC X(30) VALUE
                        '*** End of Reconciliation. '.
           03 WS-CNTRY-O          PIC ZZZ,ZZ9.
           03 FILLER              PIC X(12) VALUE ' countries, '.
           03 WS-CHECK-O          PIC ZZZ,ZZ9.
           03 FILLER              PIC X(22) VALUE
                        ' country-dates, '.
           03 WS-GAP-O            PIC ZZZ,ZZ9.
           03 FILLER              PIC X(16) VALUE ' gaps listed.'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
      *The run is registered on RUNCTL before any file opens; a
      *nonzero result (already run for the business date, the
      *SUBLOAD subnational load not yet complete, or the
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
           MOVE 'COV1939'               TO RP-JOB
           MOVE 'SUBLOAD'               TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1939 RUN NOT REGISTERED, RESULT '
                   RP-RESULT ' FOR BUSINESS DATE ' RP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *
       OPEN-FILES.
           OPEN INPUT  SUBAREAS-FILE
           IF WS-SUBAREAS-STATUS NOT EQUAL '00'
               SET RECON-IO-ERROR       TO TRUE
           END-IF
           OPEN INPUT  SUBSTATS-FILE
           IF WS-SUBSTATS-STATUS NOT EQUAL '00'
               SET RECON-IO-ERROR       TO TRUE
           END-IF
           OPEN INPUT  COVSTATS-FILE
           IF WS-COVSTATS-STATUS NOT EQUAL '00'
               SET RECON-IO-ERROR       TO TRUE
           END-IF
           OPEN INPUT  PARMCARD-FILE
           OPEN OUTPUT PRINT-LINE
           PERFORM READ-PARM-CARD
           IF PARM-CARD-PROVIDED
               PERFORM BUILD-DATE-WINDOW
           END-IF
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
               MOVE WS-TOLERANCE        TO LIM-TOL-O
               MOVE WS-FLOOR            TO LIM-FLOOR-O
               WRITE PRINT-REC        FROM WS-HEADER-1A
               IF PARM-FROM-CARD
                   WRITE PRINT-REC    FROM WS-OVERRIDE-LINE
               ELSE
                   MOVE PF-EFF-DATE     TO PARM-EFF-DATE-O
                   WRITE PRINT-REC    FROM WS-PARM-SOURCE-LINE
               END-IF
               MOVE WS-DT-FROM-DATE     TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE WS-FD-OUT           TO WINDOW-FROM-O
               MOVE RP-BUS-DATE         TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE WS-FD-OUT           TO WINDOW-TO-O
               WRITE PRINT-REC        FROM WS-HEADER-1B
               WRITE PRINT-REC        FROM WS-HEADER-2
               WRITE PRINT-REC        FROM WS-HEADER-3
           ELSE
               WRITE PRINT-REC        FROM WS-NO-PARM-LINE
           END-IF
           .
      *
       READ-NEXT-RECORD.
           IF PARM-CARD-PROVIDED AND NOT RECON-IO-ERROR
               PERFORM READ-AREA
                PERFORM UNTIL LASTREC = 'Y'
                    PERFORM CHECK-COUNTRY-BREAK
                    PERFORM SUM-AREA-DATES
                    PERFORM READ-AREA
                END-PERFORM
               PERFORM END-COUNTRY-GROUP
           END-IF
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-CNTRY-T-RECS         TO WS-CNTRY-O
           MOVE WS-CHECK-T-RECS         TO WS-CHECK-O
           MOVE WS-GAP-T-RECS           TO WS-GAP-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           .
      *
       CLOSE-STOP.
           CLOSE        SUBAREAS-FILE
                        SUBSTATS-FILE
                        COVSTATS-FILE
                        PARMCARD-FILE
                        PRINT-LINE
           EVALUATE TRUE
               WHEN RECON-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN NOT PARM-CARD-PROVIDED
                   MOVE 8  TO RETURN-CODE
               WHEN WS-GAP-T-RECS GREATER THAN ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           MOVE 'E'                     TO RP-FUNC
           MOVE RETURN-CODE             TO RP-END-RC
           MOVE WS-CHECK-T-RECS         TO RP-REC-COUNT
           CALL 'COV1900' USING RP-RUNCTL-PARM
           GOBACK
           .
      *
      *A card on the run is an explicit one-run override; with no
      *card the standing limits come from the central PARMFILE
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
           MOVE 'COV1939'               TO PF-JOB
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
      *A blank field counts as zero; anything else non-numeric, or
      *a window past the 31 dates the table holds, is a mispunched
      *card and the run is abandoned as if no parameters were
      *supplied.
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
           IF WS-PI-FLOOR EQUAL SPACES
               MOVE ZEROES              TO WS-FLOOR
           ELSE
               IF WS-PI-FLOOR IS NUMERIC
                   MOVE WS-PI-FLOOR-N   TO WS-FLOOR
               ELSE
                   MOVE 'N'             TO WS-PARM-PROVIDED
               END-IF
           END-IF
           IF WS-PI-WINDOW EQUAL SPACES
               MOVE ZEROES              TO WS-WINDOW-DAYS
           ELSE
               IF WS-PI-WINDOW IS NUMERIC
                       AND WS-PI-WINDOW-N NOT GREATER THAN 31
                   MOVE WS-PI-WINDOW-N  TO WS-WINDOW-DAYS
               ELSE
                   MOVE 'N'             TO WS-PARM-PROVIDED
               END-IF
           END-IF
           IF WS-WINDOW-DAYS EQUAL ZERO
               MOVE 1                   TO WS-WINDOW-DAYS
           END-IF
           .
      *
      *The window runs back from the business date one calendar day
      *at a time; the oldest date is where each area's scan starts.
       BUILD-DATE-WINDOW.
           MOVE ZERO                    TO WS-DT-USED
           MOVE RP-BUS-DATE             TO WS-DB-DATE
            PERFORM UNTIL WS-DT-USED EQUAL WS-WINDOW-DAYS
                ADD 1                   TO WS-DT-USED
                MOVE WS-DB-DATE         TO WS-DT-DATE (WS-DT-USED)
                PERFORM STEP-BACK-ONE-DAY
            END-PERFORM
           MOVE WS-DT-DATE (WS-DT-USED) TO WS-DT-FROM-DATE
           .
      *
       STEP-BACK-ONE-DAY.
           IF WS-DB-DAY GREATER THAN 1
               SUBTRACT 1             FROM WS-DB-DAY
           ELSE
               IF WS-DB-MONTH EQUAL 01
                   MOVE 12              TO WS-DB-MONTH
                   SUBTRACT 1         FROM WS-DB-YEAR
               ELSE
                   SUBTRACT 1         FROM WS-DB-MONTH
               END-IF
               PERFORM SET-DB-MAX-DAY
               MOVE WS-DB-MAX-DAY       TO WS-DB-DAY
           END-IF
           .
      *
       SET-DB-MAX-DAY.
           MOVE 'N'                     TO WS-DB-LEAP
           DIVIDE WS-DB-YEAR BY 4
               GIVING WS-DB-QUOT REMAINDER WS-DB-REM
           IF WS-DB-REM EQUAL ZERO
               SET DB-YEAR-IS-LEAP      TO TRUE
           END-IF
           DIVIDE WS-DB-YEAR BY 100
               GIVING WS-DB-QUOT REMAINDER WS-DB-REM
           IF WS-DB-REM EQUAL ZERO
               MOVE 'N'                 TO WS-DB-LEAP
               DIVIDE WS-DB-YEAR BY 400
                   GIVING WS-DB-QUOT REMAINDER WS-DB-REM
               IF WS-DB-REM EQUAL ZERO
                   SET DB-YEAR-IS-LEAP  TO TRUE
               END-IF
           END-IF
           EVALUATE WS-DB-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31              TO WS-DB-MAX-DAY
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30              TO WS-DB-MAX-DAY
               WHEN 02
                   IF DB-YEAR-IS-LEAP
                       MOVE 29          TO WS-DB-MAX-DAY
                   ELSE
                       MOVE 28          TO WS-DB-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31              TO WS-DB-MAX-DAY
           END-EVALUATE
           .
      *
       READ-AREA.
           READ SUBAREAS-FILE
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-AREA-T-RECS
           END-READ
           IF WS-SUBAREAS-STATUS NOT EQUAL '00'
                   AND WS-SUBAREAS-STATUS NOT EQUAL '10'
               SET RECON-IO-ERROR       TO TRUE
               MOVE 'Y'                 TO LASTREC
           END-IF
           .
      *
       CHECK-COUNTRY-BREAK.
           IF SA-CODE NOT EQUAL WS-GRP-CODE OR NOT GROUP-IS-OPEN
               PERFORM END-COUNTRY-GROUP
               SET GROUP-IS-OPEN        TO TRUE
               ADD 1                    TO WS-CNTRY-T-RECS
               MOVE SA-CODE             TO WS-GRP-CODE
               MOVE ZEROES              TO WS-GRP-AREAS
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX GREATER THAN WS-DT-USED
                   MOVE ZEROES TO WS-DT-AREAS (WS-DT-IDX)
                                  WS-DT-CONFIRMED (WS-DT-IDX)
                                  WS-DT-DEATHS (WS-DT-IDX)
                                  WS-DT-RECOVERED (WS-DT-IDX)
               END-PERFORM
           END-IF
           .
      *
      *One forward scan of the area's key range from the oldest
      *date in the window adds each date it reported into the
      *country's sums; the scan stops past the business date.
       SUM-AREA-DATES.
           ADD 1                        TO WS-GRP-AREAS
           MOVE SPACE                   TO LASTSCAN
           MOVE SA-CODE                 TO SS-CODE
           MOVE SA-AREA                 TO SS-AREA
           MOVE WS-DT-FROM-DATE         TO SS-RPT-DATE
           START SUBSTATS-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   MOVE 'Y'             TO LASTSCAN
           END-START
            PERFORM UNTIL LASTSCAN = 'Y'
                PERFORM READ-AREA-STAT
            END-PERFORM
           .
      *
       READ-AREA-STAT.
           READ SUBSTATS-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTSCAN
               NOT AT END
                   IF SS-CODE NOT EQUAL SA-CODE
                           OR SS-AREA NOT EQUAL SA-AREA
                           OR SS-RPT-DATE GREATER THAN RP-BUS-DATE
                       MOVE 'Y'         TO LASTSCAN
                   ELSE
                       PERFORM ADD-AREA-STAT
                   END-IF
           END-READ
           IF WS-SUBSTATS-STATUS NOT EQUAL '00'
                   AND WS-SUBSTATS-STATUS NOT EQUAL '10'
               SET RECON-IO-ERROR       TO TRUE
               MOVE 'Y'                 TO LASTSCAN
           END-IF
           .
      *
       ADD-AREA-STAT.
           MOVE ZERO                    TO WS-DT-HIT
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX GREATER THAN WS-DT-USED
                  OR WS-DT-HIT GREATER THAN ZERO
               IF WS-DT-DATE (WS-DT-IDX) EQUAL SS-RPT-DATE
                   MOVE WS-DT-IDX       TO WS-DT-HIT
               END-IF
           END-PERFORM
           IF WS-DT-HIT GREATER THAN ZERO
               ADD 1                TO WS-DT-AREAS (WS-DT-HIT)
               ADD SS-CONFIRMED     TO WS-DT-CONFIRMED (WS-DT-HIT)
               ADD SS-DEATHS        TO WS-DT-DEATHS (WS-DT-HIT)
               ADD SS-RECOVERED     TO WS-DT-RECOVERED (WS-DT-HIT)
           END-IF
           .
      *
      *Close out a country: every date in the window that at least
      *one of its areas reported is reconciled; a date no area
      *reported is not a subnational date for the country.
       END-COUNTRY-GROUP.
           IF GROUP-IS-OPEN
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX GREATER THAN WS-DT-USED
                   IF WS-DT-AREAS (WS-DT-IDX) GREATER THAN ZERO
                       PERFORM RECONCILE-DATE
                   END-IF
               END-PERFORM
               MOVE 'N'                 TO WS-GRP-OPEN
           END-IF
           .
      *
       RECONCILE-DATE.
           ADD 1                        TO WS-CHECK-T-RECS
           MOVE WS-GRP-CODE             TO S-CODE
           MOVE WS-DT-DATE (WS-DT-IDX)  TO S-RPT-DATE
           READ COVSTATS-FILE
               INVALID KEY
                   PERFORM LIST-NO-NATIONAL
               NOT INVALID KEY
                   MOVE 'CONFIRMED'     TO WS-CMP-METRIC
                   MOVE WS-DT-CONFIRMED (WS-DT-IDX) TO WS-CMP-AREAS
                   MOVE S-CONFIRMED     TO WS-CMP-NATIONAL
                   PERFORM COMPARE-METRIC
                   MOVE 'DEATHS'        TO WS-CMP-METRIC
                   MOVE WS-DT-DEATHS (WS-DT-IDX)    TO WS-CMP-AREAS
                   MOVE S-DEATHS        TO WS-CMP-NATIONAL
                   PERFORM COMPARE-METRIC
                   MOVE 'RECOVERED'     TO WS-CMP-METRIC
                   MOVE WS-DT-RECOVERED (WS-DT-IDX) TO WS-CMP-AREAS
                   MOVE S-RECOVERED     TO WS-CMP-NATIONAL
                   PERFORM COMPARE-METRIC
           END-READ
           IF WS-COVSTATS-STATUS NOT EQUAL '00'
                   AND WS-COVSTATS-STATUS NOT EQUAL '23'
               SET RECON-IO-ERROR       TO TRUE
           END-IF
           .
      *
      *The percentage is of the national figure, capped for print
      *at 999.99; a gap against a national zero counts as the cap.
       COMPARE-METRIC.
           COMPUTE WS-CMP-DIFF = WS-CMP-AREAS - WS-CMP-NATIONAL
           IF WS-CMP-DIFF LESS THAN ZERO
               COMPUTE WS-CMP-ABS-DIFF = ZERO - WS-CMP-DIFF
           ELSE
               MOVE WS-CMP-DIFF         TO WS-CMP-ABS-DIFF
           END-IF
           COMPUTE WS-CMP-ALLOWED ROUNDED =
               WS-CMP-NATIONAL * WS-TOLERANCE / 100
           IF WS-FLOOR GREATER THAN WS-CMP-ALLOWED
               MOVE WS-FLOOR            TO WS-CMP-ALLOWED
           END-IF
           IF WS-CMP-ABS-DIFF GREATER THAN WS-CMP-ALLOWED
               ADD 1                    TO WS-GAP-T-RECS
               IF WS-CMP-NATIONAL EQUAL ZERO
                   MOVE 999.99          TO WS-CMP-PCT
               ELSE
                   COMPUTE WS-CMP-PCT ROUNDED =
                       WS-CMP-ABS-DIFF * 100 / WS-CMP-NATIONAL
                   IF WS-CMP-PCT GREATER THAN 999.99
                       MOVE 999.99      TO WS-CMP-PCT
                   END-IF
               END-IF
               PERFORM FORMAT-GAP-LINE
               MOVE WS-CMP-METRIC       TO METRIC-O
               MOVE WS-CMP-AREAS        TO AREA-SUM-O
               MOVE WS-CMP-NATIONAL     TO NATIONAL-O
               MOVE WS-CMP-DIFF         TO GAP-O
               MOVE WS-CMP-PCT          TO PCT-O
               IF WS-DT-AREAS (WS-DT-IDX) LESS THAN WS-GRP-AREAS
                   MOVE 'AREAS MISSING'  TO REMARK-O
               ELSE
                   MOVE 'OVER TOLERANCE' TO REMARK-O
               END-IF
               WRITE PRINT-REC
           END-IF
           .
      *
       LIST-NO-NATIONAL.
           ADD 1                        TO WS-GAP-T-RECS
           PERFORM FORMAT-GAP-LINE
           MOVE 'CONFIRMED'             TO METRIC-O
           MOVE WS-DT-CONFIRMED (WS-DT-IDX) TO AREA-SUM-O
           MOVE 'NO NATIONAL REC'       TO REMARK-O
           WRITE PRINT-REC
           .
      *
       FORMAT-GAP-LINE.
           MOVE SPACES                  TO PRINT-REC
           MOVE WS-GRP-CODE             TO C-CODE-O
           MOVE WS-DT-DATE (WS-DT-IDX)  TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO RPT-DATE-O
           MOVE WS-DT-AREAS (WS-DT-IDX) TO AREAS-REP-O
           MOVE '/'                     TO AREAS-SEP-O
           MOVE WS-GRP-AREAS            TO AREAS-ON-O
           .
      *
       FORMAT-DATE.
           MOVE WS-FD-YEAR              TO WS-FD-YEAR-O
           MOVE WS-FD-MONTH             TO WS-FD-MONTH-O
           MOVE WS-FD-DAY               TO WS-FD-DAY-O
           .
