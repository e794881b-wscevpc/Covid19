      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1934.
       AUTHOR.        Georges B.
      *Second-source variance reconciliation. Every figure on the
      *daily statistics file (COVSTATS-FILE) comes from the one
      *provider's DAILYEXT extract, which STATLOAD only checks for
      *internal consistency. The international health body sends
      *its own daily country file (HLTHEXT), delivered in the same
      *row layout as DAILYEXT: country code, report date and the
      *cumulative confirmed / deaths / recovered figures. Each
      *HLTHEXT row is matched by country and report date against
      *COVSTATS, and a metric is reported as a variance when the
      *provider's figure differs from the second source's by more
      *than the larger of an absolute floor and a tolerance
      *percentage of the second source's figure. A row with no
      *COVSTATS record is listed as present in the second source
      *only (flagged when the country is not on COUNTRYS-FILE
      *either); then, for every report date the second source
      *covered, each country with a COVSTATS record the second
      *source did not send is listed as present in the provider
      *only. Unreadable and duplicate rows are listed and counted.
      *Every variance and one-sided country is also written to the
      *VARFILE file in the EXCPFILE exception layout, which the
      *COV1929 alert case update reads alongside the COV1906 and
      *COV1919 breaches, so provider drift is paged. Drift is also
      *held at this point: the COV1918 weekly summary (read by the
      *COV1905 rollup) and the COV1923 warehouse extract register
      *behind COV1934 rather than STATLOAD, and a run that finds
      *any variance beyond the limits ends with RETURN-CODE 8, so
      *COV1900 records it as failed and neither dependent starts
      *until the figures are corrected (COVC) or the limits
      *widened and COV1934 is rerun clean. One-sided countries and
      *unreadable rows alone end the run with RETURN-CODE 4 and do
      *not hold it. The limits normally come from the central
      *PARMFILE through the common COV1925 fetch (job COV1934,
      *effective for the business date); a PARMCARD card, when one
      *is supplied, is an explicit one-run override and is called
      *out on the report. Either way the card image reads:
      *   cols  1-5   tolerance percentage   (999V99, 2 implied
      *               decimals)
      *   cols  6-14  absolute floor         (9 digits)
      *A zero or blank field drops that part of the test, so
      *with both zero any difference is a variance; no card and
      *no PARMFILE record is a setup error and the run ends with
      *RETURN-CODE 8. Start and end are registered on the
      *run-control file through COV1900 behind STATLOAD; the
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
           SELECT HLTHEXT-FILE ASSIGN TO HLTHEXT
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-HLTHEXT-STATUS
           .
      *
           SELECT COVSTATS-FILE ASSIGN TO COVSTATS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS S-KEY
              FILE STATUS    IS WS-COVSTATS-STATUS
           .
      *
           SELECT COUNTRYS-FILE ASSIGN TO COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-COUNTRYS-STATUS
           .
      *
           SELECT VARFILE-FILE ASSIGN TO VARFILE
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-VARFILE-STATUS
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
           03 METRIC-O            PIC X(12).
           03 FILLER              PIC X(02).
           03 PROVIDER-O          PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 SECOND-O            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 DIFF-O              PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER              PIC X(02).
           03 PCT-O               PIC ZZ9.99.
           03 FILLER              PIC X(02).
           03 REMARK-O            PIC X(16).
           03 FILLER              PIC X(04).
      *
       FD  HLTHEXT-FILE RECORDING MODE F.
       01  HLTHEXT-REC.
           03 HX-CODE              PIC X(02).
           03 HX-RPT-DATE          PIC X(08).
           03 HX-RPT-DATE-N        REDEFINES HX-RPT-DATE
                                   PIC 9(08).
           03 HX-CONFIRMED         PIC X(09).
           03 HX-CONFIRMED-N       REDEFINES HX-CONFIRMED
                                   PIC 9(09).
           03 HX-DEATHS            PIC X(09).
           03 HX-DEATHS-N          REDEFINES HX-DEATHS
                                   PIC 9(09).
           03 HX-RECOVERED         PIC X(09).
           03 HX-RECOVERED-N       REDEFINES HX-RECOVERED
                                   PIC 9(09).
      *
       FD  COVSTATS-FILE.
       COPY COVSTATS REPLACING ==:TAG1:== BY ==COVSTATS==
                               ==:TAG2:== BY ==S==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       FD  VARFILE-FILE RECORDING MODE F.
       01  VARFILE-REC.
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
       FD  PARMCARD-FILE.
       01  PARMCARD-REC.
           03 PC-TOLERANCE         PIC X(05).
           03 PC-TOLERANCE-N       REDEFINES PC-TOLERANCE
                                   PIC 9(03)V99.
           03 PC-FLOOR             PIC X(09).
           03 PC-FLOOR-N           REDEFINES PC-FLOOR
                                   PIC 9(09).
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
       01  WS-HLTHEXT-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COVSTATS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-COUNTRYS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-VARFILE-STATUS      PIC 99 VALUE ZEROS.
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
           03 WS-ROW-VALID        PIC X VALUE 'N'.
               88 ROW-IS-VALID             VALUE 'Y'.
           03 WS-TABLE-FULL       PIC X VALUE 'N'.
               88 FEED-TABLE-FULL          VALUE 'Y'.
           03 WS-VARIANCE-IO-ERR  PIC X VALUE 'N'.
               88 VARIANCE-IO-ERROR        VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-FEED-T-RECS      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-MATCH-T-RECS     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-VAR-T-RECS       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-SRC2-T-RECS      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-PROV-T-RECS      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-BAD-T-RECS       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-EXCP-T-RECS      PIC 9(07) COMP-3 VALUE ZEROES.
      *
       01  WS-LIMITS.
           03 WS-TOLERANCE        PIC 9(03)V99  COMP-3 VALUE ZEROES.
           03 WS-FLOOR            PIC 9(09)     COMP-3 VALUE ZEROES.
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
           03 FILLER               PIC X(26).
      *
      *Every country and report date the second source sent, and
      *the distinct report dates among them, kept so the
      *provider-only sweep can tell which COVSTATS records the
      *second source left out.
       01  WS-FEED-TABLE.
           03 WS-FT-USED          PIC 9(04) COMP VALUE ZERO.
           03 WS-FT-IDX           PIC 9(04) COMP VALUE ZERO.
           03 WS-FT-HIT           PIC 9(04) COMP VALUE ZERO.
           03 WS-FT-FIND-CODE     PIC X(02) VALUE SPACES.
           03 WS-FT-FIND-DATE     PIC 9(08) VALUE ZEROES.
           03 WS-FT-ENTRY OCCURS 3000 TIMES.
               05 WS-FT-CODE      PIC X(02).
               05 WS-FT-DATE      PIC 9(08).
      *
       01  WS-DATE-TABLE.
           03 WS-DT-USED          PIC 9(02) COMP VALUE ZERO.
           03 WS-DT-IDX           PIC 9(02) COMP VALUE ZERO.
           03 WS-DT-HIT           PIC 9(02) COMP VALUE ZERO.
           03 WS-DT-ENTRY OCCURS 31 TIMES.
               05 WS-DT-DATE      PIC 9(08).
      *
      *One metric under comparison: the provider's and the second
      *source's figures, the signed difference (provider minus
      *second source) and the allowed difference, the larger of
      *the floor and the tolerance share of the second source.
       01  WS-COMPARE.
           03 WS-CMP-METRIC       PIC X(12) VALUE SPACES.
           03 WS-CMP-PROVIDER     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-CMP-SECOND       PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-CMP-DIFF         PIC S9(10) COMP-3 VALUE ZEROES.
           03 WS-CMP-ABS-DIFF     PIC 9(10) COMP-3 VALUE ZEROES.
           03 WS-CMP-ALLOWED      PIC 9(09)V99 COMP-3 VALUE ZEROES.
           03 WS-CMP-PCT          PIC 9(09)V99 COMP-3 VALUE ZEROES.
      *
       01  WS-ROW-REASON          PIC X(16) VALUE SPACES.
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
           03 FILLER               PIC X(20) VALUE 'COV1934'.
           03 TITLE-1              PIC X(40) VALUE
                '*** SECOND-SOURCE VARIANCE REPORT *** '.
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
           03 FILLER              PIC X(26) VALUE
                        '  (zero = test disabled)'.
      *
       01  WS-HEADER-2.
           03 COUNTRY-CODE        PIC X(04) VALUE 'CODE'.
           03 FILLER              PIC X(02).
           03 RPT-DATE-H          PIC X(10) VALUE 'RPT DATE'.
           03 FILLER              PIC X(02).
           03 METRIC-H            PIC X(12) VALUE 'METRIC'.
           03 FILLER              PIC X(02).
           03 PROVIDER-H          PIC X(11) VALUE '   PROVIDER'.
           03 FILLER              PIC X(02).
           03 SECOND-H            PIC X(11) VALUE ' SECOND SRC'.
           03 FILLER              PIC X(02).
           03 DIFF-H              PIC X(12) VALUE 'DIFFERENCE'.
           03 FILLER              PIC X(02).
           03 PCT-H               PIC X(06) VALUE '  PCT'.
           03 FILLER              PIC X(02).
           03 REMARK-H            PIC X(16) VALUE 'REMARK'.
      *
       01  WS-HEADER-3.
           03 FILLER              PIC X(04) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(10) VALUE ALL '='.
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
       01  WS-TABLE-FULL-LINE.
           03 FILLER              PIC X(30) VALUE
                '*** SECOND SOURCE TOO LARGE - '.
           03 FILLER              PIC X(40) VALUE
                'PROVIDER-ONLY CHECK NOT COMPLETE ***'.
      *
       01  WS-HELD-LINE.
           03 FILLER              PIC X(36) VALUE
                '*** VARIANCES BEYOND LIMITS - WEEKLY'.
           03 FILLER              PIC X(40) VALUE
                ' SUMMARY AND WAREHOUSE EXTRACT HELD ***'.
      *
       01  WS-TRAILER-1.
           03 FILLER              PIC X(25) VALUE
                        '*** End of Variances. '.
           03 WS-FEED-O           PIC Z,ZZZ,ZZ9.
           03 FILLER              PIC X(14) VALUE ' rows read, '.
           03 WS-MATCH-O          PIC Z,ZZZ,ZZ9.
           03 FILLER              PIC X(10) VALUE ' matched, '.
           03 WS-VAR-O            PIC Z,ZZZ,ZZ9.
           03 FILLER              PIC X(12) VALUE ' variances.'.
      *
       01  WS-TRAILER-2.
           03 FILLER              PIC X(24) VALUE SPACES.
           03 WS-SRC2-O           PIC Z,ZZZ,ZZ9.
           03 FILLER              PIC X(21) VALUE
                        ' second source only, '.
           03 WS-PROV-O           PIC Z,ZZZ,ZZ9.
           03 FILLER              PIC X(16) VALUE ' provider only, '.
           03 WS-BAD-O            PIC Z,ZZZ,ZZ9.
           03 FILLER              PIC X(12) VALUE ' bad rows.'.
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
           MOVE 'COV1934'               TO RP-JOB
           MOVE 'STATLOAD'              TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1934 RUN NOT REGISTERED, RESULT '
                   RP-RESULT ' FOR BUSINESS DATE ' RP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *
       OPEN-FILES.
           OPEN INPUT  HLTHEXT-FILE
           IF WS-HLTHEXT-STATUS NOT EQUAL '00'
               SET VARIANCE-IO-ERROR    TO TRUE
           END-IF
           OPEN INPUT  COVSTATS-FILE
           IF WS-COVSTATS-STATUS NOT EQUAL '00'
               SET VARIANCE-IO-ERROR    TO TRUE
           END-IF
           OPEN INPUT  COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS NOT EQUAL '00'
               SET VARIANCE-IO-ERROR    TO TRUE
           END-IF
           OPEN INPUT  PARMCARD-FILE
           OPEN OUTPUT PRINT-LINE
           OPEN OUTPUT VARFILE-FILE
           IF WS-VARFILE-STATUS NOT EQUAL '00'
               SET VARIANCE-IO-ERROR    TO TRUE
           END-IF
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
               MOVE WS-TOLERANCE        TO LIM-TOL-O
               MOVE WS-FLOOR            TO LIM-FLOOR-O
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
      *The second source is matched row by row first; the
      *provider-only sweep then runs over the report dates it
      *covered, provided every row it sent could be remembered.
       READ-NEXT-RECORD.
           IF PARM-CARD-PROVIDED AND NOT VARIANCE-IO-ERROR
               PERFORM READ-FEED-ROW
                PERFORM UNTIL LASTREC = 'Y'
                    PERFORM MATCH-FEED-ROW
                    PERFORM READ-FEED-ROW
                END-PERFORM
               IF FEED-TABLE-FULL
                   MOVE SPACES          TO PRINT-REC
                   WRITE PRINT-REC
                   WRITE PRINT-REC    FROM WS-TABLE-FULL-LINE
               ELSE
                   PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                       UNTIL WS-DT-IDX GREATER THAN WS-DT-USED
                          OR VARIANCE-IO-ERROR
                       PERFORM SWEEP-PROVIDER-DATE
                   END-PERFORM
               END-IF
           END-IF
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-FEED-T-RECS          TO WS-FEED-O
           MOVE WS-MATCH-T-RECS         TO WS-MATCH-O
           MOVE WS-VAR-T-RECS           TO WS-VAR-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           MOVE WS-SRC2-T-RECS          TO WS-SRC2-O
           MOVE WS-PROV-T-RECS          TO WS-PROV-O
           MOVE WS-BAD-T-RECS           TO WS-BAD-O
           WRITE PRINT-REC            FROM WS-TRAILER-2
           IF WS-VAR-T-RECS GREATER THAN ZERO
               WRITE PRINT-REC        FROM WS-HELD-LINE
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        HLTHEXT-FILE
                        COVSTATS-FILE
                        COUNTRYS-FILE
                        PARMCARD-FILE
                        PRINT-LINE
                        VARFILE-FILE
           EVALUATE TRUE
               WHEN VARIANCE-IO-ERROR
                       OR FEED-TABLE-FULL
                   MOVE 12 TO RETURN-CODE
               WHEN NOT PARM-CARD-PROVIDED
                       OR WS-VAR-T-RECS GREATER THAN ZERO
                   MOVE 8  TO RETURN-CODE
               WHEN WS-SRC2-T-RECS GREATER THAN ZERO
                       OR WS-PROV-T-RECS GREATER THAN ZERO
                       OR WS-BAD-T-RECS GREATER THAN ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           MOVE 'E'                     TO RP-FUNC
           MOVE RETURN-CODE             TO RP-END-RC
           MOVE WS-FEED-T-RECS          TO RP-REC-COUNT
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
           MOVE 'COV1934'               TO PF-JOB
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
      *A blank limit field counts as zero (that part of the test
      *dropped); a field with anything else non-numeric is a
      *mispunched value and the run is abandoned as if no
      *parameters were supplied.
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
           .
      *
       READ-FEED-ROW.
           READ HLTHEXT-FILE
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-FEED-T-RECS
           END-READ
           IF WS-HLTHEXT-STATUS NOT EQUAL '00'
                   AND WS-HLTHEXT-STATUS NOT EQUAL '10'
               SET VARIANCE-IO-ERROR    TO TRUE
               MOVE 'Y'                 TO LASTREC
           END-IF
           .
      *
      *A row that cannot be read, or repeats a country and date
      *already sent, is listed as a bad row and not compared.
       MATCH-FEED-ROW.
           PERFORM EDIT-FEED-ROW
           IF ROW-IS-VALID
               PERFORM REMEMBER-FEED-ROW
               MOVE HX-CODE             TO S-CODE
               MOVE HX-RPT-DATE-N       TO S-RPT-DATE
               READ COVSTATS-FILE
               EVALUATE WS-COVSTATS-STATUS
                   WHEN '00'
                       ADD 1            TO WS-MATCH-T-RECS
                       PERFORM COMPARE-FEED-ROW
                   WHEN '23'
                       PERFORM LIST-SECOND-ONLY
                   WHEN OTHER
                       SET VARIANCE-IO-ERROR TO TRUE
                       MOVE 'Y'         TO LASTREC
               END-EVALUATE
           END-IF
           .
      *
       EDIT-FEED-ROW.
           MOVE 'Y'                     TO WS-ROW-VALID
           MOVE SPACES                  TO WS-ROW-REASON
           EVALUATE TRUE
               WHEN HX-CODE EQUAL SPACES
                       OR HX-RPT-DATE NOT NUMERIC
                   MOVE 'BAD KEY'       TO WS-ROW-REASON
               WHEN HX-CONFIRMED NOT NUMERIC
                       OR HX-DEATHS NOT NUMERIC
                       OR HX-RECOVERED NOT NUMERIC
                   MOVE 'BAD FIGURES'   TO WS-ROW-REASON
               WHEN OTHER
                   MOVE HX-CODE         TO WS-FT-FIND-CODE
                   MOVE HX-RPT-DATE-N   TO WS-FT-FIND-DATE
                   PERFORM FIND-FEED-ROW
                   IF WS-FT-HIT GREATER THAN ZERO
                       MOVE 'DUPLICATE ROW' TO WS-ROW-REASON
                   END-IF
           END-EVALUATE
           IF WS-ROW-REASON NOT EQUAL SPACES
               MOVE 'N'                 TO WS-ROW-VALID
               ADD 1                    TO WS-BAD-T-RECS
               MOVE SPACES              TO PRINT-REC
               MOVE HX-CODE             TO C-CODE-O
               MOVE HX-RPT-DATE         TO RPT-DATE-O
               MOVE WS-ROW-REASON       TO REMARK-O
               WRITE PRINT-REC
           END-IF
           .
      *
       FIND-FEED-ROW.
           MOVE ZERO                    TO WS-FT-HIT
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX GREATER THAN WS-FT-USED
                  OR WS-FT-HIT GREATER THAN ZERO
               IF WS-FT-CODE (WS-FT-IDX) EQUAL WS-FT-FIND-CODE
                   AND WS-FT-DATE (WS-FT-IDX) EQUAL WS-FT-FIND-DATE
                   MOVE WS-FT-IDX       TO WS-FT-HIT
               END-IF
           END-PERFORM
           .
      *
      *Once either table fills the provider-only sweep can no
      *longer be trusted; matching carries on regardless.
       REMEMBER-FEED-ROW.
           IF WS-FT-USED EQUAL 3000
               SET FEED-TABLE-FULL      TO TRUE
           ELSE
               ADD 1                    TO WS-FT-USED
               MOVE HX-CODE             TO WS-FT-CODE (WS-FT-USED)
               MOVE HX-RPT-DATE-N       TO WS-FT-DATE (WS-FT-USED)
           END-IF
           MOVE ZERO                    TO WS-DT-HIT
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX GREATER THAN WS-DT-USED
                  OR WS-DT-HIT GREATER THAN ZERO
               IF WS-DT-DATE (WS-DT-IDX) EQUAL HX-RPT-DATE-N
                   MOVE WS-DT-IDX       TO WS-DT-HIT
               END-IF
           END-PERFORM
           IF WS-DT-HIT EQUAL ZERO
               IF WS-DT-USED EQUAL 31
                   SET FEED-TABLE-FULL  TO TRUE
               ELSE
                   ADD 1                TO WS-DT-USED
                   MOVE HX-RPT-DATE-N   TO WS-DT-DATE (WS-DT-USED)
               END-IF
           END-IF
           .
      *
       COMPARE-FEED-ROW.
           MOVE 'VAR CONFIRM'           TO WS-CMP-METRIC
           MOVE S-CONFIRMED             TO WS-CMP-PROVIDER
           MOVE HX-CONFIRMED-N          TO WS-CMP-SECOND
           PERFORM COMPARE-METRIC
           MOVE 'VAR DEATHS'            TO WS-CMP-METRIC
           MOVE S-DEATHS                TO WS-CMP-PROVIDER
           MOVE HX-DEATHS-N             TO WS-CMP-SECOND
           PERFORM COMPARE-METRIC
           MOVE 'VAR RECOVER'           TO WS-CMP-METRIC
           MOVE S-RECOVERED             TO WS-CMP-PROVIDER
           MOVE HX-RECOVERED-N          TO WS-CMP-SECOND
           PERFORM COMPARE-METRIC
           .
      *
      *The percentage is of the second source's figure, capped for
      *print at 999.99; a difference against a second-source zero
      *counts as the cap.
       COMPARE-METRIC.
           COMPUTE WS-CMP-DIFF = WS-CMP-PROVIDER - WS-CMP-SECOND
           IF WS-CMP-DIFF LESS THAN ZERO
               COMPUTE WS-CMP-ABS-DIFF = ZERO - WS-CMP-DIFF
           ELSE
               MOVE WS-CMP-DIFF         TO WS-CMP-ABS-DIFF
           END-IF
           COMPUTE WS-CMP-ALLOWED ROUNDED =
               WS-CMP-SECOND * WS-TOLERANCE / 100
           IF WS-FLOOR GREATER THAN WS-CMP-ALLOWED
               MOVE WS-FLOOR            TO WS-CMP-ALLOWED
           END-IF
           IF WS-CMP-ABS-DIFF GREATER THAN WS-CMP-ALLOWED
               ADD 1                    TO WS-VAR-T-RECS
               IF WS-CMP-SECOND EQUAL ZERO
                   MOVE 999.99          TO WS-CMP-PCT
               ELSE
                   COMPUTE WS-CMP-PCT ROUNDED =
                       WS-CMP-ABS-DIFF * 100 / WS-CMP-SECOND
                   IF WS-CMP-PCT GREATER THAN 999.99
                       MOVE 999.99      TO WS-CMP-PCT
                   END-IF
               END-IF
               MOVE SPACES              TO PRINT-REC
               MOVE S-CODE              TO C-CODE-O
               MOVE S-RPT-DATE          TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE WS-FD-OUT           TO RPT-DATE-O
               MOVE WS-CMP-METRIC       TO METRIC-O
               MOVE WS-CMP-PROVIDER     TO PROVIDER-O
               MOVE WS-CMP-SECOND       TO SECOND-O
               MOVE WS-CMP-DIFF         TO DIFF-O
               MOVE WS-CMP-PCT          TO PCT-O
               MOVE 'OVER TOLERANCE'    TO REMARK-O
               WRITE PRINT-REC
               MOVE S-CODE              TO EX-C-CODE
               MOVE S-RPT-DATE          TO EX-RPT-DATE
               MOVE WS-CMP-METRIC       TO EX-TYPE
               MOVE WS-CMP-DIFF         TO EX-VALUE-O
               MOVE WS-CMP-ALLOWED      TO EX-LIMIT-O
               PERFORM WRITE-VARIANCE
           END-IF
           .
      *
      *The second source sent a country and date the provider did
      *not; the remark says whether the country is one we carry.
       LIST-SECOND-ONLY.
           ADD 1                        TO WS-SRC2-T-RECS
           MOVE SPACES                  TO PRINT-REC
           MOVE HX-CODE                 TO C-CODE-O
           MOVE HX-RPT-DATE-N           TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO RPT-DATE-O
           MOVE 'SRC2 ONLY'             TO METRIC-O
           MOVE HX-CONFIRMED-N          TO SECOND-O
           MOVE HX-CODE                 TO C-CODE
           READ COUNTRYS-FILE
           EVALUATE WS-COUNTRYS-STATUS
               WHEN '00'
                   MOVE 'NOT ON COVSTATS' TO REMARK-O
               WHEN '23'
                   MOVE 'NOT ON COUNTRYS' TO REMARK-O
               WHEN OTHER
                   SET VARIANCE-IO-ERROR TO TRUE
                   MOVE 'Y'             TO LASTREC
           END-EVALUATE
           IF NOT VARIANCE-IO-ERROR
               WRITE PRINT-REC
               MOVE HX-CODE             TO EX-C-CODE
               MOVE HX-RPT-DATE         TO EX-RPT-DATE
               MOVE 'SRC2 ONLY'         TO EX-TYPE
               MOVE HX-CONFIRMED-N      TO EX-VALUE-O
               MOVE ZEROES              TO EX-LIMIT-O
               PERFORM WRITE-VARIANCE
           END-IF
           .
      *
      *For one report date the second source covered, every
      *country on file is looked up on COVSTATS; one reported by
      *the provider but not in the second source's rows is listed.
       SWEEP-PROVIDER-DATE.
           MOVE LOW-VALUES              TO C-CODE
           START COUNTRYS-FILE KEY NOT LESS THAN C-CODE
           IF WS-COUNTRYS-STATUS EQUAL '00'
               MOVE SPACE               TO LASTREC
               PERFORM READ-COUNTRY-RECORD
                PERFORM UNTIL LASTREC = 'Y'
                    PERFORM CHECK-PROVIDER-COUNTRY
                    PERFORM READ-COUNTRY-RECORD
                END-PERFORM
           ELSE
               IF WS-COUNTRYS-STATUS NOT EQUAL '23'
                   SET VARIANCE-IO-ERROR TO TRUE
               END-IF
           END-IF
           .
      *
       READ-COUNTRY-RECORD.
           READ COUNTRYS-FILE NEXT RECORD
                AT END       MOVE 'Y' TO LASTREC
           END-READ
           IF WS-COUNTRYS-STATUS NOT EQUAL '00'
                   AND WS-COUNTRYS-STATUS NOT EQUAL '10'
               SET VARIANCE-IO-ERROR    TO TRUE
               MOVE 'Y'                 TO LASTREC
           END-IF
           .
      *
       CHECK-PROVIDER-COUNTRY.
           MOVE C-CODE                  TO S-CODE
           MOVE WS-DT-DATE (WS-DT-IDX)  TO S-RPT-DATE
           READ COVSTATS-FILE
           EVALUATE WS-COVSTATS-STATUS
               WHEN '00'
                   MOVE S-CODE          TO WS-FT-FIND-CODE
                   MOVE S-RPT-DATE      TO WS-FT-FIND-DATE
                   PERFORM FIND-FEED-ROW
                   IF WS-FT-HIT EQUAL ZERO
                       PERFORM LIST-PROVIDER-ONLY
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   SET VARIANCE-IO-ERROR TO TRUE
                   MOVE 'Y'             TO LASTREC
           END-EVALUATE
           .
      *
       LIST-PROVIDER-ONLY.
           ADD 1                        TO WS-PROV-T-RECS
           MOVE SPACES                  TO PRINT-REC
           MOVE S-CODE                  TO C-CODE-O
           MOVE S-RPT-DATE              TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO RPT-DATE-O
           MOVE 'PROVIDR ONLY'          TO METRIC-O
           MOVE S-CONFIRMED             TO PROVIDER-O
           MOVE 'NOT IN SRC2'           TO REMARK-O
           WRITE PRINT-REC
           MOVE S-CODE                  TO EX-C-CODE
           MOVE S-RPT-DATE              TO EX-RPT-DATE
           MOVE 'PROVIDR ONLY'          TO EX-TYPE
           MOVE S-CONFIRMED             TO EX-VALUE-O
           MOVE ZEROES                  TO EX-LIMIT-O
           PERFORM WRITE-VARIANCE
           .
      *
       WRITE-VARIANCE.
           ADD 1                        TO WS-EXCP-T-RECS
           WRITE VARFILE-REC
           IF WS-VARFILE-STATUS NOT EQUAL '00'
               SET VARIANCE-IO-ERROR    TO TRUE
           END-IF
           .
      *
       FORMAT-DATE.
           MOVE WS-FD-YEAR              TO WS-FD-YEAR-O
           MOVE WS-FD-MONTH             TO WS-FD-MONTH-O
           MOVE WS-FD-DAY               TO WS-FD-DAY-O
           .
