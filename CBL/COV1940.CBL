      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1940.
       AUTHOR.        Georges B.
      *Subnational report for one country and one report date:
      *every area the SUBAREAS reference master holds for the
      *country is listed with its cumulative confirmed, deaths and
      *recovered from SUBSTATS-FILE, the daily new figures against
      *the area's latest earlier recorded date, and its share of
      *the national confirmed and deaths on the country's own
      *COVSTATS-FILE record for the date. An area with no record
      *for the date is listed as not reporting. The list closes
      *with the area totals, the national figures and the
      *unallocated remainder between them, which is the same gap
      *the COV1939 roll-up reconciliation measures. The country
      *and date normally come from the central PARMFILE through
      *the common COV1925 fetch (job COV1940, effective for the
      *current date); a PARMCARD card, when one is supplied, is
      *an explicit one-run override and is called out on the
      *report. Either way the card image reads:
      *   cols  1-2   country code
      *   cols  3-10  report date, YYYYMMDD
      *No card and no PARMFILE record, or a country not on the
      *COUNTRYS master, is a setup error and the run ends with
      *RETURN-CODE 8; a country with no areas on file ends with
      *RETURN-CODE 4.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT COUNTRYS-FILE ASSIGN TO COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-COUNTRYS-STATUS
           .
      *
           SELECT SUBAREAS-FILE ASSIGN TO SUBAREAS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
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
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS S-KEY
              FILE STATUS    IS WS-COVSTATS-STATUS
           .
      *
           SELECT OPTIONAL PARMCARD-FILE ASSIGN TO PARMCARD
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-PARMCARD-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           03 AREA-O              PIC X(03).
           03 FILLER              PIC X(02).
           03 AREA-NAME-O         PIC X(24).
           03 FILLER              PIC X(02).
           03 CONFIRMED-O         PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(01).
           03 NEW-CONFIRMED-O     PIC ZZ,ZZZ,ZZ9-.
           03 FILLER              PIC X(02).
           03 DEATHS-O            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(01).
           03 NEW-DEATHS-O        PIC ZZ,ZZZ,ZZ9-.
           03 FILLER              PIC X(02).
           03 RECOVERED-O         PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(01).
           03 NEW-RECOVERED-O     PIC ZZ,ZZZ,ZZ9-.
           03 FILLER              PIC X(02).
           03 SHARE-CONF-O        PIC ZZ9.99.
           03 FILLER              PIC X(02).
           03 SHARE-DEATHS-O      PIC ZZ9.99.
           03 FILLER              PIC X(12).
       01  PRINT-REC-MISSING.
           03 FILLER              PIC X(31).
           03 MISSING-O           PIC X(40).
           03 FILLER              PIC X(61).
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
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
       01  PARMCARD-REC.
           03 PC-CODE              PIC X(02).
           03 PC-RPT-DATE          PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-COUNTRYS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-SUBAREAS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-SUBSTATS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-COVSTATS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-PARMCARD-STATUS     PIC 99 VALUE ZEROS.
      *
       COPY PARMFTPA REPLACING ==:TAG:== BY ==PF==.
      *
       01 FLAGS.
           03 LASTREC             PIC X VALUE SPACE.
           03 LASTSCAN            PIC X VALUE SPACE.
           03 WS-PARM-PROVIDED    PIC X VALUE 'N'.
               88 PARMS-PROVIDED           VALUE 'Y'.
           03 WS-PARM-SOURCE      PIC X VALUE SPACE.
               88 PARM-FROM-CARD           VALUE 'C'.
               88 PARM-FROM-FILE           VALUE 'F'.
           03 WS-NAT-ON-FILE      PIC X VALUE 'N'.
               88 NATIONAL-ON-FILE         VALUE 'Y'.
           03 WS-REPORT-IO-ERR    PIC X VALUE 'N'.
               88 REPORT-IO-ERROR          VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-AREA-T-RECS      PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-REPORTED-T-RECS  PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-MISSING-T-RECS   PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-SELECTION.
           03 WS-SEL-CODE         PIC X(02) VALUE SPACES.
           03 WS-SEL-DATE         PIC 9(08) VALUE ZEROES.
      *
      *The parameter card image, whether it arrived on the SYSIN
      *card or from the central PARMFILE, parsed with the same
      *columns either way.
       01  WS-PARM-IMAGE          PIC X(40) VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-PARM-IMAGE.
           03 WS-PI-CODE           PIC X(02).
           03 WS-PI-RPT-DATE       PIC X(08).
           03 WS-PI-RPT-DATE-N     REDEFINES WS-PI-RPT-DATE
                                   PIC 9(08).
           03 FILLER               PIC X(30).
      *
      *Cumulative values picked up in one forward scan of a key
      *range: the record on the report date and the last record
      *before it.
       01  WS-SCAN-WORK.
           03 WS-SC-HAS           PIC X(01) VALUE 'N'.
               88 SCAN-DATE-FOUND          VALUE 'Y'.
           03 WS-SC-CONFIRMED     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-SC-DEATHS        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-SC-RECOVERED     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-SC-PRI-CONFIRMED PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-SC-PRI-DEATHS    PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-SC-PRI-RECOVERED PIC 9(09) COMP-3 VALUE ZEROES.
      *
      *One line's figures: cumulatives, daily new and shares, used
      *for the area lines and the three closing lines alike.
       01  WS-LINE-WORK.
           03 WS-LN-CONFIRMED     PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-LN-DEATHS        PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-LN-RECOVERED     PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-LN-NEW-CONF      PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-LN-NEW-DEATHS    PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-LN-NEW-RECOV     PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-LN-SHARE         PIC 9(09)V99 COMP-3 VALUE ZEROES.
      *
       01  WS-AREA-TOTALS.
           03 WS-AT-CONFIRMED     PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-AT-DEATHS        PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-AT-RECOVERED     PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-AT-NEW-CONF      PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-AT-NEW-DEATHS    PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-AT-NEW-RECOV     PIC S9(11) COMP-3 VALUE ZEROES.
      *
       01  WS-NATIONAL.
           03 WS-NT-CONFIRMED     PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-NT-DEATHS        PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-NT-RECOVERED     PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-NT-NEW-CONF      PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-NT-NEW-DEATHS    PIC S9(11) COMP-3 VALUE ZEROES.
           03 WS-NT-NEW-RECOV     PIC S9(11) COMP-3 VALUE ZEROES.
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
           03 FILLER               PIC X(20) VALUE 'COV1940'.
           03 TITLE-1              PIC X(40) VALUE
                '*** SUBNATIONAL REPORT *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(04).
      *
       01  WS-HEADER-1A.
           03 FILLER              PIC X(09) VALUE 'Country: '.
           03 CODE-1              PIC X(02).
           03 FILLER              PIC X(01).
           03 NAME-1              PIC X(50).
           03 FILLER              PIC X(17) VALUE
                        '  report date: '.
           03 RPT-DATE-1          PIC X(10).
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
       01  WS-HEADER-2.
           03 AREA-H              PIC X(03) VALUE 'CD'.
           03 FILLER              PIC X(02).
           03 AREA-NAME-H         PIC X(24) VALUE 'AREA NAME'.
           03 FILLER              PIC X(02).
           03 CONFIRMED-H         PIC X(11) VALUE '  CONFIRMED'.
           03 FILLER              PIC X(01).
           03 NEW-CONFIRMED-H     PIC X(11) VALUE '       NEW'.
           03 FILLER              PIC X(02).
           03 DEATHS-H            PIC X(11) VALUE '     DEATHS'.
           03 FILLER              PIC X(01).
           03 NEW-DEATHS-H        PIC X(11) VALUE '       NEW'.
           03 FILLER              PIC X(02).
           03 RECOVERED-H         PIC X(11) VALUE '  RECOVERED'.
           03 FILLER              PIC X(01).
           03 NEW-RECOVERED-H     PIC X(11) VALUE '       NEW'.
           03 FILLER              PIC X(02).
           03 SHARE-CONF-H        PIC X(06) VALUE 'CONF%'.
           03 FILLER              PIC X(02).
           03 SHARE-DEATHS-H      PIC X(06) VALUE 'DTHS%'.
      *
       01  WS-HEADER-3.
           03 FILLER              PIC X(03) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(24) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(11) VALUE ALL '='.
           03 FILLER              PIC X(01).
           03 FILLER              PIC X(11) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(11) VALUE ALL '='.
           03 FILLER              PIC X(01).
           03 FILLER              PIC X(11) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(11) VALUE ALL '='.
           03 FILLER              PIC X(01).
           03 FILLER              PIC X(11) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(06) VALUE ALL '='.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(06) VALUE ALL '='.
      *
       01  WS-NO-PARM-LINE.
           03 FILLER              PIC X(52) VALUE
                '*** NO OR INVALID PARAMETERS - RUN ABANDONED ***'.
      *
       01  WS-NO-AREAS-LINE.
           03 FILLER              PIC X(52) VALUE
                '*** NO AREAS ON FILE FOR THIS COUNTRY ***'.
      *
       01  WS-TRAILER-1.
           03 FILLER              PIC X(31) VALUE
                        '*** End of Subnational Report. '.
           03 WS-AREA-O           PIC ZZZ,ZZ9.
           03 FILLER              PIC X(09) VALUE ' areas, '.
           03 WS-REPORTED-O       PIC ZZZ,ZZ9.
           03 FILLER              PIC X(12) VALUE ' reporting, '.
           03 WS-MISSING-O        PIC ZZZ,ZZ9.
           03 FILLER              PIC X(16) VALUE ' not reporting.'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           OPEN INPUT  PARMCARD-FILE
           PERFORM READ-PARM-CARD
           OPEN OUTPUT PRINT-LINE
           IF PARMS-PROVIDED
               OPEN INPUT COUNTRYS-FILE
               IF WS-COUNTRYS-STATUS NOT EQUAL '00'
                   SET REPORT-IO-ERROR  TO TRUE
               END-IF
               OPEN INPUT SUBAREAS-FILE
               IF WS-SUBAREAS-STATUS NOT EQUAL '00'
                   SET REPORT-IO-ERROR  TO TRUE
               END-IF
               OPEN INPUT SUBSTATS-FILE
               IF WS-SUBSTATS-STATUS NOT EQUAL '00'
                   SET REPORT-IO-ERROR  TO TRUE
               END-IF
               OPEN INPUT COVSTATS-FILE
               IF WS-COVSTATS-STATUS NOT EQUAL '00'
                   SET REPORT-IO-ERROR  TO TRUE
               END-IF
               PERFORM CHECK-COUNTRY
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
           IF PARMS-PROVIDED
               MOVE WS-SEL-CODE         TO CODE-1
               MOVE C-NAME              TO NAME-1
               MOVE WS-SEL-DATE         TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE WS-FD-OUT           TO RPT-DATE-1
               WRITE PRINT-REC        FROM WS-HEADER-1A
               IF PARM-FROM-CARD
                   WRITE PRINT-REC    FROM WS-OVERRIDE-LINE
               END-IF
               IF PARM-FROM-FILE
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
      *The national record is fetched first so every area line can
      *carry its share of the country's figures.
       LIST-AREAS.
           IF PARMS-PROVIDED AND NOT REPORT-IO-ERROR
               PERFORM FETCH-NATIONAL
               PERFORM START-AREAS
                PERFORM UNTIL LASTREC = 'Y'
                    PERFORM LIST-ONE-AREA
                    PERFORM READ-AREA
                END-PERFORM
               IF WS-AREA-T-RECS EQUAL ZERO
                   WRITE PRINT-REC    FROM WS-NO-AREAS-LINE
               ELSE
                   PERFORM WRITE-TOTAL-LINES
               END-IF
           END-IF
           .
      *
       WRITE-TRAILERS.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-AREA-T-RECS          TO WS-AREA-O
           MOVE WS-REPORTED-T-RECS      TO WS-REPORTED-O
           MOVE WS-MISSING-T-RECS       TO WS-MISSING-O
           WRITE PRINT-REC            FROM WS-TRAILER-1
           .
      *
       CLOSE-STOP.
           CLOSE        PARMCARD-FILE
                        PRINT-LINE
           IF PARMS-PROVIDED
               CLOSE    COUNTRYS-FILE
                        SUBAREAS-FILE
                        SUBSTATS-FILE
                        COVSTATS-FILE
           END-IF
           EVALUATE TRUE
               WHEN REPORT-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN NOT PARMS-PROVIDED
                   MOVE 8  TO RETURN-CODE
               WHEN WS-AREA-T-RECS EQUAL ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
      *
      *A card on the run is an explicit one-run override; with no
      *card the standing country and date come from the central
      *PARMFILE through COV1925, effective for the current date.
       READ-PARM-CARD.
           READ PARMCARD-FILE
               AT END
                   PERFORM FETCH-PARM-RECORD
               NOT AT END
                   MOVE 'C'             TO WS-PARM-SOURCE
                   MOVE SPACES          TO WS-PARM-IMAGE
                   MOVE PARMCARD-REC    TO WS-PARM-IMAGE
                   PERFORM EDIT-PARM-FIELDS
           END-READ
           .
      *
       FETCH-PARM-RECORD.
           MOVE SPACES                  TO PF-PARMFT-PARM
           MOVE 'COV1940'               TO PF-JOB
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           MOVE ZEROES                  TO PF-LOOK-DATE
           MOVE WS-CURRENT-YEAR         TO PF-LOOK-DATE (1:4)
           MOVE WS-CURRENT-MONTH        TO PF-LOOK-DATE (5:2)
           MOVE WS-CURRENT-DAY          TO PF-LOOK-DATE (7:2)
           CALL 'COV1925' USING PF-PARMFT-PARM
           IF PF-RESULT EQUAL '00'
               MOVE 'F'                 TO WS-PARM-SOURCE
               MOVE PF-CARD-IMAGE       TO WS-PARM-IMAGE
               PERFORM EDIT-PARM-FIELDS
           END-IF
           .
      *
       EDIT-PARM-FIELDS.
           IF WS-PI-CODE NOT EQUAL SPACES
                   AND WS-PI-RPT-DATE IS NUMERIC
               MOVE WS-PI-CODE          TO WS-SEL-CODE
               MOVE WS-PI-RPT-DATE-N    TO WS-SEL-DATE
               SET PARMS-PROVIDED       TO TRUE
           ELSE
               MOVE 'N'                 TO WS-PARM-PROVIDED
           END-IF
           .
      *
      *A country the master does not hold is a mispunched card and
      *is treated as no parameters at all.
       CHECK-COUNTRY.
           MOVE WS-SEL-CODE             TO C-CODE
           READ COUNTRYS-FILE
               INVALID KEY
                   MOVE 'N'             TO WS-PARM-PROVIDED
           END-READ
           IF WS-COUNTRYS-STATUS NOT EQUAL '00'
                   AND WS-COUNTRYS-STATUS NOT EQUAL '23'
               SET REPORT-IO-ERROR      TO TRUE
           END-IF
           .
      *
       FETCH-NATIONAL.
           MOVE SPACE                   TO LASTSCAN
           MOVE 'N'                     TO WS-SC-HAS
           MOVE ZEROES                  TO WS-SC-PRI-CONFIRMED
                                           WS-SC-PRI-DEATHS
                                           WS-SC-PRI-RECOVERED
           MOVE WS-SEL-CODE             TO S-CODE
           MOVE ZEROES                  TO S-RPT-DATE
           START COVSTATS-FILE KEY IS NOT LESS THAN S-KEY
               INVALID KEY
                   MOVE 'Y'             TO LASTSCAN
           END-START
            PERFORM UNTIL LASTSCAN = 'Y'
                PERFORM SCAN-NATIONAL-RECORD
            END-PERFORM
           IF SCAN-DATE-FOUND
               SET NATIONAL-ON-FILE     TO TRUE
               MOVE WS-SC-CONFIRMED     TO WS-NT-CONFIRMED
               MOVE WS-SC-DEATHS        TO WS-NT-DEATHS
               MOVE WS-SC-RECOVERED     TO WS-NT-RECOVERED
               COMPUTE WS-NT-NEW-CONF =
                   WS-SC-CONFIRMED - WS-SC-PRI-CONFIRMED
               COMPUTE WS-NT-NEW-DEATHS =
                   WS-SC-DEATHS - WS-SC-PRI-DEATHS
               COMPUTE WS-NT-NEW-RECOV =
                   WS-SC-RECOVERED - WS-SC-PRI-RECOVERED
           END-IF
           .
      *
       SCAN-NATIONAL-RECORD.
           READ COVSTATS-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTSCAN
               NOT AT END
                   IF S-CODE NOT EQUAL WS-SEL-CODE
                           OR S-RPT-DATE GREATER THAN WS-SEL-DATE
                       MOVE 'Y'         TO LASTSCAN
                   ELSE
                       IF S-RPT-DATE EQUAL WS-SEL-DATE
                           MOVE 'Y'     TO WS-SC-HAS
                           MOVE S-CONFIRMED TO WS-SC-CONFIRMED
                           MOVE S-DEATHS    TO WS-SC-DEATHS
                           MOVE S-RECOVERED TO WS-SC-RECOVERED
                       ELSE
                           MOVE S-CONFIRMED TO WS-SC-PRI-CONFIRMED
                           MOVE S-DEATHS    TO WS-SC-PRI-DEATHS
                           MOVE S-RECOVERED TO WS-SC-PRI-RECOVERED
                       END-IF
                   END-IF
           END-READ
           IF WS-COVSTATS-STATUS NOT EQUAL '00'
                   AND WS-COVSTATS-STATUS NOT EQUAL '10'
               SET REPORT-IO-ERROR      TO TRUE
               MOVE 'Y'                 TO LASTSCAN
           END-IF
           .
      *
       START-AREAS.
           MOVE WS-SEL-CODE             TO SA-CODE
           MOVE LOW-VALUES              TO SA-AREA
           START SUBAREAS-FILE KEY IS NOT LESS THAN SA-KEY
               INVALID KEY
                   MOVE 'Y'             TO LASTREC
               NOT INVALID KEY
                   PERFORM READ-AREA
           END-START
           .
      *
       READ-AREA.
           READ SUBAREAS-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTREC
               NOT AT END
                   IF SA-CODE NOT EQUAL WS-SEL-CODE
                       MOVE 'Y'         TO LASTREC
                   ELSE
                       ADD 1            TO WS-AREA-T-RECS
                   END-IF
           END-READ
           IF WS-SUBAREAS-STATUS NOT EQUAL '00'
                   AND WS-SUBAREAS-STATUS NOT EQUAL '10'
               SET REPORT-IO-ERROR      TO TRUE
               MOVE 'Y'                 TO LASTREC
           END-IF
           .
      *
      *The area's key range is scanned forward for the record on
      *the report date and the last one before it; an area that
      *did not report the date gets a one-line note instead.
       LIST-ONE-AREA.
           MOVE SPACE                   TO LASTSCAN
           MOVE 'N'                     TO WS-SC-HAS
           MOVE ZEROES                  TO WS-SC-PRI-CONFIRMED
                                           WS-SC-PRI-DEATHS
                                           WS-SC-PRI-RECOVERED
           MOVE SA-CODE                 TO SS-CODE
           MOVE SA-AREA                 TO SS-AREA
           MOVE ZEROES                  TO SS-RPT-DATE
           START SUBSTATS-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   MOVE 'Y'             TO LASTSCAN
           END-START
            PERFORM UNTIL LASTSCAN = 'Y'
                PERFORM SCAN-AREA-RECORD
            END-PERFORM
           IF SCAN-DATE-FOUND
               MOVE SPACES              TO PRINT-REC
               ADD 1                    TO WS-REPORTED-T-RECS
               MOVE WS-SC-CONFIRMED     TO WS-LN-CONFIRMED
               MOVE WS-SC-DEATHS        TO WS-LN-DEATHS
               MOVE WS-SC-RECOVERED     TO WS-LN-RECOVERED
               COMPUTE WS-LN-NEW-CONF =
                   WS-SC-CONFIRMED - WS-SC-PRI-CONFIRMED
               COMPUTE WS-LN-NEW-DEATHS =
                   WS-SC-DEATHS - WS-SC-PRI-DEATHS
               COMPUTE WS-LN-NEW-RECOV =
                   WS-SC-RECOVERED - WS-SC-PRI-RECOVERED
               ADD WS-LN-CONFIRMED      TO WS-AT-CONFIRMED
               ADD WS-LN-DEATHS         TO WS-AT-DEATHS
               ADD WS-LN-RECOVERED      TO WS-AT-RECOVERED
               ADD WS-LN-NEW-CONF       TO WS-AT-NEW-CONF
               ADD WS-LN-NEW-DEATHS     TO WS-AT-NEW-DEATHS
               ADD WS-LN-NEW-RECOV      TO WS-AT-NEW-RECOV
               MOVE SA-AREA             TO AREA-O
               MOVE SA-NAME             TO AREA-NAME-O
               PERFORM WRITE-FIGURES-LINE
           ELSE
               ADD 1                    TO WS-MISSING-T-RECS
               MOVE SPACES              TO PRINT-REC
               MOVE SA-AREA             TO AREA-O
               MOVE SA-NAME             TO AREA-NAME-O
               MOVE '(no report for this date)'
                                        TO MISSING-O
               WRITE PRINT-REC
           END-IF
           .
      *
       SCAN-AREA-RECORD.
           READ SUBSTATS-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTSCAN
               NOT AT END
                   IF SS-CODE NOT EQUAL SA-CODE
                           OR SS-AREA NOT EQUAL SA-AREA
                           OR SS-RPT-DATE GREATER THAN WS-SEL-DATE
                       MOVE 'Y'         TO LASTSCAN
                   ELSE
                       IF SS-RPT-DATE EQUAL WS-SEL-DATE
                           MOVE 'Y'     TO WS-SC-HAS
                           MOVE SS-CONFIRMED TO WS-SC-CONFIRMED
                           MOVE SS-DEATHS    TO WS-SC-DEATHS
                           MOVE SS-RECOVERED TO WS-SC-RECOVERED
                       ELSE
                           MOVE SS-CONFIRMED TO WS-SC-PRI-CONFIRMED
                           MOVE SS-DEATHS    TO WS-SC-PRI-DEATHS
                           MOVE SS-RECOVERED TO WS-SC-PRI-RECOVERED
                       END-IF
                   END-IF
           END-READ
           IF WS-SUBSTATS-STATUS NOT EQUAL '00'
                   AND WS-SUBSTATS-STATUS NOT EQUAL '10'
               SET REPORT-IO-ERROR      TO TRUE
               MOVE 'Y'                 TO LASTSCAN
           END-IF
           .
      *
      *Shares are of the national figure, capped for print at
      *999.99, and left blank when the country has no national
      *record for the date or a national zero to divide by.
       WRITE-FIGURES-LINE.
           MOVE WS-LN-CONFIRMED         TO CONFIRMED-O
           MOVE WS-LN-NEW-CONF          TO NEW-CONFIRMED-O
           MOVE WS-LN-DEATHS            TO DEATHS-O
           MOVE WS-LN-NEW-DEATHS        TO NEW-DEATHS-O
           MOVE WS-LN-RECOVERED         TO RECOVERED-O
           MOVE WS-LN-NEW-RECOV         TO NEW-RECOVERED-O
           IF NATIONAL-ON-FILE AND WS-NT-CONFIRMED GREATER THAN ZERO
               COMPUTE WS-LN-SHARE ROUNDED =
                   WS-LN-CONFIRMED * 100 / WS-NT-CONFIRMED
               IF WS-LN-SHARE GREATER THAN 999.99
                   MOVE 999.99          TO WS-LN-SHARE
               END-IF
               MOVE WS-LN-SHARE         TO SHARE-CONF-O
           END-IF
           IF NATIONAL-ON-FILE AND WS-NT-DEATHS GREATER THAN ZERO
               COMPUTE WS-LN-SHARE ROUNDED =
                   WS-LN-DEATHS * 100 / WS-NT-DEATHS
               IF WS-LN-SHARE GREATER THAN 999.99
                   MOVE 999.99          TO WS-LN-SHARE
               END-IF
               MOVE WS-LN-SHARE         TO SHARE-DEATHS-O
           END-IF
           WRITE PRINT-REC
           MOVE SPACES                  TO PRINT-REC
           .
      *
      *The unallocated line is national less the area total, so a
      *negative figure means the areas claim more than the country.
       WRITE-TOTAL-LINES.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-AT-CONFIRMED         TO WS-LN-CONFIRMED
           MOVE WS-AT-DEATHS            TO WS-LN-DEATHS
           MOVE WS-AT-RECOVERED         TO WS-LN-RECOVERED
           MOVE WS-AT-NEW-CONF          TO WS-LN-NEW-CONF
           MOVE WS-AT-NEW-DEATHS        TO WS-LN-NEW-DEATHS
           MOVE WS-AT-NEW-RECOV         TO WS-LN-NEW-RECOV
           MOVE 'AREA TOTAL'            TO AREA-NAME-O
           PERFORM WRITE-FIGURES-LINE
           IF NATIONAL-ON-FILE
               MOVE WS-NT-CONFIRMED     TO WS-LN-CONFIRMED
               MOVE WS-NT-DEATHS        TO WS-LN-DEATHS
               MOVE WS-NT-RECOVERED     TO WS-LN-RECOVERED
               MOVE WS-NT-NEW-CONF      TO WS-LN-NEW-CONF
               MOVE WS-NT-NEW-DEATHS    TO WS-LN-NEW-DEATHS
               MOVE WS-NT-NEW-RECOV     TO WS-LN-NEW-RECOV
               MOVE 'NATIONAL (COVSTATS)' TO AREA-NAME-O
               PERFORM WRITE-FIGURES-LINE
               COMPUTE WS-LN-CONFIRMED =
                   WS-NT-CONFIRMED - WS-AT-CONFIRMED
               COMPUTE WS-LN-DEATHS =
                   WS-NT-DEATHS - WS-AT-DEATHS
               COMPUTE WS-LN-RECOVERED =
                   WS-NT-RECOVERED - WS-AT-RECOVERED
               COMPUTE WS-LN-NEW-CONF =
                   WS-NT-NEW-CONF - WS-AT-NEW-CONF
               COMPUTE WS-LN-NEW-DEATHS =
                   WS-NT-NEW-DEATHS - WS-AT-NEW-DEATHS
               COMPUTE WS-LN-NEW-RECOV =
                   WS-NT-NEW-RECOV - WS-AT-NEW-RECOV
               MOVE 'UNALLOCATED'       TO AREA-NAME-O
               PERFORM WRITE-UNALLOCATED-LINE
           ELSE
               MOVE 'NATIONAL (COVSTATS)' TO AREA-NAME-O
               MOVE '(no national record for this date)'
                                        TO MISSING-O
               WRITE PRINT-REC
           END-IF
           .
      *
      *The remainder can go either way. The cumulative columns
      *print unsigned, so an area total above the national one is
      *called out in the name column instead.
       WRITE-UNALLOCATED-LINE.
           MOVE WS-LN-NEW-CONF          TO NEW-CONFIRMED-O
           MOVE WS-LN-NEW-DEATHS        TO NEW-DEATHS-O
           MOVE WS-LN-NEW-RECOV         TO NEW-RECOVERED-O
           IF WS-LN-CONFIRMED LESS THAN ZERO
                   OR WS-LN-DEATHS LESS THAN ZERO
                   OR WS-LN-RECOVERED LESS THAN ZERO
               MOVE '(areas exceed national)' TO AREA-NAME-O
           END-IF
           MOVE WS-LN-CONFIRMED         TO CONFIRMED-O
           MOVE WS-LN-DEATHS            TO DEATHS-O
           MOVE WS-LN-RECOVERED         TO RECOVERED-O
           WRITE PRINT-REC
           MOVE SPACES                  TO PRINT-REC
           .
      *
       FORMAT-DATE.
           MOVE WS-FD-YEAR              TO WS-FD-YEAR-O
           MOVE WS-FD-MONTH             TO WS-FD-MONTH-O
           MOVE WS-FD-DAY               TO WS-FD-DAY-O
           .
