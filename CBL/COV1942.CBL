      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1942.
       AUTHOR.        Georges B.
      *Publication revision report. Compares a publication frozen
      *on PUBFIGS by COV1941 with COVSTATS as it stands now and
      *lists every country and metric whose figure for the
      *publication date has changed since the freeze, with the
      *published and current values, the report date each was
      *taken from and the revision between them. The current
      *figure is taken the way the freeze took it: the country's
      *record on the publication date, else its latest earlier
      *one. A published country with nothing left on or before
      *the date is listed as no longer on file, and a country
      *that has figures now but was not in the publication is
      *listed as not published. Under each revised country come
      *the STATJRNL journal entries that caused it: every entry
      *for the country journalled at or after the freeze
      *timestamp, for a report date from the earlier of the two
      *report dates up to the publication date, with its
      *timestamp, originating job, action and values. The
      *publication ID normally comes from the central PARMFILE
      *through the common COV1925 fetch (job COV1942, effective
      *for the current date); a PARMCARD card, when one is
      *supplied, is an explicit one-run override and is called
      *out on the report. Either way the card image reads:
      *   cols  1-8   publication ID
      *No card and no PARMFILE record, or an ID not on PUBFIGS,
      *ends the run with RETURN-CODE 8; any revision found ends
      *it with RETURN-CODE 4.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT PRINT-LINE   ASSIGN TO PRTLINE.
      *
           SELECT PUBFIGS-FILE ASSIGN TO PUBFIGS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS PB-KEY
              FILE STATUS    IS WS-PUBFIGS-STATUS
           .
      *
           SELECT COVSTATS-FILE ASSIGN TO COVSTATS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS S-KEY
              FILE STATUS    IS WS-COVSTATS-STATUS
           .
      *
           SELECT STATJRNL-FILE ASSIGN TO STATJRNL
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-STATJRNL-STATUS
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
       01  PRINT-REC              PIC X(132).
      *
       FD  PUBFIGS-FILE.
       COPY PUBFIGS  REPLACING ==:TAG1:== BY ==PUBFIGS==
                               ==:TAG2:== BY ==PB==.
      *
       FD  COVSTATS-FILE.
       COPY COVSTATS REPLACING ==:TAG1:== BY ==COVSTATS==
                               ==:TAG2:== BY ==S==.
      *
       FD  STATJRNL-FILE RECORDING MODE F.
       COPY STATJRNL REPLACING ==:TAG1:== BY ==STATJRNL==
                               ==:TAG2:== BY ==J==.
      *
       FD  PARMCARD-FILE.
       01  PARMCARD-REC.
           03 PC-PUB-ID            PIC X(08).
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-PUBFIGS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COVSTATS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-STATJRNL-STATUS     PIC 99 VALUE ZEROS.
       01  WS-PARMCARD-STATUS     PIC 99 VALUE ZEROS.
      *
       COPY PARMFTPA REPLACING ==:TAG:== BY ==PF==.
      *
       01 FLAGS.
           03 LASTREC             PIC X VALUE SPACE.
           03 LASTSCAN            PIC X VALUE SPACE.
           03 LASTJRNL            PIC X VALUE SPACE.
           03 WS-PARM-PROVIDED    PIC X VALUE 'N'.
               88 PARMS-PROVIDED           VALUE 'Y'.
           03 WS-PARM-SOURCE      PIC X VALUE SPACE.
               88 PARM-FROM-CARD           VALUE 'C'.
               88 PARM-FROM-FILE           VALUE 'F'.
           03 WS-PUB-FOUND        PIC X VALUE 'N'.
               88 PUBLICATION-ON-FILE      VALUE 'Y'.
           03 WS-CU-HAS           PIC X VALUE 'N'.
               88 CURRENT-HELD             VALUE 'Y'.
           03 WS-REPORT-IO-ERR    PIC X VALUE 'N'.
               88 REPORT-IO-ERROR          VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-PUB-T-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-REV-T-RECS       PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-METRIC-T-RECS    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-JRNL-T-RECS      PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-LISTED-T-RECS    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-RV-LOST          PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-JH-LOST          PIC 9(05) COMP-3 VALUE ZEROES.
      *
      *The publication as the first PUBFIGS record describes it;
      *the date and time are kept side by side so the group
      *compares in timestamp order with a journal timestamp.
       01  WS-PUBLICATION.
           03 WS-PUB-ID           PIC X(08) VALUE SPACES.
           03 WS-PUB-DATE         PIC 9(08) VALUE ZEROES.
           03 WS-FRZ-TS.
               05 WS-FRZ-DATE     PIC 9(08) VALUE ZEROES.
               05 WS-FRZ-TIME     PIC 9(06) VALUE ZEROES.
      *
       01  WS-JRNL-TS.
           03 WS-JT-DATE          PIC 9(08) VALUE ZEROES.
           03 WS-JT-TIME          PIC 9(06) VALUE ZEROES.
      *
      *The parameter card image, whether it arrived on the SYSIN
      *card or from the central PARMFILE, parsed with the same
      *columns either way.
       01  WS-PARM-IMAGE          PIC X(40) VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-PARM-IMAGE.
           03 WS-PI-PUB-ID         PIC X(08).
           03 FILLER               PIC X(32).
      *
      *The current country: its latest COVSTATS record on or
      *before the publication date; HIGH-VALUES once COVSTATS is
      *exhausted.
       01  WS-CURRENT.
           03 WS-CU-CODE          PIC X(02) VALUE SPACES.
           03 WS-CU-RPT-DATE      PIC 9(08) VALUE ZEROES.
           03 WS-CU-CONFIRMED     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-CU-DEATHS        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-CU-RECOVERED     PIC 9(09) COMP-3 VALUE ZEROES.
      *
       01  WS-PB-CODE             PIC X(02) VALUE SPACES.
      *
      *One entry per revised country, in country order: R revised,
      *D published but no longer on file, N on file but not
      *published. The low date is the earliest report date whose
      *journal entries can have caused the revision.
       01  WS-REV-TABLE.
           03 WS-RV-USED          PIC 9(04) COMP VALUE ZERO.
           03 WS-RV-IDX           PIC 9(04) COMP VALUE ZERO.
           03 WS-RV-HIT           PIC 9(04) COMP VALUE ZERO.
           03 WS-RV-ENTRY OCCURS 501 TIMES.
               05 WS-RV-CODE      PIC X(02).
               05 WS-RV-KIND      PIC X(01).
               05 WS-RV-LOW-DATE  PIC 9(08).
               05 WS-RV-PUB-DATE  PIC 9(08).
               05 WS-RV-PUB-CONF  PIC 9(09) COMP-3.
               05 WS-RV-PUB-DTHS  PIC 9(09) COMP-3.
               05 WS-RV-PUB-RECV  PIC 9(09) COMP-3.
               05 WS-RV-CUR-DATE  PIC 9(08).
               05 WS-RV-CUR-CONF  PIC 9(09) COMP-3.
               05 WS-RV-CUR-DTHS  PIC 9(09) COMP-3.
               05 WS-RV-CUR-RECV  PIC 9(09) COMP-3.
      *
      *Journal entries matched to a revision, in journal order.
       01  WS-JRNL-HITS.
           03 WS-JH-USED          PIC 9(04) COMP VALUE ZERO.
           03 WS-JH-IDX           PIC 9(04) COMP VALUE ZERO.
           03 WS-JH-ENTRY OCCURS 5000 TIMES.
               05 WS-JH-REV       PIC 9(04) COMP.
               05 WS-JH-TS-DATE   PIC 9(08).
               05 WS-JH-TS-TIME   PIC 9(06).
               05 WS-JH-JOB       PIC X(08).
               05 WS-JH-ACTION    PIC X(01).
               05 WS-JH-RPT-DATE  PIC 9(08).
               05 WS-JH-CONF      PIC 9(09) COMP-3.
               05 WS-JH-DTHS      PIC 9(09) COMP-3.
               05 WS-JH-RECV      PIC 9(09) COMP-3.
      *
      *One metric line: the published and current figures and the
      *signed revision between them.
       01  WS-METRIC-WORK.
           03 WS-MT-NAME          PIC X(10) VALUE SPACES.
           03 WS-MT-PUB           PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-MT-CUR           PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-MT-DIFF          PIC S9(10) COMP-3 VALUE ZEROES.
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
           03 FILLER               PIC X(20) VALUE 'COV1942'.
           03 TITLE-1              PIC X(40) VALUE
                '*** PUBLICATION REVISION REPORT *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(04).
      *
       01  WS-HEADER-1A.
           03 FILLER              PIC X(16) VALUE 'Publication ID: '.
           03 PUB-ID-1            PIC X(08).
           03 FILLER              PIC X(21) VALUE
                        '   publication date: '.
           03 PUB-DATE-1          PIC X(10).
           03 FILLER              PIC X(13) VALUE
                        '   frozen on '.
           03 FRZ-DATE-1          PIC X(10).
           03 FILLER              PIC X(01).
           03 FRZ-TIME-1          PIC X(08).
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
           03 FILLER              PIC X(04) VALUE 'CD'.
           03 FILLER              PIC X(12) VALUE 'METRIC'.
           03 FILLER              PIC X(12) VALUE 'PUBLISHED'.
           03 FILLER              PIC X(13) VALUE '        AS OF'.
           03 FILLER              PIC X(12) VALUE 'CURRENT'.
           03 FILLER              PIC X(13) VALUE '        AS OF'.
           03 FILLER              PIC X(14) VALUE '      REVISION'.
           03 FILLER              PIC X(02).
           03 FILLER              PIC X(20) VALUE 'REMARK'.
      *
       01  WS-HEADER-3.
           03 FILLER              PIC X(102) VALUE ALL '='.
      *
       01  WS-METRIC-LINE.
           03 MT-CODE-O           PIC X(02).
           03 FILLER              PIC X(02).
           03 MT-NAME-O           PIC X(10).
           03 FILLER              PIC X(01).
           03 MT-PUB-O            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(03).
           03 MT-PUB-DATE-O       PIC X(10).
           03 FILLER              PIC X(01).
           03 MT-CUR-O            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(03).
           03 MT-CUR-DATE-O       PIC X(10).
           03 FILLER              PIC X(02).
           03 MT-DIFF-O           PIC ZZZ,ZZZ,ZZ9-.
           03 FILLER              PIC X(02).
           03 MT-REMARK-O         PIC X(20).
      *
       01  WS-JOURNAL-LINE.
           03 FILLER              PIC X(08) VALUE '    JRNL'.
           03 FILLER              PIC X(01).
           03 JH-TS-DATE-O        PIC X(10).
           03 FILLER              PIC X(01).
           03 JH-TS-TIME-O        PIC X(08).
           03 FILLER              PIC X(02).
           03 JH-JOB-O            PIC X(08).
           03 FILLER              PIC X(02).
           03 JH-ACTION-O         PIC X(06).
           03 FILLER              PIC X(01).
           03 JH-RPT-DATE-O       PIC X(10).
           03 FILLER              PIC X(02).
           03 JH-CONF-O           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 JH-DTHS-O           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(02).
           03 JH-RECV-O           PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-NO-JOURNAL-LINE.
           03 FILLER              PIC X(52) VALUE
                '    JRNL  no journal entry found after the freeze'.
      *
       01  WS-NO-PARM-LINE.
           03 FILLER              PIC X(52) VALUE
                '*** NO OR INVALID PARAMETERS - RUN ABANDONED ***'.
      *
       01  WS-NOT-FOUND-LINE.
           03 FILLER              PIC X(52) VALUE
                '*** PUBLICATION NOT ON FILE - RUN ABANDONED ***'.
      *
       01  WS-NO-REVISION-LINE.
           03 FILLER              PIC X(52) VALUE
                '*** NO REVISION SINCE THE PUBLICATION ***'.
      *
       01  WS-REV-FULL-LINE.
           03 FILLER              PIC X(40) VALUE
                '*** REVISION TABLE FULL - COUNTRIES NOT '.
           03 FILLER              PIC X(10) VALUE 'LISTED: '.
           03 RV-LOST-O           PIC ZZ,ZZ9.
      *
       01  WS-JRNL-FULL-LINE.
           03 FILLER              PIC X(40) VALUE
                '*** JOURNAL TABLE FULL - ENTRIES NOT LIS'.
           03 FILLER              PIC X(10) VALUE 'TED: '.
           03 JH-LOST-O           PIC ZZ,ZZ9.
      *
       01  WS-TRAILER-1.
           03 FILLER              PIC X(30) VALUE
                        '*** End of Revision Report. '.
           03 WS-PUB-O            PIC ZZ,ZZ9.
           03 FILLER              PIC X(22) VALUE
                        ' countries published, '.
           03 WS-REV-O            PIC ZZ,ZZ9.
           03 FILLER              PIC X(11) VALUE ' revised, '.
           03 WS-METRIC-O         PIC ZZ,ZZ9.
           03 FILLER              PIC X(19) VALUE
                        ' metric revisions, '.
           03 WS-LISTED-O         PIC ZZ,ZZ9.
           03 FILLER              PIC X(18) VALUE
                        ' journal entries.'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           OPEN INPUT  PARMCARD-FILE
           PERFORM READ-PARM-CARD
           OPEN OUTPUT PRINT-LINE
           IF PARMS-PROVIDED
               OPEN INPUT PUBFIGS-FILE
               IF WS-PUBFIGS-STATUS NOT EQUAL '00'
                   SET REPORT-IO-ERROR  TO TRUE
               END-IF
               OPEN INPUT COVSTATS-FILE
               IF WS-COVSTATS-STATUS NOT EQUAL '00'
                   SET REPORT-IO-ERROR  TO TRUE
               END-IF
               OPEN INPUT STATJRNL-FILE
               IF WS-STATJRNL-STATUS NOT EQUAL '00'
                   SET REPORT-IO-ERROR  TO TRUE
               END-IF
               IF NOT REPORT-IO-ERROR
                   PERFORM START-PUBLICATION
               END-IF
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
           EVALUATE TRUE
               WHEN NOT PARMS-PROVIDED
                   WRITE PRINT-REC    FROM WS-NO-PARM-LINE
               WHEN REPORT-IO-ERROR
                   CONTINUE
               WHEN NOT PUBLICATION-ON-FILE
                   WRITE PRINT-REC    FROM WS-NOT-FOUND-LINE
               WHEN OTHER
                   MOVE WS-PUB-ID       TO PUB-ID-1
                   MOVE WS-PUB-DATE     TO WS-FD-IN
                   PERFORM FORMAT-DATE
                   MOVE WS-FD-OUT       TO PUB-DATE-1
                   MOVE WS-FRZ-DATE     TO WS-FD-IN
                   PERFORM FORMAT-DATE
                   MOVE WS-FD-OUT       TO FRZ-DATE-1
                   MOVE WS-FRZ-TIME     TO WS-FT-IN
                   PERFORM FORMAT-TIME
                   MOVE WS-FT-OUT       TO FRZ-TIME-1
                   WRITE PRINT-REC    FROM WS-HEADER-1A
                   IF PARM-FROM-CARD
                       WRITE PRINT-REC FROM WS-OVERRIDE-LINE
                   END-IF
                   IF PARM-FROM-FILE
                       MOVE PF-EFF-DATE TO PARM-EFF-DATE-O
                       WRITE PRINT-REC FROM WS-PARM-SOURCE-LINE
                   END-IF
                   MOVE SPACES          TO PRINT-REC
                   WRITE PRINT-REC
                   WRITE PRINT-REC    FROM WS-HEADER-2
                   WRITE PRINT-REC    FROM WS-HEADER-3
           END-EVALUATE
           .
      *
      *The publication and the current figures are matched country
      *by country, both in code order, to build the revision table;
      *the journal is then read once for the entries behind them.
       COMPARE-PUBLICATION.
           IF PUBLICATION-ON-FILE AND NOT REPORT-IO-ERROR
               PERFORM READ-STATS
               PERFORM GET-CURRENT-COUNTRY
                PERFORM UNTIL WS-PB-CODE EQUAL HIGH-VALUES
                        AND WS-CU-CODE EQUAL HIGH-VALUES
                    PERFORM MATCH-COUNTRY
                END-PERFORM
           END-IF
           IF PUBLICATION-ON-FILE AND NOT REPORT-IO-ERROR
                   AND WS-RV-USED GREATER THAN ZERO
               PERFORM READ-JOURNAL
                PERFORM UNTIL LASTJRNL = 'Y'
                    PERFORM MATCH-JOURNAL-ENTRY
                    PERFORM READ-JOURNAL
                END-PERFORM
           END-IF
           .
      *
       LIST-REVISIONS.
           IF PUBLICATION-ON-FILE AND NOT REPORT-IO-ERROR
               PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX GREATER THAN WS-RV-USED
                   PERFORM LIST-ONE-REVISION
               END-PERFORM
           END-IF
           .
      *
       WRITE-TRAILERS.
           IF PUBLICATION-ON-FILE AND NOT REPORT-IO-ERROR
               MOVE SPACES              TO PRINT-REC
               WRITE PRINT-REC
               IF WS-REV-T-RECS EQUAL ZERO
                   WRITE PRINT-REC    FROM WS-NO-REVISION-LINE
               END-IF
               IF WS-RV-LOST GREATER THAN ZERO
                   MOVE WS-RV-LOST      TO RV-LOST-O
                   WRITE PRINT-REC    FROM WS-REV-FULL-LINE
               END-IF
               IF WS-JH-LOST GREATER THAN ZERO
                   MOVE WS-JH-LOST      TO JH-LOST-O
                   WRITE PRINT-REC    FROM WS-JRNL-FULL-LINE
               END-IF
               MOVE WS-PUB-T-RECS       TO WS-PUB-O
               MOVE WS-REV-T-RECS       TO WS-REV-O
               MOVE WS-METRIC-T-RECS    TO WS-METRIC-O
               MOVE WS-LISTED-T-RECS    TO WS-LISTED-O
               WRITE PRINT-REC        FROM WS-TRAILER-1
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        PARMCARD-FILE
                        PRINT-LINE
           IF PARMS-PROVIDED
               CLOSE    PUBFIGS-FILE
                        COVSTATS-FILE
                        STATJRNL-FILE
           END-IF
           EVALUATE TRUE
               WHEN REPORT-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN NOT PARMS-PROVIDED
                   MOVE 8  TO RETURN-CODE
               WHEN NOT PUBLICATION-ON-FILE
                   MOVE 8  TO RETURN-CODE
               WHEN WS-REV-T-RECS GREATER THAN ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
      *
      *A card on the run is an explicit one-run override; with no
      *card the standing publication ID comes from the central
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
           MOVE 'COV1942'               TO PF-JOB
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
           IF WS-PI-PUB-ID NOT EQUAL SPACES
               MOVE WS-PI-PUB-ID        TO WS-PUB-ID
               SET PARMS-PROVIDED       TO TRUE
           ELSE
               MOVE 'N'                 TO WS-PARM-PROVIDED
           END-IF
           .
      *
      *The first record of the publication gives its date and
      *freeze timestamp; every record of it carries the same ones.
       START-PUBLICATION.
           MOVE HIGH-VALUES             TO WS-PB-CODE
           MOVE WS-PUB-ID               TO PB-PUB-ID
           MOVE LOW-VALUES              TO PB-CODE
           START PUBFIGS-FILE KEY IS NOT LESS THAN PB-KEY
               INVALID KEY
                   MOVE 'Y'             TO LASTREC
               NOT INVALID KEY
                   PERFORM READ-PUBLISHED
           END-START
           IF WS-PB-CODE NOT EQUAL HIGH-VALUES
               SET PUBLICATION-ON-FILE  TO TRUE
               MOVE PB-PUB-DATE         TO WS-PUB-DATE
               MOVE PB-FRZ-DATE         TO WS-FRZ-DATE
               MOVE PB-FRZ-TIME         TO WS-FRZ-TIME
           END-IF
           .
      *
       READ-PUBLISHED.
           READ PUBFIGS-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTREC
               NOT AT END
                   IF PB-PUB-ID NOT EQUAL WS-PUB-ID
                       MOVE 'Y'         TO LASTREC
                   ELSE
                       ADD 1            TO WS-PUB-T-RECS
                   END-IF
           END-READ
           IF WS-PUBFIGS-STATUS NOT EQUAL '00'
                   AND WS-PUBFIGS-STATUS NOT EQUAL '10'
               SET REPORT-IO-ERROR      TO TRUE
               MOVE 'Y'                 TO LASTREC
           END-IF
           IF LASTREC = 'Y'
               MOVE HIGH-VALUES         TO WS-PB-CODE
           ELSE
               MOVE PB-CODE             TO WS-PB-CODE
           END-IF
           .
      *
       READ-STATS.
           READ COVSTATS-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTSCAN
           END-READ
           IF WS-COVSTATS-STATUS NOT EQUAL '00'
                   AND WS-COVSTATS-STATUS NOT EQUAL '10'
               SET REPORT-IO-ERROR      TO TRUE
               MOVE 'Y'                 TO LASTSCAN
           END-IF
           .
      *
      *Countries whose records all fall after the publication date
      *are passed over; they had nothing to publish then and have
      *nothing for it now.
       GET-CURRENT-COUNTRY.
           MOVE 'N'                     TO WS-CU-HAS
            PERFORM UNTIL CURRENT-HELD OR LASTSCAN = 'Y'
                PERFORM SCAN-CURRENT-GROUP
            END-PERFORM
           IF NOT CURRENT-HELD
               MOVE HIGH-VALUES         TO WS-CU-CODE
           END-IF
           .
      *
       SCAN-CURRENT-GROUP.
           MOVE S-CODE                  TO WS-CU-CODE
            PERFORM UNTIL LASTSCAN = 'Y' OR S-CODE NOT EQUAL WS-CU-CODE
                IF S-RPT-DATE NOT GREATER THAN WS-PUB-DATE
                    SET CURRENT-HELD    TO TRUE
                    MOVE S-RPT-DATE     TO WS-CU-RPT-DATE
                    MOVE S-CONFIRMED    TO WS-CU-CONFIRMED
                    MOVE S-DEATHS       TO WS-CU-DEATHS
                    MOVE S-RECOVERED    TO WS-CU-RECOVERED
                END-IF
                PERFORM READ-STATS
            END-PERFORM
           .
      *
       MATCH-COUNTRY.
           EVALUATE TRUE
               WHEN WS-PB-CODE EQUAL WS-CU-CODE
                   IF PB-CONFIRMED NOT EQUAL WS-CU-CONFIRMED
                           OR PB-DEATHS NOT EQUAL WS-CU-DEATHS
                           OR PB-RECOVERED NOT EQUAL WS-CU-RECOVERED
                       PERFORM ADD-REVISION
                       MOVE 'R'         TO WS-RV-KIND (WS-RV-HIT)
                   END-IF
                   PERFORM READ-PUBLISHED
                   PERFORM GET-CURRENT-COUNTRY
               WHEN WS-PB-CODE LESS THAN WS-CU-CODE
                   PERFORM ADD-REVISION
                   MOVE 'D'             TO WS-RV-KIND (WS-RV-HIT)
                   PERFORM READ-PUBLISHED
               WHEN OTHER
                   PERFORM ADD-REVISION
                   MOVE 'N'             TO WS-RV-KIND (WS-RV-HIT)
                   PERFORM GET-CURRENT-COUNTRY
           END-EVALUATE
           .
      *
      *Files the published and current sides of the country pair
      *just matched; a side that is absent is left at zero. Once
      *the table is full the spare last entry takes the overflow,
      *so the caller can always set the kind.
       ADD-REVISION.
           ADD 1                        TO WS-REV-T-RECS
           IF WS-RV-USED LESS THAN 500
               ADD 1                    TO WS-RV-USED
               MOVE WS-RV-USED          TO WS-RV-HIT
           ELSE
               ADD 1                    TO WS-RV-LOST
               MOVE 501                 TO WS-RV-HIT
           END-IF
           INITIALIZE WS-RV-ENTRY (WS-RV-HIT)
           IF WS-PB-CODE NOT GREATER THAN WS-CU-CODE
               MOVE WS-PB-CODE          TO WS-RV-CODE (WS-RV-HIT)
               MOVE PB-RPT-DATE         TO WS-RV-PUB-DATE (WS-RV-HIT)
               MOVE PB-CONFIRMED        TO WS-RV-PUB-CONF (WS-RV-HIT)
               MOVE PB-DEATHS           TO WS-RV-PUB-DTHS (WS-RV-HIT)
               MOVE PB-RECOVERED        TO WS-RV-PUB-RECV (WS-RV-HIT)
               MOVE PB-RPT-DATE         TO WS-RV-LOW-DATE (WS-RV-HIT)
           END-IF
           IF WS-CU-CODE NOT GREATER THAN WS-PB-CODE
               MOVE WS-CU-CODE          TO WS-RV-CODE (WS-RV-HIT)
               MOVE WS-CU-RPT-DATE      TO WS-RV-CUR-DATE (WS-RV-HIT)
               MOVE WS-CU-CONFIRMED     TO WS-RV-CUR-CONF (WS-RV-HIT)
               MOVE WS-CU-DEATHS        TO WS-RV-CUR-DTHS (WS-RV-HIT)
               MOVE WS-CU-RECOVERED     TO WS-RV-CUR-RECV (WS-RV-HIT)
               IF WS-RV-LOW-DATE (WS-RV-HIT) EQUAL ZERO
                       OR WS-CU-RPT-DATE LESS THAN
                          WS-RV-LOW-DATE (WS-RV-HIT)
                   MOVE WS-CU-RPT-DATE
                                    TO WS-RV-LOW-DATE (WS-RV-HIT)
               END-IF
           END-IF
           .
      *
       READ-JOURNAL.
           READ STATJRNL-FILE
               AT END
                   MOVE 'Y'             TO LASTJRNL
               NOT AT END
                   ADD 1                TO WS-JRNL-T-RECS
           END-READ
           IF WS-STATJRNL-STATUS NOT EQUAL '00'
                   AND WS-STATJRNL-STATUS NOT EQUAL '10'
               SET REPORT-IO-ERROR      TO TRUE
               MOVE 'Y'                 TO LASTJRNL
           END-IF
           .
      *
      *An entry journalled at or after the freeze, for a revised
      *country and a report date between the revision's low date
      *and the publication date, is one of its causes.
       MATCH-JOURNAL-ENTRY.
           MOVE J-TS-DATE               TO WS-JT-DATE
           MOVE J-TS-TIME               TO WS-JT-TIME
           MOVE ZERO                    TO WS-RV-HIT
           IF WS-JRNL-TS NOT LESS THAN WS-FRZ-TS
                   AND J-RPT-DATE NOT GREATER THAN WS-PUB-DATE
               PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX GREATER THAN WS-RV-USED
                      OR WS-RV-HIT GREATER THAN ZERO
                   IF WS-RV-CODE (WS-RV-IDX) EQUAL J-CODE
                       MOVE WS-RV-IDX   TO WS-RV-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RV-HIT GREATER THAN ZERO
               IF J-RPT-DATE NOT LESS THAN WS-RV-LOW-DATE (WS-RV-HIT)
                   IF WS-JH-USED LESS THAN 5000
                       PERFORM ADD-JOURNAL-HIT
                   ELSE
                       ADD 1            TO WS-JH-LOST
                   END-IF
               END-IF
           END-IF
           .
      *
       ADD-JOURNAL-HIT.
           ADD 1                        TO WS-JH-USED
           MOVE WS-RV-HIT               TO WS-JH-REV (WS-JH-USED)
           MOVE J-TS-DATE               TO WS-JH-TS-DATE (WS-JH-USED)
           MOVE J-TS-TIME               TO WS-JH-TS-TIME (WS-JH-USED)
           MOVE J-JOB                   TO WS-JH-JOB (WS-JH-USED)
           MOVE J-ACTION                TO WS-JH-ACTION (WS-JH-USED)
           MOVE J-RPT-DATE              TO WS-JH-RPT-DATE (WS-JH-USED)
           MOVE J-CONFIRMED             TO WS-JH-CONF (WS-JH-USED)
           MOVE J-DEATHS                TO WS-JH-DTHS (WS-JH-USED)
           MOVE J-RECOVERED             TO WS-JH-RECV (WS-JH-USED)
           .
      *
      *A revised country lists only the metrics that moved; one no
      *longer on file or not published lists all three. A country
      *that overflowed the table is counted but not listed.
       LIST-ONE-REVISION.
           MOVE SPACES                  TO PRINT-REC
           WRITE PRINT-REC
           MOVE 'CONFIRMED'             TO WS-MT-NAME
           MOVE WS-RV-PUB-CONF (WS-RV-IDX) TO WS-MT-PUB
           MOVE WS-RV-CUR-CONF (WS-RV-IDX) TO WS-MT-CUR
           PERFORM WRITE-METRIC-LINE
           MOVE 'DEATHS'                TO WS-MT-NAME
           MOVE WS-RV-PUB-DTHS (WS-RV-IDX) TO WS-MT-PUB
           MOVE WS-RV-CUR-DTHS (WS-RV-IDX) TO WS-MT-CUR
           PERFORM WRITE-METRIC-LINE
           MOVE 'RECOVERED'             TO WS-MT-NAME
           MOVE WS-RV-PUB-RECV (WS-RV-IDX) TO WS-MT-PUB
           MOVE WS-RV-CUR-RECV (WS-RV-IDX) TO WS-MT-CUR
           PERFORM WRITE-METRIC-LINE
           MOVE ZERO                    TO WS-RV-HIT
           PERFORM VARYING WS-JH-IDX FROM 1 BY 1
               UNTIL WS-JH-IDX GREATER THAN WS-JH-USED
               IF WS-JH-REV (WS-JH-IDX) EQUAL WS-RV-IDX
                   ADD 1                TO WS-RV-HIT
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM
           IF WS-RV-HIT EQUAL ZERO
               WRITE PRINT-REC        FROM WS-NO-JOURNAL-LINE
           END-IF
           .
      *
       WRITE-METRIC-LINE.
           IF WS-RV-KIND (WS-RV-IDX) NOT EQUAL 'R'
                   OR WS-MT-PUB NOT EQUAL WS-MT-CUR
               PERFORM FORMAT-METRIC-LINE
           END-IF
           .
      *
       FORMAT-METRIC-LINE.
           ADD 1                        TO WS-METRIC-T-RECS
           MOVE SPACES                  TO WS-METRIC-LINE
           MOVE WS-RV-CODE (WS-RV-IDX)  TO MT-CODE-O
           MOVE WS-MT-NAME              TO MT-NAME-O
           IF WS-RV-KIND (WS-RV-IDX) NOT EQUAL 'N'
               MOVE WS-MT-PUB           TO MT-PUB-O
               MOVE WS-RV-PUB-DATE (WS-RV-IDX) TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE WS-FD-OUT           TO MT-PUB-DATE-O
           END-IF
           IF WS-RV-KIND (WS-RV-IDX) NOT EQUAL 'D'
               MOVE WS-MT-CUR           TO MT-CUR-O
               MOVE WS-RV-CUR-DATE (WS-RV-IDX) TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE WS-FD-OUT           TO MT-CUR-DATE-O
           END-IF
           COMPUTE WS-MT-DIFF = WS-MT-CUR - WS-MT-PUB
           MOVE WS-MT-DIFF              TO MT-DIFF-O
           EVALUATE WS-RV-KIND (WS-RV-IDX)
               WHEN 'D'
                   MOVE 'NO LONGER ON FILE' TO MT-REMARK-O
               WHEN 'N'
                   MOVE 'NOT PUBLISHED'     TO MT-REMARK-O
               WHEN OTHER
                   IF WS-RV-CUR-DATE (WS-RV-IDX) NOT EQUAL
                      WS-RV-PUB-DATE (WS-RV-IDX)
                       MOVE 'REPORT DATE CHANGED' TO MT-REMARK-O
                   END-IF
           END-EVALUATE
           WRITE PRINT-REC            FROM WS-METRIC-LINE
           .
      *
       WRITE-JOURNAL-LINE.
           ADD 1                        TO WS-LISTED-T-RECS
           MOVE WS-JH-TS-DATE (WS-JH-IDX) TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO JH-TS-DATE-O
           MOVE WS-JH-TS-TIME (WS-JH-IDX) TO WS-FT-IN
           PERFORM FORMAT-TIME
           MOVE WS-FT-OUT               TO JH-TS-TIME-O
           MOVE WS-JH-JOB (WS-JH-IDX)   TO JH-JOB-O
           EVALUATE WS-JH-ACTION (WS-JH-IDX)
               WHEN 'A'
                   MOVE 'ADD'           TO JH-ACTION-O
               WHEN 'C'
                   MOVE 'CHANGE'        TO JH-ACTION-O
               WHEN 'D'
                   MOVE 'DELETE'        TO JH-ACTION-O
               WHEN OTHER
                   MOVE WS-JH-ACTION (WS-JH-IDX) TO JH-ACTION-O
           END-EVALUATE
           MOVE WS-JH-RPT-DATE (WS-JH-IDX) TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO JH-RPT-DATE-O
           MOVE WS-JH-CONF (WS-JH-IDX)  TO JH-CONF-O
           MOVE WS-JH-DTHS (WS-JH-IDX)  TO JH-DTHS-O
           MOVE WS-JH-RECV (WS-JH-IDX)  TO JH-RECV-O
           WRITE PRINT-REC            FROM WS-JOURNAL-LINE
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
