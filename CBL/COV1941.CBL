      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1941.
       AUTHOR.        Georges B.
      *Publication freeze. Snapshots every country's cumulative
      *confirmed, deaths and recovered as COVSTATS holds them for a
      *chosen publication date onto the PUBFIGS published-figures
      *file under a publication ID, so what was published can be
      *told apart from later restatements by the COV1942 revision
      *report. A country that did not report on the publication
      *date is frozen at its latest earlier record, and that
      *record's date is kept and flagged on the listing; a country
      *with nothing on or before the date is left out. Every
      *record of the publication carries the freeze timestamp.
      *The PUBCARD card reads:
      *   cols  1-8   publication ID
      *   cols  9-16  publication date, YYYYMMDD
      *A publication is written once: an ID already on PUBFIGS
      *refuses the run and nothing is written (RC 8), as does a
      *missing or invalid card. An I/O failure while writing
      *leaves the publication part-written (RC 12); PUBFIGS is
      *restored from the backup taken before the run and the run
      *repeated. A date with no figures at all writes nothing and
      *ends with RC 4. Start and end are registered on the
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
           SELECT OPTIONAL PUBCARD-FILE ASSIGN TO PUBCARD
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-PUBCARD-STATUS
           .
      *
           SELECT COVSTATS-FILE ASSIGN TO COVSTATS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS SEQUENTIAL
              RECORD KEY     IS S-KEY
              FILE STATUS    IS WS-COVSTATS-STATUS
           .
      *
           SELECT PUBFIGS-FILE ASSIGN TO PUBFIGS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS PB-KEY
              FILE STATUS    IS WS-PUBFIGS-STATUS
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
           03 CODE-O              PIC X(02).
           03 FILLER              PIC X(03).
           03 RPT-DATE-O          PIC X(10).
           03 FILLER              PIC X(03).
           03 CONFIRMED-O         PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(03).
           03 DEATHS-O            PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(03).
           03 RECOVERED-O         PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(03).
           03 REMARK-O            PIC X(24).
           03 FILLER              PIC X(16).
      *
       FD  PUBCARD-FILE.
       01  PUBCARD-REC.
           03 PX-PUB-ID            PIC X(08).
           03 PX-PUB-DATE          PIC X(08).
           03 PX-PUB-DATE-N        REDEFINES PX-PUB-DATE
                                   PIC 9(08).
      *
       FD  COVSTATS-FILE.
       COPY COVSTATS REPLACING ==:TAG1:== BY ==COVSTATS==
                               ==:TAG2:== BY ==S==.
      *
       FD  PUBFIGS-FILE.
       COPY PUBFIGS  REPLACING ==:TAG1:== BY ==PUBFIGS==
                               ==:TAG2:== BY ==PB==.
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
       01  WS-PUBCARD-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COVSTATS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-PUBFIGS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-RUNCARD-STATUS      PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
      *
       01 FLAGS.
           03 LASTREC             PIC X VALUE SPACE.
           03 WS-CARD-OK          PIC X VALUE 'N'.
               88 PUB-CARD-OK              VALUE 'Y'.
           03 WS-PUB-EXISTS       PIC X VALUE 'N'.
               88 PUB-ALREADY-ON-FILE      VALUE 'Y'.
           03 WS-HELD             PIC X VALUE 'N'.
               88 COUNTRY-HELD             VALUE 'Y'.
           03 WS-PUB-IO-ERR       PIC X VALUE 'N'.
               88 PUB-IO-ERROR             VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-STATS-T-RECS     PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-FROZEN-T-RECS    PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-EARLIER-T-RECS   PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-PUBLICATION.
           03 WS-PUB-ID           PIC X(08) VALUE SPACES.
           03 WS-PUB-DATE         PIC 9(08) VALUE ZEROES.
           03 WS-FRZ-DATE         PIC 9(08) VALUE ZEROES.
           03 WS-FRZ-TIME         PIC 9(06) VALUE ZEROES.
      *
      *The country's latest record on or before the publication
      *date, held until the country's records run out.
       COPY COVSTATS REPLACING ==:TAG1:== BY ==STATSHLD==
                               ==:TAG2:== BY ==SH==.
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
           03 FILLER               PIC X(20) VALUE 'COV1941'.
           03 TITLE-1              PIC X(40) VALUE
                '*** PUBLICATION FREEZE *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(04).
      *
       01  WS-HEADER-CARD.
           03 FILLER              PIC X(16) VALUE 'Publication ID: '.
           03 CARD-PUB-ID-O       PIC X(08).
           03 FILLER              PIC X(21) VALUE
                        '   publication date: '.
           03 CARD-PUB-DATE-O     PIC X(10).
      *
       01  WS-HEADER-2.
           03 FILLER              PIC X(05) VALUE 'CD'.
           03 FILLER              PIC X(13) VALUE 'FIGURES OF'.
           03 FILLER              PIC X(14) VALUE '    CONFIRMED'.
           03 FILLER              PIC X(14) VALUE '       DEATHS'.
           03 FILLER              PIC X(14) VALUE '    RECOVERED'.
           03 FILLER              PIC X(03).
           03 FILLER              PIC X(24) VALUE 'REMARK'.
      *
       01  WS-HEADER-3.
           03 FILLER              PIC X(87) VALUE ALL '='.
      *
       01  WS-BAD-CARD-LINE.
           03 FILLER              PIC X(60) VALUE
             '*** NO OR INVALID PUBLICATION CARD - RUN ABANDONED ***'.
      *
       01  WS-EXISTS-LINE.
           03 FILLER              PIC X(60) VALUE
             '*** PUBLICATION ID ALREADY ON FILE - NOTHING WRITTEN ***'.
      *
       01  WS-NO-FIGURES-LINE.
           03 FILLER              PIC X(60) VALUE
             '*** NO FIGURES ON OR BEFORE THE PUBLICATION DATE ***'.
      *
       01  WS-INCOMPLETE-LINE.
           03 FILLER              PIC X(30) VALUE
                '*** I/O ERROR DURING FREEZE - '.
           03 FILLER              PIC X(40) VALUE
                'RESTORE THE PRE-RUN BACKUP AND RERUN ***'.
      *
       01  WS-TRAILER-1.
           03 FILLER              PIC X(33) VALUE
                        '*** End of Publication Freeze. '.
           03 WS-FROZEN-O         PIC ZZ,ZZ9.
           03 FILLER              PIC X(20) VALUE
                        ' countries frozen, '.
           03 WS-EARLIER-O        PIC ZZ,ZZ9.
           03 FILLER              PIC X(25) VALUE
                        ' as of an earlier date.'.
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
           MOVE 'COV1941'               TO RP-JOB
           MOVE SPACES                  TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1941 RUN NOT REGISTERED, RESULT '
                   RP-RESULT ' FOR BUSINESS DATE ' RP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *
      *PUBFIGS is created on the first publication ever frozen.
       OPEN-FILES.
           OPEN INPUT  PUBCARD-FILE
           PERFORM READ-PUB-CARD
           OPEN OUTPUT PRINT-LINE
           IF PUB-CARD-OK
               OPEN INPUT  COVSTATS-FILE
               IF WS-COVSTATS-STATUS NOT EQUAL '00'
                   SET PUB-IO-ERROR     TO TRUE
               END-IF
               OPEN I-O    PUBFIGS-FILE
               IF WS-PUBFIGS-STATUS EQUAL '35'
                   OPEN OUTPUT PUBFIGS-FILE
                   CLOSE PUBFIGS-FILE
                   OPEN I-O PUBFIGS-FILE
               END-IF
               IF WS-PUBFIGS-STATUS NOT EQUAL '00'
                   SET PUB-IO-ERROR     TO TRUE
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
           IF PUB-CARD-OK
               MOVE WS-PUB-ID           TO CARD-PUB-ID-O
               MOVE WS-PUB-DATE         TO WS-FD-IN
               PERFORM FORMAT-DATE
               MOVE WS-FD-OUT           TO CARD-PUB-DATE-O
               WRITE PRINT-REC        FROM WS-HEADER-CARD
           ELSE
               WRITE PRINT-REC        FROM WS-BAD-CARD-LINE
           END-IF
           .
      *
      *The freeze timestamp is taken before the first record is
      *read, so any later journal entry counts as a revision.
       FREEZE-PUBLICATION.
           IF PUB-CARD-OK AND NOT PUB-IO-ERROR
               PERFORM CHECK-PUB-EXISTS
           END-IF
           IF PUB-CARD-OK AND NOT PUB-IO-ERROR
                   AND NOT PUB-ALREADY-ON-FILE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-YEAR     TO WS-FRZ-DATE (1:4)
               MOVE WS-CURRENT-MONTH    TO WS-FRZ-DATE (5:2)
               MOVE WS-CURRENT-DAY      TO WS-FRZ-DATE (7:2)
               MOVE WS-CURRENT-HOURS    TO WS-FRZ-TIME (1:2)
               MOVE WS-CURRENT-MINUTES  TO WS-FRZ-TIME (3:2)
               MOVE WS-CURRENT-SECONDS  TO WS-FRZ-TIME (5:2)
               MOVE SPACES              TO PRINT-REC
               WRITE PRINT-REC
               WRITE PRINT-REC        FROM WS-HEADER-2
               WRITE PRINT-REC        FROM WS-HEADER-3
               PERFORM READ-STATS
                PERFORM UNTIL LASTREC = 'Y'
                    PERFORM PROCESS-STATS
                    PERFORM READ-STATS
                END-PERFORM
               IF COUNTRY-HELD
                   PERFORM WRITE-PUB-RECORD
               END-IF
           END-IF
           .
      *
       WRITE-TRAILERS.
           IF PUB-CARD-OK
               MOVE SPACES              TO PRINT-REC
               WRITE PRINT-REC
               EVALUATE TRUE
                   WHEN PUB-ALREADY-ON-FILE
                       WRITE PRINT-REC FROM WS-EXISTS-LINE
                   WHEN PUB-IO-ERROR AND WS-FROZEN-T-RECS GREATER ZERO
                       WRITE PRINT-REC FROM WS-INCOMPLETE-LINE
                   WHEN PUB-IO-ERROR
                       CONTINUE
                   WHEN WS-FROZEN-T-RECS EQUAL ZERO
                       WRITE PRINT-REC FROM WS-NO-FIGURES-LINE
                   WHEN OTHER
                       MOVE WS-FROZEN-T-RECS    TO WS-FROZEN-O
                       MOVE WS-EARLIER-T-RECS   TO WS-EARLIER-O
                       WRITE PRINT-REC FROM WS-TRAILER-1
               END-EVALUATE
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        PUBCARD-FILE
                        PRINT-LINE
           IF PUB-CARD-OK
               CLOSE    COVSTATS-FILE
                        PUBFIGS-FILE
           END-IF
           EVALUATE TRUE
               WHEN PUB-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN NOT PUB-CARD-OK
                   MOVE 8  TO RETURN-CODE
               WHEN PUB-ALREADY-ON-FILE
                   MOVE 8  TO RETURN-CODE
               WHEN WS-FROZEN-T-RECS EQUAL ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           MOVE 'E'                     TO RP-FUNC
           MOVE RETURN-CODE             TO RP-END-RC
           MOVE WS-FROZEN-T-RECS        TO RP-REC-COUNT
           CALL 'COV1900' USING RP-RUNCTL-PARM
           GOBACK
           .
      *
      *The ID must be given and the date must be numeric.
       READ-PUB-CARD.
           READ PUBCARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PX-PUB-ID NOT EQUAL SPACES
                           AND PX-PUB-DATE IS NUMERIC
                           AND PX-PUB-DATE-N NOT EQUAL ZEROES
                       MOVE PX-PUB-ID       TO WS-PUB-ID
                       MOVE PX-PUB-DATE-N   TO WS-PUB-DATE
                       SET PUB-CARD-OK      TO TRUE
                   END-IF
           END-READ
           .
      *
      *Any record already filed under the ID means the publication
      *exists; it is never added to or overwritten.
       CHECK-PUB-EXISTS.
           MOVE WS-PUB-ID               TO PB-PUB-ID
           MOVE LOW-VALUES              TO PB-CODE
           START PUBFIGS-FILE KEY IS NOT LESS THAN PB-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PUBFIGS-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PB-PUB-ID EQUAL WS-PUB-ID
                               SET PUB-ALREADY-ON-FILE TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-PUBFIGS-STATUS NOT EQUAL '00'
                   AND WS-PUBFIGS-STATUS NOT EQUAL '10'
                   AND WS-PUBFIGS-STATUS NOT EQUAL '23'
               SET PUB-IO-ERROR         TO TRUE
           END-IF
           .
      *
       READ-STATS.
           READ COVSTATS-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTREC
               NOT AT END
                   ADD 1                TO WS-STATS-T-RECS
           END-READ
           IF WS-COVSTATS-STATUS NOT EQUAL '00'
                   AND WS-COVSTATS-STATUS NOT EQUAL '10'
               SET PUB-IO-ERROR         TO TRUE
               MOVE 'Y'                 TO LASTREC
           END-IF
           .
      *
      *Records arrive in country and date order, so the last one on
      *or before the publication date is the one held when the
      *country changes.
       PROCESS-STATS.
           IF COUNTRY-HELD AND S-CODE NOT EQUAL SH-CODE
               PERFORM WRITE-PUB-RECORD
           END-IF
           IF S-RPT-DATE NOT GREATER THAN WS-PUB-DATE
                   AND NOT PUB-IO-ERROR
               MOVE COVSTATS-RECORD     TO STATSHLD-RECORD
               SET COUNTRY-HELD         TO TRUE
           END-IF
           .
      *
       WRITE-PUB-RECORD.
           MOVE 'N'                     TO WS-HELD
           MOVE WS-PUB-ID               TO PB-PUB-ID
           MOVE SH-CODE                 TO PB-CODE
           MOVE WS-PUB-DATE             TO PB-PUB-DATE
           MOVE SH-RPT-DATE             TO PB-RPT-DATE
           MOVE WS-FRZ-DATE             TO PB-FRZ-DATE
           MOVE WS-FRZ-TIME             TO PB-FRZ-TIME
           MOVE SH-CONFIRMED            TO PB-CONFIRMED
           MOVE SH-DEATHS               TO PB-DEATHS
           MOVE SH-RECOVERED            TO PB-RECOVERED
           WRITE PUBFIGS-RECORD
               INVALID KEY
                   SET PUB-IO-ERROR     TO TRUE
               NOT INVALID KEY
                   ADD 1                TO WS-FROZEN-T-RECS
                   PERFORM WRITE-FROZEN-LINE
           END-WRITE
           IF WS-PUBFIGS-STATUS NOT EQUAL '00'
               SET PUB-IO-ERROR         TO TRUE
               MOVE 'Y'                 TO LASTREC
           END-IF
           .
      *
       WRITE-FROZEN-LINE.
           MOVE SPACES                  TO PRINT-REC
           MOVE SH-CODE                 TO CODE-O
           MOVE SH-RPT-DATE             TO WS-FD-IN
           PERFORM FORMAT-DATE
           MOVE WS-FD-OUT               TO RPT-DATE-O
           MOVE SH-CONFIRMED            TO CONFIRMED-O
           MOVE SH-DEATHS               TO DEATHS-O
           MOVE SH-RECOVERED            TO RECOVERED-O
           IF SH-RPT-DATE LESS THAN WS-PUB-DATE
               ADD 1                    TO WS-EARLIER-T-RECS
               MOVE 'NO REPORT ON PUB DATE' TO REMARK-O
           END-IF
           WRITE PRINT-REC
           .
      *
       FORMAT-DATE.
           MOVE WS-FD-YEAR              TO WS-FD-YEAR-O
           MOVE WS-FD-MONTH             TO WS-FD-MONTH-O
           MOVE WS-FD-DAY               TO WS-FD-DAY-O
           .
