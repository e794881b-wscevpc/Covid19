      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1935.
       AUTHOR.        Georges B.
      *Nightly change-data-capture extract of restated statistics
      *history for the data warehouse. COV1923's WHEXTR carries
      *only each country's record for the business date; this
      *interface carries everything done since the last run to
      *any earlier report date - COV1910 and COVC corrections,
      *COV1912 archive reloads and deletes, COV1909 purges and
      *COV1933 recodes - so the warehouse history can follow ours.
      *The cumulative STATJRNL journal is read from the saved
      *high-water timestamp on the CDCMARK file, and one CDCEXTR
      *change record goes out for every journal entry written
      *after it whose report date is before the business date,
      *carrying the journal timestamp, the action (A add, C
      *change, D delete), the originating job, the new cumulative
      *values (zero for a delete) and, recomputed from COVSTATS as
      *it stands now, the daily new figures for the affected date
      *(against the country's latest earlier recorded date; zero
      *when the date is no longer on file) and for the country's
      *next recorded date after it, whose daily new figures the
      *change moves as well. Entries for the business date itself
      *are left to WHEXTR, which sends that date whole. The detail
      *records are wrapped in header and trailer control records
      *in the WHEXTR style, carrying the business date, the
      *high-water timestamps the run read from and up to, and the
      *detail count. The high-water mark holds the latest journal
      *timestamp read and how many entries carry exactly that
      *timestamp, so entries journalled later in the same second
      *are not lost; it is rewritten only when the run completes
      *without an I/O error, so a failed run simply sends the same
      *changes again. With no CDCMARK file the whole journal is
      *sent. Start and end are registered on the run-control file
      *through COV1900 (prerequisite: the STATLOAD statistics load
      *completed for the business date); the business date and
      *override flag arrive on the optional RUNCARD card.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT CDCEXTR-FILE ASSIGN TO CDCEXTR
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-CDCEXTR-STATUS
           .
      *
           SELECT STATJRNL-FILE ASSIGN TO STATJRNL
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-STATJRNL-STATUS
           .
      *
           SELECT COVSTATS-FILE ASSIGN TO COVSTATS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS S-KEY
              FILE STATUS    IS WS-COVSTATS-STATUS
           .
      *
           SELECT OPTIONAL CDCMARK-FILE ASSIGN TO CDCMARK
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-CDCMARK-STATUS
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
       FD  CDCEXTR-FILE RECORDING MODE F.
       01  CDCEXTR-HEADER-REC.
           03 CX-H-TYPE            PIC X(01).
           03 CX-H-BUS-DATE        PIC 9(08).
           03 CX-H-FROM-DATE       PIC 9(08).
           03 CX-H-FROM-TIME       PIC 9(06).
           03 FILLER               PIC X(107).
       01  CDCEXTR-DETAIL-REC.
           03 CX-D-TYPE            PIC X(01).
           03 CX-D-TS-DATE         PIC 9(08).
           03 CX-D-TS-TIME         PIC 9(06).
           03 CX-D-JOB             PIC X(08).
           03 CX-D-ACTION          PIC X(01).
           03 CX-D-CODE            PIC X(02).
           03 CX-D-RPT-DATE        PIC 9(08).
           03 CX-D-CONFIRMED       PIC 9(09).
           03 CX-D-DEATHS          PIC 9(09).
           03 CX-D-RECOVERED       PIC 9(09).
           03 CX-D-ON-FILE         PIC X(01).
           03 CX-D-NEW-CONFIRMED   PIC S9(09) SIGN LEADING SEPARATE.
           03 CX-D-NEW-DEATHS      PIC S9(09) SIGN LEADING SEPARATE.
           03 CX-D-NEW-RECOVERED   PIC S9(09) SIGN LEADING SEPARATE.
           03 CX-D-NEXT-DATE       PIC 9(08).
           03 CX-D-NEXT-CONFIRMED  PIC S9(09) SIGN LEADING SEPARATE.
           03 CX-D-NEXT-DEATHS     PIC S9(09) SIGN LEADING SEPARATE.
           03 CX-D-NEXT-RECOVERED  PIC S9(09) SIGN LEADING SEPARATE.
       01  CDCEXTR-TRAILER-REC.
           03 CX-T-TYPE            PIC X(01).
           03 CX-T-BUS-DATE        PIC 9(08).
           03 CX-T-REC-COUNT       PIC 9(07).
           03 CX-T-TO-DATE         PIC 9(08).
           03 CX-T-TO-TIME         PIC 9(06).
           03 FILLER               PIC X(100).
      *
       FD  STATJRNL-FILE RECORDING MODE F.
       COPY STATJRNL REPLACING ==:TAG1:== BY ==STATJRNL==
                               ==:TAG2:== BY ==J==.
      *
       FD  COVSTATS-FILE.
       COPY COVSTATS REPLACING ==:TAG1:== BY ==COVSTATS==
                               ==:TAG2:== BY ==S==.
      *
       FD  CDCMARK-FILE RECORDING MODE F.
       01  CDCMARK-REC.
           03 MK-TS-DATE           PIC 9(08).
           03 MK-TS-TIME           PIC 9(06).
           03 MK-AT-TS-COUNT       PIC 9(07).
           03 MK-BUS-DATE          PIC 9(08).
           03 MK-REC-COUNT         PIC 9(07).
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
       01  WS-CDCEXTR-STATUS       PIC 99 VALUE ZEROS.
       01  WS-STATJRNL-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COVSTATS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-CDCMARK-STATUS       PIC 99 VALUE ZEROS.
       01  WS-RUNCARD-STATUS       PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 LASTSCAN             PIC X VALUE SPACE.
           03 WS-ENTRY-NEW         PIC X VALUE 'N'.
               88 ENTRY-IS-NEW             VALUE 'Y'.
           03 WS-CUR-FOUND         PIC X VALUE 'N'.
               88 CUR-DATE-ON-FILE         VALUE 'Y'.
           03 WS-NEXT-FOUND        PIC X VALUE 'N'.
               88 NEXT-DATE-ON-FILE        VALUE 'Y'.
           03 WS-EXTR-IO-ERR       PIC X VALUE 'N'.
               88 EXTRACT-IO-ERROR         VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-JRNL-T-RECS       PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-DET-T-RECS        PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-AT-MARK-SEEN      PIC 9(07) COMP-3 VALUE ZEROES.
      *
      *The high-water mark the run started from, and the one it
      *will leave behind; each is a journal timestamp plus the
      *count of entries read that carry exactly that timestamp.
      *The date and time are kept side by side so the groups
      *compare in timestamp order.
       01  WS-OLD-MARK.
           03 WS-OLD-MARK-TS.
               05 WS-OLD-DATE      PIC 9(08) VALUE ZEROES.
               05 WS-OLD-TIME      PIC 9(06) VALUE ZEROES.
           03 WS-OLD-AT-COUNT      PIC 9(07) VALUE ZEROES.
      *
       01  WS-NEW-MARK.
           03 WS-NEW-MARK-TS.
               05 WS-NEW-DATE      PIC 9(08) VALUE ZEROES.
               05 WS-NEW-TIME      PIC 9(06) VALUE ZEROES.
           03 WS-NEW-AT-COUNT      PIC 9(07) VALUE ZEROES.
      *
       01  WS-JRNL-TS.
           03 WS-JT-DATE           PIC 9(08) VALUE ZEROES.
           03 WS-JT-TIME           PIC 9(06) VALUE ZEROES.
      *
      *The country's cumulatives around the affected date as
      *COVSTATS holds them now: the latest earlier date, the date
      *itself and the next later date.
       01  WS-PRIOR-VALUES.
           03 WS-PRI-CONFIRMED     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-PRI-DEATHS        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-PRI-RECOVERED     PIC 9(09) COMP-3 VALUE ZEROES.
      *
       01  WS-CUR-VALUES.
           03 WS-CUR-CONFIRMED     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-CUR-DEATHS        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-CUR-RECOVERED     PIC 9(09) COMP-3 VALUE ZEROES.
      *
       01  WS-NEXT-VALUES.
           03 WS-NXT-DATE          PIC 9(08) VALUE ZEROES.
           03 WS-NXT-CONFIRMED     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-NXT-DEATHS        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-NXT-RECOVERED     PIC 9(09) COMP-3 VALUE ZEROES.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
      *==============================
       PROCEDURE DIVISION.
      *==============================
      *The run is registered on RUNCTL before any file opens; a
      *nonzero result (the day's statistics not yet loaded, the
      *extract already sent for the business date, or the
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
           MOVE 'COV1935'               TO RP-JOB
           MOVE 'STATLOAD'              TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1935 RUN NOT REGISTERED, RESULT '
                   RP-RESULT ' FOR BUSINESS DATE ' RP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *
      *The saved mark is read and the file closed again at once;
      *it is only reopened for output once the run has completed.
       OPEN-FILES.
           OPEN INPUT  CDCMARK-FILE
           IF WS-CDCMARK-STATUS EQUAL '00'
                   OR WS-CDCMARK-STATUS EQUAL '05'
               READ CDCMARK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MK-TS-DATE      TO WS-OLD-DATE
                       MOVE MK-TS-TIME      TO WS-OLD-TIME
                       MOVE MK-AT-TS-COUNT  TO WS-OLD-AT-COUNT
               END-READ
               CLOSE CDCMARK-FILE
           ELSE
               SET EXTRACT-IO-ERROR     TO TRUE
           END-IF
           MOVE WS-OLD-MARK             TO WS-NEW-MARK
           OPEN OUTPUT CDCEXTR-FILE
           IF WS-CDCEXTR-STATUS NOT EQUAL '00'
               SET EXTRACT-IO-ERROR     TO TRUE
           END-IF
           OPEN INPUT  STATJRNL-FILE
           IF WS-STATJRNL-STATUS NOT EQUAL '00'
               SET EXTRACT-IO-ERROR     TO TRUE
           END-IF
           OPEN INPUT  COVSTATS-FILE
           IF WS-COVSTATS-STATUS NOT EQUAL '00'
               SET EXTRACT-IO-ERROR     TO TRUE
           END-IF
           .
      *
       WRITE-EXTRACT-HEADER.
           MOVE SPACES                  TO CDCEXTR-HEADER-REC
           MOVE 'H'                     TO CX-H-TYPE
           MOVE RP-BUS-DATE             TO CX-H-BUS-DATE
           MOVE WS-OLD-DATE             TO CX-H-FROM-DATE
           MOVE WS-OLD-TIME             TO CX-H-FROM-TIME
           WRITE CDCEXTR-HEADER-REC
           .
      *
       READ-NEXT-RECORD.
           IF NOT EXTRACT-IO-ERROR
               PERFORM READ-JOURNAL-RECORD
                PERFORM UNTIL LASTREC = 'Y'
                    PERFORM PROCESS-JOURNAL-ENTRY
                    PERFORM READ-JOURNAL-RECORD
                END-PERFORM
           END-IF
           .
      *
      *The trailer count lets the receiving side prove it got
      *every detail record the extract wrote.
       WRITE-EXTRACT-TRAILER.
           MOVE SPACES                  TO CDCEXTR-TRAILER-REC
           MOVE 'T'                     TO CX-T-TYPE
           MOVE RP-BUS-DATE             TO CX-T-BUS-DATE
           MOVE WS-DET-T-RECS           TO CX-T-REC-COUNT
           MOVE WS-NEW-DATE             TO CX-T-TO-DATE
           MOVE WS-NEW-TIME             TO CX-T-TO-TIME
           WRITE CDCEXTR-TRAILER-REC
           .
      *
       CLOSE-STOP.
           CLOSE        CDCEXTR-FILE
                        STATJRNL-FILE
                        COVSTATS-FILE
           IF WS-CDCEXTR-STATUS NOT EQUAL '00'
               SET EXTRACT-IO-ERROR     TO TRUE
           END-IF
           PERFORM SAVE-HIGH-WATER-MARK
           EVALUATE TRUE
               WHEN EXTRACT-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           MOVE 'E'                     TO RP-FUNC
           MOVE RETURN-CODE             TO RP-END-RC
           MOVE WS-DET-T-RECS           TO RP-REC-COUNT
           CALL 'COV1900' USING RP-RUNCTL-PARM
           GOBACK
           .
      *
      *The new mark is saved only after a clean run; on any I/O
      *error the old mark stands and tomorrow re-sends.
       SAVE-HIGH-WATER-MARK.
           IF NOT EXTRACT-IO-ERROR
               OPEN OUTPUT CDCMARK-FILE
               IF WS-CDCMARK-STATUS NOT EQUAL '00'
                   SET EXTRACT-IO-ERROR TO TRUE
               ELSE
                   MOVE SPACES          TO CDCMARK-REC
                   MOVE WS-NEW-DATE     TO MK-TS-DATE
                   MOVE WS-NEW-TIME     TO MK-TS-TIME
                   MOVE WS-NEW-AT-COUNT TO MK-AT-TS-COUNT
                   MOVE RP-BUS-DATE     TO MK-BUS-DATE
                   MOVE WS-DET-T-RECS   TO MK-REC-COUNT
                   WRITE CDCMARK-REC
                   IF WS-CDCMARK-STATUS NOT EQUAL '00'
                       SET EXTRACT-IO-ERROR TO TRUE
                   END-IF
                   CLOSE CDCMARK-FILE
               END-IF
           END-IF
           .
      *
       READ-JOURNAL-RECORD.
           READ STATJRNL-FILE
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-JRNL-T-RECS
           END-READ
           IF WS-STATJRNL-STATUS NOT EQUAL '00'
                   AND WS-STATJRNL-STATUS NOT EQUAL '10'
               SET EXTRACT-IO-ERROR     TO TRUE
               MOVE 'Y'                 TO LASTREC
           END-IF
           .
      *
      *An entry is new when its timestamp is after the old mark,
      *or on the mark itself beyond the entries the last run
      *already read with that timestamp. Every new entry moves the
      *new mark; only those for an earlier report date than the
      *business date go out.
       PROCESS-JOURNAL-ENTRY.
           MOVE J-TS-DATE               TO WS-JT-DATE
           MOVE J-TS-TIME               TO WS-JT-TIME
           MOVE 'N'                     TO WS-ENTRY-NEW
           EVALUATE TRUE
               WHEN WS-JRNL-TS GREATER THAN WS-OLD-MARK-TS
                   SET ENTRY-IS-NEW     TO TRUE
               WHEN WS-JRNL-TS EQUAL WS-OLD-MARK-TS
                   ADD 1                TO WS-AT-MARK-SEEN
                   IF WS-AT-MARK-SEEN GREATER THAN WS-OLD-AT-COUNT
                       SET ENTRY-IS-NEW TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ENTRY-IS-NEW
               EVALUATE TRUE
                   WHEN WS-JRNL-TS GREATER THAN WS-NEW-MARK-TS
                       MOVE WS-JRNL-TS  TO WS-NEW-MARK-TS
                       MOVE 1           TO WS-NEW-AT-COUNT
                   WHEN WS-JRNL-TS EQUAL WS-NEW-MARK-TS
                       ADD 1            TO WS-NEW-AT-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF J-RPT-DATE LESS THAN RP-BUS-DATE
                   PERFORM FIND-NEIGHBOUR-DATES
                   PERFORM WRITE-DETAIL-RECORD
               END-IF
           END-IF
           .
      *
      *START only positions forward, so the country's dates are
      *walked from the top of its key range: dates before the
      *affected one leave the latest earlier cumulatives, the
      *affected date's own record is kept if it is still on file,
      *and the first later date ends the walk.
       FIND-NEIGHBOUR-DATES.
           MOVE SPACE                   TO LASTSCAN
           MOVE 'N'                     TO WS-CUR-FOUND
                                           WS-NEXT-FOUND
           MOVE ZEROES                  TO WS-PRI-CONFIRMED
                                           WS-PRI-DEATHS
                                           WS-PRI-RECOVERED
                                           WS-CUR-CONFIRMED
                                           WS-CUR-DEATHS
                                           WS-CUR-RECOVERED
                                           WS-NXT-DATE
                                           WS-NXT-CONFIRMED
                                           WS-NXT-DEATHS
                                           WS-NXT-RECOVERED
           MOVE J-CODE                  TO S-CODE
           MOVE ZEROES                  TO S-RPT-DATE
           START COVSTATS-FILE KEY IS NOT LESS THAN S-KEY
               INVALID KEY
                   MOVE 'Y'             TO LASTSCAN
           END-START
            PERFORM UNTIL LASTSCAN = 'Y'
                PERFORM READ-NEIGHBOUR-CANDIDATE
            END-PERFORM
           .
      *
       READ-NEIGHBOUR-CANDIDATE.
           READ COVSTATS-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTSCAN
               NOT AT END
                   EVALUATE TRUE
                       WHEN S-CODE NOT EQUAL J-CODE
                           MOVE 'Y'     TO LASTSCAN
                       WHEN S-RPT-DATE LESS THAN J-RPT-DATE
                           MOVE S-CONFIRMED TO WS-PRI-CONFIRMED
                           MOVE S-DEATHS    TO WS-PRI-DEATHS
                           MOVE S-RECOVERED TO WS-PRI-RECOVERED
                       WHEN S-RPT-DATE EQUAL J-RPT-DATE
                           SET CUR-DATE-ON-FILE TO TRUE
                           MOVE S-CONFIRMED TO WS-CUR-CONFIRMED
                           MOVE S-DEATHS    TO WS-CUR-DEATHS
                           MOVE S-RECOVERED TO WS-CUR-RECOVERED
                       WHEN OTHER
                           SET NEXT-DATE-ON-FILE TO TRUE
                           MOVE S-RPT-DATE  TO WS-NXT-DATE
                           MOVE S-CONFIRMED TO WS-NXT-CONFIRMED
                           MOVE S-DEATHS    TO WS-NXT-DEATHS
                           MOVE S-RECOVERED TO WS-NXT-RECOVERED
                           MOVE 'Y'     TO LASTSCAN
                   END-EVALUATE
           END-READ
           IF WS-COVSTATS-STATUS NOT EQUAL '00'
                   AND WS-COVSTATS-STATUS NOT EQUAL '10'
               SET EXTRACT-IO-ERROR     TO TRUE
               MOVE 'Y'                 TO LASTSCAN
           END-IF
           .
      *
      *With the affected date gone, the next date's daily new
      *figures are measured against the latest earlier date.
       WRITE-DETAIL-RECORD.
           MOVE SPACES                  TO CDCEXTR-DETAIL-REC
           MOVE 'D'                     TO CX-D-TYPE
           MOVE J-TS-DATE               TO CX-D-TS-DATE
           MOVE J-TS-TIME               TO CX-D-TS-TIME
           MOVE J-JOB                   TO CX-D-JOB
           MOVE J-ACTION                TO CX-D-ACTION
           MOVE J-CODE                  TO CX-D-CODE
           MOVE J-RPT-DATE              TO CX-D-RPT-DATE
           IF J-ACTION EQUAL 'D'
               MOVE ZEROES              TO CX-D-CONFIRMED
                                           CX-D-DEATHS
                                           CX-D-RECOVERED
           ELSE
               MOVE J-CONFIRMED         TO CX-D-CONFIRMED
               MOVE J-DEATHS            TO CX-D-DEATHS
               MOVE J-RECOVERED         TO CX-D-RECOVERED
           END-IF
           IF CUR-DATE-ON-FILE
               MOVE 'Y'                 TO CX-D-ON-FILE
               COMPUTE CX-D-NEW-CONFIRMED =
                       WS-CUR-CONFIRMED - WS-PRI-CONFIRMED
               COMPUTE CX-D-NEW-DEATHS =
                       WS-CUR-DEATHS    - WS-PRI-DEATHS
               COMPUTE CX-D-NEW-RECOVERED =
                       WS-CUR-RECOVERED - WS-PRI-RECOVERED
           ELSE
               MOVE 'N'                 TO CX-D-ON-FILE
               MOVE ZEROES              TO CX-D-NEW-CONFIRMED
                                           CX-D-NEW-DEATHS
                                           CX-D-NEW-RECOVERED
               MOVE WS-PRI-CONFIRMED    TO WS-CUR-CONFIRMED
               MOVE WS-PRI-DEATHS       TO WS-CUR-DEATHS
               MOVE WS-PRI-RECOVERED    TO WS-CUR-RECOVERED
           END-IF
           IF NEXT-DATE-ON-FILE
               MOVE WS-NXT-DATE         TO CX-D-NEXT-DATE
               COMPUTE CX-D-NEXT-CONFIRMED =
                       WS-NXT-CONFIRMED - WS-CUR-CONFIRMED
               COMPUTE CX-D-NEXT-DEATHS =
                       WS-NXT-DEATHS    - WS-CUR-DEATHS
               COMPUTE CX-D-NEXT-RECOVERED =
                       WS-NXT-RECOVERED - WS-CUR-RECOVERED
           ELSE
               MOVE ZEROES              TO CX-D-NEXT-DATE
                                           CX-D-NEXT-CONFIRMED
                                           CX-D-NEXT-DEATHS
                                           CX-D-NEXT-RECOVERED
           END-IF
           WRITE CDCEXTR-DETAIL-REC
           IF WS-CDCEXTR-STATUS NOT EQUAL '00'
               SET EXTRACT-IO-ERROR     TO TRUE
           END-IF
           ADD 1                        TO WS-DET-T-RECS
           .
