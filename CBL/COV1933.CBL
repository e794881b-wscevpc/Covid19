      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1933.
       AUTHOR.        Georges B.
      *Recode a country onto a new two-byte code across every file
      *keyed on it: the COUNTRYS master, POPMAST, COVSTATS,
      *VAXSTATS, WEEKSTAT, the STATSUSP load suspense, the
      *subnational SUBAREAS, SUBSTATS and SUBSUSP files and the
      *ALRTCASE alert cases. The RECODE card reads:
      *   cols  1-2   old country code
      *   cols  3-4   new country code
      *   cols  5-10  mode: RENAME = the new code takes over the
      *               country (it must not be on COUNTRYS yet, and
      *               no dependent record may already carry it);
      *               MERGE  = the old country is folded into the
      *               existing new one, and figures on both codes
      *               for the same report date (or week, or
      *               population effective date, or area and
      *               report date) are added together
      *   cols 11-18  submitting user ID
      *The submitter must hold both the country add and the country
      *delete grants on the authorization file (checked through
      *COV1943), since the new code takes the country on and the
      *old code is removed; a card with no user ID or without
      *either grant is refused with RC 8 before any data file is
      *opened. On a merge an area both codes hold keeps the new
      *country's area record, and an alert case both codes opened
      *on the same metric and date becomes one case: the breach
      *and re-open counts are added, the later breach is kept and
      *the case stays open if either was open. A suspended
      *STATLOAD or subnational row is moved with its extract row
      *re-coded and its ageing kept, so the next STATLOAD or
      *SUBLOAD recycles it under the new code; one whose key the
      *new code already holds in suspense is rejected.
      *The run makes two passes. The first reads every file and
      *plans the recode without updating anything, listing each
      *record that cannot be moved; only when every file planned
      *clean does the second pass re-key the records, dependent
      *files first and the master last. Any reject, or any file
      *that fails to open or read, refuses the whole run and no
      *file is touched. Every COVSTATS add, change and delete is
      *journalled as an after-image on STATJRNL for the COV1921
      *forward recovery, and the master change goes to COUNTHST as
      *a delete before-image of the old code (and, on a rename, an
      *add after-image of the new one) for the COV1911
      *point-in-time inquiry. The report ends with a per-file
      *reconciliation of old-code records read, moved, merged and
      *rejected. An I/O failure during the second pass leaves the
      *files part-way; they are restored from the backup taken
      *before the run and the run repeated. Start and end are
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
           SELECT OPTIONAL RECODE-FILE ASSIGN TO RECODE
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-RECODE-STATUS
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
           SELECT POPMAST-FILE ASSIGN TO POPMAST
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS P-KEY
              FILE STATUS    IS WS-POPMAST-STATUS
           .
      *
           SELECT COVSTATS-FILE ASSIGN TO COVSTATS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS S-KEY
              FILE STATUS    IS WS-COVSTATS-STATUS
           .
      *
           SELECT VAXSTATS-FILE ASSIGN TO VAXSTATS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS V-KEY
              FILE STATUS    IS WS-VAXSTATS-STATUS
           .
      *
           SELECT WEEKSTAT-FILE ASSIGN TO WEEKSTAT
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS W-KEY
              FILE STATUS    IS WS-WEEKSTAT-STATUS
           .
      *
           SELECT STATJRNL-FILE ASSIGN TO STATJRNL
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-STATJRNL-STATUS
           .
      *
           SELECT COUNTHST-FILE ASSIGN TO COUNTHST
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-COUNTHST-STATUS
           .
      *
           SELECT STATSUSP-FILE ASSIGN TO STATSUSP
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS SP-KEY
              FILE STATUS    IS WS-STATSUSP-STATUS
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
           SELECT SUBSUSP-FILE ASSIGN TO SUBSUSP
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS SU-KEY
              FILE STATUS    IS WS-SUBSUSP-STATUS
           .
      *
           SELECT ALRTCASE-FILE ASSIGN TO ALRTCASE
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
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
       01  PRINT-REC              PIC X(100).
      *
       FD  RECODE-FILE.
       01  RECODE-REC.
           03 RX-OLD-CODE          PIC X(02).
           03 RX-NEW-CODE          PIC X(02).
           03 RX-MODE              PIC X(06).
           03 RX-USER              PIC X(08).
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       FD  POPMAST-FILE.
       COPY POPMAST  REPLACING ==:TAG1:== BY ==POPMAST==
                               ==:TAG2:== BY ==P==.
      *
       FD  COVSTATS-FILE.
       COPY COVSTATS REPLACING ==:TAG1:== BY ==COVSTATS==
                               ==:TAG2:== BY ==S==.
      *
       FD  VAXSTATS-FILE.
       COPY VAXSTATS REPLACING ==:TAG1:== BY ==VAXSTATS==
                               ==:TAG2:== BY ==V==.
      *
       FD  WEEKSTAT-FILE.
       COPY WEEKSTAT REPLACING ==:TAG1:== BY ==WEEKSTAT==
                               ==:TAG2:== BY ==W==.
      *
       FD  STATJRNL-FILE RECORDING MODE F.
       COPY STATJRNL REPLACING ==:TAG1:== BY ==STATJRNL==
                               ==:TAG2:== BY ==J==.
      *
       FD  COUNTHST-FILE RECORDING MODE F.
       COPY CNTRYHST REPLACING ==:TAG1:== BY ==COUNTHST==
                               ==:TAG2:== BY ==H==.
      *
       FD  STATSUSP-FILE.
       COPY STATSUSP REPLACING ==:TAG1:== BY ==STATSUSP==
                               ==:TAG2:== BY ==SP==.
      *
       FD  SUBAREAS-FILE.
       COPY SUBAREAS REPLACING ==:TAG1:== BY ==SUBAREAS==
                               ==:TAG2:== BY ==SA==.
      *
       FD  SUBSTATS-FILE.
       COPY SUBSTATS REPLACING ==:TAG1:== BY ==SUBSTATS==
                               ==:TAG2:== BY ==SS==.
      *
       FD  SUBSUSP-FILE.
       COPY SUBSUSP  REPLACING ==:TAG1:== BY ==SUBSUSP==
                               ==:TAG2:== BY ==SU==.
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
       01  WS-RECODE-STATUS       PIC 99 VALUE ZEROS.
       01  WS-COUNTRYS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-POPMAST-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COVSTATS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-VAXSTATS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-WEEKSTAT-STATUS     PIC 99 VALUE ZEROS.
       01  WS-STATJRNL-STATUS     PIC 99 VALUE ZEROS.
       01  WS-COUNTHST-STATUS     PIC 99 VALUE ZEROS.
       01  WS-STATSUSP-STATUS     PIC 99 VALUE ZEROS.
       01  WS-SUBAREAS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-SUBSTATS-STATUS     PIC 99 VALUE ZEROS.
       01  WS-SUBSUSP-STATUS      PIC 99 VALUE ZEROS.
       01  WS-ALRTCASE-STATUS     PIC 99 VALUE ZEROS.
       01  WS-RUNCARD-STATUS      PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
      *
       COPY AUTHCKPA REPLACING ==:TAG:== BY ==AK==.
      *
       01 FLAGS.
           03 WS-FILE-END         PIC X VALUE 'N'.
               88 OLD-CODE-DONE            VALUE 'Y'.
           03 WS-CARD-OK          PIC X VALUE 'N'.
               88 RECODE-CARD-OK           VALUE 'Y'.
           03 WS-AUTH-REFUSED     PIC X VALUE 'N'.
               88 SUBMITTER-REFUSED        VALUE 'Y'.
           03 WS-RUN-MODE         PIC X VALUE SPACE.
               88 RENAME-MODE              VALUE 'R'.
               88 MERGE-MODE               VALUE 'M'.
           03 WS-PASS             PIC X VALUE SPACE.
               88 PLAN-PASS                VALUE 'P'.
               88 APPLY-PASS               VALUE 'A'.
           03 WS-APPLIED          PIC X VALUE 'N'.
               88 RECODE-APPLIED           VALUE 'Y'.
           03 WS-NEW-FOUND        PIC X VALUE 'N'.
               88 NEW-KEY-ON-FILE          VALUE 'Y'.
           03 WS-NEW-POP          PIC X VALUE 'N'.
               88 NEW-CODE-HAS-POP         VALUE 'Y'.
           03 WS-RECODE-IO-ERR    PIC X VALUE 'N'.
               88 RECODE-IO-ERROR          VALUE 'Y'.
      *
       01  WS-CODES.
           03 WS-OLD-CODE         PIC X(02) VALUE SPACES.
           03 WS-NEW-CODE         PIC X(02) VALUE SPACES.
      *
      *One reconciliation entry per file, in the order the report
      *prints them: 1 COUNTRYS, 2 POPMAST, 3 COVSTATS, 4 VAXSTATS,
      *5 WEEKSTAT, 6 SUBAREAS, 7 SUBSTATS, 8 SUBSUSP, 9 ALRTCASE,
      *10 STATSUSP.
       01  WS-RECON-TABLE.
           03 WS-RECON-ENTRY OCCURS 10 TIMES.
               05 WS-RN-FILE      PIC X(08).
               05 WS-RN-READ      PIC 9(07) COMP-3.
               05 WS-RN-MOVED     PIC 9(07) COMP-3.
               05 WS-RN-MERGED    PIC 9(07) COMP-3.
               05 WS-RN-REJECTED  PIC 9(07) COMP-3.
       01  WS-RN-IX               PIC 9(02) COMP VALUE ZERO.
      *
       01  COUNTERS.
           03 WS-READ-T-RECS      PIC 9(07) COMP-3 VALUE ZEROES.
           03 WS-REJ-T-RECS       PIC 9(07) COMP-3 VALUE ZEROES.
      *
      *Hold areas for the old-code record while the new key is
      *looked up, since the lookup reads into the record area.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==CNTRYHLD==
                               ==:TAG2:== BY ==CH==.
      *
       COPY POPMAST  REPLACING ==:TAG1:== BY ==POPHLD==
                               ==:TAG2:== BY ==PH==.
      *
       COPY COVSTATS REPLACING ==:TAG1:== BY ==STATSHLD==
                               ==:TAG2:== BY ==SH==.
      *
       COPY VAXSTATS REPLACING ==:TAG1:== BY ==VAXHLD==
                               ==:TAG2:== BY ==VH==.
      *
       COPY WEEKSTAT REPLACING ==:TAG1:== BY ==WEEKHLD==
                               ==:TAG2:== BY ==WH==.
      *
       COPY STATSUSP REPLACING ==:TAG1:== BY ==STSPHLD==
                               ==:TAG2:== BY ==SPH==.
      *
       COPY SUBAREAS REPLACING ==:TAG1:== BY ==AREAHLD==
                               ==:TAG2:== BY ==SAH==.
      *
       COPY SUBSTATS REPLACING ==:TAG1:== BY ==SUBSHLD==
                               ==:TAG2:== BY ==SSH==.
      *
       COPY SUBSUSP  REPLACING ==:TAG1:== BY ==SUSPHLD==
                               ==:TAG2:== BY ==SUH==.
      *
       COPY ALRTCASE REPLACING ==:TAG1:== BY ==CASEHLD==
                               ==:TAG2:== BY ==ACH==.
      *
       01  WS-HISTORY-WORK.
           03 WS-HST-ACTION       PIC X(01) VALUE SPACE.
           03 WS-HST-CODE         PIC X(02) VALUE SPACES.
           03 WS-BEF-NAME         PIC X(50) VALUE SPACES.
           03 WS-BEF-SLUG         PIC X(50) VALUE SPACES.
           03 WS-BEF-REGION       PIC X(02) VALUE SPACES.
           03 WS-AFT-NAME         PIC X(50) VALUE SPACES.
           03 WS-AFT-SLUG         PIC X(50) VALUE SPACES.
           03 WS-AFT-REGION       PIC X(02) VALUE SPACES.
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
           03 FILLER               PIC X(20) VALUE 'COV1933'.
           03 TITLE-1              PIC X(40) VALUE
                '*** COUNTRY CODE RECODE *** '.
           03 FILLER               PIC X(08) VALUE 'Date: '.
           03 DATE-1               PIC X(10).
           03 FILLER               PIC X(02).
           03 FILLER               PIC X(08) VALUE 'Time: '.
           03 TIME-1               PIC X(08).
           03 FILLER               PIC X(04).
      *
       01  WS-HEADER-CARD.
           03 FILLER              PIC X(06) VALUE 'Mode: '.
           03 CARD-MODE-O         PIC X(06).
           03 FILLER              PIC X(13) VALUE '   old code: '.
           03 CARD-OLD-O          PIC X(02).
           03 FILLER              PIC X(13) VALUE '   new code: '.
           03 CARD-NEW-O          PIC X(02).
           03 FILLER              PIC X(09) VALUE '   user: '.
           03 CARD-USER-O         PIC X(08).
      *
       01  WS-HEADER-2.
           03 FILLER              PIC X(10) VALUE 'FILE'.
           03 FILLER              PIC X(14) VALUE '  OLD-CODE RD'.
           03 FILLER              PIC X(11) VALUE '      MOVED'.
           03 FILLER              PIC X(11) VALUE '     MERGED'.
           03 FILLER              PIC X(11) VALUE '   REJECTED'.
           03 FILLER              PIC X(03).
           03 FILLER              PIC X(16) VALUE 'CHECK'.
      *
       01  WS-HEADER-3.
           03 FILLER              PIC X(76) VALUE ALL '='.
      *
       01  WS-RECON-LINE.
           03 RN-FILE-O           PIC X(10).
           03 FILLER              PIC X(06).
           03 RN-READ-O           PIC ZZZZ,ZZ9.
           03 FILLER              PIC X(03).
           03 RN-MOVED-O          PIC ZZZZ,ZZ9.
           03 FILLER              PIC X(03).
           03 RN-MERGED-O         PIC ZZZZ,ZZ9.
           03 FILLER              PIC X(03).
           03 RN-REJECTED-O       PIC ZZZZ,ZZ9.
           03 FILLER              PIC X(03).
           03 RN-CHECK-O          PIC X(16).
      *
       01  WS-REJECT-LINE.
           03 FILLER              PIC X(14) VALUE
                        '    REJECTED: '.
           03 REJ-FILE-O          PIC X(08).
           03 FILLER              PIC X(01).
           03 REJ-CODE-O          PIC X(02).
           03 FILLER              PIC X(01).
           03 REJ-DATE-O          PIC X(10).
           03 FILLER              PIC X(02).
           03 REJ-REASON-O        PIC X(40).
      *
       01  WS-BAD-CARD-LINE.
           03 FILLER              PIC X(52) VALUE
                '*** NO OR INVALID RECODE CARD - RUN ABANDONED ***'.
      *
       01  WS-NOT-AUTH-LINE.
           03 FILLER              PIC X(21) VALUE
                '*** RECODE REFUSED - '.
           03 NOT-AUTH-REASON-O   PIC X(40).
      *
       01  WS-REFUSED-LINE.
           03 FILLER              PIC X(52) VALUE
                '*** RECODE REFUSED - NO FILE HAS BEEN UPDATED ***'.
      *
       01  WS-APPLIED-LINE.
           03 FILLER              PIC X(52) VALUE
                '*** RECODE APPLIED TO EVERY FILE ***'.
      *
       01  WS-INCOMPLETE-LINE.
           03 FILLER              PIC X(30) VALUE
                '*** I/O ERROR DURING UPDATE - '.
           03 FILLER              PIC X(40) VALUE
                'RESTORE THE PRE-RUN BACKUP AND RERUN ***'.
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
           MOVE 'COV1933'               TO RP-JOB
           MOVE SPACES                  TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1933 RUN NOT REGISTERED, RESULT '
                   RP-RESULT ' FOR BUSINESS DATE ' RP-BUS-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
      *
      *Every file is opened for update before anything is read; a
      *file that will not open stops the run before the plan.
       OPEN-FILES.
           PERFORM CLEAR-RECON-TABLE
           OPEN INPUT  RECODE-FILE
           PERFORM READ-RECODE-CARD
           OPEN OUTPUT PRINT-LINE
           IF RECODE-CARD-OK
               OPEN I-O    COUNTRYS-FILE
               IF WS-COUNTRYS-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
               END-IF
               OPEN I-O    POPMAST-FILE
               IF WS-POPMAST-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
               END-IF
               OPEN I-O    COVSTATS-FILE
               IF WS-COVSTATS-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
               END-IF
               OPEN I-O    VAXSTATS-FILE
               IF WS-VAXSTATS-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
               END-IF
               OPEN I-O    WEEKSTAT-FILE
               IF WS-WEEKSTAT-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
               END-IF
               OPEN EXTEND STATJRNL-FILE
               IF WS-STATJRNL-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
               END-IF
               OPEN EXTEND COUNTHST-FILE
               IF WS-COUNTHST-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
               END-IF
               OPEN I-O    STATSUSP-FILE
               IF WS-STATSUSP-STATUS EQUAL '35'
                   OPEN OUTPUT STATSUSP-FILE
                   CLOSE STATSUSP-FILE
                   OPEN I-O STATSUSP-FILE
               END-IF
               IF WS-STATSUSP-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
               END-IF
               OPEN I-O    SUBAREAS-FILE
               IF WS-SUBAREAS-STATUS EQUAL '35'
                   OPEN OUTPUT SUBAREAS-FILE
                   CLOSE SUBAREAS-FILE
                   OPEN I-O SUBAREAS-FILE
               END-IF
               IF WS-SUBAREAS-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
               END-IF
               OPEN I-O    SUBSTATS-FILE
               IF WS-SUBSTATS-STATUS EQUAL '35'
                   OPEN OUTPUT SUBSTATS-FILE
                   CLOSE SUBSTATS-FILE
                   OPEN I-O SUBSTATS-FILE
               END-IF
               IF WS-SUBSTATS-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
               END-IF
               OPEN I-O    SUBSUSP-FILE
               IF WS-SUBSUSP-STATUS EQUAL '35'
                   OPEN OUTPUT SUBSUSP-FILE
                   CLOSE SUBSUSP-FILE
                   OPEN I-O SUBSUSP-FILE
               END-IF
               IF WS-SUBSUSP-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
               END-IF
               OPEN I-O    ALRTCASE-FILE
               IF WS-ALRTCASE-STATUS EQUAL '35'
                   OPEN OUTPUT ALRTCASE-FILE
                   CLOSE ALRTCASE-FILE
                   OPEN I-O ALRTCASE-FILE
               END-IF
               IF WS-ALRTCASE-STATUS NOT EQUAL '00'
                   SET RECODE-IO-ERROR  TO TRUE
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
           IF RECODE-CARD-OK
               MOVE RX-MODE             TO CARD-MODE-O
               MOVE WS-OLD-CODE         TO CARD-OLD-O
               MOVE WS-NEW-CODE         TO CARD-NEW-O
               MOVE RX-USER             TO CARD-USER-O
               WRITE PRINT-REC        FROM WS-HEADER-CARD
           ELSE
               IF SUBMITTER-REFUSED
                   MOVE RX-MODE         TO CARD-MODE-O
                   MOVE WS-OLD-CODE     TO CARD-OLD-O
                   MOVE WS-NEW-CODE     TO CARD-NEW-O
                   MOVE RX-USER         TO CARD-USER-O
                   WRITE PRINT-REC    FROM WS-HEADER-CARD
                   MOVE AK-REASON       TO NOT-AUTH-REASON-O
                   WRITE PRINT-REC    FROM WS-NOT-AUTH-LINE
               ELSE
                   WRITE PRINT-REC    FROM WS-BAD-CARD-LINE
               END-IF
           END-IF
           .
      *
      *The plan pass reads everything and updates nothing; the
      *rejects it lists are the reasons the run will be refused.
       PLAN-RECODE.
           IF RECODE-CARD-OK AND NOT RECODE-IO-ERROR
               MOVE SPACES              TO PRINT-REC
               WRITE PRINT-REC
               MOVE 'P'                 TO WS-PASS
               PERFORM CLEAR-RECON-TABLE
               PERFORM RECODE-ALL-FILES
           END-IF
           .
      *
      *Only a plan with no reject and no I/O error is applied.
       APPLY-RECODE.
           IF RECODE-CARD-OK AND NOT RECODE-IO-ERROR
                   AND WS-REJ-T-RECS EQUAL ZERO
               MOVE 'A'                 TO WS-PASS
               SET RECODE-APPLIED       TO TRUE
               PERFORM CLEAR-RECON-TABLE
               PERFORM RECODE-ALL-FILES
           END-IF
           .
      *
       WRITE-TRAILERS.
           IF RECODE-CARD-OK
               MOVE SPACES              TO PRINT-REC
               WRITE PRINT-REC
               WRITE PRINT-REC        FROM WS-HEADER-2
               WRITE PRINT-REC        FROM WS-HEADER-3
               PERFORM VARYING WS-RN-IX FROM 1 BY 1
                   UNTIL WS-RN-IX GREATER THAN 10
                   PERFORM WRITE-RECON-LINE
               END-PERFORM
               MOVE SPACES              TO PRINT-REC
               WRITE PRINT-REC
               EVALUATE TRUE
                   WHEN RECODE-IO-ERROR AND RECODE-APPLIED
                       WRITE PRINT-REC FROM WS-INCOMPLETE-LINE
                   WHEN RECODE-APPLIED
                       WRITE PRINT-REC FROM WS-APPLIED-LINE
                   WHEN OTHER
                       WRITE PRINT-REC FROM WS-REFUSED-LINE
               END-EVALUATE
           END-IF
           .
      *
       CLOSE-STOP.
           CLOSE        RECODE-FILE
                        PRINT-LINE
           IF RECODE-CARD-OK
               CLOSE    COUNTRYS-FILE
                        POPMAST-FILE
                        COVSTATS-FILE
                        VAXSTATS-FILE
                        WEEKSTAT-FILE
                        STATJRNL-FILE
                        COUNTHST-FILE
                        STATSUSP-FILE
                        SUBAREAS-FILE
                        SUBSTATS-FILE
                        SUBSUSP-FILE
                        ALRTCASE-FILE
           END-IF
           EVALUATE TRUE
               WHEN RECODE-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN NOT RECODE-CARD-OK
                   MOVE 8  TO RETURN-CODE
               WHEN WS-REJ-T-RECS GREATER THAN ZERO
                   MOVE 8  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           MOVE 'E'                     TO RP-FUNC
           MOVE RETURN-CODE             TO RP-END-RC
           MOVE WS-READ-T-RECS          TO RP-REC-COUNT
           CALL 'COV1900' USING RP-RUNCTL-PARM
           GOBACK
           .
      *
      *Both codes must be given and differ, and the mode must be
      *RENAME or MERGE; a valid card is then checked against the
      *submitter's grants.
       READ-RECODE-CARD.
           READ RECODE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RX-OLD-CODE     TO WS-OLD-CODE
                   MOVE RX-NEW-CODE     TO WS-NEW-CODE
                   EVALUATE RX-MODE
                       WHEN 'RENAME'
                           MOVE 'R'     TO WS-RUN-MODE
                       WHEN 'MERGE '
                           MOVE 'M'     TO WS-RUN-MODE
                       WHEN OTHER
                           MOVE SPACE   TO WS-RUN-MODE
                   END-EVALUATE
                   IF WS-OLD-CODE NOT EQUAL SPACES
                           AND WS-NEW-CODE NOT EQUAL SPACES
                           AND WS-OLD-CODE NOT EQUAL WS-NEW-CODE
                           AND WS-RUN-MODE NOT EQUAL SPACE
                       SET RECODE-CARD-OK   TO TRUE
                   END-IF
           END-READ
           IF RECODE-CARD-OK
               PERFORM CHECK-AUTHORITY
           END-IF
           .
      *
      *The new code takes the country on and the old code is
      *removed, so both the country add and the country delete
      *grants are needed; COV1943 puts any refusal on the security
      *log and the reason goes on the report.
       CHECK-AUTHORITY.
           MOVE 'COV1933'               TO AK-JOB
           MOVE RX-USER                 TO AK-USER
           MOVE SPACES                  TO AK-KEY
           MOVE WS-OLD-CODE             TO AK-KEY (1:2)
           MOVE WS-NEW-CODE             TO AK-KEY (4:2)
           MOVE RX-MODE                 TO AK-KEY (7:6)
           MOVE 'CA'                    TO AK-FUNC
           CALL 'COV1943' USING AK-AUTHCK-PARM
           IF AK-RESULT EQUAL '00'
               MOVE 'CD'                TO AK-FUNC
               CALL 'COV1943' USING AK-AUTHCK-PARM
           END-IF
           IF AK-RESULT NOT EQUAL '00'
               MOVE 'N'                 TO WS-CARD-OK
               SET SUBMITTER-REFUSED    TO TRUE
           END-IF
           .
      *
       CLEAR-RECON-TABLE.
           MOVE ZEROES                  TO WS-READ-T-RECS
                                           WS-REJ-T-RECS
           PERFORM VARYING WS-RN-IX FROM 1 BY 1
               UNTIL WS-RN-IX GREATER THAN 10
               MOVE ZEROES              TO WS-RN-READ (WS-RN-IX)
                                           WS-RN-MOVED (WS-RN-IX)
                                           WS-RN-MERGED (WS-RN-IX)
                                           WS-RN-REJECTED (WS-RN-IX)
           END-PERFORM
           MOVE 'COUNTRYS'              TO WS-RN-FILE (1)
           MOVE 'POPMAST'               TO WS-RN-FILE (2)
           MOVE 'COVSTATS'              TO WS-RN-FILE (3)
           MOVE 'VAXSTATS'              TO WS-RN-FILE (4)
           MOVE 'WEEKSTAT'              TO WS-RN-FILE (5)
           MOVE 'SUBAREAS'              TO WS-RN-FILE (6)
           MOVE 'SUBSTATS'              TO WS-RN-FILE (7)
           MOVE 'SUBSUSP'               TO WS-RN-FILE (8)
           MOVE 'ALRTCASE'              TO WS-RN-FILE (9)
           MOVE 'STATSUSP'              TO WS-RN-FILE (10)
           .
      *
      *Dependent files first and the country master last, so an
      *update stopped part-way never leaves statistics keyed on a
      *code the master no longer holds; likewise the subnational
      *figures go before the areas they are keyed under.
       RECODE-ALL-FILES.
           PERFORM RECODE-COVSTATS
           IF NOT RECODE-IO-ERROR
               PERFORM RECODE-VAXSTATS
           END-IF
           IF NOT RECODE-IO-ERROR
               PERFORM RECODE-WEEKSTAT
           END-IF
           IF NOT RECODE-IO-ERROR
               PERFORM RECODE-POPMAST
           END-IF
           IF NOT RECODE-IO-ERROR
               PERFORM RECODE-STATSUSP
           END-IF
           IF NOT RECODE-IO-ERROR
               PERFORM RECODE-SUBSTATS
           END-IF
           IF NOT RECODE-IO-ERROR
               PERFORM RECODE-SUBSUSP
           END-IF
           IF NOT RECODE-IO-ERROR
               PERFORM RECODE-SUBAREAS
           END-IF
           IF NOT RECODE-IO-ERROR
               PERFORM RECODE-ALRTCASE
           END-IF
           IF NOT RECODE-IO-ERROR
               PERFORM RECODE-COUNTRYS
           END-IF
           .
      *
      *The old code's statistics are walked by restarting past the
      *last key handled, so the random lookups (and, on the apply
      *pass, the deletes) in between never lose the place.
       RECODE-COVSTATS.
           MOVE 'N'                     TO WS-FILE-END
           MOVE WS-OLD-CODE             TO S-CODE
           MOVE ZEROES                  TO S-RPT-DATE
           PERFORM NEXT-OLD-STATS
            PERFORM UNTIL OLD-CODE-DONE
                PERFORM RECODE-ONE-STATS
                PERFORM NEXT-OLD-STATS
            END-PERFORM
           .
      *
       NEXT-OLD-STATS.
           START COVSTATS-FILE KEY IS GREATER THAN S-KEY
               INVALID KEY
                   SET OLD-CODE-DONE    TO TRUE
               NOT INVALID KEY
                   READ COVSTATS-FILE NEXT RECORD
                       AT END
                           SET OLD-CODE-DONE    TO TRUE
                       NOT AT END
                           IF S-CODE EQUAL WS-OLD-CODE
                               ADD 1    TO WS-RN-READ (3)
                                           WS-READ-T-RECS
                               MOVE COVSTATS-RECORD
                                        TO STATSHLD-RECORD
                           ELSE
                               SET OLD-CODE-DONE    TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-COVSTATS-STATUS NOT EQUAL '00'
                   AND WS-COVSTATS-STATUS NOT EQUAL '10'
                   AND WS-COVSTATS-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
               SET OLD-CODE-DONE        TO TRUE
           END-IF
           .
      *
      *A date the new code has no record for is moved; a date it
      *already holds is added in on a merge and rejected on a
      *rename. On the apply pass the new-code record is written or
      *rewritten before the old one is deleted, and each update is
      *journalled.
       RECODE-ONE-STATS.
           MOVE WS-NEW-CODE             TO S-CODE
           MOVE SH-RPT-DATE             TO S-RPT-DATE
           PERFORM LOOKUP-NEW-STATS
           EVALUATE TRUE
               WHEN RECODE-IO-ERROR
                   CONTINUE
               WHEN NEW-KEY-ON-FILE AND MERGE-MODE
                   ADD 1                TO WS-RN-MERGED (3)
                   IF APPLY-PASS
                       ADD SH-CONFIRMED TO S-CONFIRMED
                       ADD SH-DEATHS    TO S-DEATHS
                       ADD SH-RECOVERED TO S-RECOVERED
                       REWRITE COVSTATS-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                           NOT INVALID KEY
                               MOVE 'C' TO J-ACTION
                               PERFORM WRITE-JOURNAL-RECORD
                       END-REWRITE
                   END-IF
               WHEN NEW-KEY-ON-FILE
                   ADD 1                TO WS-RN-REJECTED (3)
                                           WS-REJ-T-RECS
                   MOVE 'COVSTATS'      TO REJ-FILE-O
                   MOVE SH-RPT-DATE     TO WS-FD-IN
                   MOVE 'NEW CODE ALREADY HOLDS THIS DATE'
                                        TO REJ-REASON-O
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   ADD 1                TO WS-RN-MOVED (3)
                   IF APPLY-PASS
                       MOVE STATSHLD-RECORD TO COVSTATS-RECORD
                       MOVE WS-NEW-CODE TO S-CODE
                       WRITE COVSTATS-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                           NOT INVALID KEY
                               MOVE 'A' TO J-ACTION
                               PERFORM WRITE-JOURNAL-RECORD
                       END-WRITE
                   END-IF
           END-EVALUATE
           IF APPLY-PASS AND NOT RECODE-IO-ERROR
               MOVE STATSHLD-RECORD     TO COVSTATS-RECORD
               DELETE COVSTATS-FILE
                   INVALID KEY
                       SET RECODE-IO-ERROR  TO TRUE
                   NOT INVALID KEY
                       MOVE 'D'         TO J-ACTION
                       PERFORM WRITE-JOURNAL-RECORD
               END-DELETE
           END-IF
           MOVE SH-KEY                  TO S-KEY
           .
      *
       LOOKUP-NEW-STATS.
           MOVE 'N'                     TO WS-NEW-FOUND
           READ COVSTATS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-KEY-ON-FILE  TO TRUE
           END-READ
           IF WS-COVSTATS-STATUS NOT EQUAL '00'
                   AND WS-COVSTATS-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           .
      *
       RECODE-VAXSTATS.
           MOVE 'N'                     TO WS-FILE-END
           MOVE WS-OLD-CODE             TO V-CODE
           MOVE ZEROES                  TO V-RPT-DATE
           PERFORM NEXT-OLD-VAX
            PERFORM UNTIL OLD-CODE-DONE
                PERFORM RECODE-ONE-VAX
                PERFORM NEXT-OLD-VAX
            END-PERFORM
           .
      *
       NEXT-OLD-VAX.
           START VAXSTATS-FILE KEY IS GREATER THAN V-KEY
               INVALID KEY
                   SET OLD-CODE-DONE    TO TRUE
               NOT INVALID KEY
                   READ VAXSTATS-FILE NEXT RECORD
                       AT END
                           SET OLD-CODE-DONE    TO TRUE
                       NOT AT END
                           IF V-CODE EQUAL WS-OLD-CODE
                               ADD 1    TO WS-RN-READ (4)
                                           WS-READ-T-RECS
                               MOVE VAXSTATS-RECORD
                                        TO VAXHLD-RECORD
                           ELSE
                               SET OLD-CODE-DONE    TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-VAXSTATS-STATUS NOT EQUAL '00'
                   AND WS-VAXSTATS-STATUS NOT EQUAL '10'
                   AND WS-VAXSTATS-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
               SET OLD-CODE-DONE        TO TRUE
           END-IF
           .
      *
       RECODE-ONE-VAX.
           MOVE WS-NEW-CODE             TO V-CODE
           MOVE VH-RPT-DATE             TO V-RPT-DATE
           MOVE 'N'                     TO WS-NEW-FOUND
           READ VAXSTATS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-KEY-ON-FILE  TO TRUE
           END-READ
           IF WS-VAXSTATS-STATUS NOT EQUAL '00'
                   AND WS-VAXSTATS-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN RECODE-IO-ERROR
                   CONTINUE
               WHEN NEW-KEY-ON-FILE AND MERGE-MODE
                   ADD 1                TO WS-RN-MERGED (4)
                   IF APPLY-PASS
                       ADD VH-DOSES-ADMIN  TO V-DOSES-ADMIN
                       ADD VH-FULLY-VAXED  TO V-FULLY-VAXED
                       REWRITE VAXSTATS-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-REWRITE
                   END-IF
               WHEN NEW-KEY-ON-FILE
                   ADD 1                TO WS-RN-REJECTED (4)
                                           WS-REJ-T-RECS
                   MOVE 'VAXSTATS'      TO REJ-FILE-O
                   MOVE VH-RPT-DATE     TO WS-FD-IN
                   MOVE 'NEW CODE ALREADY HOLDS THIS DATE'
                                        TO REJ-REASON-O
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   ADD 1                TO WS-RN-MOVED (4)
                   IF APPLY-PASS
                       MOVE VAXHLD-RECORD  TO VAXSTATS-RECORD
                       MOVE WS-NEW-CODE TO V-CODE
                       WRITE VAXSTATS-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-WRITE
                   END-IF
           END-EVALUATE
           IF APPLY-PASS AND NOT RECODE-IO-ERROR
               MOVE VAXHLD-RECORD       TO VAXSTATS-RECORD
               DELETE VAXSTATS-FILE
                   INVALID KEY
                       SET RECODE-IO-ERROR  TO TRUE
               END-DELETE
           END-IF
           MOVE VH-KEY                  TO V-KEY
           .
      *
       RECODE-WEEKSTAT.
           MOVE 'N'                     TO WS-FILE-END
           MOVE WS-OLD-CODE             TO W-CODE
           MOVE ZEROES                  TO W-WEEK-END
           PERFORM NEXT-OLD-WEEK
            PERFORM UNTIL OLD-CODE-DONE
                PERFORM RECODE-ONE-WEEK
                PERFORM NEXT-OLD-WEEK
            END-PERFORM
           .
      *
       NEXT-OLD-WEEK.
           START WEEKSTAT-FILE KEY IS GREATER THAN W-KEY
               INVALID KEY
                   SET OLD-CODE-DONE    TO TRUE
               NOT INVALID KEY
                   READ WEEKSTAT-FILE NEXT RECORD
                       AT END
                           SET OLD-CODE-DONE    TO TRUE
                       NOT AT END
                           IF W-CODE EQUAL WS-OLD-CODE
                               ADD 1    TO WS-RN-READ (5)
                                           WS-READ-T-RECS
                               MOVE WEEKSTAT-RECORD
                                        TO WEEKHLD-RECORD
                           ELSE
                               SET OLD-CODE-DONE    TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-WEEKSTAT-STATUS NOT EQUAL '00'
                   AND WS-WEEKSTAT-STATUS NOT EQUAL '10'
                   AND WS-WEEKSTAT-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
               SET OLD-CODE-DONE        TO TRUE
           END-IF
           .
      *
      *A merged week adds the weekly new figures and the week-end
      *cumulatives; the days reported is the larger of the two,
      *since both codes report over the same calendar days.
       RECODE-ONE-WEEK.
           MOVE WS-NEW-CODE             TO W-CODE
           MOVE WH-WEEK-END             TO W-WEEK-END
           MOVE 'N'                     TO WS-NEW-FOUND
           READ WEEKSTAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-KEY-ON-FILE  TO TRUE
           END-READ
           IF WS-WEEKSTAT-STATUS NOT EQUAL '00'
                   AND WS-WEEKSTAT-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN RECODE-IO-ERROR
                   CONTINUE
               WHEN NEW-KEY-ON-FILE AND MERGE-MODE
                   ADD 1                TO WS-RN-MERGED (5)
                   IF APPLY-PASS
                       ADD WH-NEW-CONFIRMED  TO W-NEW-CONFIRMED
                       ADD WH-NEW-DEATHS     TO W-NEW-DEATHS
                       ADD WH-NEW-RECOVERED  TO W-NEW-RECOVERED
                       ADD WH-CUM-CONFIRMED  TO W-CUM-CONFIRMED
                       ADD WH-CUM-DEATHS     TO W-CUM-DEATHS
                       ADD WH-CUM-RECOVERED  TO W-CUM-RECOVERED
                       IF WH-DAYS-REPORTED GREATER THAN
                               W-DAYS-REPORTED
                           MOVE WH-DAYS-REPORTED TO W-DAYS-REPORTED
                       END-IF
                       REWRITE WEEKSTAT-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-REWRITE
                   END-IF
               WHEN NEW-KEY-ON-FILE
                   ADD 1                TO WS-RN-REJECTED (5)
                                           WS-REJ-T-RECS
                   MOVE 'WEEKSTAT'      TO REJ-FILE-O
                   MOVE WH-WEEK-END     TO WS-FD-IN
                   MOVE 'NEW CODE ALREADY HOLDS THIS WEEK'
                                        TO REJ-REASON-O
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   ADD 1                TO WS-RN-MOVED (5)
                   IF APPLY-PASS
                       MOVE WEEKHLD-RECORD TO WEEKSTAT-RECORD
                       MOVE WS-NEW-CODE TO W-CODE
                       WRITE WEEKSTAT-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-WRITE
                   END-IF
           END-EVALUATE
           IF APPLY-PASS AND NOT RECODE-IO-ERROR
               MOVE WEEKHLD-RECORD      TO WEEKSTAT-RECORD
               DELETE WEEKSTAT-FILE
                   INVALID KEY
                       SET RECODE-IO-ERROR  TO TRUE
               END-DELETE
           END-IF
           MOVE WH-KEY                  TO W-KEY
           .
      *
      *Population vintages are walked like the statistics. A merge
      *folds each of the old country's vintages into the new one's
      *vintage for the same effective date; a rename may not land
      *on a vintage already held.
       RECODE-POPMAST.
           PERFORM CHECK-NEW-POP
           MOVE 'N'                     TO WS-FILE-END
           MOVE WS-OLD-CODE             TO P-CODE
           MOVE ZEROES                  TO P-EFF-DATE
           IF NOT RECODE-IO-ERROR
               PERFORM FIRST-OLD-POP
           END-IF
            PERFORM UNTIL OLD-CODE-DONE OR RECODE-IO-ERROR
                PERFORM RECODE-ONE-POP
                PERFORM NEXT-OLD-POP
            END-PERFORM
           .
      *
      *Whether the new code holds any vintage at all: a merge into
      *a country with no population simply moves the old vintages
      *across.
       CHECK-NEW-POP.
           MOVE 'N'                     TO WS-NEW-POP
           MOVE WS-NEW-CODE             TO P-CODE
           MOVE ZEROES                  TO P-EFF-DATE
           START POPMAST-FILE KEY IS NOT LESS THAN P-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ POPMAST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF P-CODE EQUAL WS-NEW-CODE
                               SET NEW-CODE-HAS-POP TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-POPMAST-STATUS NOT EQUAL '00'
                   AND WS-POPMAST-STATUS NOT EQUAL '10'
                   AND WS-POPMAST-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           .
      *
      *The base vintage is keyed on a zero effective date, so the
      *first vintage is found with NOT LESS THAN and the rest by
      *restarting past the last key handled.
       FIRST-OLD-POP.
           START POPMAST-FILE KEY IS NOT LESS THAN P-KEY
               INVALID KEY
                   SET OLD-CODE-DONE    TO TRUE
               NOT INVALID KEY
                   PERFORM READ-OLD-POP
           END-START
           PERFORM CHECK-OLD-POP-STATUS
           .
      *
       NEXT-OLD-POP.
           START POPMAST-FILE KEY IS GREATER THAN P-KEY
               INVALID KEY
                   SET OLD-CODE-DONE    TO TRUE
               NOT INVALID KEY
                   PERFORM READ-OLD-POP
           END-START
           PERFORM CHECK-OLD-POP-STATUS
           .
      *
       READ-OLD-POP.
           READ POPMAST-FILE NEXT RECORD
               AT END
                   SET OLD-CODE-DONE    TO TRUE
               NOT AT END
                   IF P-CODE EQUAL WS-OLD-CODE
                       ADD 1            TO WS-RN-READ (2)
                                           WS-READ-T-RECS
                       MOVE POPMAST-RECORD TO POPHLD-RECORD
                   ELSE
                       SET OLD-CODE-DONE    TO TRUE
                   END-IF
           END-READ
           .
      *
       CHECK-OLD-POP-STATUS.
           IF WS-POPMAST-STATUS NOT EQUAL '00'
                   AND WS-POPMAST-STATUS NOT EQUAL '10'
                   AND WS-POPMAST-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
               SET OLD-CODE-DONE        TO TRUE
           END-IF
           .
      *
      *On a merge, a vintage date the new code does not hold is
      *rejected when the new code has vintages of its own, since
      *moving it across would replace rather than add to the new
      *country's population from that date; the missing vintage is
      *keyed on the new code through COV1908 and the run repeated.
       RECODE-ONE-POP.
           MOVE WS-NEW-CODE             TO P-CODE
           MOVE PH-EFF-DATE             TO P-EFF-DATE
           MOVE 'N'                     TO WS-NEW-FOUND
           READ POPMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-KEY-ON-FILE  TO TRUE
           END-READ
           IF WS-POPMAST-STATUS NOT EQUAL '00'
                   AND WS-POPMAST-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN RECODE-IO-ERROR
                   CONTINUE
               WHEN NEW-KEY-ON-FILE AND MERGE-MODE
                   ADD 1                TO WS-RN-MERGED (2)
                   IF APPLY-PASS
                       ADD PH-POPULATION   TO P-POPULATION
                       REWRITE POPMAST-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-REWRITE
                   END-IF
               WHEN NEW-KEY-ON-FILE
                   ADD 1                TO WS-RN-REJECTED (2)
                                           WS-REJ-T-RECS
                   MOVE 'POPMAST'       TO REJ-FILE-O
                   MOVE PH-EFF-DATE     TO WS-FD-IN
                   MOVE 'NEW CODE ALREADY HOLDS THIS VINTAGE'
                                        TO REJ-REASON-O
                   PERFORM WRITE-REJECT-LINE
               WHEN MERGE-MODE AND NEW-CODE-HAS-POP
                   ADD 1                TO WS-RN-REJECTED (2)
                                           WS-REJ-T-RECS
                   MOVE 'POPMAST'       TO REJ-FILE-O
                   MOVE PH-EFF-DATE     TO WS-FD-IN
                   MOVE 'NEW CODE HAS NO VINTAGE FOR THIS DATE'
                                        TO REJ-REASON-O
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   ADD 1                TO WS-RN-MOVED (2)
                   IF APPLY-PASS
                       MOVE POPHLD-RECORD  TO POPMAST-RECORD
                       MOVE WS-NEW-CODE TO P-CODE
                       WRITE POPMAST-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-WRITE
                   END-IF
           END-EVALUATE
           IF APPLY-PASS AND NOT RECODE-IO-ERROR
               MOVE POPHLD-RECORD       TO POPMAST-RECORD
               DELETE POPMAST-FILE
                   INVALID KEY
                       SET RECODE-IO-ERROR  TO TRUE
               END-DELETE
           END-IF
           MOVE PH-KEY                  TO P-KEY
           .
      *
      *The subnational figures are walked area by area under the
      *old code, the same way as the national statistics; a merge
      *adds an area's figures into the new code's figures for the
      *same area and report date.
       RECODE-SUBSTATS.
           MOVE 'N'                     TO WS-FILE-END
           MOVE LOW-VALUES              TO SS-KEY
           MOVE WS-OLD-CODE             TO SS-CODE
           PERFORM NEXT-OLD-SUBSTATS
            PERFORM UNTIL OLD-CODE-DONE
                PERFORM RECODE-ONE-SUBSTATS
                PERFORM NEXT-OLD-SUBSTATS
            END-PERFORM
           .
      *
       NEXT-OLD-SUBSTATS.
           START SUBSTATS-FILE KEY IS GREATER THAN SS-KEY
               INVALID KEY
                   SET OLD-CODE-DONE    TO TRUE
               NOT INVALID KEY
                   READ SUBSTATS-FILE NEXT RECORD
                       AT END
                           SET OLD-CODE-DONE    TO TRUE
                       NOT AT END
                           IF SS-CODE EQUAL WS-OLD-CODE
                               ADD 1    TO WS-RN-READ (7)
                                           WS-READ-T-RECS
                               MOVE SUBSTATS-RECORD
                                        TO SUBSHLD-RECORD
                           ELSE
                               SET OLD-CODE-DONE    TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-SUBSTATS-STATUS NOT EQUAL '00'
                   AND WS-SUBSTATS-STATUS NOT EQUAL '10'
                   AND WS-SUBSTATS-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
               SET OLD-CODE-DONE        TO TRUE
           END-IF
           .
      *
       RECODE-ONE-SUBSTATS.
           MOVE SSH-KEY                 TO SS-KEY
           MOVE WS-NEW-CODE             TO SS-CODE
           MOVE 'N'                     TO WS-NEW-FOUND
           READ SUBSTATS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-KEY-ON-FILE  TO TRUE
           END-READ
           IF WS-SUBSTATS-STATUS NOT EQUAL '00'
                   AND WS-SUBSTATS-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN RECODE-IO-ERROR
                   CONTINUE
               WHEN NEW-KEY-ON-FILE AND MERGE-MODE
                   ADD 1                TO WS-RN-MERGED (7)
                   IF APPLY-PASS
                       ADD SSH-CONFIRMED   TO SS-CONFIRMED
                       ADD SSH-DEATHS      TO SS-DEATHS
                       ADD SSH-RECOVERED   TO SS-RECOVERED
                       REWRITE SUBSTATS-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-REWRITE
                   END-IF
               WHEN NEW-KEY-ON-FILE
                   ADD 1                TO WS-RN-REJECTED (7)
                                           WS-REJ-T-RECS
                   MOVE 'SUBSTATS'      TO REJ-FILE-O
                   MOVE SSH-RPT-DATE    TO WS-FD-IN
                   MOVE SPACES          TO REJ-REASON-O
                   STRING 'NEW CODE ALREADY HOLDS AREA '
                          SSH-AREA
                       DELIMITED BY SIZE
                       INTO REJ-REASON-O
                   END-STRING
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   ADD 1                TO WS-RN-MOVED (7)
                   IF APPLY-PASS
                       MOVE SUBSHLD-RECORD TO SUBSTATS-RECORD
                       MOVE WS-NEW-CODE TO SS-CODE
                       WRITE SUBSTATS-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-WRITE
                   END-IF
           END-EVALUATE
           IF APPLY-PASS AND NOT RECODE-IO-ERROR
               MOVE SUBSHLD-RECORD      TO SUBSTATS-RECORD
               DELETE SUBSTATS-FILE
                   INVALID KEY
                       SET RECODE-IO-ERROR  TO TRUE
               END-DELETE
           END-IF
           MOVE SSH-KEY                 TO SS-KEY
           .
      *
       RECODE-STATSUSP.
           MOVE 'N'                     TO WS-FILE-END
           MOVE LOW-VALUES              TO SP-KEY
           MOVE WS-OLD-CODE             TO SP-CODE
           PERFORM NEXT-OLD-STATSUSP
            PERFORM UNTIL OLD-CODE-DONE
                PERFORM RECODE-ONE-STATSUSP
                PERFORM NEXT-OLD-STATSUSP
            END-PERFORM
           .
      *
       NEXT-OLD-STATSUSP.
           START STATSUSP-FILE KEY IS GREATER THAN SP-KEY
               INVALID KEY
                   SET OLD-CODE-DONE    TO TRUE
               NOT INVALID KEY
                   READ STATSUSP-FILE NEXT RECORD
                       AT END
                           SET OLD-CODE-DONE    TO TRUE
                       NOT AT END
                           IF SP-CODE EQUAL WS-OLD-CODE
                               ADD 1    TO WS-RN-READ (10)
                                           WS-READ-T-RECS
                               MOVE STATSUSP-RECORD
                                        TO STSPHLD-RECORD
                           ELSE
                               SET OLD-CODE-DONE    TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-STATSUSP-STATUS NOT EQUAL '00'
                   AND WS-STATSUSP-STATUS NOT EQUAL '10'
                   AND WS-STATSUSP-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
               SET OLD-CODE-DONE        TO TRUE
           END-IF
           .
      *
      *A suspended row cannot be added to another, so one whose
      *key the new code already holds in suspense is rejected on
      *either mode. A moved row has the code in its extract image
      *changed too, so the next STATLOAD recycles it under the new
      *code; the first-rejected date and retry count travel with it.
       RECODE-ONE-STATSUSP.
           MOVE SPH-KEY                 TO SP-KEY
           MOVE WS-NEW-CODE             TO SP-CODE
           MOVE 'N'                     TO WS-NEW-FOUND
           READ STATSUSP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-KEY-ON-FILE  TO TRUE
           END-READ
           IF WS-STATSUSP-STATUS NOT EQUAL '00'
                   AND WS-STATSUSP-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN RECODE-IO-ERROR
                   CONTINUE
               WHEN NEW-KEY-ON-FILE
                   ADD 1                TO WS-RN-REJECTED (10)
                                           WS-REJ-T-RECS
                   MOVE 'STATSUSP'      TO REJ-FILE-O
                   IF SPH-RPT-DATE IS NUMERIC
                       MOVE SPH-RPT-DATE TO WS-FD-IN
                   ELSE
                       MOVE ZEROES      TO WS-FD-IN
                   END-IF
                   MOVE 'NEW CODE HOLDS THIS DATE IN SUSPENSE'
                                        TO REJ-REASON-O
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   ADD 1                TO WS-RN-MOVED (10)
                   IF APPLY-PASS
                       MOVE STSPHLD-RECORD TO STATSUSP-RECORD
                       MOVE WS-NEW-CODE TO SP-CODE
                       MOVE WS-NEW-CODE TO SP-EXTRACT (1:2)
                       WRITE STATSUSP-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-WRITE
                   END-IF
           END-EVALUATE
           IF APPLY-PASS AND NOT RECODE-IO-ERROR
               MOVE STSPHLD-RECORD      TO STATSUSP-RECORD
               DELETE STATSUSP-FILE
                   INVALID KEY
                       SET RECODE-IO-ERROR  TO TRUE
               END-DELETE
           END-IF
           MOVE SPH-KEY                 TO SP-KEY
           .
      *
       RECODE-SUBSUSP.
           MOVE 'N'                     TO WS-FILE-END
           MOVE LOW-VALUES              TO SU-KEY
           MOVE WS-OLD-CODE             TO SU-CODE
           PERFORM NEXT-OLD-SUBSUSP
            PERFORM UNTIL OLD-CODE-DONE
                PERFORM RECODE-ONE-SUBSUSP
                PERFORM NEXT-OLD-SUBSUSP
            END-PERFORM
           .
      *
       NEXT-OLD-SUBSUSP.
           START SUBSUSP-FILE KEY IS GREATER THAN SU-KEY
               INVALID KEY
                   SET OLD-CODE-DONE    TO TRUE
               NOT INVALID KEY
                   READ SUBSUSP-FILE NEXT RECORD
                       AT END
                           SET OLD-CODE-DONE    TO TRUE
                       NOT AT END
                           IF SU-CODE EQUAL WS-OLD-CODE
                               ADD 1    TO WS-RN-READ (8)
                                           WS-READ-T-RECS
                               MOVE SUBSUSP-RECORD
                                        TO SUSPHLD-RECORD
                           ELSE
                               SET OLD-CODE-DONE    TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-SUBSUSP-STATUS NOT EQUAL '00'
                   AND WS-SUBSUSP-STATUS NOT EQUAL '10'
                   AND WS-SUBSUSP-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
               SET OLD-CODE-DONE        TO TRUE
           END-IF
           .
      *
      *A suspended row cannot be added to another, so one whose
      *key the new code already holds in suspense is rejected on
      *either mode. A moved row has the code in its extract image
      *changed too, so the next SUBLOAD recycles it under the new
      *code; the ageing fields travel with it.
       RECODE-ONE-SUBSUSP.
           MOVE SUH-KEY                 TO SU-KEY
           MOVE WS-NEW-CODE             TO SU-CODE
           MOVE 'N'                     TO WS-NEW-FOUND
           READ SUBSUSP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-KEY-ON-FILE  TO TRUE
           END-READ
           IF WS-SUBSUSP-STATUS NOT EQUAL '00'
                   AND WS-SUBSUSP-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN RECODE-IO-ERROR
                   CONTINUE
               WHEN NEW-KEY-ON-FILE
                   ADD 1                TO WS-RN-REJECTED (8)
                                           WS-REJ-T-RECS
                   MOVE 'SUBSUSP'       TO REJ-FILE-O
                   IF SUH-RPT-DATE IS NUMERIC
                       MOVE SUH-RPT-DATE TO WS-FD-IN
                   ELSE
                       MOVE ZEROES      TO WS-FD-IN
                   END-IF
                   MOVE SPACES          TO REJ-REASON-O
                   STRING 'NEW CODE HOLDS IN SUSPENSE AREA '
                          SUH-AREA
                       DELIMITED BY SIZE
                       INTO REJ-REASON-O
                   END-STRING
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   ADD 1                TO WS-RN-MOVED (8)
                   IF APPLY-PASS
                       MOVE SUSPHLD-RECORD TO SUBSUSP-RECORD
                       MOVE WS-NEW-CODE TO SU-CODE
                       MOVE WS-NEW-CODE TO SU-EXTRACT (1:2)
                       WRITE SUBSUSP-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-WRITE
                   END-IF
           END-EVALUATE
           IF APPLY-PASS AND NOT RECODE-IO-ERROR
               MOVE SUSPHLD-RECORD      TO SUBSUSP-RECORD
               DELETE SUBSUSP-FILE
                   INVALID KEY
                       SET RECODE-IO-ERROR  TO TRUE
               END-DELETE
           END-IF
           MOVE SUH-KEY                 TO SU-KEY
           .
      *
       RECODE-SUBAREAS.
           MOVE 'N'                     TO WS-FILE-END
           MOVE LOW-VALUES              TO SA-KEY
           MOVE WS-OLD-CODE             TO SA-CODE
           PERFORM NEXT-OLD-AREA
            PERFORM UNTIL OLD-CODE-DONE
                PERFORM RECODE-ONE-AREA
                PERFORM NEXT-OLD-AREA
            END-PERFORM
           .
      *
       NEXT-OLD-AREA.
           START SUBAREAS-FILE KEY IS GREATER THAN SA-KEY
               INVALID KEY
                   SET OLD-CODE-DONE    TO TRUE
               NOT INVALID KEY
                   READ SUBAREAS-FILE NEXT RECORD
                       AT END
                           SET OLD-CODE-DONE    TO TRUE
                       NOT AT END
                           IF SA-CODE EQUAL WS-OLD-CODE
                               ADD 1    TO WS-RN-READ (6)
                                           WS-READ-T-RECS
                               MOVE SUBAREAS-RECORD
                                        TO AREAHLD-RECORD
                           ELSE
                               SET OLD-CODE-DONE    TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-SUBAREAS-STATUS NOT EQUAL '00'
                   AND WS-SUBAREAS-STATUS NOT EQUAL '10'
                   AND WS-SUBAREAS-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
               SET OLD-CODE-DONE        TO TRUE
           END-IF
           .
      *
      *On a merge an area the new code already holds keeps the new
      *country's record and name; the old code's record is simply
      *deleted, the way the old master record is.
       RECODE-ONE-AREA.
           MOVE AREAHLD-RECORD          TO SUBAREAS-RECORD
           MOVE WS-NEW-CODE             TO SA-CODE
           MOVE 'N'                     TO WS-NEW-FOUND
           READ SUBAREAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-KEY-ON-FILE  TO TRUE
           END-READ
           IF WS-SUBAREAS-STATUS NOT EQUAL '00'
                   AND WS-SUBAREAS-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN RECODE-IO-ERROR
                   CONTINUE
               WHEN NEW-KEY-ON-FILE AND MERGE-MODE
                   ADD 1                TO WS-RN-MERGED (6)
               WHEN NEW-KEY-ON-FILE
                   ADD 1                TO WS-RN-REJECTED (6)
                                           WS-REJ-T-RECS
                   MOVE 'SUBAREAS'      TO REJ-FILE-O
                   MOVE ZEROES          TO WS-FD-IN
                   MOVE SPACES          TO REJ-REASON-O
                   STRING 'NEW CODE ALREADY HOLDS AREA '
                          SAH-AREA
                       DELIMITED BY SIZE
                       INTO REJ-REASON-O
                   END-STRING
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   ADD 1                TO WS-RN-MOVED (6)
                   IF APPLY-PASS
                       MOVE AREAHLD-RECORD TO SUBAREAS-RECORD
                       MOVE WS-NEW-CODE TO SA-CODE
                       WRITE SUBAREAS-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-WRITE
                   END-IF
           END-EVALUATE
           IF APPLY-PASS AND NOT RECODE-IO-ERROR
               MOVE AREAHLD-RECORD      TO SUBAREAS-RECORD
               DELETE SUBAREAS-FILE
                   INVALID KEY
                       SET RECODE-IO-ERROR  TO TRUE
               END-DELETE
           END-IF
           MOVE SAH-KEY                 TO SA-KEY
           .
      *
      *Alert cases are history and are never dropped: every case
      *the old code holds, open or closed, moves to the new code so
      *COV1929 keeps updating the open ones and COV1930 can still
      *acknowledge and close them.
       RECODE-ALRTCASE.
           MOVE 'N'                     TO WS-FILE-END
           MOVE LOW-VALUES              TO AC-KEY
           MOVE WS-OLD-CODE             TO AC-CODE
           PERFORM NEXT-OLD-CASE
            PERFORM UNTIL OLD-CODE-DONE
                PERFORM RECODE-ONE-CASE
                PERFORM NEXT-OLD-CASE
            END-PERFORM
           .
      *
       NEXT-OLD-CASE.
           START ALRTCASE-FILE KEY IS GREATER THAN AC-KEY
               INVALID KEY
                   SET OLD-CODE-DONE    TO TRUE
               NOT INVALID KEY
                   READ ALRTCASE-FILE NEXT RECORD
                       AT END
                           SET OLD-CODE-DONE    TO TRUE
                       NOT AT END
                           IF AC-CODE EQUAL WS-OLD-CODE
                               ADD 1    TO WS-RN-READ (9)
                                           WS-READ-T-RECS
                               MOVE ALRTCASE-RECORD
                                        TO CASEHLD-RECORD
                           ELSE
                               SET OLD-CODE-DONE    TO TRUE
                           END-IF
                   END-READ
           END-START
           IF WS-ALRTCASE-STATUS NOT EQUAL '00'
                   AND WS-ALRTCASE-STATUS NOT EQUAL '10'
                   AND WS-ALRTCASE-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
               SET OLD-CODE-DONE        TO TRUE
           END-IF
           .
      *
      *On a merge a case both codes opened on the same metric and
      *first-breach date becomes one: the counts are added, the
      *earlier opening and the later breach are kept, and a case
      *still open under the old code re-opens a closed one under
      *the new code with the old case's acknowledgement.
       RECODE-ONE-CASE.
           MOVE CASEHLD-RECORD          TO ALRTCASE-RECORD
           MOVE WS-NEW-CODE             TO AC-CODE
           MOVE 'N'                     TO WS-NEW-FOUND
           READ ALRTCASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-KEY-ON-FILE  TO TRUE
           END-READ
           IF WS-ALRTCASE-STATUS NOT EQUAL '00'
                   AND WS-ALRTCASE-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN RECODE-IO-ERROR
                   CONTINUE
               WHEN NEW-KEY-ON-FILE AND MERGE-MODE
                   ADD 1                TO WS-RN-MERGED (9)
                   IF APPLY-PASS
                       PERFORM MERGE-ONE-CASE
                       REWRITE ALRTCASE-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-REWRITE
                   END-IF
               WHEN NEW-KEY-ON-FILE
                   ADD 1                TO WS-RN-REJECTED (9)
                                           WS-REJ-T-RECS
                   MOVE 'ALRTCASE'      TO REJ-FILE-O
                   MOVE ACH-FIRST-DATE  TO WS-FD-IN
                   MOVE SPACES          TO REJ-REASON-O
                   STRING 'NEW CODE ALREADY HOLDS CASE '
                          ACH-METRIC
                       DELIMITED BY SIZE
                       INTO REJ-REASON-O
                   END-STRING
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   ADD 1                TO WS-RN-MOVED (9)
                   IF APPLY-PASS
                       MOVE CASEHLD-RECORD TO ALRTCASE-RECORD
                       MOVE WS-NEW-CODE TO AC-CODE
                       WRITE ALRTCASE-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                       END-WRITE
                   END-IF
           END-EVALUATE
           IF APPLY-PASS AND NOT RECODE-IO-ERROR
               MOVE CASEHLD-RECORD      TO ALRTCASE-RECORD
               DELETE ALRTCASE-FILE
                   INVALID KEY
                       SET RECODE-IO-ERROR  TO TRUE
               END-DELETE
           END-IF
           MOVE ACH-KEY                 TO AC-KEY
           .
      *
       MERGE-ONE-CASE.
           ADD ACH-BREACH-COUNT         TO AC-BREACH-COUNT
           ADD ACH-REOPEN-COUNT         TO AC-REOPEN-COUNT
           IF ACH-OPENED-DATE LESS THAN AC-OPENED-DATE
               MOVE ACH-OPENED-DATE     TO AC-OPENED-DATE
           END-IF
           IF ACH-LAST-SEEN-DATE GREATER THAN AC-LAST-SEEN-DATE
               MOVE ACH-LAST-RPT-DATE   TO AC-LAST-RPT-DATE
               MOVE ACH-LAST-SEEN-DATE  TO AC-LAST-SEEN-DATE
               MOVE ACH-VALUE           TO AC-VALUE
               MOVE ACH-LIMIT           TO AC-LIMIT
           END-IF
           IF ACH-IS-OPEN AND AC-IS-CLOSED
               MOVE ACH-STATUS          TO AC-STATUS
               MOVE ACH-ACK-USER        TO AC-ACK-USER
               MOVE ACH-ACK-DATE        TO AC-ACK-DATE
               MOVE SPACES              TO AC-CLOSE-TYPE
                                           AC-CLOSE-USER
               MOVE ZEROES              TO AC-CLOSE-DATE
           END-IF
           .
      *
      *The old code must be on the master; on a rename the new
      *code must not be, on a merge it must be. A rename writes
      *the master record under the new code; either way the old
      *record is deleted, and the history file gets the matching
      *before and after images.
       RECODE-COUNTRYS.
           MOVE WS-OLD-CODE             TO C-CODE
           READ COUNTRYS-FILE
               INVALID KEY
                   ADD 1                TO WS-RN-REJECTED (1)
                                           WS-REJ-T-RECS
                   MOVE 'COUNTRYS'      TO REJ-FILE-O
                   MOVE ZEROES          TO WS-FD-IN
                   MOVE 'OLD CODE NOT ON COUNTRYS'
                                        TO REJ-REASON-O
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1                TO WS-RN-READ (1)
                                           WS-READ-T-RECS
                   MOVE COUNTRYS-RECORD TO CNTRYHLD-RECORD
                   PERFORM RECODE-ONE-COUNTRY
           END-READ
           IF WS-COUNTRYS-STATUS NOT EQUAL '00'
                   AND WS-COUNTRYS-STATUS NOT EQUAL '02'
                   AND WS-COUNTRYS-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           .
      *
       RECODE-ONE-COUNTRY.
           MOVE WS-NEW-CODE             TO C-CODE
           MOVE 'N'                     TO WS-NEW-FOUND
           READ COUNTRYS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-KEY-ON-FILE  TO TRUE
           END-READ
           IF WS-COUNTRYS-STATUS NOT EQUAL '00'
                   AND WS-COUNTRYS-STATUS NOT EQUAL '02'
                   AND WS-COUNTRYS-STATUS NOT EQUAL '23'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN RECODE-IO-ERROR
                   CONTINUE
               WHEN NEW-KEY-ON-FILE AND MERGE-MODE
                   ADD 1                TO WS-RN-MERGED (1)
               WHEN NEW-KEY-ON-FILE
                   ADD 1                TO WS-RN-REJECTED (1)
                                           WS-REJ-T-RECS
                   MOVE 'COUNTRYS'      TO REJ-FILE-O
                   MOVE ZEROES          TO WS-FD-IN
                   MOVE 'NEW CODE ALREADY ON COUNTRYS'
                                        TO REJ-REASON-O
                   PERFORM WRITE-REJECT-LINE
               WHEN MERGE-MODE
                   ADD 1                TO WS-RN-REJECTED (1)
                                           WS-REJ-T-RECS
                   MOVE 'COUNTRYS'      TO REJ-FILE-O
                   MOVE ZEROES          TO WS-FD-IN
                   MOVE 'NEW CODE NOT ON COUNTRYS'
                                        TO REJ-REASON-O
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   ADD 1                TO WS-RN-MOVED (1)
                   IF APPLY-PASS
                       MOVE CNTRYHLD-RECORD TO COUNTRYS-RECORD
                       MOVE WS-NEW-CODE TO C-CODE
                       WRITE COUNTRYS-RECORD
                           INVALID KEY
                               SET RECODE-IO-ERROR  TO TRUE
                           NOT INVALID KEY
                               MOVE 'A'         TO WS-HST-ACTION
                               MOVE WS-NEW-CODE TO WS-HST-CODE
                               MOVE SPACES      TO WS-BEF-NAME
                                                   WS-BEF-SLUG
                                                   WS-BEF-REGION
                               MOVE CH-NAME     TO WS-AFT-NAME
                               MOVE CH-SLUG     TO WS-AFT-SLUG
                               MOVE CH-REGION   TO WS-AFT-REGION
                               PERFORM WRITE-HISTORY-RECORD
                       END-WRITE
                   END-IF
           END-EVALUATE
           IF APPLY-PASS AND NOT RECODE-IO-ERROR
               MOVE CH-CODE             TO C-CODE
               DELETE COUNTRYS-FILE
                   INVALID KEY
                       SET RECODE-IO-ERROR  TO TRUE
                   NOT INVALID KEY
                       MOVE 'D'         TO WS-HST-ACTION
                       MOVE CH-CODE     TO WS-HST-CODE
                       MOVE CH-NAME     TO WS-BEF-NAME
                       MOVE CH-SLUG     TO WS-BEF-SLUG
                       MOVE CH-REGION   TO WS-BEF-REGION
                       MOVE SPACES      TO WS-AFT-NAME
                                           WS-AFT-SLUG
                                           WS-AFT-REGION
                       PERFORM WRITE-HISTORY-RECORD
               END-DELETE
           END-IF
           .
      *
      *Every statistics update goes to the cumulative journal as
      *an after-image so COV1921 can rebuild the statistics file
      *from the last backup; the caller sets J-ACTION and the
      *record area still holds the key and values involved.
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-YEAR         TO J-TS-DATE (1:4)
           MOVE WS-CURRENT-MONTH        TO J-TS-DATE (5:2)
           MOVE WS-CURRENT-DAY          TO J-TS-DATE (7:2)
           MOVE WS-CURRENT-HOURS        TO J-TS-TIME (1:2)
           MOVE WS-CURRENT-MINUTES      TO J-TS-TIME (3:2)
           MOVE WS-CURRENT-SECONDS      TO J-TS-TIME (5:2)
           MOVE 'COV1933'               TO J-JOB
           MOVE S-CODE                  TO J-CODE
           MOVE S-RPT-DATE              TO J-RPT-DATE
           MOVE S-CONFIRMED             TO J-CONFIRMED
           MOVE S-DEATHS                TO J-DEATHS
           MOVE S-RECOVERED             TO J-RECOVERED
           WRITE STATJRNL-RECORD
           IF WS-STATJRNL-STATUS NOT EQUAL '00'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           .
      *
      *The same history record COV1901 appends for a maintenance
      *action, so the COV1911 point-in-time inquiry sees the
      *recode as a delete of the old code and an add of the new.
       WRITE-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           MOVE SPACES                  TO COUNTHST-RECORD
           MOVE WS-CURRENT-YEAR         TO H-TS-DATE (1:4)
           MOVE WS-CURRENT-MONTH        TO H-TS-DATE (5:2)
           MOVE WS-CURRENT-DAY          TO H-TS-DATE (7:2)
           MOVE WS-CURRENT-HOURS        TO H-TS-TIME (1:2)
           MOVE WS-CURRENT-MINUTES      TO H-TS-TIME (3:2)
           MOVE WS-CURRENT-SECONDS      TO H-TS-TIME (5:2)
           MOVE WS-HST-ACTION           TO H-ACTION
           MOVE WS-HST-CODE             TO H-CODE
           MOVE WS-BEF-NAME             TO H-BEF-NAME
           MOVE WS-BEF-SLUG             TO H-BEF-SLUG
           MOVE WS-BEF-REGION           TO H-BEF-REGION
           MOVE WS-AFT-NAME             TO H-AFT-NAME
           MOVE WS-AFT-SLUG             TO H-AFT-SLUG
           MOVE WS-AFT-REGION           TO H-AFT-REGION
           WRITE COUNTHST-RECORD
           IF WS-COUNTHST-STATUS NOT EQUAL '00'
               SET RECODE-IO-ERROR      TO TRUE
           END-IF
           .
      *
      *The caller fills the file, reason and WS-FD-IN (zero for a
      *record with no date in its key).
       WRITE-REJECT-LINE.
           MOVE WS-OLD-CODE             TO REJ-CODE-O
           IF WS-FD-IN EQUAL ZERO
               MOVE SPACES              TO REJ-DATE-O
           ELSE
               PERFORM FORMAT-DATE
               MOVE WS-FD-OUT           TO REJ-DATE-O
           END-IF
           WRITE PRINT-REC            FROM WS-REJECT-LINE
           .
      *
      *Every old-code record read must be either moved or merged;
      *on a refused run the counts are the plan.
       WRITE-RECON-LINE.
           MOVE WS-RN-FILE (WS-RN-IX)   TO RN-FILE-O
           MOVE WS-RN-READ (WS-RN-IX)   TO RN-READ-O
           MOVE WS-RN-MOVED (WS-RN-IX)  TO RN-MOVED-O
           MOVE WS-RN-MERGED (WS-RN-IX) TO RN-MERGED-O
           MOVE WS-RN-REJECTED (WS-RN-IX)
                                        TO RN-REJECTED-O
           EVALUATE TRUE
               WHEN NOT RECODE-APPLIED
                   MOVE 'NOT APPLIED'   TO RN-CHECK-O
               WHEN WS-RN-READ (WS-RN-IX) EQUAL
                       WS-RN-MOVED (WS-RN-IX) + WS-RN-MERGED (WS-RN-IX)
                   MOVE 'RECONCILED'    TO RN-CHECK-O
               WHEN OTHER
                   MOVE '*OUT OF BALANCE*' TO RN-CHECK-O
           END-EVALUATE
           WRITE PRINT-REC            FROM WS-RECON-LINE
           .
      *
       FORMAT-DATE.
           MOVE WS-FD-YEAR              TO WS-FD-YEAR-O
           MOVE WS-FD-MONTH             TO WS-FD-MONTH-O
           MOVE WS-FD-DAY               TO WS-FD-DAY-O
           .
