      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1932.
       AUTHOR.        Georges B.
      *Online (CICS) statistics correction for the statistics
      *desk, transaction COVC, map COVMAP3 in mapset COVSET32 -
      *the on-line companion to the COV1910 batch corrections, so
      *a restatement no longer has to wait for the overnight run.
      *A country code and a report date show the COVSTATS figures
      *for that date between those of the previous and the next
      *recorded dates; replacement cumulative confirmed / deaths /
      *recovered values keyed on the same screen (a blank value
      *keeps the current figure) are then applied with the same
      *edits COV1910 applies: numeric values, a real report date,
      *a country on COUNTRYS, a statistics record on file, and no
      *value above the next recorded date's cumulative. A change
      *is only applied to the figures last shown for that key; if
      *the record moved in between, the correction is refused and
      *the fresh figures are shown. Every rewrite is journalled on
      *STATJRNL as the same 'C' after-image COV1910 writes, so the
      *COV1921 forward recovery replays it, and every applied or
      *refused correction is logged in the COV1910 STATSLOG layout
      *(with the signed-on user) to the STLG queue, printed with
      *the batch STATSLOG as one audit trail. Applying a
      *correction needs the statistics correction grant for the
      *signed-on user on the authorization file maintained by
      *COV1944, the same check COV1910 makes through COV1943;
      *without it the correction is refused and logged like any
      *other refusal, and the attempt also goes to the AUTHLOG
      *security log. Showing the figures needs no grant. The
      *program is
      *pseudo-conversational: the key and the figures last shown
      *ride the COMMAREA between sends.
      *Files (FCT): COUNTRYS  - country master, base key C-CODE
      *             COVSTATS  - daily statistics, key code + date
      *             STATJRNL  - statistics journal, ESDS, appended
      *             AUTHFILE  - maintenance authorization file,
      *                         key AU-USER
      *             AUTHLOG   - security log, ESDS, appended
      *Queues (DCT): STLG     - extrapartition, correction log in
      *                         the STATSLOG layout
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
      *==============================
       DATA DIVISION.
      *==============================
       WORKING-STORAGE SECTION.
      *------------------------------
       COPY COVMAP3.
      *
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       COPY COVSTATS REPLACING ==:TAG1:== BY ==COVSTATS==
                               ==:TAG2:== BY ==S==.
      *
       COPY STATJRNL REPLACING ==:TAG1:== BY ==STATJRNL==
                               ==:TAG2:== BY ==J==.
      *
       COPY AUTHFILE REPLACING ==:TAG1:== BY ==AUTHFILE==
                               ==:TAG2:== BY ==AU==.
      *
       COPY AUTHLOG  REPLACING ==:TAG1:== BY ==AUTHLOG==
                               ==:TAG2:== BY ==AL==.
      *
      *AID values as assigned in DFHAID: PF3 and CLEAR end the
      *conversation, anything else is treated as ENTER.
       77  COVC-AID-PF3            PIC X VALUE '3'.
       77  COVC-AID-CLEAR          PIC X VALUE '_'.
      *
       77  WS-RESP                 PIC S9(08) COMP VALUE ZERO.
       77  WS-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-JRNL-RBA             PIC S9(08) COMP VALUE ZERO.
       77  WS-AUTH-RBA             PIC S9(08) COMP VALUE ZERO.
       77  WS-LOG-LEN              PIC S9(04) COMP VALUE ZERO.
       77  WS-BROWSE-OPEN          PIC X VALUE 'N'.
      *
       01 FLAGS.
           03 WS-TX-VALID          PIC X VALUE 'Y'.
               88 TX-IS-VALID              VALUE 'Y'.
               88 TX-IS-INVALID            VALUE 'N'.
           03 WS-APPLY-ASKED       PIC X VALUE 'N'.
               88 APPLY-REQUESTED          VALUE 'Y'.
           03 WS-MORE-STATS        PIC X VALUE 'Y'.
               88 NO-MORE-STATS            VALUE 'N'.
           03 WS-PREV-FOUND        PIC X VALUE 'N'.
               88 PREV-DATE-ON-FILE        VALUE 'Y'.
           03 WS-CUR-FOUND         PIC X VALUE 'N'.
               88 CURRENT-ON-FILE          VALUE 'Y'.
           03 WS-NEXT-FOUND        PIC X VALUE 'N'.
               88 NEXT-DATE-ON-FILE        VALUE 'Y'.
      *
      *The received fields are copied out of the map before the
      *output area is cleared: COVMAP3O redefines COVMAP3I, so
      *clearing it wipes the input fields too.
       01  WS-SCREEN-INPUT.
           03 WS-IN-CODE           PIC X(02) VALUE SPACES.
           03 WS-IN-RPT-DATE       PIC X(08) VALUE SPACES.
           03 WS-IN-RPT-DATE-N     REDEFINES WS-IN-RPT-DATE
                                   PIC 9(08).
           03 WS-IN-CONFIRMED      PIC X(09) VALUE SPACES.
           03 WS-IN-CONFIRMED-N    REDEFINES WS-IN-CONFIRMED
                                   PIC 9(09).
           03 WS-IN-DEATHS         PIC X(09) VALUE SPACES.
           03 WS-IN-DEATHS-N       REDEFINES WS-IN-DEATHS
                                   PIC 9(09).
           03 WS-IN-RECOVERED      PIC X(09) VALUE SPACES.
           03 WS-IN-RECOVERED-N    REDEFINES WS-IN-RECOVERED
                                   PIC 9(09).
      *
       01  WS-REASON               PIC X(40) VALUE SPACES.
       01  WS-USERID               PIC X(08) VALUE SPACES.
      *
       01  WS-PREV-VALUES.
           03 WS-PRV-RPT-DATE      PIC 9(08) VALUE ZEROES.
           03 WS-PRV-CONFIRMED     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-PRV-DEATHS        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-PRV-RECOVERED     PIC 9(09) COMP-3 VALUE ZEROES.
      *
       01  WS-BEFORE-VALUES.
           03 WS-BEF-CONFIRMED     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-BEF-DEATHS        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-BEF-RECOVERED     PIC 9(09) COMP-3 VALUE ZEROES.
      *
       01  WS-NEXT-VALUES.
           03 WS-NXT-RPT-DATE      PIC 9(08) VALUE ZEROES.
           03 WS-NXT-CONFIRMED     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-NXT-DEATHS        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-NXT-RECOVERED     PIC 9(09) COMP-3 VALUE ZEROES.
      *
       01  WS-NEW-VALUES.
           03 WS-NEW-CONFIRMED     PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-NEW-DEATHS        PIC 9(09) COMP-3 VALUE ZEROES.
           03 WS-NEW-RECOVERED     PIC 9(09) COMP-3 VALUE ZEROES.
      *
       01  WS-DATE-EDIT.
           03 WS-DE-DATE           PIC 9(08) VALUE ZEROES.
           03 WS-DE-SPLIT          REDEFINES WS-DE-DATE.
               05 WS-DE-YEAR       PIC 9(04).
               05 WS-DE-MONTH      PIC 99.
               05 WS-DE-DAY        PIC 99.
           03 WS-DE-MAX-DAY        PIC 99 VALUE ZEROES.
           03 WS-DE-REM            PIC 9(04) VALUE ZEROES.
           03 WS-DE-QUOT           PIC 9(04) VALUE ZEROES.
           03 WS-DE-LEAP           PIC X VALUE 'N'.
               88 YEAR-IS-LEAP             VALUE 'Y'.
      *
       01  WS-DATE-O.
           03 WS-DATE-YEAR-O       PIC 9(04).
           03 FILLER               PIC X VALUE '/'.
           03 WS-DATE-MONTH-O      PIC 99.
           03 FILLER               PIC X VALUE '/'.
           03 WS-DATE-DAY-O        PIC 99.
       01  WS-DATE-SPLIT.
           03 WS-DATE-YEAR         PIC 9(04).
           03 WS-DATE-MONTH        PIC 99.
           03 WS-DATE-DAY          PIC 99.
      *
       01  WS-FIGURE-O             PIC Z,ZZZ,ZZZ,ZZ9.
      *
      *Log records are laid out exactly as COV1910 writes its
      *STATSLOG, so the queue prints alongside the batch log.
       01  STATSLOG-REC.
           03 LOG-DATE-O           PIC X(10).
           03 FILLER               PIC X(01).
           03 LOG-TIME-O           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-S-CODE           PIC X(02).
           03 FILLER               PIC X(01).
           03 LOG-RPT-DATE         PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-STATUS           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-REASON           PIC X(40).
           03 FILLER               PIC X(01).
           03 LOG-JOB              PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-USER             PIC X(08).
       01  STATSLOG-DETAIL-REC.
           03 FILLER               PIC X(04).
           03 DET-FIELD            PIC X(09).
           03 DET-BEFORE-LIT       PIC X(09).
           03 DET-BEFORE-O         PIC Z,ZZZ,ZZZ,ZZ9.
           03 DET-AFTER-LIT        PIC X(09).
           03 DET-AFTER-O          PIC Z,ZZZ,ZZZ,ZZ9.
      *
      *The key shown on the last screen and the figures shown for
      *it; a correction is applied only against these.
       01  COVC-COMMAREA.
           03 CA-CODE              PIC X(02).
           03 CA-RPT-DATE          PIC X(08).
           03 CA-CONFIRMED         PIC 9(09).
           03 CA-DEATHS            PIC 9(09).
           03 CA-RECOVERED         PIC 9(09).
      *
       LINKAGE SECTION.
      *------------------------------
       01  DFHCOMMAREA             PIC X(37).
      *==============================
       PROCEDURE DIVISION.
      *==============================
       MAIN-CONTROL.
           IF EIBCALEN EQUAL ZERO
               PERFORM FIRST-TIME-IN
           ELSE
               MOVE DFHCOMMAREA         TO COVC-COMMAREA
               PERFORM PROCESS-SCREEN
           END-IF
           .
      *
       FIRST-TIME-IN.
           MOVE LOW-VALUES              TO COVMAP3O
           MOVE 'ENTER A COUNTRY CODE AND A REPORT DATE'
                                        TO MSGO
           MOVE SPACES                  TO COVC-COMMAREA
           PERFORM SEND-SCREEN-RETURN
           .
      *
       PROCESS-SCREEN.
           IF EIBAID EQUAL COVC-AID-PF3
                   OR EIBAID EQUAL COVC-AID-CLEAR
               PERFORM LEAVE-TRANSACTION
           END-IF
           EXEC CICS RECEIVE MAP('COVMAP3')
                MAPSET('COVSET32')
                INTO(COVMAP3I)
                RESP(WS-RESP)
           END-EXEC
           MOVE CODEI                   TO WS-IN-CODE
           MOVE RDATI                   TO WS-IN-RPT-DATE
           MOVE CONFI                   TO WS-IN-CONFIRMED
           MOVE DETHI                   TO WS-IN-DEATHS
           MOVE RECVI                   TO WS-IN-RECOVERED
           INSPECT WS-SCREEN-INPUT
               REPLACING ALL LOW-VALUE BY SPACE
           MOVE LOW-VALUES              TO COVMAP3O
           IF WS-RESP EQUAL DFHRESP(MAPFAIL)
               MOVE 'ENTER A COUNTRY CODE AND A REPORT DATE'
                                        TO MSGO
               MOVE SPACES              TO COVC-COMMAREA
               PERFORM SEND-SCREEN-RETURN
           END-IF
           MOVE WS-IN-CODE              TO CODEO
           MOVE WS-IN-RPT-DATE          TO RDATO
           MOVE WS-IN-CONFIRMED         TO CONFO
           MOVE WS-IN-DEATHS            TO DETHO
           MOVE WS-IN-RECOVERED         TO RECVO
           SET TX-IS-VALID              TO TRUE
           MOVE SPACES                  TO WS-REASON
           MOVE 'N'                     TO WS-APPLY-ASKED
           IF CA-CODE NOT EQUAL SPACES
                   AND WS-IN-CODE EQUAL CA-CODE
                   AND WS-IN-RPT-DATE EQUAL CA-RPT-DATE
                   AND (WS-IN-CONFIRMED NOT EQUAL SPACES
                     OR WS-IN-DEATHS NOT EQUAL SPACES
                     OR WS-IN-RECOVERED NOT EQUAL SPACES)
               SET APPLY-REQUESTED      TO TRUE
           END-IF
           PERFORM EDIT-KEY
           IF TX-IS-VALID
               PERFORM LOAD-FIGURES
           END-IF
           IF TX-IS-VALID
               IF APPLY-REQUESTED
                   PERFORM APPLY-CORRECTION
               ELSE
                   PERFORM SHOW-FIGURES
                   MOVE 'KEY THE NEW VALUES AND PRESS ENTER TO APPLY'
                                        TO MSGO
               END-IF
           ELSE
               MOVE WS-REASON           TO MSGO
               MOVE SPACES              TO COVC-COMMAREA
               IF APPLY-REQUESTED
                   PERFORM WRITE-LOG-RECORD
               END-IF
           END-IF
           PERFORM SEND-SCREEN-RETURN
           .
      *
       LEAVE-TRANSACTION.
           EXEC CICS SEND TEXT
                FROM('COVC CORRECTION ENDED')
                LENGTH(21)
                ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .
      *
      *The same key edits COV1910 applies in batch: a real report
      *date and a country on the country master.
       EDIT-KEY.
           IF WS-IN-CODE EQUAL SPACES
                   OR WS-IN-RPT-DATE EQUAL SPACES
               SET TX-IS-INVALID        TO TRUE
               MOVE 'ENTER A COUNTRY CODE AND A REPORT DATE'
                                        TO WS-REASON
           END-IF
           IF TX-IS-VALID
               IF WS-IN-RPT-DATE NOT NUMERIC
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'IMPOSSIBLE REPORT DATE' TO WS-REASON
               ELSE
                   MOVE WS-IN-RPT-DATE-N TO WS-DE-DATE
                   PERFORM EDIT-DATE-PARTS
               END-IF
           END-IF
           IF TX-IS-VALID
               MOVE WS-IN-CODE          TO C-CODE
               EXEC CICS READ FILE('COUNTRYS')
                    INTO(COUNTRYS-RECORD)
                    RIDFLD(C-CODE)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
                   SET TX-IS-INVALID    TO TRUE
                   IF WS-RESP EQUAL DFHRESP(NOTFND)
                       MOVE 'UNKNOWN COUNTRY CODE' TO WS-REASON
                   ELSE
                       MOVE 'COUNTRY MASTER READ FAILED'
                                        TO WS-REASON
                   END-IF
               END-IF
           END-IF
           .
      *
       EDIT-DATE-PARTS.
           MOVE 'N'                     TO WS-DE-LEAP
           DIVIDE WS-DE-YEAR BY 4
               GIVING WS-DE-QUOT REMAINDER WS-DE-REM
           IF WS-DE-REM EQUAL ZERO
               SET YEAR-IS-LEAP         TO TRUE
           END-IF
           DIVIDE WS-DE-YEAR BY 100
               GIVING WS-DE-QUOT REMAINDER WS-DE-REM
           IF WS-DE-REM EQUAL ZERO
               MOVE 'N'                 TO WS-DE-LEAP
               DIVIDE WS-DE-YEAR BY 400
                   GIVING WS-DE-QUOT REMAINDER WS-DE-REM
               IF WS-DE-REM EQUAL ZERO
                   SET YEAR-IS-LEAP     TO TRUE
               END-IF
           END-IF
           EVALUATE WS-DE-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31              TO WS-DE-MAX-DAY
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30              TO WS-DE-MAX-DAY
               WHEN 02
                   IF YEAR-IS-LEAP
                       MOVE 29          TO WS-DE-MAX-DAY
                   ELSE
                       MOVE 28          TO WS-DE-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE ZEROES          TO WS-DE-MAX-DAY
           END-EVALUATE
           IF WS-DE-MAX-DAY EQUAL ZERO
                   OR WS-DE-DAY EQUAL ZERO
                   OR WS-DE-DAY GREATER THAN WS-DE-MAX-DAY
                   OR WS-DE-YEAR EQUAL ZERO
               SET TX-IS-INVALID        TO TRUE
               MOVE 'IMPOSSIBLE REPORT DATE' TO WS-REASON
           END-IF
           .
      *
      *One forward browse of the country's key range picks up the
      *last record before the report date, the record itself and
      *the first record after it.
       LOAD-FIGURES.
           MOVE 'N'                     TO WS-PREV-FOUND
                                           WS-CUR-FOUND
                                           WS-NEXT-FOUND
           MOVE ZEROES                  TO WS-PREV-VALUES
                                           WS-BEFORE-VALUES
                                           WS-NEXT-VALUES
           MOVE WS-IN-CODE              TO S-CODE
           MOVE ZEROES                  TO S-RPT-DATE
           MOVE 'N'                     TO WS-BROWSE-OPEN
           EXEC CICS STARTBR FILE('COVSTATS')
                RIDFLD(S-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
               MOVE 'Y'                 TO WS-BROWSE-OPEN
               MOVE 'Y'                 TO WS-MORE-STATS
                PERFORM UNTIL NO-MORE-STATS
                    PERFORM READ-NEXT-STATS
                END-PERFORM
               EXEC CICS ENDBR FILE('COVSTATS')
               END-EXEC
           END-IF
           IF NOT CURRENT-ON-FILE
               SET TX-IS-INVALID        TO TRUE
               MOVE 'STATS RECORD NOT FOUND' TO WS-REASON
           END-IF
           .
      *
       READ-NEXT-STATS.
           EXEC CICS READNEXT FILE('COVSTATS')
                INTO(COVSTATS-RECORD)
                RIDFLD(S-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
                   AND S-CODE EQUAL WS-IN-CODE
               EVALUATE TRUE
                   WHEN S-RPT-DATE LESS THAN WS-IN-RPT-DATE-N
                       SET PREV-DATE-ON-FILE    TO TRUE
                       MOVE S-RPT-DATE  TO WS-PRV-RPT-DATE
                       MOVE S-CONFIRMED TO WS-PRV-CONFIRMED
                       MOVE S-DEATHS    TO WS-PRV-DEATHS
                       MOVE S-RECOVERED TO WS-PRV-RECOVERED
                   WHEN S-RPT-DATE EQUAL WS-IN-RPT-DATE-N
                       SET CURRENT-ON-FILE      TO TRUE
                       MOVE S-CONFIRMED TO WS-BEF-CONFIRMED
                       MOVE S-DEATHS    TO WS-BEF-DEATHS
                       MOVE S-RECOVERED TO WS-BEF-RECOVERED
                   WHEN OTHER
                       SET NEXT-DATE-ON-FILE    TO TRUE
                       MOVE S-RPT-DATE  TO WS-NXT-RPT-DATE
                       MOVE S-CONFIRMED TO WS-NXT-CONFIRMED
                       MOVE S-DEATHS    TO WS-NXT-DEATHS
                       MOVE S-RECOVERED TO WS-NXT-RECOVERED
                       SET NO-MORE-STATS        TO TRUE
               END-EVALUATE
           ELSE
               SET NO-MORE-STATS        TO TRUE
           END-IF
           .
      *
      *The previous, current and next figures go to the screen,
      *and the key and current figures to the COMMAREA so the
      *next ENTER applies against exactly what was shown.
       SHOW-FIGURES.
           MOVE SPACES                  TO PDATO PCNFO PDTHO PRECO
                                           NDATO NCNFO NDTHO NRECO
           IF PREV-DATE-ON-FILE
               MOVE WS-PRV-RPT-DATE     TO WS-DATE-SPLIT
               PERFORM EDIT-SCREEN-DATE
               MOVE WS-DATE-O           TO PDATO
               MOVE WS-PRV-CONFIRMED    TO WS-FIGURE-O
               MOVE WS-FIGURE-O         TO PCNFO
               MOVE WS-PRV-DEATHS       TO WS-FIGURE-O
               MOVE WS-FIGURE-O         TO PDTHO
               MOVE WS-PRV-RECOVERED    TO WS-FIGURE-O
               MOVE WS-FIGURE-O         TO PRECO
           ELSE
               MOVE 'NONE'              TO PDATO
           END-IF
           MOVE WS-IN-RPT-DATE-N        TO WS-DATE-SPLIT
           PERFORM EDIT-SCREEN-DATE
           MOVE WS-DATE-O               TO CDATO
           MOVE WS-BEF-CONFIRMED        TO WS-FIGURE-O
           MOVE WS-FIGURE-O             TO CCNFO
           MOVE WS-BEF-DEATHS           TO WS-FIGURE-O
           MOVE WS-FIGURE-O             TO CDTHO
           MOVE WS-BEF-RECOVERED        TO WS-FIGURE-O
           MOVE WS-FIGURE-O             TO CRECO
           IF NEXT-DATE-ON-FILE
               MOVE WS-NXT-RPT-DATE     TO WS-DATE-SPLIT
               PERFORM EDIT-SCREEN-DATE
               MOVE WS-DATE-O           TO NDATO
               MOVE WS-NXT-CONFIRMED    TO WS-FIGURE-O
               MOVE WS-FIGURE-O         TO NCNFO
               MOVE WS-NXT-DEATHS       TO WS-FIGURE-O
               MOVE WS-FIGURE-O         TO NDTHO
               MOVE WS-NXT-RECOVERED    TO WS-FIGURE-O
               MOVE WS-FIGURE-O         TO NRECO
           ELSE
               MOVE 'NONE'              TO NDATO
           END-IF
           MOVE WS-IN-CODE              TO CA-CODE
           MOVE WS-IN-RPT-DATE          TO CA-RPT-DATE
           MOVE WS-BEF-CONFIRMED        TO CA-CONFIRMED
           MOVE WS-BEF-DEATHS           TO CA-DEATHS
           MOVE WS-BEF-RECOVERED        TO CA-RECOVERED
           .
      *
       EDIT-SCREEN-DATE.
           MOVE WS-DATE-YEAR            TO WS-DATE-YEAR-O
           MOVE WS-DATE-MONTH           TO WS-DATE-MONTH-O
           MOVE WS-DATE-DAY             TO WS-DATE-DAY-O
           .
      *
      *The replacement values are edited the way COV1910 edits a
      *STATSTX card, against the figures the user was shown, and
      *the record is rewritten under update, journalled and
      *logged. A refused correction is logged with its reason and
      *the current figures are shown again.
       APPLY-CORRECTION.
           PERFORM CHECK-AUTHORITY
           IF TX-IS-VALID
               PERFORM EDIT-NEW-VALUES
           END-IF
           IF TX-IS-VALID
               IF WS-BEF-CONFIRMED NOT EQUAL CA-CONFIRMED
                       OR WS-BEF-DEATHS NOT EQUAL CA-DEATHS
                       OR WS-BEF-RECOVERED NOT EQUAL CA-RECOVERED
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'FIGURES CHANGED SINCE SHOWN, REVIEW'
                                        TO WS-REASON
               END-IF
           END-IF
           IF TX-IS-VALID
               PERFORM CHECK-NEXT-DATE
           END-IF
           IF TX-IS-VALID
               PERFORM REWRITE-STATS-RECORD
           END-IF
           PERFORM WRITE-LOG-RECORD
           IF TX-IS-VALID
               PERFORM WRITE-LOG-DETAILS
               MOVE WS-NEW-CONFIRMED    TO WS-BEF-CONFIRMED
               MOVE WS-NEW-DEATHS       TO WS-BEF-DEATHS
               MOVE WS-NEW-RECOVERED    TO WS-BEF-RECOVERED
               MOVE SPACES              TO CONFO DETHO RECVO
               MOVE 'CORRECTION APPLIED' TO MSGO
           ELSE
               MOVE WS-REASON           TO MSGO
           END-IF
           PERFORM SHOW-FIGURES
           .
      *
      *The signed-on user must hold the statistics correction grant
      *on the authorization file, read the way COV1943 reads it for
      *the batch corrections; a refusal also goes to the security
      *log.
       CHECK-AUTHORITY.
           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC
           IF WS-USERID EQUAL SPACES
               SET TX-IS-INVALID        TO TRUE
               MOVE 'NO USER ID ON TRANSACTION'
                                        TO WS-REASON
           ELSE
               MOVE WS-USERID           TO AU-USER
               EXEC CICS READ FILE('AUTHFILE')
                    INTO(AUTHFILE-RECORD)
                    RIDFLD(AU-USER)
                    RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                       PERFORM CHECK-USER-GRANT
                   WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'USER NOT ON AUTHORIZATION FILE'
                                        TO WS-REASON
                   WHEN OTHER
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'AUTHORIZATION FILE UNAVAILABLE'
                                        TO WS-REASON
               END-EVALUATE
           END-IF
           IF TX-IS-INVALID
               PERFORM WRITE-DENIAL-RECORD
           END-IF
           .
      *
       CHECK-USER-GRANT.
           IF AU-STATS-CORR NOT EQUAL 'Y'
               SET TX-IS-INVALID        TO TRUE
               MOVE 'NOT AUTHORIZED FOR STATISTICS CORRECTION'
                                        TO WS-REASON
           END-IF
           .
      *
      *Same record content as the refusals COV1943 logs in batch;
      *the file is an ESDS here, as STATJRNL is.
       WRITE-DENIAL-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           MOVE SPACES                  TO AUTHLOG-RECORD
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(AL-TS-DATE)
                TIME(AL-TS-TIME)
           END-EXEC
           MOVE 'D'                     TO AL-EVENT
           MOVE 'COV1932'               TO AL-JOB
           MOVE WS-USERID               TO AL-USER
           MOVE 'SC'                    TO AL-FUNC
           STRING WS-IN-CODE ' ' WS-IN-RPT-DATE
               DELIMITED BY SIZE INTO AL-KEY
           END-STRING
           MOVE WS-REASON               TO AL-REASON
           MOVE ZERO                    TO WS-AUTH-RBA
           EXEC CICS WRITE FILE('AUTHLOG')
                FROM(AUTHLOG-RECORD)
                RIDFLD(WS-AUTH-RBA)
                RBA
                RESP(WS-RESP)
           END-EXEC
           .
      *
      *A blank value keeps the current figure; anything keyed must
      *be all digits.
       EDIT-NEW-VALUES.
           IF (WS-IN-CONFIRMED NOT EQUAL SPACES
                   AND WS-IN-CONFIRMED NOT NUMERIC)
               OR (WS-IN-DEATHS NOT EQUAL SPACES
                   AND WS-IN-DEATHS NOT NUMERIC)
               OR (WS-IN-RECOVERED NOT EQUAL SPACES
                   AND WS-IN-RECOVERED NOT NUMERIC)
               SET TX-IS-INVALID        TO TRUE
               MOVE 'TX VALUES NOT NUMERIC' TO WS-REASON
           END-IF
           IF TX-IS-VALID
               MOVE WS-BEF-CONFIRMED    TO WS-NEW-CONFIRMED
               MOVE WS-BEF-DEATHS       TO WS-NEW-DEATHS
               MOVE WS-BEF-RECOVERED    TO WS-NEW-RECOVERED
               IF WS-IN-CONFIRMED NOT EQUAL SPACES
                   MOVE WS-IN-CONFIRMED-N TO WS-NEW-CONFIRMED
               END-IF
               IF WS-IN-DEATHS NOT EQUAL SPACES
                   MOVE WS-IN-DEATHS-N  TO WS-NEW-DEATHS
               END-IF
               IF WS-IN-RECOVERED NOT EQUAL SPACES
                   MOVE WS-IN-RECOVERED-N TO WS-NEW-RECOVERED
               END-IF
           END-IF
           .
      *
      *A correction may not push a cumulative figure above the
      *value already recorded for the country's next report date;
      *history must stay non-decreasing from this date forward.
       CHECK-NEXT-DATE.
           IF NEXT-DATE-ON-FILE
               IF WS-NEW-CONFIRMED GREATER THAN WS-NXT-CONFIRMED
                   OR WS-NEW-DEATHS GREATER THAN WS-NXT-DEATHS
                   OR WS-NEW-RECOVERED GREATER THAN WS-NXT-RECOVERED
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'EXCEEDS NEXT DAY CUMULATIVE' TO WS-REASON
               END-IF
           END-IF
           .
      *
       REWRITE-STATS-RECORD.
           MOVE WS-IN-CODE              TO S-CODE
           MOVE WS-IN-RPT-DATE-N        TO S-RPT-DATE
           EXEC CICS READ FILE('COVSTATS')
                INTO(COVSTATS-RECORD)
                RIDFLD(S-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
               SET TX-IS-INVALID        TO TRUE
               IF WS-RESP EQUAL DFHRESP(NOTFND)
                   MOVE 'STATS RECORD NOT FOUND' TO WS-REASON
               ELSE
                   MOVE 'STATISTICS READ FAILED' TO WS-REASON
               END-IF
           END-IF
           IF TX-IS-VALID
               MOVE WS-NEW-CONFIRMED    TO S-CONFIRMED
               MOVE WS-NEW-DEATHS       TO S-DEATHS
               MOVE WS-NEW-RECOVERED    TO S-RECOVERED
               EXEC CICS REWRITE FILE('COVSTATS')
                    FROM(COVSTATS-RECORD)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP EQUAL DFHRESP(NORMAL)
                   PERFORM WRITE-JOURNAL-RECORD
               ELSE
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'REWRITE FAILED, CORR REJECTED'
                                        TO WS-REASON
               END-IF
           END-IF
           .
      *
      *Identical record content to the after-images COV1910
      *journals in batch, so COV1921 replays on-line corrections
      *too; the file is an ESDS here so the append carries an RBA
      *the access method fills in.
       WRITE-JOURNAL-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(J-TS-DATE)
                TIME(J-TS-TIME)
           END-EXEC
           MOVE 'COV1932'               TO J-JOB
           MOVE 'C'                     TO J-ACTION
           MOVE S-CODE                  TO J-CODE
           MOVE S-RPT-DATE              TO J-RPT-DATE
           MOVE S-CONFIRMED             TO J-CONFIRMED
           MOVE S-DEATHS                TO J-DEATHS
           MOVE S-RECOVERED             TO J-RECOVERED
           MOVE ZERO                    TO WS-JRNL-RBA
           EXEC CICS WRITE FILE('STATJRNL')
                FROM(STATJRNL-RECORD)
                RIDFLD(WS-JRNL-RBA)
                RBA
                RESP(WS-RESP)
           END-EXEC
           .
      *
       WRITE-LOG-RECORD.
           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           MOVE SPACES                  TO STATSLOG-REC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                MMDDYYYY(LOG-DATE-O)
                DATESEP('/')
                TIME(LOG-TIME-O)
                TIMESEP(':')
           END-EXEC
           MOVE WS-IN-CODE              TO LOG-S-CODE
           MOVE WS-IN-RPT-DATE          TO LOG-RPT-DATE
           MOVE WS-REASON               TO LOG-REASON
           MOVE 'COV1932'               TO LOG-JOB
           MOVE WS-USERID               TO LOG-USER
           IF TX-IS-VALID
               MOVE 'ACCEPTED'          TO LOG-STATUS
           ELSE
               MOVE 'REJECTED'          TO LOG-STATUS
           END-IF
           MOVE LENGTH OF STATSLOG-REC  TO WS-LOG-LEN
           EXEC CICS WRITEQ TD QUEUE('STLG')
                FROM(STATSLOG-REC)
                LENGTH(WS-LOG-LEN)
                RESP(WS-RESP)
           END-EXEC
           .
      *
      *One detail line per field the correction actually changed,
      *showing the value before and after.
       WRITE-LOG-DETAILS.
           IF WS-NEW-CONFIRMED NOT EQUAL WS-BEF-CONFIRMED
               MOVE 'CONFIRMED'         TO DET-FIELD
               MOVE WS-BEF-CONFIRMED    TO DET-BEFORE-O
               MOVE WS-NEW-CONFIRMED    TO DET-AFTER-O
               PERFORM WRITE-DETAIL-RECORD
           END-IF
           IF WS-NEW-DEATHS NOT EQUAL WS-BEF-DEATHS
               MOVE 'DEATHS'            TO DET-FIELD
               MOVE WS-BEF-DEATHS       TO DET-BEFORE-O
               MOVE WS-NEW-DEATHS       TO DET-AFTER-O
               PERFORM WRITE-DETAIL-RECORD
           END-IF
           IF WS-NEW-RECOVERED NOT EQUAL WS-BEF-RECOVERED
               MOVE 'RECOVERED'         TO DET-FIELD
               MOVE WS-BEF-RECOVERED    TO DET-BEFORE-O
               MOVE WS-NEW-RECOVERED    TO DET-AFTER-O
               PERFORM WRITE-DETAIL-RECORD
           END-IF
           .
      *
       WRITE-DETAIL-RECORD.
           MOVE SPACES                  TO STATSLOG-DETAIL-REC (1:4)
           MOVE ' BEFORE: '             TO DET-BEFORE-LIT
           MOVE '  AFTER: '             TO DET-AFTER-LIT
           MOVE LENGTH OF STATSLOG-DETAIL-REC
                                        TO WS-LOG-LEN
           EXEC CICS WRITEQ TD QUEUE('STLG')
                FROM(STATSLOG-DETAIL-REC)
                LENGTH(WS-LOG-LEN)
                RESP(WS-RESP)
           END-EXEC
           .
      *
       SEND-SCREEN-RETURN.
           EXEC CICS SEND MAP('COVMAP3')
                MAPSET('COVSET32')
                FROM(COVMAP3O)
                ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('COVC')
                COMMAREA(COVC-COMMAREA)
                LENGTH(37)
           END-EXEC
           .
