       PROGRAM-ID.    COV1908.
       AUTHOR.        Georges B.
      *Maintain Covid19 country population master (POPMAST-FILE).
      *Applies ADD/CHANGE/DELETE transactions keyed on P-CODE plus
      *the vintage's effective date and writes every transaction,
      *accepted or rejected, to a transaction log, the way COV1901
      *maintains the country master. A new annual estimate is an
      *ADD of a new vintage effective from its own date, so the
      *earlier vintage stays on file for the rates of the report
      *dates it covered; CHANGE and DELETE only correct or remove
      *one mis-keyed vintage. A blank or zero effective date is
      *the country's base vintage, in effect from the start of the
      *statistics. The submitter must hold the population grant
      *on the authorization file (checked through COV1943); a
      *transaction with no user ID or without the grant is
      *rejected with a logged reason. Transaction card:
      *   col   1     A = add, C = change, D = delete
      *   cols  2-3   country code
      *   cols  4-13  population (10 digits)
      *   cols 14-21  effective date YYYYMMDD
      *   cols 22-29  submitting user ID
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
           SELECT POPMAST-FILE ASSIGN TO POPMAST
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS P-KEY
              FILE STATUS    IS WS-POPMAST-STATUS
           .
      *==============================
           03 TX-P-POPULATION      PIC X(10).
           03 TX-P-POPULATION-N    REDEFINES TX-P-POPULATION
                                   PIC 9(10).
           03 TX-P-EFF-DATE        PIC X(08).
           03 TX-P-EFF-DATE-N      REDEFINES TX-P-EFF-DATE
                                   PIC 9(08).
           03 TX-USER              PIC X(08).
      *
       FD  POPLOG-FILE RECORDING MODE F.
       01  POPLOG-REC.
           03 FILLER               PIC X(01).
           03 LOG-P-CODE           PIC X(02).
           03 FILLER               PIC X(01).
           03 LOG-EFF-DATE         PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-STATUS           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-REASON           PIC X(40).
           03 FILLER               PIC X(01).
           03 LOG-USER             PIC X(08).
       01  POPLOG-TRAILER-REC      PIC X(119).
      *
       FD  POPMAST-FILE.
           03 WS-REJ-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-REASON               PIC X(40) VALUE SPACES.
      *
       COPY AUTHCKPA REPLACING ==:TAG:== BY ==AK==.
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
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
           SET TX-IS-VALID              TO TRUE
           MOVE SPACES                  TO WS-REASON
           MOVE TX-P-CODE               TO P-CODE
           PERFORM CHECK-AUTHORITY
           IF TX-IS-VALID
               PERFORM EDIT-EFF-DATE
           END-IF
           IF TX-IS-VALID
               EVALUATE TX-CODE
                   WHEN 'A'
                       PERFORM ADD-POPULATION
                   WHEN 'C'
                       PERFORM CHANGE-POPULATION
                   WHEN 'D'
                       PERFORM DELETE-POPULATION
                   WHEN OTHER
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'INVALID TRANSACTION CODE' TO WS-REASON
                       ADD 1 TO WS-REJ-T-RECS
               END-EVALUATE
           END-IF
           PERFORM WRITE-LOG-RECORD
           .
      *
      *The submitter must hold the population grant on the
      *authorization file; COV1943 puts any refusal on the
      *security log and the reason comes back for this log.
       CHECK-AUTHORITY.
           MOVE 'COV1908'               TO AK-JOB
           MOVE TX-USER                 TO AK-USER
           MOVE 'PO'                    TO AK-FUNC
           MOVE SPACES                  TO AK-KEY
           STRING TX-P-CODE ' ' TX-P-EFF-DATE
               DELIMITED BY SIZE INTO AK-KEY
           END-STRING
           CALL 'COV1943' USING AK-AUTHCK-PARM
           IF AK-RESULT NOT EQUAL '00'
               SET TX-IS-INVALID        TO TRUE
               MOVE AK-REASON           TO WS-REASON
               ADD 1 TO WS-REJ-T-RECS
           END-IF
           .
      *
      *Every transaction names its vintage. A blank or zero
      *effective date is the base vintage; anything else must be
      *a real date, February honouring leap years.
       EDIT-EFF-DATE.
           EVALUATE TRUE
               WHEN TX-P-EFF-DATE EQUAL SPACES
                   MOVE ZEROES          TO P-EFF-DATE
               WHEN TX-P-EFF-DATE NOT NUMERIC
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'IMPOSSIBLE EFFECTIVE DATE' TO WS-REASON
                   ADD 1 TO WS-REJ-T-RECS
               WHEN TX-P-EFF-DATE-N EQUAL ZEROES
                   MOVE ZEROES          TO P-EFF-DATE
               WHEN OTHER
                   MOVE TX-P-EFF-DATE-N TO WS-DE-DATE
                   PERFORM EDIT-DATE-PARTS
                   IF TX-IS-VALID
                       MOVE TX-P-EFF-DATE-N TO P-EFF-DATE
                   ELSE
                       ADD 1 TO WS-REJ-T-RECS
                   END-IF
           END-EVALUATE
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
               MOVE 'IMPOSSIBLE EFFECTIVE DATE' TO WS-REASON
           END-IF
           .
      *
      *Adds and changes both carry a replacement population; it
               WRITE POPMAST-RECORD
                   INVALID KEY
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'VINTAGE ON FILE, ADD REJECTED'
                                         TO WS-REASON
                       ADD 1 TO WS-REJ-T-RECS
                   NOT INVALID KEY
               READ POPMAST-FILE
                   INVALID KEY
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'VINTAGE NOT FOUND, CHANGE REJECTED'
                                         TO WS-REASON
                       ADD 1 TO WS-REJ-T-RECS
               END-READ
           DELETE POPMAST-FILE
               INVALID KEY
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'VINTAGE NOT FOUND, DELETE REJECTED'
                                         TO WS-REASON
                   ADD 1 TO WS-REJ-T-RECS
               NOT INVALID KEY
           MOVE WS-CURRENT-TIME-O       TO LOG-TIME-O
           MOVE TX-CODE                 TO LOG-TX-CODE
           MOVE TX-P-CODE               TO LOG-P-CODE
           MOVE TX-P-EFF-DATE           TO LOG-EFF-DATE
           MOVE WS-REASON               TO LOG-REASON
           MOVE TX-USER                 TO LOG-USER
           IF TX-IS-VALID
               MOVE 'ACCEPTED'          TO LOG-STATUS
           ELSE
