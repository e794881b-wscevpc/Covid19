      *Nightly denormalized interface extract for the data
      *warehouse: one machine-readable record per country for the
      *business date, carrying the country master fields (C-CODE,
      *C-NAME, C-REGION), the POPMAST population vintage in effect
      *on the business date, the date's cumulative confirmed /
      *deaths / recovered from COVSTATS, the derived daily new
      *figures against the country's latest earlier recorded date,
      *and cumulative confirmed and deaths per 100,000 of that
      *population. The detail records are wrapped in a header and
      *a trailer control record carrying the business date and the
      *detail count so the receiving side can verify completeness.
      *A country with no statistics record for the date is left
      *out and counted; one with no population in effect on the
      *date goes out flagged with zero rates. Start and end are
      *registered on the run-control file through COV1900
      *(prerequisite: the COV1934 second-source reconciliation,
      *which runs behind STATLOAD, completed for the business date
      *without a variance beyond its limits, so provider drift is
      *not sent to the warehouse), so the COV1913 operations
      *report shows whether the feed went out; the business date
      *and override flag arrive on the optional RUNCARD card.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
      *
           SELECT POPMAST-FILE ASSIGN TO POPMAST
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS P-KEY
              FILE STATUS    IS WS-POPMAST-STATUS
           .
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 LASTSCAN             PIC X VALUE SPACE.
           03 LASTPOP              PIC X VALUE SPACE.
           03 WS-STATS-FOUND       PIC X VALUE 'N'.
               88 DAY-STATS-FOUND          VALUE 'Y'.
           03 WS-POP-ON-FILE       PIC X VALUE 'N'.
      *
       01  WS-RATE-WORK.
           03 WS-RATE              PIC 9(07)V99 COMP-3 VALUE ZEROES.
      *
      *The population vintage in effect for one country on one
      *report date.
       01  WS-POP-LOOKUP.
           03 WS-POP-CODE         PIC X(02) VALUE SPACES.
           03 WS-POP-DATE         PIC 9(08) VALUE ZEROES.
           03 WS-POP-IN-EFFECT    PIC 9(10) COMP-3 VALUE ZEROES.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
      *==============================
           END-IF
           MOVE 'S'                     TO RP-FUNC
           MOVE 'COV1923'               TO RP-JOB
           MOVE 'COV1934'               TO RP-PREREQ-JOB
           CALL 'COV1900' USING RP-RUNCTL-PARM
           IF RP-RESULT NOT EQUAL '00'
               DISPLAY 'COV1923 RUN NOT REGISTERED, RESULT '
                   S-RECOVERED - WS-PRI-RECOVERED
           PERFORM LOOKUP-POPULATION
           IF POPULATION-ON-FILE
               MOVE WS-POP-IN-EFFECT    TO WH-D-POPULATION
               MOVE 'Y'                 TO WH-D-POP-FLAG
               COMPUTE WS-RATE ROUNDED =
                   (S-CONFIRMED * 100000) / WS-POP-IN-EFFECT
               MOVE WS-RATE             TO WH-D-CONF-100K
               COMPUTE WS-RATE ROUNDED =
                   (S-DEATHS * 100000) / WS-POP-IN-EFFECT
               MOVE WS-RATE             TO WH-D-DEATH-100K
           ELSE
               ADD 1                    TO WS-NOPOP-T-RECS
           ADD 1                        TO WS-DET-T-RECS
           .
      *
      *The population in effect on a report date is the country's
      *vintage with the greatest effective date not after it.
      *START only positions forward, so the country's vintages are
      *walked from the top of its key range, keeping the last one
      *seen on or before the date.
       LOOKUP-POPULATION.
           MOVE C-CODE                  TO WS-POP-CODE
           MOVE RP-BUS-DATE             TO WS-POP-DATE
           MOVE ZEROES                  TO WS-POP-IN-EFFECT
           MOVE 'N'                     TO WS-POP-ON-FILE
           MOVE SPACE                   TO LASTPOP
           MOVE WS-POP-CODE             TO P-CODE
           MOVE ZEROES                  TO P-EFF-DATE
           START POPMAST-FILE KEY IS NOT LESS THAN P-KEY
               INVALID KEY
                   MOVE 'Y'             TO LASTPOP
           END-START
            PERFORM UNTIL LASTPOP = 'Y'
                PERFORM READ-POP-CANDIDATE
            END-PERFORM
           .
      *
       READ-POP-CANDIDATE.
           READ POPMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO LASTPOP
               NOT AT END
                   IF P-CODE NOT EQUAL WS-POP-CODE
                           OR P-EFF-DATE GREATER THAN WS-POP-DATE
                       MOVE 'Y'         TO LASTPOP
                   ELSE
                       SET POPULATION-ON-FILE TO TRUE
                       MOVE P-POPULATION TO WS-POP-IN-EFFECT
                   END-IF
           END-READ
           .
