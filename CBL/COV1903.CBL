      *Report Covid19 daily statistics (COVSTATS-FILE), one line
      *per country per report date, with the country name looked
      *up from COUNTRYS-FILE and the cumulative figures also shown
      *per 100,000 population from POPMAST-FILE, using the
      *population vintage in effect on each line's report date; a
      *country with no population in effect is flagged *NO POP* in
      *the rate columns.
      *Start and end are registered on the run-control file through
      *COV1900 (prerequisite: the STATLOAD statistics load
      *completed for the business date); the business date and
      *
           SELECT POPMAST-FILE ASSIGN TO POPMAST
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS P-KEY
              FILE STATUS    IS WS-POPMAST-STATUS
           .
      *
      *
       01 FLAGS.
           03 LASTREC             PIC X VALUE SPACE.
           03 LASTPOP             PIC X VALUE SPACE.
           03 WS-POP-ON-FILE      PIC X VALUE 'N'.
               88 POPULATION-ON-FILE       VALUE 'Y'.
      *
           03 WS-STATS-T-RECS     PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-C-NAME              PIC X(50) VALUE SPACES.
      *
      *The population vintage in effect for one country on one
      *report date.
       01  WS-POP-LOOKUP.
           03 WS-POP-CODE         PIC X(02) VALUE SPACES.
           03 WS-POP-DATE         PIC 9(08) VALUE ZEROES.
           03 WS-POP-IN-EFFECT    PIC 9(10) COMP-3 VALUE ZEROES.
      *
       01  WS-RATE-FIELDS.
           03 WS-RATE-WORK        PIC 9(07)V99 COMP-3 VALUE ZEROES.
           END-READ
           .
      *
      *The population in effect on a report date is the country's
      *vintage with the greatest effective date not after it.
      *START only positions forward, so the country's vintages are
      *walked from the top of its key range, keeping the last one
      *seen on or before the date.
       LOOKUP-POPULATION.
           MOVE S-CODE                  TO WS-POP-CODE
           MOVE S-RPT-DATE              TO WS-POP-DATE
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
           IF WS-POP-IN-EFFECT GREATER THAN ZERO
               SET POPULATION-ON-FILE   TO TRUE
           END-IF
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
                       MOVE P-POPULATION TO WS-POP-IN-EFFECT
                   END-IF
           END-READ
           .
           MOVE S-RECOVERED  TO RECOVERED-O
           IF POPULATION-ON-FILE
               COMPUTE WS-RATE-WORK ROUNDED =
                   (S-CONFIRMED * 100000) / WS-POP-IN-EFFECT
               MOVE WS-RATE-WORK     TO WS-RATE-O
               MOVE WS-RATE-O        TO CONF-100K-O
               COMPUTE WS-RATE-WORK ROUNDED =
                   (S-DEATHS * 100000) / WS-POP-IN-EFFECT
               MOVE WS-RATE-WORK     TO WS-RATE-O
               MOVE WS-RATE-O        TO DEATH-100K-O
               COMPUTE WS-RATE-WORK ROUNDED =
                   (S-RECOVERED * 100000) / WS-POP-IN-EFFECT
               MOVE WS-RATE-WORK     TO WS-RATE-O
               MOVE WS-RATE-O        TO RECOV-100K-O
           ELSE
