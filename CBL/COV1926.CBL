      *report date seven days earlier - a country outside (or
      *absent from) the earlier top N is flagged NEW, and the
      *earlier top-N countries that fell out of the list are
      *printed below it. Each date's rate uses the POPMAST-FILE
      *population vintage in effect on that date. A country with
      *no population in effect or no statistics for a date is left
      *out of that date's ranking and counted. The report date and
      *N normally come from the central PARMFILE through the
      *common COV1925 fetch (job COV1926, effective for the
      *current date); a PARMCARD card, when one is supplied, is an
      *explicit one-run override and is called out on the report.
      *Either way the card image reads:
      *   cols  1-8   report date, YYYYMMDD
      *   cols  9-11  top N to print (3 digits, 1-300)
      *No card and no PARMFILE record is a setup error and the run
      *
           SELECT POPMAST-FILE ASSIGN TO POPMAST
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS DYNAMIC
              RECORD KEY     IS P-KEY
              FILE STATUS    IS WS-POPMAST-STATUS
           .
      *
       01 FLAGS.
           03 LASTREC             PIC X VALUE SPACE.
           03 LASTSCAN            PIC X VALUE SPACE.
           03 LASTPOP             PIC X VALUE SPACE.
           03 WS-PARM-PROVIDED    PIC X VALUE 'N'.
               88 PARMS-PROVIDED           VALUE 'Y'.
           03 WS-PARM-SOURCE      PIC X VALUE SPACE.
           03 WS-PRIOR-DATE       PIC 9(08) VALUE ZEROES.
           03 WS-TOP-N            PIC 9(03) VALUE ZEROES.
      *
      *The population vintage in effect for one country on one
      *date, and the ones found for the report date and the date
      *seven days earlier.
       01  WS-POP-LOOKUP.
           03 WS-POP-DATE         PIC 9(08) VALUE ZEROES.
           03 WS-POP-IN-EFFECT    PIC 9(10) COMP-3 VALUE ZEROES.
           03 WS-POP-CUR          PIC 9(10) COMP-3 VALUE ZEROES.
           03 WS-POP-PRI          PIC 9(10) COMP-3 VALUE ZEROES.
      *
      *The parameter card image, whether it arrived on the SYSIN
      *card or from the central PARMFILE, parsed with the same
      *columns either way.
           .
      *
      *A country earns a table entry only when the table has room,
      *it has a population in effect and reported on the same
      *date, for at least one of the two dates; everything else is
      *counted in the trailer.
       PROCESS-COUNTRY.
           IF WS-RK-USED EQUAL 300
               SET RANKING-IO-ERROR     TO TRUE
               PERFORM LOOKUP-POPULATION
               IF POPULATION-ON-FILE
                   PERFORM SCAN-COUNTRY-DATES
                   IF WS-POP-CUR EQUAL ZERO
                       MOVE 'N'         TO WS-SC-CUR-HAS
                   END-IF
                   IF WS-POP-PRI EQUAL ZERO
                       MOVE 'N'         TO WS-SC-PRI-HAS
                   END-IF
                   IF WS-SC-CUR-HAS EQUAL 'Y'
                           OR WS-SC-PRI-HAS EQUAL 'Y'
                       PERFORM ADD-RANK-ENTRY
           END-IF
           .
      *
      *Each date is rated against the population in effect on that
      *date, so a new vintage between the two dates does not skew
      *the movement.
       LOOKUP-POPULATION.
           MOVE 'N'                     TO WS-POP-ON-FILE
           MOVE WS-SEL-DATE             TO WS-POP-DATE
           PERFORM LOOKUP-POP-ON-DATE
           MOVE WS-POP-IN-EFFECT        TO WS-POP-CUR
           MOVE WS-PRIOR-DATE           TO WS-POP-DATE
           PERFORM LOOKUP-POP-ON-DATE
           MOVE WS-POP-IN-EFFECT        TO WS-POP-PRI
           IF WS-POP-CUR GREATER THAN ZERO
                   OR WS-POP-PRI GREATER THAN ZERO
               SET POPULATION-ON-FILE   TO TRUE
           END-IF
           .
      *
      *The population in effect on a date is the country's vintage
      *with the greatest effective date not after it. START only
      *positions forward, so the country's vintages are walked
      *from the top of its key range, keeping the last one seen on
      *or before the date.
       LOOKUP-POP-ON-DATE.
           MOVE ZEROES                  TO WS-POP-IN-EFFECT
           MOVE SPACE                   TO LASTPOP
           MOVE C-CODE                  TO P-CODE
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
                   IF P-CODE NOT EQUAL C-CODE
                           OR P-EFF-DATE GREATER THAN WS-POP-DATE
                       MOVE 'Y'         TO LASTPOP
                   ELSE
                       MOVE P-POPULATION TO WS-POP-IN-EFFECT
                   END-IF
           END-READ
           .
      *
               COMPUTE WS-SC-NEW =
                   WS-SC-CUR-CUM - WS-SC-CUR-PRI
               COMPUTE WS-RK-CUR-RATE (WS-RK-HIT) ROUNDED =
                   (WS-SC-NEW * 100000) / WS-POP-CUR
           END-IF
           IF WS-SC-PRI-HAS EQUAL 'Y'
               COMPUTE WS-SC-NEW =
                   WS-SC-PRI-CUM - WS-SC-PRI-PRI
               COMPUTE WS-RK-PRI-RATE (WS-RK-HIT) ROUNDED =
                   (WS-SC-NEW * 100000) / WS-POP-PRI
           END-IF
           .
      *
