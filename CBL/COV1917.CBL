      *Report Covid19 vaccination coverage for one report date:
      *each VAXSTATS record for the date is joined to its
      *COUNTRYS-FILE record for the name and region and to
      *POPMAST-FILE for the population vintage in effect on the
      *report date, printed one line per country with the percent
      *of the population fully vaccinated, then rolled up by
      *C-REGION with a subtotal line per region and a worldwide
      *total, the way COV1905 rolls up the case statistics. A
      *country with no population in effect on the date is
      *flagged *NO POP* and left out of the percentage rollups so
      *the coverage figures stay honest; a country code with no
      *COUNTRYS match accumulates into an UNKNOWN REGION line. The
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
           03 WS-DATE-PROVIDED    PIC X VALUE 'N'.
               88 RPT-DATE-PROVIDED        VALUE 'Y'.
           03 WS-POP-ON-FILE      PIC X VALUE 'N'.
      *
       01  WS-SEL-DATE            PIC 9(08) VALUE ZEROES.
      *
      *The population vintage in effect for one country on one
      *report date.
       01  WS-POP-LOOKUP.
           03 WS-POP-CODE         PIC X(02) VALUE SPACES.
           03 WS-POP-DATE         PIC 9(08) VALUE ZEROES.
           03 WS-POP-IN-EFFECT    PIC 9(10) COMP-3 VALUE ZEROES.
      *
      *Region accumulator table, one entry per C-REGION seen plus
      *'??' for records whose country code has no COUNTRYS match;
      *a full table folds further new regions into '??' so no
               NOT INVALID KEY
                   MOVE C-REGION        TO WS-REG-WANTED
           END-READ
           PERFORM LOOKUP-POPULATION
           PERFORM WRITE-COUNTRY-LINE
           IF POPULATION-ON-FILE
               PERFORM ACCUMULATE-RECORD
               ADD 1                    TO WS-NOPOP-T-RECS
           END-IF
           .
      *
      *The population in effect on a report date is the country's
      *vintage with the greatest effective date not after it.
      *START only positions forward, so the country's vintages are
      *walked from the top of its key range, keeping the last one
      *seen on or before the date.
       LOOKUP-POPULATION.
           MOVE V-CODE                  TO WS-POP-CODE
           MOVE V-RPT-DATE              TO WS-POP-DATE
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
      *
       WRITE-COUNTRY-LINE.
           MOVE SPACES                  TO PRINT-REC
           MOVE V-DOSES-ADMIN           TO DOSES-O
           MOVE V-FULLY-VAXED           TO FULLY-O
           IF POPULATION-ON-FILE
               MOVE WS-POP-IN-EFFECT    TO POP-O
               MOVE V-FULLY-VAXED       TO WS-PCT-FULLY
               MOVE WS-POP-IN-EFFECT    TO WS-PCT-POP
               PERFORM COMPUTE-COVER-PCT
               MOVE WS-PCT              TO WS-PCT-O
               MOVE WS-PCT-O            TO COVER-PCT-O
           PERFORM FIND-REGION-ENTRY
           ADD V-DOSES-ADMIN            TO WS-REG-DOSES (WS-REG-HIT)
           ADD V-FULLY-VAXED            TO WS-REG-FULLY (WS-REG-HIT)
           ADD WS-POP-IN-EFFECT         TO WS-REG-POP (WS-REG-HIT)
           ADD V-DOSES-ADMIN            TO WS-TOT-DOSES
           ADD V-FULLY-VAXED            TO WS-TOT-FULLY
           ADD WS-POP-IN-EFFECT         TO WS-TOT-POP
           .
      *
      *Locate the accumulator entry for the region held in
