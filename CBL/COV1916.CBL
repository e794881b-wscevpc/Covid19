      *Transactions are rejected for unknown country codes,
      *impossible dates, non-numeric values, and values that would
      *exceed the next recorded date's cumulative for the same
      *country, each with a logged reason. Each transaction names
      *its submitter in cols 32-39, who must hold the vaccination
      *update grant on the authorization file (checked through
      *COV1943, before anything else); a transaction with no user
      *ID or without the grant is rejected the same way, and the
      *user goes on the log line. Start and end are registered on
      *the run-control file through COV1900; the business date
      *and override flag arrive on the optional RUNCARD card.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
           03 TX-FULLY             PIC X(10).
           03 TX-FULLY-N           REDEFINES TX-FULLY
                                   PIC 9(10).
           03 TX-USER              PIC X(08).
      *
       FD  VAXLOG-FILE RECORDING MODE F.
       01  VAXLOG-REC.
           03 LOG-STATUS           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-REASON           PIC X(40).
           03 FILLER               PIC X(01).
           03 LOG-USER             PIC X(08).
       01  VAXLOG-DETAIL-REC.
           03 FILLER               PIC X(04).
           03 DET-FIELD            PIC X(11).
       01  WS-RUNCARD-STATUS       PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
       COPY AUTHCKPA REPLACING ==:TAG:== BY ==AK==.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
       PROCESS-TRANSACTION.
           SET TX-IS-VALID              TO TRUE
           MOVE SPACES                  TO WS-REASON
           PERFORM CHECK-AUTHORITY
           IF TX-IS-VALID
               PERFORM EDIT-TRANSACTION
           END-IF
           IF TX-IS-VALID
               PERFORM LOCATE-VAX-RECORD
           END-IF
               PERFORM WRITE-LOG-DETAILS
           END-IF
           .
      *
      *The submitter must hold the vaccination update grant on the
      *authorization file; COV1943 puts any refusal on the
      *security log and the reason comes back for this log.
       CHECK-AUTHORITY.
           MOVE 'COV1916'               TO AK-JOB
           MOVE TX-USER                 TO AK-USER
           MOVE 'VU'                    TO AK-FUNC
           MOVE SPACES                  TO AK-KEY
           STRING TX-V-CODE ' ' TX-V-RPT-DATE
               DELIMITED BY SIZE INTO AK-KEY
           END-STRING
           CALL 'COV1943' USING AK-AUTHCK-PARM
           IF AK-RESULT NOT EQUAL '00'
               SET TX-IS-INVALID        TO TRUE
               MOVE AK-REASON           TO WS-REASON
           END-IF
           .
      *
       EDIT-TRANSACTION.
           IF TX-DOSES NOT NUMERIC
           MOVE TX-V-CODE               TO LOG-V-CODE
           MOVE TX-V-RPT-DATE           TO LOG-RPT-DATE
           MOVE WS-REASON               TO LOG-REASON
           MOVE TX-USER                 TO LOG-USER
           IF TX-IS-VALID
               MOVE 'ACCEPTED'          TO LOG-STATUS
           ELSE
