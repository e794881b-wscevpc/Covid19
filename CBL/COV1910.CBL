      *country codes, impossible dates, non-numeric values, missing
      *statistics records, and values that would exceed the next
      *recorded date's cumulative for the same country, each with a
      *logged reason. Each transaction names its submitter in
      *cols 38-45, who must hold the statistics correction grant
      *on the authorization file (checked through COV1943, before
      *anything else); a transaction with no user ID or without
      *the grant is rejected the same way, and the user goes on
      *the log line. Every rewrite is also journalled as an
      *after-image on the cumulative STATJRNL file, feeding the
      *COV1921 forward recovery of the statistics file. Each log
      *line names the job that made the change, since the COVC
      *online corrections (COV1932) log in the same layout and
      *the two are printed together as one audit trail. Start and
      *end are registered on the
      *run-control file through COV1900 (prerequisite: the STATLOAD
      *statistics load completed for the business date); the
           03 TX-RECOVERED         PIC X(09).
           03 TX-RECOVERED-N       REDEFINES TX-RECOVERED
                                   PIC 9(09).
           03 TX-USER              PIC X(08).
      *
       FD  STATSLOG-FILE RECORDING MODE F.
       01  STATSLOG-REC.
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
               PERFORM LOCATE-STATS-RECORD
           END-IF
               PERFORM WRITE-LOG-DETAILS
           END-IF
           .
      *
      *The submitter must hold the statistics correction grant on
      *the authorization file; COV1943 puts any refusal on the
      *security log and the reason comes back for this log.
       CHECK-AUTHORITY.
           MOVE 'COV1910'               TO AK-JOB
           MOVE TX-USER                 TO AK-USER
           MOVE 'SC'                    TO AK-FUNC
           MOVE SPACES                  TO AK-KEY
           STRING TX-S-CODE ' ' TX-S-RPT-DATE
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
           IF TX-CONFIRMED NOT NUMERIC
           MOVE TX-S-CODE               TO LOG-S-CODE
           MOVE TX-S-RPT-DATE           TO LOG-RPT-DATE
           MOVE WS-REASON               TO LOG-REASON
           MOVE 'COV1910'               TO LOG-JOB
           MOVE TX-USER                 TO LOG-USER
           IF TX-IS-VALID
               MOVE 'ACCEPTED'          TO LOG-STATUS
           ELSE
