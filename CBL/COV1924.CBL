      *the key, and detail lines show the old and new card images.
      *Transactions are rejected for blank job names, impossible
      *effective dates, duplicate adds and missing keys on change
      *or delete, each with a logged reason. The submitting user
      *must hold the parameter grant on the authorization file
      *(checked through COV1943, before anything else); a
      *transaction with no user ID or without the grant is
      *rejected the same way.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
           03 WS-REJ-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-REASON               PIC X(40) VALUE SPACES.
      *
       COPY AUTHCKPA REPLACING ==:TAG:== BY ==AK==.
      *
       01  WS-IMAGE-WORK.
           03 WS-OLD-IMAGE         PIC X(40) VALUE SPACES.
                                           WS-NEW-IMAGE
           MOVE 'N'                     TO WS-OLD-ON-FILE
                                           WS-NEW-WRITTEN
           PERFORM CHECK-AUTHORITY
           IF TX-IS-VALID
               PERFORM EDIT-TRANSACTION
           END-IF
           IF TX-IS-VALID
               MOVE TX-PM-JOB           TO PM-JOB
               MOVE TX-PM-EFF-DATE-N    TO PM-EFF-DATE
               PERFORM WRITE-LOG-DETAILS
           END-IF
           .
      *
      *The submitter must hold the parameter grant on the
      *authorization file; COV1943 puts any refusal on the
      *security log and the reason comes back for this log.
       CHECK-AUTHORITY.
           MOVE 'COV1924'               TO AK-JOB
           MOVE TX-USER                 TO AK-USER
           MOVE 'PM'                    TO AK-FUNC
           MOVE SPACES                  TO AK-KEY
           STRING TX-PM-JOB ' ' TX-PM-EFF-DATE
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
       EDIT-TRANSACTION.
           IF TX-PM-JOB EQUAL SPACES
