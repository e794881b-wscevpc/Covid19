      *rejected, to a transaction log, the way COV1908 maintains
      *the population master. An add needs a region name; on a
      *change a blank name or continent keeps the current value.
      *The submitter must hold the region grant on the
      *authorization file (checked through COV1943); a transaction
      *with no user ID or without the grant is rejected with a
      *logged reason. Transaction card:
      *   col   1     A = add, C = change, D = delete
      *   cols  2-3   region code
      *   cols  4-33  region name
      *   cols 34-53  continent
      *   cols 54-61  submitting user ID
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
           03 TX-RG-CODE           PIC X(02).
           03 TX-RG-NAME           PIC X(30).
           03 TX-RG-CONTINENT      PIC X(20).
           03 TX-USER              PIC X(08).
      *
       FD  REGNLOG-FILE RECORDING MODE F.
       01  REGNLOG-REC.
           03 LOG-STATUS           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-REASON           PIC X(40).
           03 FILLER               PIC X(01).
           03 LOG-USER             PIC X(08).
       01  REGNLOG-TRAILER-REC     PIC X(119).
      *
       FD  REGIONS-FILE.
           03 WS-REJ-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-REASON               PIC X(40) VALUE SPACES.
      *
       COPY AUTHCKPA REPLACING ==:TAG:== BY ==AK==.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
           SET TX-IS-VALID              TO TRUE
           MOVE SPACES                  TO WS-REASON
           MOVE TX-RG-CODE              TO RG-CODE
           PERFORM CHECK-AUTHORITY
           IF TX-IS-VALID
               EVALUATE TX-CODE
                   WHEN 'A'
                       PERFORM ADD-REGION
                   WHEN 'C'
                       PERFORM CHANGE-REGION
                   WHEN 'D'
                       PERFORM DELETE-REGION
                   WHEN OTHER
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'INVALID TRANSACTION CODE' TO WS-REASON
                       ADD 1 TO WS-REJ-T-RECS
               END-EVALUATE
           END-IF
           PERFORM WRITE-LOG-RECORD
           .
      *
      *The submitter must hold the region grant on the
      *authorization file; COV1943 puts any refusal on the
      *security log and the reason comes back for this log.
       CHECK-AUTHORITY.
           MOVE 'COV1922'               TO AK-JOB
           MOVE TX-USER                 TO AK-USER
           MOVE 'RG'                    TO AK-FUNC
           MOVE TX-RG-CODE              TO AK-KEY
           CALL 'COV1943' USING AK-AUTHCK-PARM
           IF AK-RESULT NOT EQUAL '00'
               SET TX-IS-INVALID        TO TRUE
               MOVE AK-REASON           TO WS-REASON
               ADD 1 TO WS-REJ-T-RECS
           END-IF
           .
      *
       ADD-REGION.
           IF TX-RG-NAME EQUAL SPACES
           MOVE TX-CODE                 TO LOG-TX-CODE
           MOVE TX-RG-CODE              TO LOG-RG-CODE
           MOVE WS-REASON               TO LOG-REASON
           MOVE TX-USER                 TO LOG-USER
           IF TX-IS-VALID
               MOVE 'ACCEPTED'          TO LOG-STATUS
           ELSE
