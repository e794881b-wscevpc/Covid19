      *(COUNTHST) carrying the full before-image of the master
      *record (and the after-image for adds and changes), so the
      *point-in-time inquiry can reconstruct what the record looked
      *like on any past date. Each transaction names its submitter
      *in cols 106-113, and the submitter must hold the matching
      *country add, change or delete grant on the authorization
      *file (checked through COV1943); a transaction with no user
      *ID or without the grant is rejected with a logged reason,
      *and the user goes on the log line. Start and end are
      *registered on the run-control file through COV1900; the
      *business date and override flag arrive on the optional
      *RUNCARD card.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
           03 TX-C-NAME            PIC X(50).
           03 TX-C-SLUG            PIC X(50).
           03 TX-C-REGION          PIC X(02).
           03 TX-USER              PIC X(08).
      *
       FD  COUNTLOG-FILE RECORDING MODE F.
       01  COUNTLOG-REC.
           03 LOG-STATUS           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-REASON           PIC X(40).
           03 FILLER               PIC X(01).
           03 LOG-USER             PIC X(08).
       01  COUNTLOG-TRAILER-REC    PIC X(116).
      *
       FD  COUNTRYS-FILE.
       01  WS-RUNCARD-STATUS       PIC 99 VALUE ZEROS.
      *
       COPY RUNCTLPA REPLACING ==:TAG:== BY ==RP==.
       COPY AUTHCKPA REPLACING ==:TAG:== BY ==AK==.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           MOVE TX-C-CODE          TO C-CODE
           EVALUATE TX-CODE
               WHEN 'A'
                   MOVE 'CA'            TO AK-FUNC
               WHEN 'C'
                   MOVE 'CC'            TO AK-FUNC
               WHEN 'D'
                   MOVE 'CD'            TO AK-FUNC
               WHEN OTHER
                   SET TX-IS-INVALID    TO TRUE
                   MOVE 'INVALID TRANSACTION CODE' TO WS-REASON
                   ADD 1 TO WS-REJ-T-RECS
           END-EVALUATE
           IF TX-IS-VALID
               PERFORM CHECK-AUTHORITY
           END-IF
           IF TX-IS-VALID
               EVALUATE TX-CODE
                   WHEN 'A'
                       PERFORM ADD-COUNTRY
                   WHEN 'C'
                       PERFORM CHANGE-COUNTRY
                   WHEN 'D'
                       PERFORM DELETE-COUNTRY
               END-EVALUATE
           END-IF
           PERFORM WRITE-LOG-RECORD
           .
      *
      *The submitter must hold the grant for the action on the
      *authorization file; COV1943 puts any refusal on the
      *security log and the reason comes back for this log.
       CHECK-AUTHORITY.
           MOVE 'COV1901'               TO AK-JOB
           MOVE TX-USER                 TO AK-USER
           MOVE TX-C-CODE               TO AK-KEY
           CALL 'COV1943' USING AK-AUTHCK-PARM
           IF AK-RESULT NOT EQUAL '00'
               SET TX-IS-INVALID        TO TRUE
               MOVE AK-REASON           TO WS-REASON
               ADD 1 TO WS-REJ-T-RECS
           END-IF
           .
      *
       ADD-COUNTRY.
           PERFORM EDIT-REGION
           MOVE TX-CODE                 TO LOG-TX-CODE
           MOVE TX-C-CODE          TO LOG-C-CODE
           MOVE WS-REASON               TO LOG-REASON
           MOVE TX-USER                 TO LOG-USER
           IF TX-IS-VALID
               MOVE 'ACCEPTED'          TO LOG-STATUS
           ELSE
