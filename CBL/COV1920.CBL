      *appends the same timestamped before/after-image record to
      *the COUNTHST history file that COV1901 writes, so the
      *COV1911 point-in-time inquiry stays truthful no matter
      *which path made the change. The signed-on user must hold
      *the country add, change or delete grant for the action on
      *the authorization file maintained by COV1944, the same
      *check COV1901 makes through COV1943; a refused action is
      *not applied, the reason is shown, and the attempt goes to
      *the AUTHLOG security log. The program is
      *pseudo-conversational; nothing rides the COMMAREA beyond
      *the first-time marker.
      *Files (FCT): COUNTRYS  - country master, base key C-CODE
      *             COUNTHST  - change history, ESDS, appended
      *             REGIONS   - region reference master, key
      *                         RG-CODE
      *             AUTHFILE  - maintenance authorization file,
      *                         key AU-USER
      *             AUTHLOG   - security log, ESDS, appended
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
      *
       COPY REGIONS  REPLACING ==:TAG1:== BY ==REGIONS==
                               ==:TAG2:== BY ==RG==.
      *
       COPY AUTHFILE REPLACING ==:TAG1:== BY ==AUTHFILE==
                               ==:TAG2:== BY ==AU==.
      *
       COPY AUTHLOG  REPLACING ==:TAG1:== BY ==AUTHLOG==
                               ==:TAG2:== BY ==AL==.
      *
      *AID values as assigned in DFHAID: PF3 and CLEAR end the
      *conversation, anything else is treated as ENTER.
       77  WS-RESP                 PIC S9(08) COMP VALUE ZERO.
       77  WS-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-HST-RBA              PIC S9(08) COMP VALUE ZERO.
       77  WS-AUTH-RBA             PIC S9(08) COMP VALUE ZERO.
      *
       01 FLAGS.
           03 WS-TX-VALID          PIC X VALUE 'Y'.
           03 WS-AFT-NAME          PIC X(50) VALUE SPACES.
           03 WS-AFT-SLUG          PIC X(50) VALUE SPACES.
           03 WS-AFT-REGION        PIC X(02) VALUE SPACES.
      *
       01  WS-AUTH-WORK.
           03 WS-USERID            PIC X(08) VALUE SPACES.
           03 WS-AUTH-FUNC         PIC X(02) VALUE SPACES.
           03 WS-AUTH-GRANT        PIC X(01) VALUE SPACE.
           03 WS-AUTH-REASON       PIC X(40) VALUE SPACES.
      *
       01  COVM-COMMAREA           PIC X(01) VALUE SPACE.
      *
               MOVE WS-IN-CODE          TO C-CODE
               EVALUATE WS-IN-ACTION
                   WHEN 'A'
                       PERFORM CHECK-AUTHORITY
                       PERFORM ADD-COUNTRY
                   WHEN 'C'
                       PERFORM CHECK-AUTHORITY
                       PERFORM CHANGE-COUNTRY
                   WHEN 'D'
                       PERFORM CHECK-AUTHORITY
                       PERFORM DELETE-COUNTRY
                   WHEN OTHER
                       MOVE 'ACTION MUST BE A, C OR D'
           END-IF
           PERFORM SEND-SCREEN-RETURN
           .
      *
      *The signed-on user must hold the grant for the action on the
      *authorization file, read the way COV1943 reads it for the
      *batch maintenance; a refusal is logged and ends the
      *exchange with the reason on the screen, nothing applied.
       CHECK-AUTHORITY.
           MOVE SPACES                  TO WS-AUTH-REASON
           EVALUATE WS-IN-ACTION
               WHEN 'A'
                   MOVE 'CA'            TO WS-AUTH-FUNC
               WHEN 'C'
                   MOVE 'CC'            TO WS-AUTH-FUNC
               WHEN 'D'
                   MOVE 'CD'            TO WS-AUTH-FUNC
           END-EVALUATE
           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC
           IF WS-USERID EQUAL SPACES
               MOVE 'NO USER ID ON TRANSACTION'
                                        TO WS-AUTH-REASON
           ELSE
               MOVE WS-USERID           TO AU-USER
               EXEC CICS READ FILE('AUTHFILE')
                    INTO(AUTHFILE-RECORD)
                    RIDFLD(AU-USER)
                    RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP EQUAL DFHRESP(NORMAL)
                       PERFORM CHECK-USER-GRANT
                   WHEN WS-RESP EQUAL DFHRESP(NOTFND)
                       MOVE 'USER NOT ON AUTHORIZATION FILE'
                                        TO WS-AUTH-REASON
                   WHEN OTHER
                       MOVE 'AUTHORIZATION FILE UNAVAILABLE'
                                        TO WS-AUTH-REASON
               END-EVALUATE
           END-IF
           IF WS-AUTH-REASON NOT EQUAL SPACES
               PERFORM WRITE-DENIAL-RECORD
               MOVE WS-AUTH-REASON      TO MSGO
               PERFORM SEND-SCREEN-RETURN
           END-IF
           .
      *
       CHECK-USER-GRANT.
           EVALUATE WS-IN-ACTION
               WHEN 'A'
                   MOVE AU-CTRY-ADD     TO WS-AUTH-GRANT
                   MOVE 'NOT AUTHORIZED FOR COUNTRY ADD'
                                        TO WS-AUTH-REASON
               WHEN 'C'
                   MOVE AU-CTRY-CHG     TO WS-AUTH-GRANT
                   MOVE 'NOT AUTHORIZED FOR COUNTRY CHANGE'
                                        TO WS-AUTH-REASON
               WHEN 'D'
                   MOVE AU-CTRY-DEL     TO WS-AUTH-GRANT
                   MOVE 'NOT AUTHORIZED FOR COUNTRY DELETE'
                                        TO WS-AUTH-REASON
           END-EVALUATE
           IF WS-AUTH-GRANT EQUAL 'Y'
               MOVE SPACES              TO WS-AUTH-REASON
           END-IF
           .
      *
      *Same record content as the refusals COV1943 logs in batch;
      *the file is an ESDS here, as COUNTHST is.
       WRITE-DENIAL-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-HST-DATE)
                TIME(WS-HST-TIME)
           END-EXEC
           MOVE SPACES                  TO AUTHLOG-RECORD
           MOVE WS-HST-DATE             TO AL-TS-DATE
           MOVE WS-HST-TIME             TO AL-TS-TIME
           MOVE 'D'                     TO AL-EVENT
           MOVE 'COV1920'               TO AL-JOB
           MOVE WS-USERID               TO AL-USER
           MOVE WS-AUTH-FUNC            TO AL-FUNC
           MOVE WS-IN-CODE              TO AL-KEY
           MOVE WS-AUTH-REASON          TO AL-REASON
           MOVE ZERO                    TO WS-AUTH-RBA
           EXEC CICS WRITE FILE('AUTHLOG')
                FROM(AUTHLOG-RECORD)
                RIDFLD(WS-AUTH-RBA)
                RBA
                RESP(WS-RESP)
           END-EXEC
           .
      *
       LEAVE-TRANSACTION.
           EXEC CICS SEND TEXT
