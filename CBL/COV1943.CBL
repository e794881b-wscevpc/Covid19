      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1943.
       AUTHOR.        Georges B.
      *Common authorization check routine for the Covid19 batch
      *maintenance programs, CALLed with the AUTHCKPA parameter
      *area once per transaction before anything is applied. Given
      *the submitting user named on the transaction and the
      *two-letter maintenance function being attempted, it reads
      *the user's AUTHFILE record and says whether the function is
      *granted. A transaction with no user ID, a user not on the
      *file, a function not granted and an unreadable file are all
      *refused (the check fails closed), each with a reason the
      *caller puts on its own transaction log; every refusal is
      *also appended to the AUTHLOG security log for the COV1945
      *weekly security report. An authorization file that has
      *never been loaded grants nothing.
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT AUTHFILE-FILE ASSIGN TO AUTHFILE
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS AU-USER
              FILE STATUS    IS WS-AUTHFILE-STATUS
           .
      *
           SELECT OPTIONAL AUTHLOG-FILE ASSIGN TO AUTHLOG
              ORGANIZATION   IS SEQUENTIAL
              FILE STATUS    IS WS-AUTHLOG-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  AUTHFILE-FILE.
       COPY AUTHFILE REPLACING ==:TAG1:== BY ==AUTHFILE==
                               ==:TAG2:== BY ==AU==.
      *
       FD  AUTHLOG-FILE RECORDING MODE F.
       COPY AUTHLOG  REPLACING ==:TAG1:== BY ==AUTHLOG==
                               ==:TAG2:== BY ==AL==.
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-AUTHFILE-STATUS      PIC 99 VALUE ZEROS.
       01  WS-AUTHLOG-STATUS       PIC 99 VALUE ZEROS.
      *
      *Function codes in AUTHFILE grant order, each with the name
      *used in the refusal reason.
       01  WS-FUNCTION-VALUES.
           03 FILLER               PIC X(23) VALUE
                        'CACOUNTRY ADD'.
           03 FILLER               PIC X(23) VALUE
                        'CCCOUNTRY CHANGE'.
           03 FILLER               PIC X(23) VALUE
                        'CDCOUNTRY DELETE'.
           03 FILLER               PIC X(23) VALUE
                        'SCSTATISTICS CORRECTION'.
           03 FILLER               PIC X(23) VALUE
                        'VUVACCINATION UPDATE'.
           03 FILLER               PIC X(23) VALUE
                        'POPOPULATION MAINT'.
           03 FILLER               PIC X(23) VALUE
                        'RGREGION MAINT'.
           03 FILLER               PIC X(23) VALUE
                        'PMPARAMETER MAINT'.
           03 FILLER               PIC X(23) VALUE
                        'AUAUTHORIZATION MAINT'.
       01  WS-FUNCTION-TABLE       REDEFINES WS-FUNCTION-VALUES.
           03 WS-FUNCTION-ENTRY OCCURS 9 TIMES.
               05 WS-FN-CODE       PIC X(02).
               05 WS-FN-NAME       PIC X(21).
      *
       01  WS-FN-IDX               PIC 9(02) COMP VALUE ZERO.
       01  WS-FN-HIT               PIC 9(02) COMP VALUE ZERO.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
      *
       LINKAGE SECTION.
      *------------------------------
       COPY AUTHCKPA REPLACING ==:TAG:== BY ==AK==.
      *==============================
       PROCEDURE DIVISION USING AK-AUTHCK-PARM.
      *==============================
       MAIN-CONTROL.
           MOVE '00'                    TO AK-RESULT
           MOVE SPACES                  TO AK-REASON
           MOVE ZERO                    TO WS-FN-HIT
           PERFORM VARYING WS-FN-IDX FROM 1 BY 1
               UNTIL WS-FN-IDX GREATER THAN 9
                  OR WS-FN-HIT GREATER THAN ZERO
               IF WS-FN-CODE (WS-FN-IDX) EQUAL AK-FUNC
                   MOVE WS-FN-IDX       TO WS-FN-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN AK-USER EQUAL SPACES
                   MOVE '04'            TO AK-RESULT
                   MOVE 'NO USER ID ON TRANSACTION'
                                        TO AK-REASON
               WHEN WS-FN-HIT EQUAL ZERO
                   MOVE '12'            TO AK-RESULT
                   MOVE 'UNKNOWN MAINTENANCE FUNCTION'
                                        TO AK-REASON
               WHEN OTHER
                   PERFORM CHECK-USER-GRANT
           END-EVALUATE
           IF AK-RESULT NOT EQUAL '00'
               PERFORM WRITE-DENIAL-RECORD
           END-IF
           GOBACK
           .
      *
       CHECK-USER-GRANT.
           OPEN INPUT AUTHFILE-FILE
           EVALUATE WS-AUTHFILE-STATUS
               WHEN '00'
                   MOVE AK-USER         TO AU-USER
                   READ AUTHFILE-FILE
                       INVALID KEY
                           MOVE '08'    TO AK-RESULT
                           MOVE 'USER NOT ON AUTHORIZATION FILE'
                                        TO AK-REASON
                       NOT INVALID KEY
                           IF AU-GRANT (WS-FN-HIT) NOT EQUAL 'Y'
                               MOVE '12'    TO AK-RESULT
                               STRING 'NOT AUTHORIZED FOR '
                                      WS-FN-NAME (WS-FN-HIT)
                                   DELIMITED BY SIZE
                                   INTO AK-REASON
                               END-STRING
                           END-IF
                   END-READ
                   IF WS-AUTHFILE-STATUS NOT EQUAL '00'
                           AND WS-AUTHFILE-STATUS NOT EQUAL '23'
                       MOVE '16'        TO AK-RESULT
                       MOVE 'AUTHORIZATION FILE UNAVAILABLE'
                                        TO AK-REASON
                   END-IF
                   CLOSE AUTHFILE-FILE
               WHEN '35'
                   MOVE '08'            TO AK-RESULT
                   MOVE 'USER NOT ON AUTHORIZATION FILE'
                                        TO AK-REASON
               WHEN OTHER
                   MOVE '16'            TO AK-RESULT
                   MOVE 'AUTHORIZATION FILE UNAVAILABLE'
                                        TO AK-REASON
           END-EVALUATE
           .
      *
      *The security log is opened and closed around each refusal so
      *the record is on the file even if the caller later abends.
      *A log that cannot be opened does not change the refusal.
       WRITE-DENIAL-RECORD.
           OPEN EXTEND AUTHLOG-FILE
           IF WS-AUTHLOG-STATUS EQUAL '00'
                   OR WS-AUTHLOG-STATUS EQUAL '05'
               MOVE SPACES                  TO AUTHLOG-RECORD
               MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-YEAR         TO AL-TS-DATE (1:4)
               MOVE WS-CURRENT-MONTH        TO AL-TS-DATE (5:2)
               MOVE WS-CURRENT-DAY          TO AL-TS-DATE (7:2)
               MOVE WS-CURRENT-HOURS        TO AL-TS-TIME (1:2)
               MOVE WS-CURRENT-MINUTES      TO AL-TS-TIME (3:2)
               MOVE WS-CURRENT-SECONDS      TO AL-TS-TIME (5:2)
               MOVE 'D'                     TO AL-EVENT
               MOVE AK-JOB                  TO AL-JOB
               MOVE AK-USER                 TO AL-USER
               MOVE AK-FUNC                 TO AL-FUNC
               MOVE AK-KEY                  TO AL-KEY
               MOVE AK-REASON               TO AL-REASON
               WRITE AUTHLOG-RECORD
               CLOSE AUTHLOG-FILE
           END-IF
           .
