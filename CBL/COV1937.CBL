      *==============================
       IDENTIFICATION DIVISION.
      *==============================
       PROGRAM-ID.    COV1937.
       AUTHOR.        Georges B.
      *Maintain the Covid19 subnational area reference master
      *(SUBAREAS-FILE). Applies ADD/CHANGE/DELETE transactions
      *keyed on country code plus area code and writes every
      *transaction, accepted or rejected, to a transaction log,
      *the way COV1922 maintains the region master. An add needs
      *an area name and a country already on the COUNTRYS master;
      *on a change a blank name keeps the current value. The
      *submitter must hold the region grant on the authorization
      *file (checked through COV1943), which covers the area
      *reference data as well; a transaction with no user ID or
      *without the grant is rejected with a logged reason. The
      *transaction card reads:
      *   col   1     A = add, C = change, D = delete
      *   cols  2-3   country code
      *   cols  4-6   area code, as the provider's subnational
      *               extract carries it
      *   cols  7-46  area name
      *   cols 47-54  submitting user ID
      *==============================
       ENVIRONMENT DIVISION.
      *==============================
       INPUT-OUTPUT SECTION.
      *------------------------------
       FILE-CONTROL.
           SELECT AREATX-FILE ASSIGN TO AREATX
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-AREATX-STATUS
           .
      *
           SELECT AREALOG-FILE ASSIGN TO AREALOG
              ORGANIZATION   IS LINE SEQUENTIAL
              FILE STATUS    IS WS-AREALOG-STATUS
           .
      *
           SELECT SUBAREAS-FILE ASSIGN TO SUBAREAS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS SA-KEY
              FILE STATUS    IS WS-SUBAREAS-STATUS
           .
      *
           SELECT COUNTRYS-FILE ASSIGN TO COUNTRYS
              ORGANIZATION   IS INDEXED
              ACCESS MODE    IS RANDOM
              RECORD KEY     IS C-CODE
              FILE STATUS    IS WS-COUNTRYS-STATUS
           .
      *==============================
       DATA DIVISION.
      *==============================
       FILE SECTION.
      *------------------------------
       FD  AREATX-FILE RECORDING MODE F.
       01  AREATX-REC.
           03 TX-CODE              PIC X(01).
           03 TX-SA-CODE           PIC X(02).
           03 TX-SA-AREA           PIC X(03).
           03 TX-SA-NAME           PIC X(40).
           03 TX-USER              PIC X(08).
      *
       FD  AREALOG-FILE RECORDING MODE F.
       01  AREALOG-REC.
           03 LOG-DATE-O           PIC X(10).
           03 FILLER               PIC X(01).
           03 LOG-TIME-O           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-TX-CODE          PIC X(01).
           03 FILLER               PIC X(01).
           03 LOG-SA-CODE          PIC X(02).
           03 FILLER               PIC X(01).
           03 LOG-SA-AREA          PIC X(03).
           03 FILLER               PIC X(01).
           03 LOG-STATUS           PIC X(08).
           03 FILLER               PIC X(01).
           03 LOG-REASON           PIC X(40).
           03 FILLER               PIC X(01).
           03 LOG-USER             PIC X(08).
       01  AREALOG-TRAILER-REC     PIC X(119).
      *
       FD  SUBAREAS-FILE.
       COPY SUBAREAS REPLACING ==:TAG1:== BY ==SUBAREAS==
                               ==:TAG2:== BY ==SA==.
      *
       FD  COUNTRYS-FILE.
       COPY COUNTRYS REPLACING ==:TAG1:== BY ==COUNTRYS==
                               ==:TAG2:== BY ==C==.
      *
       WORKING-STORAGE SECTION.
      *------------------------------
       01  WS-AREATX-STATUS        PIC 99 VALUE ZEROS.
       01  WS-AREALOG-STATUS       PIC 99 VALUE ZEROS.
       01  WS-SUBAREAS-STATUS      PIC 99 VALUE ZEROS.
       01  WS-COUNTRYS-STATUS      PIC 99 VALUE ZEROS.
      *
       01 FLAGS.
           03 LASTREC              PIC X VALUE SPACE.
           03 WS-TX-VALID          PIC X VALUE 'Y'.
               88 TX-IS-VALID              VALUE 'Y'.
               88 TX-IS-INVALID            VALUE 'N'.
           03 WS-SUBAREAS-IO-ERR   PIC X VALUE 'N'.
               88 SUBAREAS-IO-ERROR        VALUE 'Y'.
      *
       01  COUNTERS.
           03 WS-TX-T-RECS         PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-ADD-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-CHG-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-DEL-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
           03 WS-REJ-T-RECS        PIC 9(05) COMP-3 VALUE ZEROES.
      *
       01  WS-REASON               PIC X(40) VALUE SPACES.
      *
       COPY AUTHCKPA REPLACING ==:TAG:== BY ==AK==.
      *
       COPY DATETIME     REPLACING ==:TAG:==      BY ==WS-CURRENT==.
       COPY DATEMDYO     REPLACING ==:TAG:==      BY ==WS-CURRENT==
                                   ==:TAG1:==     BY =='/'==.
      *
       01  WS-TRAILER-1.
           03 FILLER               PIC X(27) VALUE
                        '*** End of Area Maint Run. '.
           03 WS-T-TX-O            PIC ZZZ,ZZ9.
           03 FILLER               PIC X(15) VALUE
                        ' transactions ('.
           03 WS-ADD-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(06) VALUE ' add, '.
           03 WS-CHG-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(09) VALUE ' change, '.
           03 WS-DEL-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(09) VALUE ' delete, '.
           03 WS-REJ-O             PIC ZZZ,ZZ9.
           03 FILLER               PIC X(12) VALUE ' rejected).'.
      *==============================
       PROCEDURE DIVISION.
      *==============================
       OPEN-FILES.
           OPEN INPUT  AREATX-FILE
           IF WS-AREATX-STATUS NOT EQUAL '00'
               SET SUBAREAS-IO-ERROR    TO TRUE
           END-IF
           OPEN OUTPUT AREALOG-FILE
           IF WS-AREALOG-STATUS NOT EQUAL '00'
               SET SUBAREAS-IO-ERROR    TO TRUE
           END-IF
           OPEN I-O    SUBAREAS-FILE
           IF WS-SUBAREAS-STATUS EQUAL '35'
               OPEN OUTPUT SUBAREAS-FILE
               CLOSE SUBAREAS-FILE
               OPEN I-O SUBAREAS-FILE
           END-IF
           IF WS-SUBAREAS-STATUS NOT EQUAL '00'
               SET SUBAREAS-IO-ERROR    TO TRUE
           END-IF
           OPEN INPUT  COUNTRYS-FILE
           IF WS-COUNTRYS-STATUS NOT EQUAL '00'
               SET SUBAREAS-IO-ERROR    TO TRUE
           END-IF
           .
      *
       READ-NEXT-RECORD.
           PERFORM READ-TRANSACTION
            PERFORM UNTIL LASTREC = 'Y'
                PERFORM PROCESS-TRANSACTION
                PERFORM READ-TRANSACTION
            END-PERFORM
           .
      *
       WRITE-TRAILERS.
           MOVE WS-TX-T-RECS            TO WS-T-TX-O
           MOVE WS-ADD-T-RECS           TO WS-ADD-O
           MOVE WS-CHG-T-RECS           TO WS-CHG-O
           MOVE WS-DEL-T-RECS           TO WS-DEL-O
           MOVE WS-REJ-T-RECS           TO WS-REJ-O
           WRITE AREALOG-TRAILER-REC   FROM WS-TRAILER-1
           .
      *
       CLOSE-STOP.
           CLOSE        AREATX-FILE
                        AREALOG-FILE
                        SUBAREAS-FILE
                        COUNTRYS-FILE
           EVALUATE TRUE
               WHEN SUBAREAS-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REJ-T-RECS GREATER THAN ZERO
                   MOVE 4  TO RETURN-CODE
               WHEN OTHER
                   MOVE 0  TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
      *
       READ-TRANSACTION.
           READ AREATX-FILE
                AT END       MOVE 'Y' TO LASTREC
                NOT AT END   ADD 1 TO WS-TX-T-RECS
           END-READ
           .
      *
       PROCESS-TRANSACTION.
           SET TX-IS-VALID              TO TRUE
           MOVE SPACES                  TO WS-REASON
           MOVE TX-SA-CODE              TO SA-CODE
           MOVE TX-SA-AREA              TO SA-AREA
           PERFORM CHECK-AUTHORITY
           IF TX-IS-VALID
               EVALUATE TX-CODE
                   WHEN 'A'
                       PERFORM ADD-AREA
                   WHEN 'C'
                       PERFORM CHANGE-AREA
                   WHEN 'D'
                       PERFORM DELETE-AREA
                   WHEN OTHER
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'INVALID TRANSACTION CODE' TO WS-REASON
                       ADD 1 TO WS-REJ-T-RECS
               END-EVALUATE
           END-IF
           PERFORM WRITE-LOG-RECORD
           .
      *
      *Areas are reference data maintained under the region grant;
      *COV1943 puts any refusal on the security log and the reason
      *comes back for this log.
       CHECK-AUTHORITY.
           MOVE 'COV1937'               TO AK-JOB
           MOVE TX-USER                 TO AK-USER
           MOVE 'RG'                    TO AK-FUNC
           MOVE SA-KEY                  TO AK-KEY
           CALL 'COV1943' USING AK-AUTHCK-PARM
           IF AK-RESULT NOT EQUAL '00'
               SET TX-IS-INVALID        TO TRUE
               MOVE AK-REASON           TO WS-REASON
               ADD 1 TO WS-REJ-T-RECS
           END-IF
           .
      *
      *An area hangs off a country already on the master, so the
      *subnational figures always roll up to a known country.
       ADD-AREA.
           MOVE TX-SA-CODE              TO C-CODE
           READ COUNTRYS-FILE
               INVALID KEY
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'C-CODE NOT ON COUNTRYS, ADD REJECTED'
                                         TO WS-REASON
           END-READ
           IF TX-IS-VALID
               IF TX-SA-AREA EQUAL SPACES
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'BLANK AREA CODE, ADD REJECTED'
                                         TO WS-REASON
               END-IF
           END-IF
           IF TX-IS-VALID
               IF TX-SA-NAME EQUAL SPACES
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'BLANK AREA NAME, ADD REJECTED'
                                         TO WS-REASON
               END-IF
           END-IF
           IF TX-IS-VALID
               MOVE TX-SA-NAME           TO SA-NAME
               WRITE SUBAREAS-RECORD
                   INVALID KEY
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'DUPLICATE AREA, ADD REJECTED'
                                         TO WS-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-T-RECS
               END-WRITE
           END-IF
           IF TX-IS-INVALID
               ADD 1 TO WS-REJ-T-RECS
           END-IF
           .
      *
       CHANGE-AREA.
           READ SUBAREAS-FILE
               INVALID KEY
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'AREA NOT FOUND, CHANGE REJECTED'
                                         TO WS-REASON
                   ADD 1 TO WS-REJ-T-RECS
           END-READ
           IF TX-IS-VALID
               IF TX-SA-NAME NOT EQUAL SPACES
                   MOVE TX-SA-NAME       TO SA-NAME
               END-IF
               REWRITE SUBAREAS-RECORD
                   INVALID KEY
                       SET TX-IS-INVALID TO TRUE
                       MOVE 'REWRITE FAILED, CHANGE REJECTED'
                                         TO WS-REASON
                       ADD 1 TO WS-REJ-T-RECS
                   NOT INVALID KEY
                       ADD 1 TO WS-CHG-T-RECS
               END-REWRITE
           END-IF
           .
      *
       DELETE-AREA.
           DELETE SUBAREAS-FILE
               INVALID KEY
                   SET TX-IS-INVALID     TO TRUE
                   MOVE 'AREA NOT FOUND, DELETE REJECTED'
                                         TO WS-REASON
                   ADD 1 TO WS-REJ-T-RECS
               NOT INVALID KEY
                   ADD 1 TO WS-DEL-T-RECS
           END-DELETE
           .
      *
       WRITE-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-MONTH        TO WS-CURRENT-MONTH-O
           MOVE WS-CURRENT-DAY          TO WS-CURRENT-DAY-O
           MOVE WS-CURRENT-YEAR         TO WS-CURRENT-YEAR-O
           MOVE WS-CURRENT-HOURS        TO WS-CURRENT-HOURS-O
           MOVE WS-CURRENT-MINUTES      TO WS-CURRENT-MINUTES-O
           MOVE WS-CURRENT-SECONDS      TO WS-CURRENT-SECONDS-O
      *
           MOVE SPACES                  TO AREALOG-REC
           MOVE WS-CURRENT-DATE-O       TO LOG-DATE-O
           MOVE WS-CURRENT-TIME-O       TO LOG-TIME-O
           MOVE TX-CODE                 TO LOG-TX-CODE
           MOVE TX-SA-CODE              TO LOG-SA-CODE
           MOVE TX-SA-AREA              TO LOG-SA-AREA
           MOVE WS-REASON               TO LOG-REASON
           MOVE TX-USER                 TO LOG-USER
           IF TX-IS-VALID
               MOVE 'ACCEPTED'          TO LOG-STATUS
           ELSE
               MOVE 'REJECTED'          TO LOG-STATUS
           END-IF
           WRITE AREALOG-REC
           .
