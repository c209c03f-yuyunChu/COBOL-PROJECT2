       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSMAINT AS "SUSMAINT".
       AUTHOR. CHU-YU-YUN.
       DATE-WRITTEN. SEPTEMBER 2ND 2026.
       DATE-COMPILED. SEPTEMBER 2ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * BATCH CORRECTION OF THE MOVEMENT SUSPENSE FILE. THE MOVEMENT
      * RUN HOLDS EVERY MOVEMENT IT REJECTS IN MOVESUSP.TXT AND TRIES
      * IT AGAIN EVERY RUN. READS A TRANSACTION FILE KEYED BY SUSPENSE
      * NUMBER (AS PRINTED ON THE SUSPENSE AGEING REPORT) - A CHANGE
      * REPLACES THE HELD MOVEMENT WITH THE CORRECTED ONE, A DELETE
      * DROPS A MOVEMENT THAT SHOULD NEVER POST. BEFORE/AFTER IMAGES GO
      * TO AN AUDIT REPORT AND BAD TRANSACTIONS TO AN EXCEPTION
      * LISTING. A CORRECTED MOVEMENT KEEPS ITS FIRST-REJECTED DATE AND
      * IS TRIED BY THE NEXT MOVEMENT RUN, SO RUN AHEAD OF THE DAILY
      * MOVEMENT UPDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE 1 - SUSPENSE CORRECTION TRANSACTIONS
           SELECT SUS-TRAN-FILE
              ASSIGN TO "./SUSTRAN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS STF-STATUS.

      * MASTER FILE - INDEXED MOVEMENT SUSPENSE FILE, KEYED BY
      * SUSPENSE NUMBER
           SELECT SUSPENSE-FILE
              ASSIGN TO "./MOVESUSP.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUS-SUSPENSE-ID
              FILE STATUS SUS-STATUS.

      * OUTPUT FILE 1 - CORRECTION AUDIT REPORT, BEFORE/AFTER IMAGES
           SELECT MAINT-AUDIT-OUT
              ASSIGN TO "./SUSAUDIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * OUTPUT FILE 2 - REJECTED TRANSACTION LISTING
           SELECT MAINT-EXCEPTION-OUT
              ASSIGN TO "./SUSMEXC.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED RUN-SEQUENCE CONTROL LOG - EVERY PROGRAM IN THE SUITE
      * APPENDS ONE ENTRY PER COMPLETED RUN, AND THE UPDATING RUNS
      * CHECK THEIR PREDECESSORS HERE AT START-UP
           SELECT OPTIONAL RUN-SEQ-FILE
              ASSIGN TO "./RUNSEQ.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RSQ-STATUS.

      * ONE-SHOT OPERATOR OVERRIDE FOR GENUINE RERUNS - A FILE
      * CONTAINING THE WORD "OVERRIDE" SKIPS THE SEQUENCE CHECKS FOR
      * THIS RUN AND IS EMPTIED ONCE ACCEPTED
           SELECT RUN-OVERRIDE-FILE
              ASSIGN TO "./RUNOVRD.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * A CHANGE CARRIES THE WHOLE CORRECTED MOVEMENT IN THE MOVEMENT
      * FILE'S OWN LAYOUT - EVERY FIELD IS REPLACED. A DELETE NEEDS
      * ONLY THE ACTION AND THE SUSPENSE NUMBER.
       FD SUS-TRAN-FILE.
       01 SUS-TRAN-RECORD.
           02 TRAN-ACTION-CODE       PIC X.
           02 TRAN-SUSPENSE-ID       PIC 9(6).
           02 TRAN-MOVEMENT-DATA.
               03 TRAN-PART-NUMBER   PIC 9(5).
               03 TRAN-TYPE-CODE     PIC X.
               03 TRAN-SIGN          PIC X.
               03 TRAN-QUANTITY      PIC 9(5).
               03 TRAN-REFERENCE     PIC X(10).
               03 TRAN-LOCATION      PIC X(3).
               03 TRAN-TO-LOCATION   PIC X(3).
               03 TRAN-UNIT-COST     PIC 9(5)V99.

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           02 SUS-SUSPENSE-ID        PIC 9(6).
           02 SUS-MOVEMENT-DATA.
               03 SUS-PART-NUMBER    PIC 9(5).
               03 SUS-TYPE-CODE      PIC X.
               03 SUS-SIGN           PIC X.
               03 SUS-QUANTITY       PIC 9(5).
               03 SUS-REFERENCE      PIC X(10).
               03 SUS-LOCATION       PIC X(3).
               03 SUS-TO-LOCATION    PIC X(3).
               03 SUS-UNIT-COST      PIC 9(5)V99.
           02 SUS-REASON             PIC X(25).
           02 SUS-FIRST-REJECT-DATE  PIC 9(8).
           02 SUS-LAST-TRIED-DATE    PIC 9(8).
           02 SUS-RETRY-COUNT        PIC 9(3).

       FD MAINT-AUDIT-OUT.
       01 MAINT-AUDIT-RECORD         PIC X(80).

       FD MAINT-EXCEPTION-OUT.
       01 MAINT-EXCEPTION-RECORD.
           02 MEX-ACTION-CODE        PIC X.
           02 FILLER                 PIC X.
           02 MEX-SUSPENSE-ID        PIC 9(6).
           02 FILLER                 PIC X.
           02 MEX-REASON             PIC X(25).

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
           02 RSQ-PROGRAM-ID         PIC X(8).
           02 RSQ-RUN-DATE           PIC 9(8).
           02 RSQ-RUN-TIME           PIC X(6).
           02 RSQ-STATUS-CODE        PIC X(2).

       FD RUN-OVERRIDE-FILE.
       01 RUN-OVERRIDE-RECORD.
           02 OVR-KEYWORD            PIC X(8).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
          05 TRAN-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 AUDIT-TRAN-COUNTER             PIC 9(4) VALUE ZERO.
          05 AUDIT-CHG-COUNTER              PIC 9(4) VALUE ZERO.
          05 AUDIT-DEL-COUNTER              PIC 9(4) VALUE ZERO.
          05 AUDIT-REJ-COUNTER              PIC 9(4) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(26) VALUE
                  "SUSPENSE CORRECTION - RUN:".
           05 FILLER            PIC X     VALUE SPACES.
           05 WS-RUN-DATE-OUT.
               10 WS-RD-MM      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-DD      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-YYYY    PIC X(4).
           05 FILLER            PIC X(43) VALUE SPACES.

       01 WS-AUDIT-ACTION-LINE.
           05 WS-AUD-ACTION-CODE        PIC X.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AUD-SUSPENSE-ID        PIC 9(6).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AUD-ACTION-DESC        PIC X(10).
           05 FILLER                    PIC X(16) VALUE
                  "FIRST REJECTED: ".
           05 WS-AUD-FIRST-REJECT-DATE  PIC 9(8).
           05 FILLER                    PIC X(37) VALUE SPACES.

       01 WS-AUDIT-IMAGE-LINE.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 WS-AUD-IMAGE-TAG          PIC X(8).
           05 WS-AUD-IMAGE.
               10 WS-AUD-PART-NUMBER    PIC X(5).
               10 FILLER                PIC X     VALUE SPACES.
               10 WS-AUD-TYPE-CODE      PIC X.
               10 FILLER                PIC X     VALUE SPACES.
               10 WS-AUD-SIGN           PIC X.
               10 WS-AUD-QUANTITY       PIC X(5).
               10 FILLER                PIC X     VALUE SPACES.
               10 WS-AUD-REFERENCE      PIC X(10).
               10 FILLER                PIC X     VALUE SPACES.
               10 WS-AUD-LOCATION       PIC X(3).
               10 FILLER                PIC X     VALUE SPACES.
               10 WS-AUD-TO-LOCATION    PIC X(3).
               10 FILLER                PIC X     VALUE SPACES.
               10 WS-AUD-UNIT-COST      PIC X(8).
               10 FILLER                PIC X     VALUE SPACES.
               10 WS-AUD-REASON         PIC X(25).

       01 WS-EXCEPTION-REPORT.
           02 WS-MEX-ACTION-CODE        PIC X.
           02 FILLER                    PIC X VALUE SPACES.
           02 WS-MEX-SUSPENSE-ID        PIC 9(6).
           02 FILLER                    PIC X VALUE SPACES.
           02 WS-MEX-REASON             PIC X(25).

      * HOLD OF THE SUSPENDED ENTRY BEFORE THE TRANSACTION IS APPLIED
       01 WS-BEFORE-IMAGE.
           05 WS-BEF-MOVEMENT-DATA      PIC X(35).
           05 WS-BEF-REASON             PIC X(25).
           05 WS-BEF-FIRST-REJECT-DATE  PIC 9(8).

      * ONE MOVEMENT LAID OUT FOR AN AUDIT IMAGE - THE FIELDS ARE
      * SHOWN AS HELD, SO A MIS-KEYED NUMBER PRINTS AS KEYED
       01 WS-IMAGE-SOURCE.
           05 WS-IMG-PART-NUMBER        PIC X(5).
           05 WS-IMG-TYPE-CODE          PIC X.
           05 WS-IMG-SIGN               PIC X.
           05 WS-IMG-QUANTITY           PIC X(5).
           05 WS-IMG-REFERENCE          PIC X(10).
           05 WS-IMG-LOCATION           PIC X(3).
           05 WS-IMG-TO-LOCATION        PIC X(3).
           05 WS-IMG-UNIT-COST          PIC 9(5)V99.
       01 WS-IMG-REASON                 PIC X(25) VALUE SPACES.

      * EDITED UNIT COST IMAGE FOR THE AUDIT LINES
       01 WS-COST-EDITED                PIC ZZZZ9.99.

      * THE REASON A CORRECTED ENTRY CARRIES UNTIL THE MOVEMENT RUN
      * TRIES IT AGAIN
       01 WS-CORRECTED-REASON           PIC X(25) VALUE
                  "CORRECTED - NOT RETRIED".

       01 WS-SUS-FOUND-FLAG             PIC X(3) VALUE "NO".

      * SET BY THE INVALID KEY BRANCH OF A REWRITE/DELETE SO THE
      * EXCEPTION READS AS AN I-O FAILURE, NOT A MISSING ENTRY
       01 WS-IO-ERROR-FLAG              PIC X(3) VALUE "NO".

      * THE TRANSACTION FILE IS HAND-KEYED - A CORRECTION MUST PASS
      * THE SAME EDITS THE MOVEMENT RUN APPLIES BEFORE IT IS HELD
       01 WS-TRAN-VALID-FLAG            PIC X(3) VALUE "YES".
       01 WS-TRAN-EDIT-REASON           PIC X(25) VALUE SPACES.

       77 STF-STATUS PIC X(2).
       77 SUS-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "SUSMAINT".
       01 WS-RSQ-EOF-FLAG               PIC X(3) VALUE "NO".
       01 WS-OVERRIDE-FLAG              PIC X(3) VALUE "NO".
       01 WS-SELF-RAN-FLAG              PIC X(3) VALUE "NO".
       01 WS-SEQ-DATE-YMD               PIC 9(8) VALUE ZERO.

       77 RSQ-STATUS PIC X(2).
       77 OVR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-MAINTAIN-SUSPENSE.
           PERFORM 201-INITIALIZE-MAINTENANCE.
           PERFORM 202-PROCESS-TRANSACTION
             UNTIL TRAN-EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-MAINTENANCE.
           STOP RUN.

       201-INITIALIZE-MAINTENANCE.
           PERFORM 500-CHECK-RUN-SEQUENCE.
           OPEN INPUT SUS-TRAN-FILE.
           OPEN I-O SUSPENSE-FILE.
      * FIRST-TIME RUN - CREATE AN EMPTY SUSPENSE FILE AND REOPEN IT
           IF SUS-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           OPEN OUTPUT MAINT-AUDIT-OUT.
           OPEN OUTPUT MAINT-EXCEPTION-OUT.
           PERFORM 301A-GET-RUN-DATE.
           WRITE MAINT-AUDIT-RECORD FROM RUN-DATE-LINE.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.

       202-PROCESS-TRANSACTION.
           READ SUS-TRAN-FILE
               AT END MOVE "YES" TO TRAN-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE (E.G. NO TRANSACTION
      * FILE TODAY) MUST NOT LOOP FOREVER ON THE STALE RECORD AREA
           IF STF-STATUS NOT = "00" AND STF-STATUS NOT = "04"
               AND STF-STATUS NOT = "10"
               MOVE "YES" TO TRAN-EOF-FLAG
           END-IF.
           IF TRAN-EOF-FLAG = "NO"
               ADD 1 TO AUDIT-TRAN-COUNTER
               PERFORM 310-EDIT-TRANSACTION
               IF WS-TRAN-VALID-FLAG = "NO"
                   PERFORM 308-WRITE-MAINT-EXCEPTION
               ELSE
                   PERFORM 303-READ-SUSPENSE-FOR-TRAN
                   EVALUATE TRAN-ACTION-CODE
                       WHEN "C"
                           PERFORM 305-APPLY-CHANGE
                       WHEN "D"
                           PERFORM 306-APPLY-DELETE
                       WHEN OTHER
                           PERFORM 308-WRITE-MAINT-EXCEPTION
                   END-EVALUATE
               END-IF
           END-IF.

      * EDIT THE KEYED FIELDS BEFORE ANYTHING TOUCHES THE SUSPENSE
      * FILE - A CORRECTED MOVEMENT MUST AT LEAST BE ONE THE MOVEMENT
      * RUN CAN READ. SUSPENSE NUMBER ZERO IS THE MOVEMENT RUN'S
      * CONTROL RECORD AND IS NEVER CORRECTED OR DELETED HERE.
       310-EDIT-TRANSACTION.
           MOVE "YES" TO WS-TRAN-VALID-FLAG.
           MOVE SPACES TO WS-TRAN-EDIT-REASON.
           IF TRAN-SUSPENSE-ID IS NOT NUMERIC
               MOVE "NO" TO WS-TRAN-VALID-FLAG
               MOVE "TRANSACTION NOT NUMERIC" TO WS-TRAN-EDIT-REASON
           END-IF.
           IF WS-TRAN-VALID-FLAG = "YES"
               AND TRAN-SUSPENSE-ID = ZERO
               MOVE "NO" TO WS-TRAN-VALID-FLAG
               MOVE "MISSING SUSPENSE NUMBER" TO WS-TRAN-EDIT-REASON
           END-IF.
           IF WS-TRAN-VALID-FLAG = "YES"
               AND TRAN-ACTION-CODE = "C"
               PERFORM 310A-EDIT-CORRECTED-MOVEMENT
           END-IF.

       310A-EDIT-CORRECTED-MOVEMENT.
           IF TRAN-PART-NUMBER IS NOT NUMERIC
               OR TRAN-QUANTITY IS NOT NUMERIC
               MOVE "NO" TO WS-TRAN-VALID-FLAG
               MOVE "MOVEMENT NOT NUMERIC" TO WS-TRAN-EDIT-REASON
           END-IF.
           IF WS-TRAN-VALID-FLAG = "YES"
               AND TRAN-TYPE-CODE NOT = "R"
               AND TRAN-TYPE-CODE NOT = "I"
               AND TRAN-TYPE-CODE NOT = "A"
               AND TRAN-TYPE-CODE NOT = "T"
               AND TRAN-TYPE-CODE NOT = "K"
               MOVE "NO" TO WS-TRAN-VALID-FLAG
               MOVE "INVALID MOVEMENT TYPE" TO WS-TRAN-EDIT-REASON
           END-IF.
           IF WS-TRAN-VALID-FLAG = "YES"
               AND TRAN-TYPE-CODE = "A"
               AND TRAN-SIGN NOT = "+"
               AND TRAN-SIGN NOT = "-"
               MOVE "NO" TO WS-TRAN-VALID-FLAG
               MOVE "INVALID ADJUSTMENT SIGN" TO WS-TRAN-EDIT-REASON
           END-IF.

       303-READ-SUSPENSE-FOR-TRAN.
           MOVE "NO" TO WS-IO-ERROR-FLAG.
           MOVE "NO" TO WS-SUS-FOUND-FLAG.
           MOVE SPACES TO WS-BEF-MOVEMENT-DATA.
           MOVE SPACES TO WS-BEF-REASON.
           MOVE ZERO TO WS-BEF-FIRST-REJECT-DATE.
           MOVE TRAN-SUSPENSE-ID TO SUS-SUSPENSE-ID.
           READ SUSPENSE-FILE
               INVALID KEY MOVE "NO" TO WS-SUS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "YES" TO WS-SUS-FOUND-FLAG
                   MOVE SUS-MOVEMENT-DATA TO WS-BEF-MOVEMENT-DATA
                   MOVE SUS-REASON TO WS-BEF-REASON
                   MOVE SUS-FIRST-REJECT-DATE
                       TO WS-BEF-FIRST-REJECT-DATE
           END-READ.

      * A CHANGE REPLACES THE HELD MOVEMENT OUTRIGHT. THE FIRST-
      * REJECTED DATE STANDS, SO THE AGEING REPORT STILL SHOWS HOW LONG
      * THE STOCK HAS GONE UNPOSTED.
       305-APPLY-CHANGE.
           IF WS-SUS-FOUND-FLAG = "NO"
               PERFORM 308-WRITE-MAINT-EXCEPTION
           ELSE
               MOVE TRAN-MOVEMENT-DATA TO SUS-MOVEMENT-DATA
               MOVE WS-CORRECTED-REASON TO SUS-REASON
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       MOVE "YES" TO WS-IO-ERROR-FLAG
                       PERFORM 308-WRITE-MAINT-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO AUDIT-CHG-COUNTER
                       PERFORM 307-WRITE-AUDIT-IMAGES
               END-REWRITE
           END-IF.

      * A DELETE DROPS A MOVEMENT THAT SHOULD NEVER POST - A
      * DUPLICATE, OR ONE ALREADY DEALT WITH ANOTHER WAY. NO STOCK
      * MOVES.
       306-APPLY-DELETE.
           IF WS-SUS-FOUND-FLAG = "NO"
               PERFORM 308-WRITE-MAINT-EXCEPTION
           ELSE
               DELETE SUSPENSE-FILE
                   INVALID KEY
                       MOVE "YES" TO WS-IO-ERROR-FLAG
                       PERFORM 308-WRITE-MAINT-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO AUDIT-DEL-COUNTER
                       PERFORM 307-WRITE-AUDIT-IMAGES
               END-DELETE
           END-IF.

       307-WRITE-AUDIT-IMAGES.
           MOVE TRAN-ACTION-CODE TO WS-AUD-ACTION-CODE.
           MOVE TRAN-SUSPENSE-ID TO WS-AUD-SUSPENSE-ID.
           EVALUATE TRAN-ACTION-CODE
               WHEN "C" MOVE "CHANGE"     TO WS-AUD-ACTION-DESC
               WHEN "D" MOVE "DELETE"     TO WS-AUD-ACTION-DESC
           END-EVALUATE.
           MOVE WS-BEF-FIRST-REJECT-DATE TO WS-AUD-FIRST-REJECT-DATE.
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-ACTION-LINE.
           MOVE "BEFORE: " TO WS-AUD-IMAGE-TAG.
           MOVE WS-BEF-MOVEMENT-DATA TO WS-IMAGE-SOURCE.
           MOVE WS-BEF-REASON TO WS-IMG-REASON.
           PERFORM 307A-FORMAT-IMAGE.
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-IMAGE-LINE.
           MOVE "AFTER:  " TO WS-AUD-IMAGE-TAG.
           IF TRAN-ACTION-CODE = "D"
               MOVE SPACES TO WS-AUD-IMAGE
               MOVE "(DELETED)" TO WS-AUD-REFERENCE
           ELSE
               MOVE SUS-MOVEMENT-DATA TO WS-IMAGE-SOURCE
               MOVE SUS-REASON TO WS-IMG-REASON
               PERFORM 307A-FORMAT-IMAGE
           END-IF.
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-IMAGE-LINE.

       307A-FORMAT-IMAGE.
           MOVE SPACES TO WS-AUD-IMAGE.
           MOVE WS-IMG-PART-NUMBER TO WS-AUD-PART-NUMBER.
           MOVE WS-IMG-TYPE-CODE TO WS-AUD-TYPE-CODE.
           MOVE WS-IMG-SIGN TO WS-AUD-SIGN.
           MOVE WS-IMG-QUANTITY TO WS-AUD-QUANTITY.
           MOVE WS-IMG-REFERENCE TO WS-AUD-REFERENCE.
           MOVE WS-IMG-LOCATION TO WS-AUD-LOCATION.
           MOVE WS-IMG-TO-LOCATION TO WS-AUD-TO-LOCATION.
      * A BLANK COST IS THE USUAL CASE - ONLY A KEYED RECEIPT COST
           IF WS-IMG-UNIT-COST IS NUMERIC
               MOVE WS-IMG-UNIT-COST TO WS-COST-EDITED
               MOVE WS-COST-EDITED TO WS-AUD-UNIT-COST
           END-IF.
           MOVE WS-IMG-REASON TO WS-AUD-REASON.

       308-WRITE-MAINT-EXCEPTION.
           MOVE TRAN-ACTION-CODE TO WS-MEX-ACTION-CODE.
           MOVE TRAN-SUSPENSE-ID TO WS-MEX-SUSPENSE-ID.
           EVALUATE TRUE
               WHEN WS-TRAN-VALID-FLAG = "NO"
                   MOVE WS-TRAN-EDIT-REASON        TO WS-MEX-REASON
               WHEN WS-IO-ERROR-FLAG = "YES"
                   MOVE "SUSPENSE FILE ERROR"      TO WS-MEX-REASON
               WHEN TRAN-ACTION-CODE NOT = "C"
                   AND TRAN-ACTION-CODE NOT = "D"
                   MOVE "INVALID ACTION CODE"      TO WS-MEX-REASON
               WHEN WS-SUS-FOUND-FLAG = "NO"
                   MOVE "NOT IN SUSPENSE"          TO WS-MEX-REASON
               WHEN OTHER
                   MOVE "SUSPENSE FILE ERROR"      TO WS-MEX-REASON
           END-EVALUATE.
           WRITE MAINT-EXCEPTION-RECORD FROM WS-EXCEPTION-REPORT.
           ADD 1 TO AUDIT-REJ-COUNTER.

       203-TERMINATE-MAINTENANCE.
           DISPLAY "Suspense transactions read: " AUDIT-TRAN-COUNTER.
           DISPLAY "Suspended movements corrected: " AUDIT-CHG-COUNTER.
           DISPLAY "Suspended movements deleted: " AUDIT-DEL-COUNTER.
           DISPLAY "Transactions rejected: " AUDIT-REJ-COUNTER.
           CLOSE SUS-TRAN-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE MAINT-AUDIT-OUT.
           CLOSE MAINT-EXCEPTION-OUT.
           PERFORM 501-LOG-RUN-SEQUENCE.

      * EVERY RUN CHECKS ITS PLACE IN THE DAY'S SCHEDULE BEFORE IT
      * TOUCHES A FILE, AND LOGS ITSELF ON THE WAY OUT. THE DOCUMENTED
      * RERUN PATH IS THE ONE-SHOT OVERRIDE FILE RUNOVRD.TXT.
       500-CHECK-RUN-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEQ-DATE-YMD.
           PERFORM 500A-READ-OVERRIDE-PARAMETER.
           IF WS-OVERRIDE-FLAG = "YES"
               DISPLAY "RUN-SEQUENCE OVERRIDE ACCEPTED - "
                   "CHECKS SKIPPED THIS RUN"
           ELSE
               PERFORM 500B-SCAN-RUN-LOG
               PERFORM 500D-ENFORCE-SEQUENCE-RULES
           END-IF.

       500A-READ-OVERRIDE-PARAMETER.
           OPEN INPUT RUN-OVERRIDE-FILE.
           IF OVR-STATUS = "00"
               READ RUN-OVERRIDE-FILE
                   NOT AT END
                       IF OVR-KEYWORD = "OVERRIDE"
                           MOVE "YES" TO WS-OVERRIDE-FLAG
                       END-IF
               END-READ
               CLOSE RUN-OVERRIDE-FILE
      * THE OVERRIDE IS ONE-SHOT - EMPTY THE FILE ONCE ACCEPTED
               IF WS-OVERRIDE-FLAG = "YES"
                   OPEN OUTPUT RUN-OVERRIDE-FILE
                   CLOSE RUN-OVERRIDE-FILE
               END-IF
           END-IF.

       500B-SCAN-RUN-LOG.
           OPEN INPUT RUN-SEQ-FILE.
           IF RSQ-STATUS = "00"
               PERFORM 500C-SCAN-ONE-RUN-ENTRY
                   UNTIL WS-RSQ-EOF-FLAG = "YES"
           END-IF.
           CLOSE RUN-SEQ-FILE.

      * ONLY A CLEAN COMPLETION COUNTS - A RUN LOGGED WITH A FAILURE
      * STATUS NEITHER SATISFIES A PREDECESSOR NOR BLOCKS A RERUN
       500C-SCAN-ONE-RUN-ENTRY.
           READ RUN-SEQ-FILE
               AT END MOVE "YES" TO WS-RSQ-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF RSQ-STATUS NOT = "00" AND RSQ-STATUS NOT = "04"
               AND RSQ-STATUS NOT = "10"
               MOVE "YES" TO WS-RSQ-EOF-FLAG
           END-IF.
           IF WS-RSQ-EOF-FLAG = "NO"
               AND RSQ-RUN-DATE = WS-SEQ-DATE-YMD
               AND RSQ-STATUS-CODE = "00"
               IF RSQ-PROGRAM-ID = WS-THIS-PROGRAM
                   MOVE "YES" TO WS-SELF-RAN-FLAG
               END-IF
           END-IF.

       500D-ENFORCE-SEQUENCE-RULES.
           IF WS-SELF-RAN-FLAG = "YES"
               DISPLAY "RUN REFUSED: SUSMAINT ALREADY COMPLETED TODAY"
               DISPLAY "  TODAY'S TRANSACTIONS WOULD APPLY TWICE"
               DISPLAY "  FOR A GENUINE RERUN CREATE RUNOVRD.TXT"
               DISPLAY "  CONTAINING THE WORD OVERRIDE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * APPEND THIS RUN TO THE SHARED SEQUENCE LOG
       501-LOG-RUN-SEQUENCE.
           OPEN EXTEND RUN-SEQ-FILE.
           IF RSQ-STATUS = "00" OR RSQ-STATUS = "05"
               MOVE WS-THIS-PROGRAM TO RSQ-PROGRAM-ID
               MOVE WS-SEQ-DATE-YMD TO RSQ-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RSQ-RUN-TIME
               MOVE "00" TO RSQ-STATUS-CODE
               WRITE RUN-SEQ-RECORD
               CLOSE RUN-SEQ-FILE
           ELSE
               DISPLAY "RUN SEQUENCE LOG UNAVAILABLE - STATUS "
                   RSQ-STATUS
           END-IF.

      *EXIT THIS COBOL PROGRAM
       END PROGRAM SUSMAINT.
