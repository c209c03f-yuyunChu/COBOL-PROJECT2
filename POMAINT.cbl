       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMAINT AS "POMAINT".
       AUTHOR. CHU-YU-YUN.
       DATE-WRITTEN. SEPTEMBER 2ND 2026.
       DATE-COMPILED. SEPTEMBER 2ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * BATCH MAINTENANCE FOR THE PERSISTENT OPEN-PO FILE. READS A
      * TRANSACTION FILE OF PO AMENDMENTS - CANCEL A LINE OR A WHOLE
      * PO, CHANGE A LINE'S ORDERED QUANTITY, CLOSE A PARTLY RECEIVED
      * LINE SHORT, OR MOVE THE PROMISED DELIVERY DATE OF A LINE OR A
      * WHOLE PO - AND APPLIES THEM TO OPENPO.TXT WITH BEFORE/AFTER
      * IMAGES ON AN AUDIT REPORT, REJECTING BAD TRANSACTIONS TO AN
      * EXCEPTION LISTING. EVERY AMENDED LINE ALSO GOES ON A CHANGE-
      * NOTICE INTERFACE FILE, ONE HEADER/DETAIL/TRAILER GROUP PER PO
      * IN THE STYLE OF THE PO INTERFACE, SO THE SUPPLIER RECEIVES
      * THE AMENDMENT ELECTRONICALLY. RECEIPTS STAY WITH THE MOVEMENT
      * RUN - NOTHING HERE TOUCHES THE RECEIVED OR BILLED QUANTITIES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE 1 - DAILY PO MAINTENANCE TRANSACTIONS
           SELECT PO-TRAN-FILE
              ASSIGN TO "./POTRAN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS PTR-STATUS.

      * PERSISTENT OPEN-PO FILE - LOADED AT START-UP, REWRITTEN AT
      * END OF RUN WITH THE AMENDMENTS APPLIED
           SELECT OPTIONAL OPEN-PO-FILE
              ASSIGN TO "./OPENPO.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPO-STATUS.

      * OUTPUT FILE 1 - MAINTENANCE AUDIT REPORT, BEFORE/AFTER IMAGES
           SELECT MAINT-AUDIT-OUT
              ASSIGN TO "./POAUDIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * OUTPUT FILE 2 - REJECTED TRANSACTION LISTING
           SELECT MAINT-EXCEPTION-OUT
              ASSIGN TO "./POMEXC.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * OUTPUT FILE 3 - FIXED-FORMAT PO CHANGE-NOTICE INTERFACE, ONE
      * GROUP OF HEADER/DETAIL/TRAILER RECORDS PER AMENDED PO
           SELECT CHANGE-NOTICE-OUT
              ASSIGN TO "./POCHGNT.TXT"
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
      * ACTION CODES: "X" CANCEL, "Q" CHANGE ORDERED QUANTITY, "S"
      * CLOSE SHORT, "P" MOVE PROMISED DATE. A ZERO PART NUMBER ON A
      * CANCEL OR A PROMISED-DATE MOVE APPLIES TO EVERY OPEN LINE ON
      * THE PO.
       FD PO-TRAN-FILE.
       01 PO-TRAN-RECORD.
           02 TRAN-ACTION-CODE       PIC X.
           02 TRAN-PO-NUMBER         PIC 9(6).
           02 TRAN-PART-NUMBER       PIC 9(5).
           02 TRAN-NEW-QTY           PIC 9(4).
           02 TRAN-NEW-DATE          PIC 9(8).

       FD OPEN-PO-FILE.
       01 OPEN-PO-RECORD.
           02 OPO-PO-NUMBER          PIC 9(6).
           02 OPO-SUPPLIER-CODE      PIC X(5).
           02 OPO-ORDER-DATE         PIC 9(8).
           02 OPO-PART-NUMBER        PIC 9(5).
           02 OPO-ORDER-QTY          PIC 9(4).
           02 OPO-RECEIVED-QTY       PIC 9(5).
      * "O" OPEN, "C" FILLED, "S" CLOSED SHORT, "X" CANCELLED
           02 OPO-LINE-STATUS        PIC X.
           02 OPO-UNIT-COST          PIC 9(5)V99.
           02 OPO-BILLED-QTY         PIC 9(5).
           02 OPO-FIRST-RECEIPT-DATE PIC 9(8).
           02 OPO-FINAL-RECEIPT-DATE PIC 9(8).
           02 OPO-PROMISED-DATE      PIC 9(8).

       FD MAINT-AUDIT-OUT.
       01 MAINT-AUDIT-RECORD         PIC X(70).

       FD MAINT-EXCEPTION-OUT.
       01 MAINT-EXCEPTION-RECORD.
           02 MEX-ACTION-CODE        PIC X.
           02 FILLER                 PIC X.
           02 MEX-PO-NUMBER          PIC X(6).
           02 FILLER                 PIC X.
           02 MEX-PART-NUMBER        PIC X(5).
           02 FILLER                 PIC X.
           02 MEX-REASON             PIC X(25).

       FD CHANGE-NOTICE-OUT.
       01 CHANGE-NOTICE-RECORD       PIC X(20).

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
          05 AUDIT-CANCEL-COUNTER           PIC 9(4) VALUE ZERO.
          05 AUDIT-QTY-COUNTER              PIC 9(4) VALUE ZERO.
          05 AUDIT-SHORT-COUNTER            PIC 9(4) VALUE ZERO.
          05 AUDIT-DATE-COUNTER             PIC 9(4) VALUE ZERO.
          05 AUDIT-REJ-COUNTER              PIC 9(4) VALUE ZERO.
          05 AUDIT-NOTICE-COUNTER           PIC 9(4) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(22) VALUE
                  "PO MAINTENANCE - RUN: ".
           05 WS-RUN-DATE-OUT.
               10 WS-RD-MM      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-DD      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-YYYY    PIC X(4).
           05 FILLER            PIC X(38) VALUE SPACES.

       01 WS-AUDIT-ACTION-LINE.
           05 WS-AUD-ACTION-CODE        PIC X.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AUD-PO-NUMBER          PIC 9(6).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AUD-PART-NUMBER        PIC 9(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AUD-SUPPLIER-CODE      PIC X(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AUD-ACTION-DESC        PIC X(14).
           05 FILLER                    PIC X(35) VALUE SPACES.

       01 WS-AUDIT-IMAGE-LINE.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 WS-AUD-IMAGE-TAG          PIC X(8).
           05 WS-AUD-IMAGE.
               10 FILLER                PIC X(4)  VALUE "QTY ".
               10 WS-AUD-ORDER-QTY      PIC ZZZ9.
               10 FILLER                PIC X(7)  VALUE "  RECD ".
               10 WS-AUD-RECEIVED-QTY   PIC ZZZZ9.
               10 FILLER                PIC X(7)  VALUE "  STAT ".
               10 WS-AUD-LINE-STATUS    PIC X.
               10 FILLER                PIC X(11) VALUE
                      "  PROMISED ".
               10 WS-AUD-PROMISED-DATE  PIC X(8).
           05 FILLER                    PIC X(11) VALUE SPACES.

       01 WS-EXCEPTION-REPORT.
           02 WS-MEX-ACTION-CODE        PIC X.
           02 FILLER                    PIC X VALUE SPACES.
           02 WS-MEX-PO-NUMBER          PIC X(6).
           02 FILLER                    PIC X VALUE SPACES.
           02 WS-MEX-PART-NUMBER        PIC X(5).
           02 FILLER                    PIC X VALUE SPACES.
           02 WS-MEX-REASON             PIC X(25).

      * CHANGE-NOTICE RECORD IMAGES. THE DETAIL CARRIES THE ACTION AND
      * THE LINE AS IT NOW STANDS - A CANCELLED OR SHORT-CLOSED LINE
      * SHOWS THE QUANTITY THE SUPPLIER SHOULD STILL SHIP AS ZERO
       01 WS-CHG-HEADER-RECORD.
           05 FILLER                    PIC X     VALUE "H".
           05 WS-CHH-PO-NUMBER          PIC 9(6).
           05 WS-CHH-SUPPLIER-CODE      PIC X(5).
           05 WS-CHH-RUN-DATE           PIC 9(8).

       01 WS-CHG-DETAIL-RECORD.
           05 FILLER                    PIC X     VALUE "D".
           05 WS-CHD-PART-NUMBER        PIC 9(5).
           05 WS-CHD-ACTION-CODE        PIC X.
           05 WS-CHD-ORDER-QTY          PIC 9(4).
           05 WS-CHD-PROMISED-DATE      PIC 9(8).

       01 WS-CHG-TRAILER-RECORD.
           05 FILLER                    PIC X     VALUE "T".
           05 WS-CHT-LINE-COUNT         PIC 9(4).
           05 WS-CHT-TOTAL-QTY          PIC 9(6).

       01 WS-CHG-LAST-PO-NUMBER         PIC 9(6) VALUE ZERO.
       01 WS-CHG-GROUP-OPEN-FLAG        PIC X(3) VALUE "NO".
       01 WS-CHG-LINE-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-CHG-TOTAL-QTY              PIC 9(6) VALUE ZERO.

      * IN-CORE IMAGE OF THE OPEN-PO FILE - LOADED AT START-UP,
      * REWRITTEN AT END OF RUN. A FILE THAT OVERFLOWS THE TABLE
      * REFUSES THE RUN RATHER THAN DROP PO LINES FROM A PERSISTENT
      * BOOK FILE. THE NOTICE ACTION MARKS A LINE AMENDED THIS RUN.
       01 OPEN-PO-TABLE.
           05 WS-OPO-COUNT              PIC 9(3) VALUE ZERO.
           05 OPO-ENTRY OCCURS 500 TIMES.
               10 OPO-TBL-PO-NUMBER     PIC 9(6).
               10 OPO-TBL-SUPPLIER      PIC X(5).
               10 OPO-TBL-ORDER-DATE    PIC 9(8).
               10 OPO-TBL-PART-NUMBER   PIC 9(5).
               10 OPO-TBL-ORDER-QTY     PIC 9(4).
               10 OPO-TBL-RECEIVED-QTY  PIC 9(5).
               10 OPO-TBL-LINE-STATUS   PIC X.
               10 OPO-TBL-UNIT-COST     PIC 9(5)V99.
               10 OPO-TBL-BILLED-QTY    PIC 9(5).
               10 OPO-TBL-FIRST-RECEIPT PIC 9(8).
               10 OPO-TBL-FINAL-RECEIPT PIC 9(8).
               10 OPO-TBL-PROMISED-DATE PIC 9(8).
               10 OPO-TBL-NOTICE-ACTION PIC X.
       01 WS-OPO-IDX                    PIC 9(3) VALUE ZERO.
       01 WS-OPO-EOF-FLAG               PIC X(3) VALUE "NO".
       01 WS-OPO-OVERFLOW-FLAG          PIC X(3) VALUE "NO".
       01 WS-OPO-LOADED-FLAG            PIC X(3) VALUE "NO".

      * LINE SELECTION FOR THE TRANSACTION BEING APPLIED
       01 WS-WHOLE-PO-FLAG              PIC X(3) VALUE "NO".
       01 WS-PO-FOUND-FLAG              PIC X(3) VALUE "NO".
       01 WS-LINES-APPLIED              PIC 9(3) VALUE ZERO.
       01 WS-LINE-ACTION                PIC X VALUE SPACES.

      * BEFORE IMAGE OF THE LINE BEING AMENDED
       01 WS-BEFORE-IMAGE.
           05 WS-BEF-ORDER-QTY          PIC 9(4).
           05 WS-BEF-RECEIVED-QTY       PIC 9(5).
           05 WS-BEF-LINE-STATUS        PIC X.
           05 WS-BEF-PROMISED-DATE      PIC 9(8).

      * THE TRANSACTION FILE IS HAND-KEYED - A MIS-KEYED QUANTITY OR
      * DATE MUST NOT REACH THE PO FILE'S NUMERIC FIELDS
       01 WS-TRAN-VALID-FLAG            PIC X(3) VALUE "YES".
       01 WS-MAINT-REASON               PIC X(25) VALUE SPACES.

       01 WS-NEW-DATE-HOLD              PIC 9(8) VALUE ZERO.
       01 WS-NEW-DATE-PARTS REDEFINES WS-NEW-DATE-HOLD.
           05 WS-ND-YYYY        PIC 9(4).
           05 WS-ND-MM          PIC 9(2).
           05 WS-ND-DD          PIC 9(2).

       01 WS-CURRENT-YMD                PIC 9(8) VALUE ZERO.

       77 PTR-STATUS PIC X(2).
       77 OPO-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "POMAINT".
       01 WS-RSQ-EOF-FLAG               PIC X(3) VALUE "NO".
       01 WS-OVERRIDE-FLAG              PIC X(3) VALUE "NO".
       01 WS-SELF-RAN-FLAG              PIC X(3) VALUE "NO".
       01 WS-SEQ-DATE-YMD               PIC 9(8) VALUE ZERO.

       77 RSQ-STATUS PIC X(2).
       77 OVR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-MAINTAIN-PURCHASE-ORDERS.
           PERFORM 201-INITIALIZE-MAINTENANCE.
           PERFORM 202-PROCESS-TRANSACTION
             UNTIL TRAN-EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-MAINTENANCE.
           STOP RUN.

       201-INITIALIZE-MAINTENANCE.
           PERFORM 500-CHECK-RUN-SEQUENCE.
           PERFORM 301A-GET-RUN-DATE.
           PERFORM 302-LOAD-OPEN-PO-TABLE.
           OPEN INPUT PO-TRAN-FILE.
           OPEN OUTPUT MAINT-AUDIT-OUT.
           OPEN OUTPUT MAINT-EXCEPTION-OUT.
           WRITE MAINT-AUDIT-RECORD FROM RUN-DATE-LINE.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD.

      * NO OPEN-PO FILE MEANS NOTHING HAS BEEN ORDERED - EVERY
      * TRANSACTION BECOMES A LINE-NOT-ON-FILE EXCEPTION
       302-LOAD-OPEN-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE.
           IF OPO-STATUS = "00" OR OPO-STATUS = "05"
               MOVE "YES" TO WS-OPO-LOADED-FLAG
               PERFORM 302A-LOAD-ONE-PO-LINE
                   UNTIL WS-OPO-EOF-FLAG = "YES"
               CLOSE OPEN-PO-FILE
           END-IF.
           IF WS-OPO-OVERFLOW-FLAG = "YES"
               DISPLAY "RUN REFUSED: OPENPO.TXT EXCEEDS 500 LINES"
               DISPLAY "  PO LINES PAST THE TABLE LIMIT WOULD BE "
                   "DROPPED FROM THE FILE"
               DISPLAY "  ARCHIVE OR PURGE OLD OPEN LINES AND RERUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       302A-LOAD-ONE-PO-LINE.
           READ OPEN-PO-FILE
               AT END MOVE "YES" TO WS-OPO-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF OPO-STATUS NOT = "00" AND OPO-STATUS NOT = "04"
               AND OPO-STATUS NOT = "10"
               MOVE "YES" TO WS-OPO-EOF-FLAG
           END-IF.
           IF WS-OPO-EOF-FLAG = "NO" AND WS-OPO-COUNT >= 500
               MOVE "YES" TO WS-OPO-OVERFLOW-FLAG
               MOVE "YES" TO WS-OPO-EOF-FLAG
           END-IF.
           IF WS-OPO-EOF-FLAG = "NO"
               ADD 1 TO WS-OPO-COUNT
               MOVE OPO-PO-NUMBER
                   TO OPO-TBL-PO-NUMBER(WS-OPO-COUNT)
               MOVE OPO-SUPPLIER-CODE TO OPO-TBL-SUPPLIER(WS-OPO-COUNT)
               MOVE OPO-ORDER-DATE
                   TO OPO-TBL-ORDER-DATE(WS-OPO-COUNT)
               MOVE OPO-PART-NUMBER
                   TO OPO-TBL-PART-NUMBER(WS-OPO-COUNT)
               MOVE OPO-ORDER-QTY TO OPO-TBL-ORDER-QTY(WS-OPO-COUNT)
               MOVE OPO-RECEIVED-QTY
                   TO OPO-TBL-RECEIVED-QTY(WS-OPO-COUNT)
               MOVE OPO-LINE-STATUS
                   TO OPO-TBL-LINE-STATUS(WS-OPO-COUNT)
               IF OPO-UNIT-COST IS NUMERIC
                   MOVE OPO-UNIT-COST TO OPO-TBL-UNIT-COST(WS-OPO-COUNT)
               ELSE
                   MOVE ZERO TO OPO-TBL-UNIT-COST(WS-OPO-COUNT)
               END-IF
               IF OPO-BILLED-QTY IS NUMERIC
                   MOVE OPO-BILLED-QTY
                       TO OPO-TBL-BILLED-QTY(WS-OPO-COUNT)
               ELSE
                   MOVE ZERO TO OPO-TBL-BILLED-QTY(WS-OPO-COUNT)
               END-IF
               IF OPO-FIRST-RECEIPT-DATE IS NUMERIC
                   MOVE OPO-FIRST-RECEIPT-DATE
                       TO OPO-TBL-FIRST-RECEIPT(WS-OPO-COUNT)
               ELSE
                   MOVE ZERO TO OPO-TBL-FIRST-RECEIPT(WS-OPO-COUNT)
               END-IF
               IF OPO-FINAL-RECEIPT-DATE IS NUMERIC
                   MOVE OPO-FINAL-RECEIPT-DATE
                       TO OPO-TBL-FINAL-RECEIPT(WS-OPO-COUNT)
               ELSE
                   MOVE ZERO TO OPO-TBL-FINAL-RECEIPT(WS-OPO-COUNT)
               END-IF
               IF OPO-PROMISED-DATE IS NUMERIC
                   MOVE OPO-PROMISED-DATE
                       TO OPO-TBL-PROMISED-DATE(WS-OPO-COUNT)
               ELSE
                   MOVE ZERO TO OPO-TBL-PROMISED-DATE(WS-OPO-COUNT)
               END-IF
               MOVE SPACE TO OPO-TBL-NOTICE-ACTION(WS-OPO-COUNT)
           END-IF.

       202-PROCESS-TRANSACTION.
           READ PO-TRAN-FILE
               AT END MOVE "YES" TO TRAN-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE (E.G. NO TRANSACTION
      * FILE TODAY) MUST NOT LOOP FOREVER ON THE STALE RECORD AREA
           IF PTR-STATUS NOT = "00" AND PTR-STATUS NOT = "04"
               AND PTR-STATUS NOT = "10"
               MOVE "YES" TO TRAN-EOF-FLAG
           END-IF.
           IF TRAN-EOF-FLAG = "NO"
               ADD 1 TO AUDIT-TRAN-COUNTER
               PERFORM 310-EDIT-TRANSACTION
               IF WS-TRAN-VALID-FLAG = "NO"
                   PERFORM 308-WRITE-MAINT-EXCEPTION
               ELSE
                   PERFORM 303-APPLY-TO-PO-LINES
               END-IF
           END-IF.

      * EVERY ACTION NEEDS A PO; QUANTITY CHANGES AND SHORT CLOSES
      * NAME ONE LINE; THE NEW QUANTITY OR DATE MUST BE USABLE
       310-EDIT-TRANSACTION.
           MOVE "YES" TO WS-TRAN-VALID-FLAG.
           MOVE SPACES TO WS-MAINT-REASON.
           EVALUATE TRUE
               WHEN TRAN-ACTION-CODE NOT = "X"
                   AND TRAN-ACTION-CODE NOT = "Q"
                   AND TRAN-ACTION-CODE NOT = "S"
                   AND TRAN-ACTION-CODE NOT = "P"
                   MOVE "INVALID ACTION CODE" TO WS-MAINT-REASON
               WHEN TRAN-PO-NUMBER IS NOT NUMERIC
                   OR TRAN-PART-NUMBER IS NOT NUMERIC
                   MOVE "TRANSACTION NOT NUMERIC" TO WS-MAINT-REASON
               WHEN TRAN-PO-NUMBER = ZERO
                   MOVE "MISSING PO NUMBER" TO WS-MAINT-REASON
               WHEN (TRAN-ACTION-CODE = "Q" OR TRAN-ACTION-CODE = "S")
                   AND TRAN-PART-NUMBER = ZERO
                   MOVE "PART NUMBER REQUIRED" TO WS-MAINT-REASON
               WHEN TRAN-ACTION-CODE = "Q"
                   AND (TRAN-NEW-QTY IS NOT NUMERIC
                       OR TRAN-NEW-QTY = ZERO)
                   MOVE "INVALID NEW QUANTITY" TO WS-MAINT-REASON
               WHEN TRAN-ACTION-CODE = "P"
                   AND TRAN-NEW-DATE IS NOT NUMERIC
                   MOVE "INVALID PROMISED DATE" TO WS-MAINT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MAINT-REASON = SPACES
               AND TRAN-ACTION-CODE = "P"
               MOVE TRAN-NEW-DATE TO WS-NEW-DATE-HOLD
               IF WS-ND-YYYY < 2000
                   OR WS-ND-MM < 1 OR WS-ND-MM > 12
                   OR WS-ND-DD < 1 OR WS-ND-DD > 31
                   MOVE "INVALID PROMISED DATE" TO WS-MAINT-REASON
               END-IF
           END-IF.
           IF WS-MAINT-REASON NOT = SPACES
               MOVE "NO" TO WS-TRAN-VALID-FLAG
           END-IF.

      * A NAMED PART AMENDS THAT LINE ONLY; A WHOLE-PO CANCEL OR DATE
      * MOVE SWEEPS EVERY LINE OF THE PO THAT IS STILL OPEN
       303-APPLY-TO-PO-LINES.
           MOVE "NO" TO WS-PO-FOUND-FLAG.
           MOVE ZERO TO WS-LINES-APPLIED.
           IF TRAN-PART-NUMBER = ZERO
               MOVE "YES" TO WS-WHOLE-PO-FLAG
           ELSE
               MOVE "NO" TO WS-WHOLE-PO-FLAG
           END-IF.
           MOVE ZERO TO WS-OPO-IDX.
           PERFORM 303A-CHECK-ONE-PO-LINE
               UNTIL WS-OPO-IDX >= WS-OPO-COUNT.
           IF WS-PO-FOUND-FLAG = "NO"
               IF WS-WHOLE-PO-FLAG = "YES"
                   MOVE "PO NOT ON FILE" TO WS-MAINT-REASON
               ELSE
                   MOVE "PO LINE NOT ON FILE" TO WS-MAINT-REASON
               END-IF
               PERFORM 308-WRITE-MAINT-EXCEPTION
           ELSE
               IF WS-WHOLE-PO-FLAG = "YES" AND WS-LINES-APPLIED = ZERO
                   MOVE "NO OPEN LINES ON PO" TO WS-MAINT-REASON
                   PERFORM 308-WRITE-MAINT-EXCEPTION
               END-IF
           END-IF.

       303A-CHECK-ONE-PO-LINE.
           ADD 1 TO WS-OPO-IDX.
           IF OPO-TBL-PO-NUMBER(WS-OPO-IDX) = TRAN-PO-NUMBER
               AND (WS-WHOLE-PO-FLAG = "YES"
                   OR OPO-TBL-PART-NUMBER(WS-OPO-IDX)
                       = TRAN-PART-NUMBER)
               MOVE "YES" TO WS-PO-FOUND-FLAG
               IF OPO-TBL-LINE-STATUS(WS-OPO-IDX) = "O"
                   PERFORM 304-AMEND-ONE-LINE
               ELSE
                   IF WS-WHOLE-PO-FLAG = "NO"
                       MOVE "PO LINE NOT OPEN" TO WS-MAINT-REASON
                       PERFORM 308-WRITE-MAINT-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      * THE RULES PER ACTION. A LINE WITH GOODS ALREADY RECEIVED
      * CANNOT BE CANCELLED - IT IS CLOSED SHORT INSTEAD WHEN THE
      * WHOLE PO IS CANCELLED, AND REJECTED WHEN NAMED ON ITS OWN.
       304-AMEND-ONE-LINE.
           MOVE SPACES TO WS-MAINT-REASON.
           MOVE TRAN-ACTION-CODE TO WS-LINE-ACTION.
           MOVE OPO-TBL-ORDER-QTY(WS-OPO-IDX) TO WS-BEF-ORDER-QTY.
           MOVE OPO-TBL-RECEIVED-QTY(WS-OPO-IDX)
               TO WS-BEF-RECEIVED-QTY.
           MOVE OPO-TBL-LINE-STATUS(WS-OPO-IDX) TO WS-BEF-LINE-STATUS.
           MOVE OPO-TBL-PROMISED-DATE(WS-OPO-IDX)
               TO WS-BEF-PROMISED-DATE.
           IF WS-LINE-ACTION = "X"
               AND OPO-TBL-RECEIVED-QTY(WS-OPO-IDX) > ZERO
               IF WS-WHOLE-PO-FLAG = "YES"
                   MOVE "S" TO WS-LINE-ACTION
               ELSE
                   MOVE "RECEIVED - CLOSE SHORT" TO WS-MAINT-REASON
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-MAINT-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-LINE-ACTION = "Q"
                   AND TRAN-NEW-QTY
                       NOT > OPO-TBL-RECEIVED-QTY(WS-OPO-IDX)
                   MOVE "QTY NOT ABOVE RECEIVED" TO WS-MAINT-REASON
               WHEN WS-LINE-ACTION = "S"
                   AND OPO-TBL-RECEIVED-QTY(WS-OPO-IDX) = ZERO
                   MOVE "NOTHING RECEIVED - CANCEL" TO WS-MAINT-REASON
               WHEN WS-LINE-ACTION = "P"
                   AND TRAN-NEW-DATE < OPO-TBL-ORDER-DATE(WS-OPO-IDX)
                   MOVE "DATE BEFORE ORDER DATE" TO WS-MAINT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MAINT-REASON NOT = SPACES
               PERFORM 308-WRITE-MAINT-EXCEPTION
           ELSE
               PERFORM 305-APPLY-LINE-ACTION
               ADD 1 TO WS-LINES-APPLIED
               MOVE WS-LINE-ACTION TO OPO-TBL-NOTICE-ACTION(WS-OPO-IDX)
               PERFORM 307-WRITE-AUDIT-IMAGES
           END-IF.

      * A SHORT CLOSE ENDS RECEIVING TODAY, SO TODAY IS THE LINE'S
      * FINAL RECEIPT DATE FOR THE SUPPLIER SCORECARD
       305-APPLY-LINE-ACTION.
           EVALUATE WS-LINE-ACTION
               WHEN "X"
                   MOVE "X" TO OPO-TBL-LINE-STATUS(WS-OPO-IDX)
                   ADD 1 TO AUDIT-CANCEL-COUNTER
               WHEN "Q"
                   MOVE TRAN-NEW-QTY TO OPO-TBL-ORDER-QTY(WS-OPO-IDX)
                   ADD 1 TO AUDIT-QTY-COUNTER
               WHEN "S"
                   MOVE "S" TO OPO-TBL-LINE-STATUS(WS-OPO-IDX)
                   MOVE WS-CURRENT-YMD
                       TO OPO-TBL-FINAL-RECEIPT(WS-OPO-IDX)
                   ADD 1 TO AUDIT-SHORT-COUNTER
               WHEN "P"
                   MOVE TRAN-NEW-DATE
                       TO OPO-TBL-PROMISED-DATE(WS-OPO-IDX)
                   ADD 1 TO AUDIT-DATE-COUNTER
           END-EVALUATE.

       307-WRITE-AUDIT-IMAGES.
           MOVE WS-LINE-ACTION TO WS-AUD-ACTION-CODE.
           MOVE OPO-TBL-PO-NUMBER(WS-OPO-IDX) TO WS-AUD-PO-NUMBER.
           MOVE OPO-TBL-PART-NUMBER(WS-OPO-IDX) TO WS-AUD-PART-NUMBER.
           MOVE OPO-TBL-SUPPLIER(WS-OPO-IDX) TO WS-AUD-SUPPLIER-CODE.
           EVALUATE WS-LINE-ACTION
               WHEN "X" MOVE "CANCEL"        TO WS-AUD-ACTION-DESC
               WHEN "Q" MOVE "CHANGE QTY"    TO WS-AUD-ACTION-DESC
               WHEN "S" MOVE "CLOSE SHORT"   TO WS-AUD-ACTION-DESC
               WHEN "P" MOVE "PROMISED DATE" TO WS-AUD-ACTION-DESC
           END-EVALUATE.
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-ACTION-LINE.
           MOVE "BEFORE: " TO WS-AUD-IMAGE-TAG.
           MOVE WS-BEF-ORDER-QTY TO WS-AUD-ORDER-QTY.
           MOVE WS-BEF-RECEIVED-QTY TO WS-AUD-RECEIVED-QTY.
           MOVE WS-BEF-LINE-STATUS TO WS-AUD-LINE-STATUS.
           IF WS-BEF-PROMISED-DATE = ZERO
               MOVE "(NONE)" TO WS-AUD-PROMISED-DATE
           ELSE
               MOVE WS-BEF-PROMISED-DATE TO WS-AUD-PROMISED-DATE
           END-IF.
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-IMAGE-LINE.
           MOVE "AFTER:  " TO WS-AUD-IMAGE-TAG.
           MOVE OPO-TBL-ORDER-QTY(WS-OPO-IDX) TO WS-AUD-ORDER-QTY.
           MOVE OPO-TBL-RECEIVED-QTY(WS-OPO-IDX)
               TO WS-AUD-RECEIVED-QTY.
           MOVE OPO-TBL-LINE-STATUS(WS-OPO-IDX) TO WS-AUD-LINE-STATUS.
           IF OPO-TBL-PROMISED-DATE(WS-OPO-IDX) = ZERO
               MOVE "(NONE)" TO WS-AUD-PROMISED-DATE
           ELSE
               MOVE OPO-TBL-PROMISED-DATE(WS-OPO-IDX)
                   TO WS-AUD-PROMISED-DATE
           END-IF.
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-IMAGE-LINE.

       308-WRITE-MAINT-EXCEPTION.
           MOVE TRAN-ACTION-CODE TO WS-MEX-ACTION-CODE.
           MOVE TRAN-PO-NUMBER TO WS-MEX-PO-NUMBER.
           MOVE TRAN-PART-NUMBER TO WS-MEX-PART-NUMBER.
           MOVE WS-MAINT-REASON TO WS-MEX-REASON.
           WRITE MAINT-EXCEPTION-RECORD FROM WS-EXCEPTION-REPORT.
           ADD 1 TO AUDIT-REJ-COUNTER.

       203-TERMINATE-MAINTENANCE.
           DISPLAY "PO maintenance transactions read: "
               AUDIT-TRAN-COUNTER.
           DISPLAY "PO lines cancelled: " AUDIT-CANCEL-COUNTER.
           DISPLAY "PO lines quantity changed: " AUDIT-QTY-COUNTER.
           DISPLAY "PO lines closed short: " AUDIT-SHORT-COUNTER.
           DISPLAY "PO lines promised date moved: " AUDIT-DATE-COUNTER.
           DISPLAY "Transactions rejected: " AUDIT-REJ-COUNTER.
           CLOSE PO-TRAN-FILE.
           CLOSE MAINT-AUDIT-OUT.
           CLOSE MAINT-EXCEPTION-OUT.
           PERFORM 311-WRITE-CHANGE-NOTICES.
           DISPLAY "Change notices sent: " AUDIT-NOTICE-COUNTER.
           PERFORM 312-REWRITE-OPEN-PO-FILE.
           PERFORM 501-LOG-RUN-SEQUENCE.

      * ONE GROUP PER AMENDED PO. THE VALUATION RUN CUTS A PO'S LINES
      * TOGETHER, SO THEY SIT TOGETHER ON THE FILE AND A BREAK ON PO
      * NUMBER GROUPS THEM. THE FILE IS WRITTEN EVERY RUN, EMPTY WHEN
      * NOTHING WAS AMENDED, SO YESTERDAY'S NOTICES ARE NEVER RESENT.
       311-WRITE-CHANGE-NOTICES.
           OPEN OUTPUT CHANGE-NOTICE-OUT.
           MOVE ZERO TO WS-OPO-IDX.
           PERFORM 311A-NOTICE-ONE-PO-LINE
               UNTIL WS-OPO-IDX >= WS-OPO-COUNT.
           PERFORM 311C-WRITE-NOTICE-TRAILER.
           CLOSE CHANGE-NOTICE-OUT.

       311A-NOTICE-ONE-PO-LINE.
           ADD 1 TO WS-OPO-IDX.
           IF OPO-TBL-NOTICE-ACTION(WS-OPO-IDX) NOT = SPACE
               IF WS-CHG-GROUP-OPEN-FLAG = "NO"
                   OR OPO-TBL-PO-NUMBER(WS-OPO-IDX)
                       NOT = WS-CHG-LAST-PO-NUMBER
                   PERFORM 311C-WRITE-NOTICE-TRAILER
                   PERFORM 311B-WRITE-NOTICE-HEADER
               END-IF
               MOVE OPO-TBL-PART-NUMBER(WS-OPO-IDX)
                   TO WS-CHD-PART-NUMBER
               MOVE OPO-TBL-NOTICE-ACTION(WS-OPO-IDX)
                   TO WS-CHD-ACTION-CODE
               IF OPO-TBL-LINE-STATUS(WS-OPO-IDX) = "O"
                   MOVE OPO-TBL-ORDER-QTY(WS-OPO-IDX)
                       TO WS-CHD-ORDER-QTY
               ELSE
                   MOVE ZERO TO WS-CHD-ORDER-QTY
               END-IF
               MOVE OPO-TBL-PROMISED-DATE(WS-OPO-IDX)
                   TO WS-CHD-PROMISED-DATE
               WRITE CHANGE-NOTICE-RECORD FROM WS-CHG-DETAIL-RECORD
               ADD 1 TO WS-CHG-LINE-COUNT
               ADD WS-CHD-ORDER-QTY TO WS-CHG-TOTAL-QTY
           END-IF.

       311B-WRITE-NOTICE-HEADER.
           MOVE OPO-TBL-PO-NUMBER(WS-OPO-IDX) TO WS-CHH-PO-NUMBER.
           MOVE OPO-TBL-SUPPLIER(WS-OPO-IDX) TO WS-CHH-SUPPLIER-CODE.
           MOVE WS-CURRENT-YMD TO WS-CHH-RUN-DATE.
           WRITE CHANGE-NOTICE-RECORD FROM WS-CHG-HEADER-RECORD.
           MOVE OPO-TBL-PO-NUMBER(WS-OPO-IDX) TO WS-CHG-LAST-PO-NUMBER.
           MOVE "YES" TO WS-CHG-GROUP-OPEN-FLAG.
           MOVE ZERO TO WS-CHG-LINE-COUNT.
           MOVE ZERO TO WS-CHG-TOTAL-QTY.
           ADD 1 TO AUDIT-NOTICE-COUNTER.

       311C-WRITE-NOTICE-TRAILER.
           IF WS-CHG-GROUP-OPEN-FLAG = "YES"
               MOVE WS-CHG-LINE-COUNT TO WS-CHT-LINE-COUNT
               MOVE WS-CHG-TOTAL-QTY TO WS-CHT-TOTAL-QTY
               WRITE CHANGE-NOTICE-RECORD FROM WS-CHG-TRAILER-RECORD
           END-IF.
           MOVE "NO" TO WS-CHG-GROUP-OPEN-FLAG.

      * THE AMENDMENTS GO BACK ON THE PO FILE ONLY WHEN IT WAS
      * LOADED - A FILE THAT COULD NOT BE OPENED IS LEFT ALONE.
      * CANCELLED AND SHORT-CLOSED LINES STAY UNTIL THE MOVEMENT RUN
      * PURGES THEM TO THE PO LINE HISTORY.
       312-REWRITE-OPEN-PO-FILE.
           IF WS-OPO-LOADED-FLAG = "YES"
               OPEN OUTPUT OPEN-PO-FILE
               MOVE ZERO TO WS-OPO-IDX
               PERFORM 312A-WRITE-ONE-PO-LINE
                   UNTIL WS-OPO-IDX >= WS-OPO-COUNT
               CLOSE OPEN-PO-FILE
           END-IF.

       312A-WRITE-ONE-PO-LINE.
           ADD 1 TO WS-OPO-IDX.
           MOVE OPO-TBL-PO-NUMBER(WS-OPO-IDX) TO OPO-PO-NUMBER.
           MOVE OPO-TBL-SUPPLIER(WS-OPO-IDX) TO OPO-SUPPLIER-CODE.
           MOVE OPO-TBL-ORDER-DATE(WS-OPO-IDX) TO OPO-ORDER-DATE.
           MOVE OPO-TBL-PART-NUMBER(WS-OPO-IDX) TO OPO-PART-NUMBER.
           MOVE OPO-TBL-ORDER-QTY(WS-OPO-IDX) TO OPO-ORDER-QTY.
           MOVE OPO-TBL-RECEIVED-QTY(WS-OPO-IDX) TO OPO-RECEIVED-QTY.
           MOVE OPO-TBL-LINE-STATUS(WS-OPO-IDX) TO OPO-LINE-STATUS.
           MOVE OPO-TBL-UNIT-COST(WS-OPO-IDX) TO OPO-UNIT-COST.
           MOVE OPO-TBL-BILLED-QTY(WS-OPO-IDX) TO OPO-BILLED-QTY.
           MOVE OPO-TBL-FIRST-RECEIPT(WS-OPO-IDX)
               TO OPO-FIRST-RECEIPT-DATE.
           MOVE OPO-TBL-FINAL-RECEIPT(WS-OPO-IDX)
               TO OPO-FINAL-RECEIPT-DATE.
           MOVE OPO-TBL-PROMISED-DATE(WS-OPO-IDX) TO OPO-PROMISED-DATE.
           WRITE OPEN-PO-RECORD.

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

      * A SECOND RUN WOULD APPLY TODAY'S AMENDMENTS TWICE AND
      * OVERWRITE A CHANGE-NOTICE FILE NOT YET SENT
       500D-ENFORCE-SEQUENCE-RULES.
           IF WS-SELF-RAN-FLAG = "YES"
               DISPLAY "RUN REFUSED: POMAINT ALREADY COMPLETED TODAY"
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
       END PROGRAM POMAINT.
