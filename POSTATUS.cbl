      * OPEN-PO STATUS REPORT. READS THE PERSISTENT OPEN-PO FILE THE
      * VALUATION RUN CUTS AND THE MOVEMENT RUN FILLS, LOOKS UP EACH
      * SUPPLIER'S LEAD TIME, AND REPORTS EVERY PO LINE WITH ITS FILL
      * POSITION - FLAGGING LINES OVERDUE AGAINST THE LEAD TIME, OR
      * AGAINST THE PROMISED DATE WHERE PO MAINTENANCE HAS MOVED IT,
      * AND LINES SHORT-SHIPPED - SO PURCHASING CHASES SUPPLIERS FROM
      * THE RECORD INSTEAD OF FROM MEMORY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

           02 OPO-ORDER-QTY          PIC 9(4).
           02 OPO-RECEIVED-QTY       PIC 9(5).
           02 OPO-LINE-STATUS        PIC X.
           02 OPO-UNIT-COST          PIC 9(5)V99.
           02 OPO-BILLED-QTY         PIC 9(5).
           02 OPO-FIRST-RECEIPT-DATE PIC 9(8).
           02 OPO-FINAL-RECEIPT-DATE PIC 9(8).
           02 OPO-PROMISED-DATE      PIC 9(8).

       FD SUPPLIER-FILE-IN.
       01 SUPPLIER-RECORD-IN.
          05 AUDIT-LINE-COUNTER             PIC 9(6) VALUE ZERO.
          05 AUDIT-OPEN-COUNTER             PIC 9(6) VALUE ZERO.
          05 AUDIT-CLOSED-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-CANCELLED-COUNTER        PIC 9(6) VALUE ZERO.
          05 AUDIT-OVERDUE-COUNTER          PIC 9(6) VALUE ZERO.
          05 AUDIT-SHORT-COUNTER            PIC 9(6) VALUE ZERO.

       01 WS-RUN-DATE-INTEGER           PIC 9(7) VALUE ZERO.
       01 WS-ORDER-DATE-INTEGER         PIC 9(7) VALUE ZERO.
       01 WS-DAYS-OUTSTANDING           PIC S9(5) VALUE ZERO.
       01 WS-OVERDUE-FLAG               PIC X(3) VALUE "NO".

       01 WS-ORDER-DATE-HOLD            PIC 9(8) VALUE ZERO.
       01 WS-ORDER-DATE-CHARS REDEFINES WS-ORDER-DATE-HOLD.
           MOVE OPO-LINE-STATUS TO WS-PST-LINE-STATUS.
           MOVE WS-DAYS-OUTSTANDING TO WS-PST-DAYS-OUT.
           MOVE SPACES TO WS-PST-FLAG.
           EVALUATE OPO-LINE-STATUS
               WHEN "O"
                   ADD 1 TO AUDIT-OPEN-COUNTER
                   PERFORM 304A-FLAG-OPEN-LINE
               WHEN "X"
                   ADD 1 TO AUDIT-CANCELLED-COUNTER
                   MOVE "CANCELLED" TO WS-PST-FLAG
               WHEN "S"
                   ADD 1 TO AUDIT-CLOSED-COUNTER
                   MOVE "CLOSED SHORT" TO WS-PST-FLAG
               WHEN OTHER
                   ADD 1 TO AUDIT-CLOSED-COUNTER
           END-EVALUATE.
           WRITE PO-STATUS-REPORT-RECORD FROM STATUS-DETAIL-LINE.

      * AN OPEN LINE PAST THE SUPPLIER'S LEAD TIME IS OVERDUE; AN
      * OPEN LINE PARTLY RECEIVED IS SHORT-SHIPPED. A LINE CAN BE
      * BOTH - OVERDUE IS WHAT PURCHASING CHASES FIRST. A PROMISED
      * DATE AGREED WITH THE SUPPLIER REPLACES THE LEAD-TIME TEST.
       304A-FLAG-OPEN-LINE.
           MOVE "NO" TO WS-OVERDUE-FLAG.
           IF OPO-PROMISED-DATE IS NUMERIC AND OPO-PROMISED-DATE > ZERO
               IF WS-CURRENT-YMD > OPO-PROMISED-DATE
                   MOVE "YES" TO WS-OVERDUE-FLAG
               END-IF
           ELSE
               IF WS-SUPPLIER-FOUND-FLAG = "YES"
                   AND WS-DAYS-OUTSTANDING > WS-SUPPLIER-LEAD-TIME
                   MOVE "YES" TO WS-OVERDUE-FLAG
               END-IF
           END-IF.
           IF WS-OVERDUE-FLAG = "YES"
               ADD 1 TO AUDIT-OVERDUE-COUNTER
               IF OPO-RECEIVED-QTY > ZERO
                   ADD 1 TO AUDIT-SHORT-COUNTER
           MOVE "LINES CLOSED:" TO WS-SUM-DESC.
           MOVE AUDIT-CLOSED-COUNTER TO WS-SUM-COUNT.
           WRITE PO-STATUS-REPORT-RECORD FROM STATUS-SUMMARY-LINE.
           MOVE "LINES CANCELLED:" TO WS-SUM-DESC.
           MOVE AUDIT-CANCELLED-COUNTER TO WS-SUM-COUNT.
           WRITE PO-STATUS-REPORT-RECORD FROM STATUS-SUMMARY-LINE.
           MOVE "LINES OVERDUE:" TO WS-SUM-DESC.
           MOVE AUDIT-OVERDUE-COUNTER TO WS-SUM-COUNT.
           WRITE PO-STATUS-REPORT-RECORD FROM STATUS-SUMMARY-LINE.
