       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH AS "APMATCH".
       AUTHOR. CHU-YU-YUN.
       DATE-WRITTEN. SEPTEMBER 2ND 2026.
       DATE-COMPILED. SEPTEMBER 2ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * THREE-WAY INVOICE MATCH FOR ACCOUNTS PAYABLE. READS THE KEYED
      * SUPPLIER INVOICE LINES AND MATCHES EACH ONE TO ITS LINE ON THE
      * OPEN-PO FILE - WHAT WE ORDERED, AT WHAT PRICE - AND TO THE
      * QUANTITY THE MOVEMENT RUN HAS RECEIVED AGAINST IT. A LINE THAT
      * AGREES WITHIN THE PRICE TOLERANCE IS PASSED FOR PAYMENT ON THE
      * AP APPROVAL INTERFACE, CONVERTED TO THE HOME CURRENCY AT THE
      * DAILY RATE FOR A FOREIGN SUPPLIER, AND ITS QUANTITY IS MARKED
      * BILLED ON THE PO LINE SO IT CANNOT BE PAID TWICE. EVERYTHING
      * ELSE - OVER-BILLED QUANTITY, GOODS NOT YET RECEIVED, PRICE
      * VARIANCES, CLOSED OR UNKNOWN PO LINES - GOES ON THE MATCH
      * EXCEPTION REPORT FOR AP TO CHASE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE 1 - KEYED SUPPLIER INVOICE LINES
           SELECT INVOICE-FILE-IN
              ASSIGN TO "./SUPINV.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SIN-STATUS.

      * INPUT FILE 2 - INDEXED SUPPLIER MASTER, KEYED BY SUPPLIER-CODE
           SELECT SUPPLIER-FILE-IN
              ASSIGN TO "./SUPPLIERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUPPLIER-CODE
              FILE STATUS SFI-STATUS.

      * INPUT FILE 3 - DAILY EXCHANGE RATES TO THE HOME CURRENCY
           SELECT EXCHANGE-RATE-FILE
              ASSIGN TO "./EXRATES.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS EXR-STATUS.

      * OPTIONAL MATCH PARAMETER - PRICE TOLERANCE PERCENTAGE
           SELECT MATCH-PARM-FILE
              ASSIGN TO "./APMPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS AMP-STATUS.

      * PERSISTENT OPEN-PO FILE - LOADED AT START-UP, REWRITTEN AT
      * END OF RUN WITH THE QUANTITY NOW BILLED ON EACH LINE
           SELECT OPTIONAL OPEN-PO-FILE
              ASSIGN TO "./OPENPO.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPO-STATUS.

      * OUTPUT FILE 1 - AP PAYMENT APPROVAL INTERFACE
           SELECT AP-APPROVAL-OUT
              ASSIGN TO "./APAPPRV.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * OUTPUT FILE 2 - MATCH EXCEPTION REPORT
           SELECT MATCH-EXCEPTION-OUT
              ASSIGN TO "./APMEXC.TXT"
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
      * ONE RECORD PER INVOICE LINE. THE BILLED PRICE IS IN THE
      * SUPPLIER'S CURRENCY, THE SAME CURRENCY THE PO LINE WAS CUT IN
       FD INVOICE-FILE-IN.
       01 INVOICE-IN-RECORD.
           02 SIN-INVOICE-NUMBER     PIC X(10).
           02 SIN-INVOICE-DATE       PIC 9(8).
           02 SIN-PO-NUMBER          PIC 9(6).
           02 SIN-PART-NUMBER        PIC 9(5).
           02 SIN-BILLED-QTY         PIC 9(5).
           02 SIN-BILLED-PRICE       PIC 9(5)V99.

       FD SUPPLIER-FILE-IN.
       01 SUPPLIER-RECORD-IN.
           02 SUPPLIER-CODE          PIC X(5).
           02 SUPPLIER-NAME          PIC X(15).
           02 SUPPLIER-LEAD-TIME     PIC 9(3).
           02 SUPPLIER-TARGET-STOCK  PIC 9(4).
           02 SUPPLIER-CURRENCY      PIC X(3).

       FD EXCHANGE-RATE-FILE.
       01 EXCHANGE-RATE-RECORD.
           02 EXR-CURRENCY-IN        PIC X(3).
           02 EXR-RATE-IN            PIC 9(3)V9(6).

       FD MATCH-PARM-FILE.
       01 MATCH-PARM-RECORD.
           02 AMP-PRICE-TOL-PCT-IN   PIC 9(2)V99.

       FD OPEN-PO-FILE.
       01 OPEN-PO-RECORD.
           02 OPO-PO-NUMBER          PIC 9(6).
           02 OPO-SUPPLIER-CODE      PIC X(5).
           02 OPO-ORDER-DATE         PIC 9(8).
           02 OPO-PART-NUMBER        PIC 9(5).
           02 OPO-ORDER-QTY          PIC 9(4).
           02 OPO-RECEIVED-QTY       PIC 9(5).
           02 OPO-LINE-STATUS        PIC X.
           02 OPO-UNIT-COST          PIC 9(5)V99.
           02 OPO-BILLED-QTY         PIC 9(5).
           02 OPO-FIRST-RECEIPT-DATE PIC 9(8).
           02 OPO-FINAL-RECEIPT-DATE PIC 9(8).
           02 OPO-PROMISED-DATE      PIC 9(8).

       FD AP-APPROVAL-OUT.
       01 AP-APPROVAL-RECORD         PIC X(80).

       FD MATCH-EXCEPTION-OUT.
       01 MATCH-EXCEPTION-RECORD     PIC X(100).

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
          05 INV-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 AUDIT-INVOICE-COUNTER          PIC 9(6) VALUE ZERO.
          05 AUDIT-APPROVED-COUNTER         PIC 9(6) VALUE ZERO.
          05 AUDIT-EXC-COUNTER              PIC 9(6) VALUE ZERO.
          05 AUDIT-INVALID-COUNTER          PIC 9(6) VALUE ZERO.
          05 AUDIT-UNKNOWN-COUNTER          PIC 9(6) VALUE ZERO.
          05 AUDIT-CLOSED-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-OVERBILL-COUNTER         PIC 9(6) VALUE ZERO.
          05 AUDIT-NOTRECV-COUNTER          PIC 9(6) VALUE ZERO.
          05 AUDIT-PRICE-COUNTER            PIC 9(6) VALUE ZERO.
          05 AUDIT-OTHER-COUNTER            PIC 9(6) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(30) VALUE
                  "INVOICE MATCH EXCEPTIONS - RUN".
           05 FILLER            PIC X     VALUE SPACES.
           05 WS-RUN-DATE-OUT.
               10 WS-RD-MM      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-DD      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-YYYY    PIC X(4).
           05 FILLER            PIC X(18) VALUE "  PRICE TOLERANCE ".
           05 WS-TOL-PCT-OUT    PIC Z9.99.
           05 FILLER            PIC X     VALUE "%".
           05 FILLER            PIC X(35) VALUE SPACES.

       01 EXCEPTION-COLUMN-LINE.
           05 FILLER            PIC X(11) VALUE "INVOICE".
           05 FILLER            PIC X(8)  VALUE "PO".
           05 FILLER            PIC X(7)  VALUE "PART".
           05 FILLER            PIC X(7)  VALUE "BILLED".
           05 FILLER            PIC X(10) VALUE "  PRICE".
           05 FILLER            PIC X(7)  VALUE "ORDER".
           05 FILLER            PIC X(7)  VALUE "RECVD".
           05 FILLER            PIC X(7)  VALUE "PAID".
           05 FILLER            PIC X(10) VALUE " PO PRICE".
           05 FILLER            PIC X(26) VALUE "REASON".

       01 EXCEPTION-DETAIL-LINE.
           05 WS-MEX-INVOICE-NUMBER     PIC X(10).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-MEX-PO-NUMBER          PIC 9(6).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-MEX-PART-NUMBER        PIC 9(5).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-MEX-BILLED-QTY         PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-MEX-BILLED-PRICE       PIC ZZZZ9.99.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-MEX-ORDER-QTY          PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-MEX-RECEIVED-QTY       PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-MEX-PRIOR-BILLED       PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-MEX-PO-PRICE           PIC ZZZZ9.99.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-MEX-REASON             PIC X(24).

       01 EXCEPTION-SUMMARY-LINE.
           05 WS-SUM-DESC               PIC X(30).
           05 WS-SUM-COUNT              PIC ZZZZZ9.
           05 FILLER                    PIC X(64) VALUE SPACES.

      * AP APPROVAL INTERFACE RECORD IMAGES - ONE HEADER PER RUN, ONE
      * DETAIL PER PASSED LINE, AND A CONTROL TRAILER AP BALANCES TO
       01 WS-APR-HEADER-RECORD.
           05 FILLER                    PIC X     VALUE "H".
           05 WS-APH-RUN-DATE           PIC 9(8).
           05 WS-APH-HOME-CURRENCY      PIC X(3).

       01 WS-APR-DETAIL-RECORD.
           05 FILLER                    PIC X     VALUE "D".
           05 WS-APD-INVOICE-NUMBER     PIC X(10).
           05 WS-APD-INVOICE-DATE       PIC 9(8).
           05 WS-APD-SUPPLIER-CODE      PIC X(5).
           05 WS-APD-PO-NUMBER          PIC 9(6).
           05 WS-APD-PART-NUMBER        PIC 9(5).
           05 WS-APD-BILLED-QTY         PIC 9(5).
           05 WS-APD-BILLED-PRICE       PIC 9(5)V99.
           05 WS-APD-CURRENCY           PIC X(3).
           05 WS-APD-EXCHANGE-RATE      PIC 9(3)V9(6).
           05 WS-APD-HOME-AMOUNT        PIC 9(9)V99.

       01 WS-APR-TRAILER-RECORD.
           05 FILLER                    PIC X     VALUE "T".
           05 WS-APT-LINE-COUNT         PIC 9(6).
           05 WS-APT-TOTAL-QTY          PIC 9(8).
           05 WS-APT-TOTAL-AMOUNT       PIC 9(11)V99.

      * IN-CORE IMAGE OF THE OPEN-PO FILE - LOADED AT START-UP,
      * REWRITTEN AT END OF RUN. A FILE THAT OVERFLOWS THE TABLE
      * REFUSES THE RUN RATHER THAN DROP PO LINES FROM A PERSISTENT
      * BOOK FILE. CLOSED LINES ARE KEPT - PURGING BELONGS TO THE
      * MOVEMENT RUN.
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
       01 WS-OPO-IDX                    PIC 9(3) VALUE ZERO.
       01 WS-OPO-MATCH-IDX              PIC 9(3) VALUE ZERO.
       01 WS-OPO-EOF-FLAG               PIC X(3) VALUE "NO".
       01 WS-OPO-OVERFLOW-FLAG          PIC X(3) VALUE "NO".
       01 WS-OPO-LOADED-FLAG            PIC X(3) VALUE "NO".

      * EXCHANGE RATES TO THE HOME CURRENCY, LOADED ONCE PER RUN
       01 EXCHANGE-RATE-TABLE.
           05 EXRATE-ENTRY OCCURS 20 TIMES.
               10 EXRATE-CURRENCY       PIC X(3).
               10 EXRATE-RATE           PIC 9(3)V9(6).
       01 WS-EXRATE-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-EXRATE-IDX                 PIC 9(2) VALUE ZERO.
       01 EXR-EOF-FLAG                  PIC X(3) VALUE "NO".
       01 WS-HOME-CURRENCY              PIC X(3) VALUE "CAD".
       01 WS-EXCHANGE-RATE              PIC 9(3)V9(6) VALUE ZERO.
       01 WS-RATE-FOUND-FLAG            PIC X(3) VALUE "NO".

      * SUPPLIER OF THE MATCHED PO LINE
       01 WS-SUPPLIER-FOUND-FLAG        PIC X(3) VALUE "NO".
       01 WS-SUPPLIER-CURRENCY          PIC X(3) VALUE SPACES.

      * PRICE TOLERANCE - A BILLED PRICE WITHIN THIS PERCENTAGE OF
      * THE PO PRICE EITHER WAY PASSES. NO PARAMETER FILE MEANS 2%.
       01 WS-PRICE-TOL-PCT              PIC 9(2)V99 VALUE 2.00.
       01 WS-PRICE-TOL-AMOUNT           PIC 9(5)V9(4) VALUE ZERO.
       01 WS-PRICE-DIFFERENCE           PIC S9(5)V99 VALUE ZERO.
       01 WS-ABS-PRICE-DIFFERENCE       PIC 9(5)V99 VALUE ZERO.

      * QUANTITY POSITION OF THE MATCHED LINE BEFORE THIS INVOICE
       01 WS-BILL-LIMIT-QTY             PIC 9(5) VALUE ZERO.
       01 WS-BILLED-AFTER-QTY           PIC 9(6) VALUE ZERO.
       01 WS-UNBILLED-RECEIVED-QTY      PIC S9(6) VALUE ZERO.

      * OUTCOME OF MATCHING THE CURRENT INVOICE LINE - SPACES MEANS
      * THE LINE PASSED
       01 WS-MATCH-REASON               PIC X(24) VALUE SPACES.

      * APPROVAL CONTROL TOTALS
       01 WS-HOME-AMOUNT                PIC 9(9)V99 VALUE ZERO.
       01 WS-APR-TOTAL-QTY              PIC 9(8) VALUE ZERO.
       01 WS-APR-TOTAL-AMOUNT           PIC 9(11)V99 VALUE ZERO.

       01 WS-CURRENT-YMD                PIC 9(8) VALUE ZERO.

       77 SIN-STATUS PIC X(2).
       77 SFI-STATUS PIC X(2).
       77 EXR-STATUS PIC X(2).
       77 AMP-STATUS PIC X(2).
       77 OPO-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "APMATCH".
       01 WS-RSQ-EOF-FLAG               PIC X(3) VALUE "NO".
       01 WS-OVERRIDE-FLAG              PIC X(3) VALUE "NO".
       01 WS-SELF-RAN-FLAG              PIC X(3) VALUE "NO".
       01 WS-SEQ-DATE-YMD               PIC 9(8) VALUE ZERO.

       77 RSQ-STATUS PIC X(2).
       77 OVR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-MATCH-INVOICES.
           PERFORM 201-INITIALIZE-MATCH.
           PERFORM 202-PROCESS-INVOICE-LINE
             UNTIL INV-EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-MATCH.
           STOP RUN.

       201-INITIALIZE-MATCH.
           PERFORM 500-CHECK-RUN-SEQUENCE.
           PERFORM 302-LOAD-OPEN-PO-TABLE.
           PERFORM 303-LOAD-EXCHANGE-RATES.
           PERFORM 304-READ-MATCH-PARAMETERS.
           OPEN INPUT INVOICE-FILE-IN.
           IF SIN-STATUS NOT = "00"
               DISPLAY "INVOICE FILE UNAVAILABLE - STATUS " SIN-STATUS
               MOVE "YES" TO INV-EOF-FLAG
           END-IF.
           OPEN INPUT SUPPLIER-FILE-IN.
           OPEN OUTPUT AP-APPROVAL-OUT.
           OPEN OUTPUT MATCH-EXCEPTION-OUT.
           PERFORM 301A-GET-RUN-DATE.
           MOVE WS-PRICE-TOL-PCT TO WS-TOL-PCT-OUT.
           WRITE MATCH-EXCEPTION-RECORD FROM RUN-DATE-LINE.
           WRITE MATCH-EXCEPTION-RECORD FROM EXCEPTION-COLUMN-LINE.
           MOVE WS-CURRENT-YMD TO WS-APH-RUN-DATE.
           MOVE WS-HOME-CURRENCY TO WS-APH-HOME-CURRENCY.
           WRITE AP-APPROVAL-RECORD FROM WS-APR-HEADER-RECORD.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD.

      * NO OPEN-PO FILE MEANS NOTHING HAS BEEN ORDERED - EVERY
      * INVOICE LINE BECOMES AN UNKNOWN-PO EXCEPTION
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
           END-IF.

      * THE RATE FILE IS CUT DAILY BY TREASURY - A MISSING FILE ONLY
      * MEANS EVERY FOREIGN-CURRENCY INVOICE BECOMES AN EXCEPTION
       303-LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF EXR-STATUS = "00"
               PERFORM 303A-LOAD-ONE-RATE
                   UNTIL EXR-EOF-FLAG = "YES"
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       303A-LOAD-ONE-RATE.
           READ EXCHANGE-RATE-FILE
               AT END MOVE "YES" TO EXR-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF EXR-STATUS NOT = "00" AND EXR-STATUS NOT = "04"
               AND EXR-STATUS NOT = "10"
               MOVE "YES" TO EXR-EOF-FLAG
           END-IF.
           IF EXR-EOF-FLAG = "NO" AND WS-EXRATE-COUNT < 20
               ADD 1 TO WS-EXRATE-COUNT
               MOVE EXR-CURRENCY-IN TO EXRATE-CURRENCY(WS-EXRATE-COUNT)
               MOVE EXR-RATE-IN TO EXRATE-RATE(WS-EXRATE-COUNT)
           END-IF.

      * NO PARAMETER FILE, OR A MIS-KEYED ONE, KEEPS THE 2% DEFAULT
       304-READ-MATCH-PARAMETERS.
           OPEN INPUT MATCH-PARM-FILE.
           IF AMP-STATUS = "00"
               READ MATCH-PARM-FILE
                   NOT AT END
                       IF AMP-PRICE-TOL-PCT-IN IS NUMERIC
                           MOVE AMP-PRICE-TOL-PCT-IN
                               TO WS-PRICE-TOL-PCT
                       END-IF
               END-READ
               CLOSE MATCH-PARM-FILE
           END-IF.

       202-PROCESS-INVOICE-LINE.
           READ INVOICE-FILE-IN
               AT END MOVE "YES" TO INV-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF SIN-STATUS NOT = "00" AND SIN-STATUS NOT = "04"
               AND SIN-STATUS NOT = "10"
               MOVE "YES" TO INV-EOF-FLAG
           END-IF.
           IF INV-EOF-FLAG = "NO"
               ADD 1 TO AUDIT-INVOICE-COUNTER
               PERFORM 305-MATCH-INVOICE-LINE
               IF WS-MATCH-REASON = SPACES
                   PERFORM 306-WRITE-APPROVAL-DETAIL
               ELSE
                   PERFORM 307-WRITE-MATCH-EXCEPTION
               END-IF
           END-IF.

      * THE CHECKS RUN IN THE ORDER AP WORKS THEM: A LINE THAT CANNOT
      * BE FOUND OR IS CLOSED NEEDS THE SUPPLIER CALLED BEFORE ANY
      * QUANTITY OR PRICE QUESTION IS WORTH ASKING
       305-MATCH-INVOICE-LINE.
           MOVE SPACES TO WS-MATCH-REASON.
           MOVE ZERO TO WS-OPO-MATCH-IDX.
           IF SIN-PO-NUMBER IS NOT NUMERIC
               OR SIN-PART-NUMBER IS NOT NUMERIC
               OR SIN-BILLED-QTY IS NOT NUMERIC
               OR SIN-BILLED-PRICE IS NOT NUMERIC
               OR SIN-BILLED-QTY = ZERO
               MOVE "INVALID INVOICE LINE" TO WS-MATCH-REASON
               ADD 1 TO AUDIT-INVALID-COUNTER
           END-IF.
           IF WS-MATCH-REASON = SPACES
               PERFORM 305A-FIND-PO-LINE
               IF WS-OPO-MATCH-IDX = ZERO
                   MOVE "UNKNOWN PO OR PART" TO WS-MATCH-REASON
                   ADD 1 TO AUDIT-UNKNOWN-COUNTER
               END-IF
           END-IF.
           IF WS-MATCH-REASON = SPACES
               PERFORM 305B-CHECK-QUANTITY
           END-IF.
           IF WS-MATCH-REASON = SPACES
               PERFORM 305C-CHECK-PRICE
           END-IF.
           IF WS-MATCH-REASON = SPACES
               PERFORM 305D-FIND-INVOICE-RATE
           END-IF.

       305A-FIND-PO-LINE.
           MOVE ZERO TO WS-OPO-IDX.
           PERFORM 305E-SCAN-ONE-PO-LINE
               UNTIL WS-OPO-IDX >= WS-OPO-COUNT
                  OR WS-OPO-MATCH-IDX > ZERO.

       305E-SCAN-ONE-PO-LINE.
           ADD 1 TO WS-OPO-IDX.
           IF OPO-TBL-PO-NUMBER(WS-OPO-IDX) = SIN-PO-NUMBER
               AND OPO-TBL-PART-NUMBER(WS-OPO-IDX) = SIN-PART-NUMBER
               MOVE WS-OPO-IDX TO WS-OPO-MATCH-IDX
           END-IF.

      * A CLOSED LINE STILL TAKES BILLING FOR WHAT WAS RECEIVED AND
      * NOT YET PAID; ONCE THAT IS PAID THE LINE IS CLOSED TO AP.
      * THE BILLING LIMIT IS THE ORDERED QUANTITY, OR THE RECEIVED
      * QUANTITY WHERE RECEIVING ACCEPTED AN OVER-SHIPMENT.
       305B-CHECK-QUANTITY.
           COMPUTE WS-UNBILLED-RECEIVED-QTY =
               OPO-TBL-RECEIVED-QTY(WS-OPO-MATCH-IDX)
               - OPO-TBL-BILLED-QTY(WS-OPO-MATCH-IDX).
           COMPUTE WS-BILLED-AFTER-QTY =
               OPO-TBL-BILLED-QTY(WS-OPO-MATCH-IDX) + SIN-BILLED-QTY.
           IF OPO-TBL-RECEIVED-QTY(WS-OPO-MATCH-IDX)
               > OPO-TBL-ORDER-QTY(WS-OPO-MATCH-IDX)
               MOVE OPO-TBL-RECEIVED-QTY(WS-OPO-MATCH-IDX)
                   TO WS-BILL-LIMIT-QTY
           ELSE
               MOVE OPO-TBL-ORDER-QTY(WS-OPO-MATCH-IDX)
                   TO WS-BILL-LIMIT-QTY
           END-IF.
           EVALUATE TRUE
               WHEN OPO-TBL-LINE-STATUS(WS-OPO-MATCH-IDX) NOT = "O"
                   AND WS-UNBILLED-RECEIVED-QTY NOT > ZERO
                   MOVE "PO LINE CLOSED" TO WS-MATCH-REASON
                   ADD 1 TO AUDIT-CLOSED-COUNTER
               WHEN WS-BILLED-AFTER-QTY > WS-BILL-LIMIT-QTY
                   MOVE "QUANTITY OVER-BILLED" TO WS-MATCH-REASON
                   ADD 1 TO AUDIT-OVERBILL-COUNTER
               WHEN SIN-BILLED-QTY > WS-UNBILLED-RECEIVED-QTY
                   MOVE "BILLED NOT RECEIVED" TO WS-MATCH-REASON
                   ADD 1 TO AUDIT-NOTRECV-COUNTER
           END-EVALUATE.

      * BOTH PRICES ARE IN THE SUPPLIER'S CURRENCY. A LINE CUT BEFORE
      * PO PRICES WERE CARRIED HAS NOTHING TO MATCH AGAINST AND IS
      * LEFT FOR AP TO PRICE BY HAND.
       305C-CHECK-PRICE.
           IF OPO-TBL-UNIT-COST(WS-OPO-MATCH-IDX) = ZERO
               MOVE "NO PO PRICE ON FILE" TO WS-MATCH-REASON
               ADD 1 TO AUDIT-OTHER-COUNTER
           ELSE
               COMPUTE WS-PRICE-DIFFERENCE =
                   SIN-BILLED-PRICE
                   - OPO-TBL-UNIT-COST(WS-OPO-MATCH-IDX)
               COMPUTE WS-ABS-PRICE-DIFFERENCE =
                   FUNCTION ABS(WS-PRICE-DIFFERENCE)
               COMPUTE WS-PRICE-TOL-AMOUNT =
                   OPO-TBL-UNIT-COST(WS-OPO-MATCH-IDX)
                   * WS-PRICE-TOL-PCT / 100
               IF WS-ABS-PRICE-DIFFERENCE > WS-PRICE-TOL-AMOUNT
                   MOVE "PRICE VARIANCE" TO WS-MATCH-REASON
                   ADD 1 TO AUDIT-PRICE-COUNTER
               END-IF
           END-IF.

      * A FOREIGN SUPPLIER IS PAID IN ITS OWN CURRENCY, BUT AP BOOKS
      * THE LIABILITY IN THE HOME CURRENCY AT TODAY'S RATE - A LINE
      * WITH NO RATE ON FILE CANNOT BE BOOKED AND WAITS FOR ONE
       305D-FIND-INVOICE-RATE.
           MOVE "NO" TO WS-SUPPLIER-FOUND-FLAG.
           MOVE OPO-TBL-SUPPLIER(WS-OPO-MATCH-IDX) TO SUPPLIER-CODE.
           READ SUPPLIER-FILE-IN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WS-SUPPLIER-FOUND-FLAG
           END-READ.
           IF WS-SUPPLIER-FOUND-FLAG = "NO"
               MOVE "SUPPLIER NOT ON MASTER" TO WS-MATCH-REASON
               ADD 1 TO AUDIT-OTHER-COUNTER
           ELSE
               IF SUPPLIER-CURRENCY = SPACES
                   MOVE WS-HOME-CURRENCY TO WS-SUPPLIER-CURRENCY
               ELSE
                   MOVE SUPPLIER-CURRENCY TO WS-SUPPLIER-CURRENCY
               END-IF
               IF WS-SUPPLIER-CURRENCY = WS-HOME-CURRENCY
                   MOVE 1 TO WS-EXCHANGE-RATE
               ELSE
                   PERFORM 305F-FIND-EXCHANGE-RATE
                   IF WS-RATE-FOUND-FLAG = "NO"
                       MOVE "NO EXCHANGE RATE" TO WS-MATCH-REASON
                       ADD 1 TO AUDIT-OTHER-COUNTER
                   END-IF
               END-IF
           END-IF.

       305F-FIND-EXCHANGE-RATE.
           MOVE "NO" TO WS-RATE-FOUND-FLAG.
           MOVE ZERO TO WS-EXRATE-IDX.
           PERFORM 305G-SCAN-ONE-RATE
               UNTIL WS-EXRATE-IDX >= WS-EXRATE-COUNT
                  OR WS-RATE-FOUND-FLAG = "YES".

       305G-SCAN-ONE-RATE.
           ADD 1 TO WS-EXRATE-IDX.
           IF EXRATE-CURRENCY(WS-EXRATE-IDX) = WS-SUPPLIER-CURRENCY
               MOVE EXRATE-RATE(WS-EXRATE-IDX) TO WS-EXCHANGE-RATE
               MOVE "YES" TO WS-RATE-FOUND-FLAG
           END-IF.

      * PASS THE LINE FOR PAYMENT AND MARK ITS QUANTITY BILLED SO A
      * SECOND INVOICE FOR THE SAME GOODS IS CAUGHT
       306-WRITE-APPROVAL-DETAIL.
           COMPUTE WS-HOME-AMOUNT ROUNDED =
               SIN-BILLED-QTY * SIN-BILLED-PRICE * WS-EXCHANGE-RATE.
           MOVE SIN-INVOICE-NUMBER TO WS-APD-INVOICE-NUMBER.
           MOVE SIN-INVOICE-DATE TO WS-APD-INVOICE-DATE.
           MOVE OPO-TBL-SUPPLIER(WS-OPO-MATCH-IDX)
               TO WS-APD-SUPPLIER-CODE.
           MOVE SIN-PO-NUMBER TO WS-APD-PO-NUMBER.
           MOVE SIN-PART-NUMBER TO WS-APD-PART-NUMBER.
           MOVE SIN-BILLED-QTY TO WS-APD-BILLED-QTY.
           MOVE SIN-BILLED-PRICE TO WS-APD-BILLED-PRICE.
           MOVE WS-SUPPLIER-CURRENCY TO WS-APD-CURRENCY.
           MOVE WS-EXCHANGE-RATE TO WS-APD-EXCHANGE-RATE.
           MOVE WS-HOME-AMOUNT TO WS-APD-HOME-AMOUNT.
           WRITE AP-APPROVAL-RECORD FROM WS-APR-DETAIL-RECORD.
           ADD SIN-BILLED-QTY TO OPO-TBL-BILLED-QTY(WS-OPO-MATCH-IDX).
           ADD 1 TO AUDIT-APPROVED-COUNTER.
           ADD SIN-BILLED-QTY TO WS-APR-TOTAL-QTY.
           ADD WS-HOME-AMOUNT TO WS-APR-TOTAL-AMOUNT.

       307-WRITE-MATCH-EXCEPTION.
           MOVE SIN-INVOICE-NUMBER TO WS-MEX-INVOICE-NUMBER.
           IF SIN-PO-NUMBER IS NUMERIC
               MOVE SIN-PO-NUMBER TO WS-MEX-PO-NUMBER
           ELSE
               MOVE ZERO TO WS-MEX-PO-NUMBER
           END-IF.
           IF SIN-PART-NUMBER IS NUMERIC
               MOVE SIN-PART-NUMBER TO WS-MEX-PART-NUMBER
           ELSE
               MOVE ZERO TO WS-MEX-PART-NUMBER
           END-IF.
           IF SIN-BILLED-QTY IS NUMERIC
               MOVE SIN-BILLED-QTY TO WS-MEX-BILLED-QTY
           ELSE
               MOVE ZERO TO WS-MEX-BILLED-QTY
           END-IF.
           IF SIN-BILLED-PRICE IS NUMERIC
               MOVE SIN-BILLED-PRICE TO WS-MEX-BILLED-PRICE
           ELSE
               MOVE ZERO TO WS-MEX-BILLED-PRICE
           END-IF.
           IF WS-OPO-MATCH-IDX > ZERO
               MOVE OPO-TBL-ORDER-QTY(WS-OPO-MATCH-IDX)
                   TO WS-MEX-ORDER-QTY
               MOVE OPO-TBL-RECEIVED-QTY(WS-OPO-MATCH-IDX)
                   TO WS-MEX-RECEIVED-QTY
               MOVE OPO-TBL-BILLED-QTY(WS-OPO-MATCH-IDX)
                   TO WS-MEX-PRIOR-BILLED
               MOVE OPO-TBL-UNIT-COST(WS-OPO-MATCH-IDX)
                   TO WS-MEX-PO-PRICE
           ELSE
               MOVE ZERO TO WS-MEX-ORDER-QTY
               MOVE ZERO TO WS-MEX-RECEIVED-QTY
               MOVE ZERO TO WS-MEX-PRIOR-BILLED
               MOVE ZERO TO WS-MEX-PO-PRICE
           END-IF.
           MOVE WS-MATCH-REASON TO WS-MEX-REASON.
           WRITE MATCH-EXCEPTION-RECORD FROM EXCEPTION-DETAIL-LINE.
           ADD 1 TO AUDIT-EXC-COUNTER.

      * THE BILLED QUANTITIES GO BACK ON THE PO FILE ONLY WHEN IT WAS
      * LOADED - A FILE THAT COULD NOT BE OPENED IS LEFT ALONE
       308-REWRITE-OPEN-PO-FILE.
           IF WS-OPO-LOADED-FLAG = "YES"
               OPEN OUTPUT OPEN-PO-FILE
               MOVE ZERO TO WS-OPO-IDX
               PERFORM 308A-WRITE-ONE-PO-LINE
                   UNTIL WS-OPO-IDX >= WS-OPO-COUNT
               CLOSE OPEN-PO-FILE
           END-IF.

       308A-WRITE-ONE-PO-LINE.
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

       203-TERMINATE-MATCH.
           MOVE AUDIT-APPROVED-COUNTER TO WS-APT-LINE-COUNT.
           MOVE WS-APR-TOTAL-QTY TO WS-APT-TOTAL-QTY.
           MOVE WS-APR-TOTAL-AMOUNT TO WS-APT-TOTAL-AMOUNT.
           WRITE AP-APPROVAL-RECORD FROM WS-APR-TRAILER-RECORD.
           MOVE "INVOICE LINES READ:" TO WS-SUM-DESC.
           MOVE AUDIT-INVOICE-COUNTER TO WS-SUM-COUNT.
           WRITE MATCH-EXCEPTION-RECORD FROM EXCEPTION-SUMMARY-LINE.
           MOVE "LINES PASSED FOR PAYMENT:" TO WS-SUM-DESC.
           MOVE AUDIT-APPROVED-COUNTER TO WS-SUM-COUNT.
           WRITE MATCH-EXCEPTION-RECORD FROM EXCEPTION-SUMMARY-LINE.
           MOVE "INVALID INVOICE LINES:" TO WS-SUM-DESC.
           MOVE AUDIT-INVALID-COUNTER TO WS-SUM-COUNT.
           WRITE MATCH-EXCEPTION-RECORD FROM EXCEPTION-SUMMARY-LINE.
           MOVE "UNKNOWN PO OR PART:" TO WS-SUM-DESC.
           MOVE AUDIT-UNKNOWN-COUNTER TO WS-SUM-COUNT.
           WRITE MATCH-EXCEPTION-RECORD FROM EXCEPTION-SUMMARY-LINE.
           MOVE "PO LINE CLOSED:" TO WS-SUM-DESC.
           MOVE AUDIT-CLOSED-COUNTER TO WS-SUM-COUNT.
           WRITE MATCH-EXCEPTION-RECORD FROM EXCEPTION-SUMMARY-LINE.
           MOVE "QUANTITY OVER-BILLED:" TO WS-SUM-DESC.
           MOVE AUDIT-OVERBILL-COUNTER TO WS-SUM-COUNT.
           WRITE MATCH-EXCEPTION-RECORD FROM EXCEPTION-SUMMARY-LINE.
           MOVE "BILLED NOT RECEIVED:" TO WS-SUM-DESC.
           MOVE AUDIT-NOTRECV-COUNTER TO WS-SUM-COUNT.
           WRITE MATCH-EXCEPTION-RECORD FROM EXCEPTION-SUMMARY-LINE.
           MOVE "PRICE VARIANCE:" TO WS-SUM-DESC.
           MOVE AUDIT-PRICE-COUNTER TO WS-SUM-COUNT.
           WRITE MATCH-EXCEPTION-RECORD FROM EXCEPTION-SUMMARY-LINE.
           MOVE "OTHER EXCEPTIONS:" TO WS-SUM-DESC.
           MOVE AUDIT-OTHER-COUNTER TO WS-SUM-COUNT.
           WRITE MATCH-EXCEPTION-RECORD FROM EXCEPTION-SUMMARY-LINE.
           DISPLAY "Invoice lines read: " AUDIT-INVOICE-COUNTER.
           DISPLAY "Invoice lines passed for payment: "
               AUDIT-APPROVED-COUNTER.
           DISPLAY "Invoice lines on exception: " AUDIT-EXC-COUNTER.
           DISPLAY "Approved home-currency amount: "
               WS-APR-TOTAL-AMOUNT.
           CLOSE INVOICE-FILE-IN.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE AP-APPROVAL-OUT.
           CLOSE MATCH-EXCEPTION-OUT.
           PERFORM 308-REWRITE-OPEN-PO-FILE.
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

      * A SECOND RUN WOULD OVERWRITE AN APPROVAL FILE AP MAY NOT YET
      * HAVE TAKEN - A GENUINE RERUN GOES THROUGH THE OVERRIDE
       500D-ENFORCE-SEQUENCE-RULES.
           IF WS-SELF-RAN-FLAG = "YES"
               DISPLAY "RUN REFUSED: APMATCH ALREADY COMPLETED TODAY"
               DISPLAY "  TODAY'S APPROVAL FILE WOULD BE OVERWRITTEN"
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
       END PROGRAM APMATCH.
