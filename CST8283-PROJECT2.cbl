      * SPACES MEANS THE PART HAS NEVER MOVED SINCE TRACKING BEGAN
           02 LAST-ISSUE-DATE-IN   PIC 9(8).
           02 LAST-RECEIPT-DATE-IN PIC 9(8).
      * MOVING AVERAGE UNIT COST KEPT BY THE MOVEMENT RUN, IN THE SAME
      * CURRENCY AS THE UNIT PRICE - STOCK IS VALUED AT THIS COST
           02 AVG-COST-IN          PIC 9(5)V99.

      * CONTROL-TOTAL TRAILER CARRIED AS THE LAST RECORD OF THE FEED
       01 INVENT-TRAILER-IN.
           02 POS-SUPPLIER-CODE         PIC X(5).
           02 POS-PART-NUMBER           PIC 9(5).
           02 POS-ORDER-QTY             PIC 9(4).
           02 POS-UNIT-COST             PIC 9(5)V99.

       SD SORT-PO-FILE.
       01 SORT-PO-RECORD.
           02 SPO-SUPPLIER-CODE         PIC X(5).
           02 SPO-PART-NUMBER           PIC 9(5).
           02 SPO-ORDER-QTY             PIC 9(4).
           02 SPO-UNIT-COST             PIC 9(5)V99.

       FD PO-INTERFACE-OUT.
       01 PO-INTERFACE-RECORD           PIC X(20).
           02 OPO-ORDER-QTY             PIC 9(4).
           02 OPO-RECEIVED-QTY          PIC 9(5).
           02 OPO-LINE-STATUS           PIC X.
      * SUPPLIER PRICE AT THE TIME THE LINE WAS CUT - THE MOVEMENT RUN
      * COSTS A RECEIPT AGAINST THE LINE AT THIS PRICE
           02 OPO-UNIT-COST             PIC 9(5)V99.
      * QUANTITY PASSED FOR PAYMENT BY THE INVOICE MATCH
           02 OPO-BILLED-QTY            PIC 9(5).
      * RECEIPT DATES STAMPED BY THE MOVEMENT RUN
           02 OPO-FIRST-RECEIPT-DATE    PIC 9(8).
           02 OPO-FINAL-RECEIPT-DATE    PIC 9(8).
      * DELIVERY DATE AGREED BY PO MAINTENANCE - ZERO UNTIL MOVED
           02 OPO-PROMISED-DATE         PIC 9(8).

       FD ABC-STAGE-FILE.
       01 ABC-STAGE-RECORD.
           02 CKPT-QUANTITY-HASH        PIC 9(11).
      * IN-FLIGHT PART GROUP AND WAREHOUSE TOTALS, HELD SO A RESTART
      * RESUMES MID-GROUP WITHOUT LOSING THE CONSOLIDATED POSITION
           02 CKPT-GROUP-HOLD           PIC X(100).
           02 CKPT-WHSE-TOTALS          PIC X(232).

       FD PARAMETER-FILE.
      * CONVERSION WORK FIELDS - ORIGINAL VALUE IN THE SUPPLIER'S
      * CURRENCY, THE MATCHED RATE, AND A RATE-FOUND SWITCH
       01 WS-ORIGINAL-VALUE             PIC 9(15) VALUE ZERO.
       01 WS-VALUATION-COST             PIC 9(5)V99 VALUE ZERO.
       01 WS-EXCHANGE-RATE              PIC 9(3)V9(6) VALUE ZERO.
       01 WS-RATE-FOUND-FLAG            PIC X(3) VALUE "NO".

           02 WS-POS-SUPPLIER-CODE      PIC X(5).
           02 WS-POS-PART-NUMBER        PIC 9(5).
           02 WS-POS-ORDER-QTY          PIC 9(4).
           02 WS-POS-UNIT-COST          PIC 9(5)V99.

      * ABC CLASSIFICATION WORK FIELDS AND REPORT LINES
       01 WS-ABC-STAGE-REPORT.
           05 WS-GRP-CONS-VALUE         PIC 9(15) VALUE ZERO.
      * MOST RECENT LAST-ISSUE DATE ACROSS THE PART'S LOCATIONS
           05 WS-GRP-LAST-ISSUE         PIC 9(8) VALUE ZERO.
      * CURRENT SUPPLIER PRICE, CARRIED ONTO ANY PO LINE CUT FOR THE
      * PART
           05 WS-GRP-UNIT-PRICE         PIC 9(5)V99 VALUE ZERO.

      * A FEED CUT BEFORE LOCATIONS EXISTED CARRIES SPACES - TREAT
      * THOSE RECORDS AS THE MAIN WAREHOUSE
           MOVE ZERO TO WS-GRP-CONS-QTY.
           MOVE ZERO TO WS-GRP-CONS-VALUE.
           MOVE ZERO TO WS-GRP-LAST-ISSUE.
           MOVE UNIT-PRICE-IN TO WS-GRP-UNIT-PRICE.

      * CLOSE OUT THE CONSOLIDATED PART - THE TOTAL LINE, HISTORY,
      * REORDER CHECK AND ABC RANKING ALL USE THE ALL-SITE POSITION
      * VALUE THE PART IN THE SUPPLIER'S CURRENCY, THEN CONVERT TO THE
      * HOME CURRENCY AT THE DAILY RATE. A FOREIGN PART WITH NO RATE
      * ON FILE IS AN EXCEPTION, VALUED AT PAR RATHER THAN SILENTLY
      * STOCK IS VALUED AT ITS MOVING AVERAGE COST - A FEED CUT BEFORE
      * AVERAGE COSTING CARRIES NONE AND FALLS BACK TO THE UNIT PRICE
       306-CALCULATE-INVENTORY-VALUE.
           IF AVG-COST-IN IS NUMERIC AND AVG-COST-IN > ZERO
               MOVE AVG-COST-IN TO WS-VALUATION-COST
           ELSE
               MOVE UNIT-PRICE-IN TO WS-VALUATION-COST
           END-IF.
           COMPUTE WS-ORIGINAL-VALUE = QUANTITY-IN * WS-VALUATION-COST.
           IF WS-GRP-CURRENCY = WS-HOME-CURRENCY
               MOVE WS-ORIGINAL-VALUE TO INVENTORY-VALUE
           ELSE
               MOVE WS-GRP-SUPPLIER-CODE TO WS-POS-SUPPLIER-CODE
               MOVE WS-GRP-PART-NUMBER TO WS-POS-PART-NUMBER
               MOVE WS-SUGGESTED-ORDER-QTY TO WS-POS-ORDER-QTY
               MOVE WS-GRP-UNIT-PRICE TO WS-POS-UNIT-COST
               WRITE PO-STAGE-RECORD FROM WS-PO-STAGE-REPORT
           END-IF.

           MOVE SPO-ORDER-QTY TO OPO-ORDER-QTY.
           MOVE ZERO TO OPO-RECEIVED-QTY.
           MOVE "O" TO OPO-LINE-STATUS.
           MOVE SPO-UNIT-COST TO OPO-UNIT-COST.
           MOVE ZERO TO OPO-BILLED-QTY.
           MOVE ZERO TO OPO-FIRST-RECEIPT-DATE.
           MOVE ZERO TO OPO-FINAL-RECEIPT-DATE.
           MOVE ZERO TO OPO-PROMISED-DATE.
           WRITE OPEN-PO-RECORD.

       403C-WRITE-PO-TRAILER.
