      * REPORT, AND REJECTS BAD TRANSACTIONS TO AN EXCEPTION LISTING.
      * THE ON-HAND QUANTITY BELONGS TO THE MOVEMENT RUN - ADDS OPEN
      * AT ZERO AND CHANGES NEVER TOUCH IT, AND A DEACTIVATION IS
      * REFUSED WHILE STOCK REMAINS ON HAND. A CHANGE OF UNIT PRICE
      * IS A DELIBERATE REVALUATION - THE PART/LOCATION'S MOVING
      * AVERAGE COST IS RESET TO THE NEW PRICE AND THE DOLLAR EFFECT
      * ON THE STOCK HELD IS LISTED BY WAREHOUSE ON THE REVALUATION
      * REPORT. RUN AHEAD OF THE DAILY MOVEMENT UPDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

              ASSIGN TO "./PRTMEXC.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * OUTPUT FILE 3 - STOCK REVALUATION REPORT FOR PRICE CHANGES
           SELECT REVALUATION-REPORT-OUT
              ASSIGN TO "./PRTREVAL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED RUN-SEQUENCE CONTROL LOG - EVERY PROGRAM IN THE SUITE
      * APPENDS ONE ENTRY PER COMPLETED RUN, AND THE UPDATING RUNS
      * CHECK THEIR PREDECESSORS HERE AT START-UP
      * STAMPED BY THE MOVEMENT APPLY - ZERO MEANS NEVER MOVED
           02 MAST-LAST-ISSUE-DATE   PIC 9(8).
           02 MAST-LAST-RECEIPT-DATE PIC 9(8).
      * MOVING AVERAGE UNIT COST REBLENDED BY EACH RECEIPT - RESET
      * HERE ONLY WHEN THE UNIT PRICE IS CHANGED
           02 MAST-AVG-COST          PIC 9(5)V99.

       FD MAINT-AUDIT-OUT.
       01 MAINT-AUDIT-RECORD         PIC X(60).
           02 FILLER                 PIC X.
           02 MEX-REASON             PIC X(25).

       FD REVALUATION-REPORT-OUT.
       01 REVALUATION-REPORT-RECORD  PIC X(70).

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
           02 RSQ-PROGRAM-ID         PIC X(8).
          05 AUDIT-CHG-COUNTER              PIC 9(4) VALUE ZERO.
          05 AUDIT-DEL-COUNTER              PIC 9(4) VALUE ZERO.
          05 AUDIT-REJ-COUNTER              PIC 9(4) VALUE ZERO.
          05 AUDIT-REVAL-COUNTER            PIC 9(4) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(24) VALUE
           05 WS-BEF-UNIT-PRICE         PIC 9(5)V99.
           05 WS-BEF-SUPPLIER-CODE      PIC X(5).
           05 WS-BEF-RE-ORDER-POINT     PIC 9(3).
           05 WS-BEF-AVG-COST           PIC 9(5)V99.

      * STOCK REVALUATION REPORT LINES. THE EFFECT IS THE STOCK ON
      * HAND TIMES THE MOVE FROM THE OLD AVERAGE COST TO THE NEW PRICE,
      * STATED IN THE PART'S PRICE CURRENCY
       01 REVAL-RUN-DATE-LINE.
           05 FILLER            PIC X(25) VALUE
                  "STOCK REVALUATION - RUN: ".
           05 WS-RVL-RUN-DATE   PIC X(10).
           05 FILLER            PIC X(35) VALUE SPACES.

       01 REVAL-COLUMN-HEADING.
           05 FILLER            PIC X(51) VALUE
                  "PART  LOC   QTY  OLD COST  NEW COST    VALUE EFFECT".
           05 FILLER            PIC X(19) VALUE SPACES.

       01 REVAL-DETAIL-LINE.
           05 WS-RVL-PART-NUMBER        PIC 9(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-RVL-LOCATION           PIC X(3).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-RVL-QUANTITY           PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-RVL-OLD-COST           PIC ZZZZ9.99.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-RVL-NEW-COST           PIC ZZZZ9.99.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-RVL-EFFECT             PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(19) VALUE SPACES.

       01 REVAL-WAREHOUSE-LINE.
           05 FILLER                    PIC X(10) VALUE "WAREHOUSE ".
           05 WS-RVW-LOCATION-OUT       PIC X(3).
           05 FILLER                    PIC X(16) VALUE
                  " PARTS REVALUED ".
           05 WS-RVW-COUNT-OUT          PIC ZZZZ9.
           05 FILLER                    PIC X(15) VALUE
                  "  TOTAL EFFECT ".
           05 WS-RVW-EFFECT-OUT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(3)  VALUE SPACES.

       01 REVAL-GRAND-TOTAL-LINE.
           05 FILLER                    PIC X(29) VALUE
                  "ALL WAREHOUSES PARTS REVALUED".
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-RVG-COUNT-OUT          PIC ZZZZ9.
           05 FILLER                    PIC X(15) VALUE
                  "  TOTAL EFFECT ".
           05 WS-RVG-EFFECT-OUT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(2)  VALUE SPACES.

       01 REVAL-NONE-LINE.
           05 FILLER            PIC X(40) VALUE
                  "NO STOCK REVALUED BY PRICE CHANGES".
           05 FILLER            PIC X(30) VALUE SPACES.

      * REVALUATION EFFECT ROLLED UP BY WAREHOUSE FOR THE TOTALS
       01 REVAL-WAREHOUSE-TOTALS.
           05 WS-RVW-COUNT              PIC 9(2) VALUE ZERO.
           05 RVW-ENTRY OCCURS 10 TIMES.
               10 RVW-LOCATION          PIC X(3).
               10 RVW-EFFECT            PIC S9(13)V99.
               10 RVW-PART-COUNT        PIC 9(5).
       01 WS-RVW-IDX                    PIC 9(2) VALUE ZERO.
       01 WS-RVW-FOUND-FLAG             PIC X(3) VALUE "NO".
       01 WS-REVAL-EFFECT               PIC S9(11)V99 VALUE ZERO.
       01 WS-REVAL-GRAND-TOTAL          PIC S9(13)V99 VALUE ZERO.

      * EDITED PRICE IMAGE FOR THE AUDIT LINES
       01 WS-PRICE-EDITED               PIC ZZZZ9.99.
           END-IF.
           OPEN OUTPUT MAINT-AUDIT-OUT.
           OPEN OUTPUT MAINT-EXCEPTION-OUT.
           OPEN OUTPUT REVALUATION-REPORT-OUT.
           PERFORM 301A-GET-RUN-DATE.
           WRITE MAINT-AUDIT-RECORD FROM RUN-DATE-LINE.
           MOVE WS-RUN-DATE-OUT TO WS-RVL-RUN-DATE.
           WRITE REVALUATION-REPORT-RECORD FROM REVAL-RUN-DATE-LINE.
           WRITE REVALUATION-REPORT-RECORD FROM REVAL-COLUMN-HEADING.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE ZERO TO WS-BEF-UNIT-PRICE.
           MOVE SPACES TO WS-BEF-SUPPLIER-CODE.
           MOVE ZERO TO WS-BEF-RE-ORDER-POINT.
           MOVE ZERO TO WS-BEF-AVG-COST.
           MOVE TRAN-PART-NUMBER TO MAST-PART-NUMBER.
           MOVE WS-TRAN-LOCATION TO MAST-LOCATION.
           READ INVENT-MASTER-IO
                   MOVE MAST-UNIT-PRICE TO WS-BEF-UNIT-PRICE
                   MOVE MAST-SUPPLIER-CODE TO WS-BEF-SUPPLIER-CODE
                   MOVE MAST-RE-ORDER-POINT TO WS-BEF-RE-ORDER-POINT
      * A MASTER BUILT BEFORE AVERAGE COSTING STANDS AT ITS PRICE
                   IF MAST-AVG-COST IS NUMERIC AND MAST-AVG-COST > ZERO
                       MOVE MAST-AVG-COST TO WS-BEF-AVG-COST
                   ELSE
                       MOVE MAST-UNIT-PRICE TO WS-BEF-AVG-COST
                   END-IF
           END-READ.

      * A NEW PART/LOCATION OPENS AT ZERO ON HAND - STOCK ARRIVES
                   MOVE TRAN-RE-ORDER-POINT TO MAST-RE-ORDER-POINT
                   MOVE ZERO TO MAST-LAST-ISSUE-DATE
                   MOVE ZERO TO MAST-LAST-RECEIPT-DATE
                   MOVE TRAN-UNIT-PRICE TO MAST-AVG-COST
                   WRITE INVENT-MASTER-RECORD
                       INVALID KEY
                           MOVE "YES" TO WS-IO-ERROR-FLAG
           END-IF.

      * CHANGES CARRY THE DESCRIPTIVE FIELDS ONLY - THE ON-HAND
      * QUANTITY STAYS WHATEVER THE MOVEMENT RUN LAST LEFT IT. A NEW
      * UNIT PRICE REVALUES THE STOCK HELD: THE AVERAGE COST IS RESET
      * TO THE NEW PRICE AND THE EFFECT GOES ON THE REVALUATION REPORT
       305-APPLY-CHANGE.
           IF WS-MASTER-FOUND-FLAG = "NO"
               PERFORM 308-WRITE-MAINT-EXCEPTION
               MOVE TRAN-UNIT-PRICE TO MAST-UNIT-PRICE
               MOVE TRAN-SUPPLIER-CODE TO MAST-SUPPLIER-CODE
               MOVE TRAN-RE-ORDER-POINT TO MAST-RE-ORDER-POINT
               IF TRAN-UNIT-PRICE = WS-BEF-UNIT-PRICE
                   MOVE WS-BEF-AVG-COST TO MAST-AVG-COST
               ELSE
                   MOVE TRAN-UNIT-PRICE TO MAST-AVG-COST
               END-IF
               REWRITE INVENT-MASTER-RECORD
                   INVALID KEY
                       MOVE "YES" TO WS-IO-ERROR-FLAG
                   NOT INVALID KEY
                       ADD 1 TO AUDIT-CHG-COUNTER
                       PERFORM 307-WRITE-AUDIT-IMAGES
                       IF TRAN-UNIT-PRICE NOT = WS-BEF-UNIT-PRICE
                           AND WS-BEF-QUANTITY > ZERO
                           PERFORM 312-WRITE-REVALUATION-LINE
                       END-IF
               END-REWRITE
           END-IF.

           WRITE MAINT-EXCEPTION-RECORD FROM WS-EXCEPTION-REPORT.
           ADD 1 TO AUDIT-REJ-COUNTER.

      * LIST THE REVALUED PART/LOCATION AND ROLL ITS EFFECT INTO THE
      * WAREHOUSE BUCKET - BEYOND TEN WAREHOUSES ONLY THE GRAND TOTAL
      * CARRIES IT
       312-WRITE-REVALUATION-LINE.
           COMPUTE WS-REVAL-EFFECT ROUNDED =
               WS-BEF-QUANTITY * (TRAN-UNIT-PRICE - WS-BEF-AVG-COST).
           MOVE TRAN-PART-NUMBER TO WS-RVL-PART-NUMBER.
           MOVE WS-TRAN-LOCATION TO WS-RVL-LOCATION.
           MOVE WS-BEF-QUANTITY TO WS-RVL-QUANTITY.
           MOVE WS-BEF-AVG-COST TO WS-RVL-OLD-COST.
           MOVE TRAN-UNIT-PRICE TO WS-RVL-NEW-COST.
           MOVE WS-REVAL-EFFECT TO WS-RVL-EFFECT.
           WRITE REVALUATION-REPORT-RECORD FROM REVAL-DETAIL-LINE.
           ADD 1 TO AUDIT-REVAL-COUNTER.
           ADD WS-REVAL-EFFECT TO WS-REVAL-GRAND-TOTAL.
           MOVE "NO" TO WS-RVW-FOUND-FLAG.
           MOVE ZERO TO WS-RVW-IDX.
           PERFORM 312A-SCAN-ONE-WAREHOUSE
               UNTIL WS-RVW-IDX >= WS-RVW-COUNT
                  OR WS-RVW-FOUND-FLAG = "YES".
           IF WS-RVW-FOUND-FLAG = "NO" AND WS-RVW-COUNT < 10
               ADD 1 TO WS-RVW-COUNT
               MOVE WS-RVW-COUNT TO WS-RVW-IDX
               MOVE WS-TRAN-LOCATION TO RVW-LOCATION(WS-RVW-IDX)
               MOVE ZERO TO RVW-EFFECT(WS-RVW-IDX)
               MOVE ZERO TO RVW-PART-COUNT(WS-RVW-IDX)
               MOVE "YES" TO WS-RVW-FOUND-FLAG
           END-IF.
           IF WS-RVW-FOUND-FLAG = "YES"
               ADD WS-REVAL-EFFECT TO RVW-EFFECT(WS-RVW-IDX)
               ADD 1 TO RVW-PART-COUNT(WS-RVW-IDX)
           END-IF.

       312A-SCAN-ONE-WAREHOUSE.
           ADD 1 TO WS-RVW-IDX.
           IF RVW-LOCATION(WS-RVW-IDX) = WS-TRAN-LOCATION
               MOVE "YES" TO WS-RVW-FOUND-FLAG
           END-IF.

      * CLOSE THE REVALUATION REPORT WITH ONE LINE PER WAREHOUSE AND
      * THE GRAND TOTAL ACROSS ALL OF THEM
       313-WRITE-REVALUATION-TOTALS.
           IF AUDIT-REVAL-COUNTER = ZERO
               WRITE REVALUATION-REPORT-RECORD FROM REVAL-NONE-LINE
           ELSE
               MOVE ZERO TO WS-RVW-IDX
               PERFORM 313A-WRITE-ONE-WAREHOUSE
                   UNTIL WS-RVW-IDX >= WS-RVW-COUNT
               MOVE AUDIT-REVAL-COUNTER TO WS-RVG-COUNT-OUT
               MOVE WS-REVAL-GRAND-TOTAL TO WS-RVG-EFFECT-OUT
               WRITE REVALUATION-REPORT-RECORD
                   FROM REVAL-GRAND-TOTAL-LINE
           END-IF.

       313A-WRITE-ONE-WAREHOUSE.
           ADD 1 TO WS-RVW-IDX.
           MOVE RVW-LOCATION(WS-RVW-IDX) TO WS-RVW-LOCATION-OUT.
           MOVE RVW-PART-COUNT(WS-RVW-IDX) TO WS-RVW-COUNT-OUT.
           MOVE RVW-EFFECT(WS-RVW-IDX) TO WS-RVW-EFFECT-OUT.
           WRITE REVALUATION-REPORT-RECORD FROM REVAL-WAREHOUSE-LINE.

       203-TERMINATE-MAINTENANCE.
           DISPLAY "Maintenance transactions read: " AUDIT-TRAN-COUNTER.
           DISPLAY "Parts added: " AUDIT-ADD-COUNTER.
           DISPLAY "Parts changed: " AUDIT-CHG-COUNTER.
           DISPLAY "Parts deactivated: " AUDIT-DEL-COUNTER.
           DISPLAY "Transactions rejected: " AUDIT-REJ-COUNTER.
           DISPLAY "Stock locations revalued: " AUDIT-REVAL-COUNTER.
           PERFORM 313-WRITE-REVALUATION-TOTALS.
           CLOSE PART-TRAN-FILE.
           CLOSE INVENT-MASTER-IO.
           CLOSE MAINT-AUDIT-OUT.
           CLOSE MAINT-EXCEPTION-OUT.
           CLOSE REVALUATION-REPORT-OUT.
           PERFORM 501-LOG-RUN-SEQUENCE.

      * EVERY RUN CHECKS ITS PLACE IN THE DAY'S SCHEDULE BEFORE IT
