      * QUANTITY ON THE INVENTORY SNAPSHOT, AND WRITES A DISCREPANCY
      * REPORT SHOWING THE VARIANCE IN UNITS AND DOLLARS PLUS AN
      * ADJUSTMENT FILE IN MOVEMENT-TRANSACTION FORMAT THAT THE STOCK
      * CLERK CAN APPROVE AND FEED TO THE MOVEMENT UPDATE RUN. EVERY
      * ACCEPTED COUNT IS JUDGED ACCURATE OR NOT AGAINST ITS ABC
      * CLASS TOLERANCE, STAMPED ON THE COUNT SCHEDULE CNTSHEET
      * SELECTS FROM, AND APPENDED TO THE COUNT HISTORY THE MONTHLY
      * ACCURACY REPORT READS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

              ASSIGN TO "./CNTEXC.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * OPTIONAL ACCURACY TOLERANCES - PERCENT OF BOOK PER ABC CLASS
           SELECT COUNT-TOL-FILE
              ASSIGN TO "./CNTTOL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CTL-STATUS.

      * PERSISTENT COUNT SCHEDULE - ONE RECORD PER PART/LOCATION,
      * LOADED AT START-UP AND REWRITTEN WITH TODAY'S RESULTS
           SELECT OPTIONAL COUNT-SCHEDULE-FILE
              ASSIGN TO "./CNTSCHED.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CSC-STATUS.

      * PERMANENT COUNT HISTORY - ONE RECORD PER ACCEPTED COUNT,
      * APPENDED EVERY RUN
           SELECT OPTIONAL COUNT-HISTORY-FILE
              ASSIGN TO "./CNTHIST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CNH-STATUS.

      * SHARED RUN-SEQUENCE CONTROL LOG - EVERY PROGRAM IN THE SUITE
      * APPENDS ONE ENTRY PER COMPLETED RUN, AND THE UPDATING RUNS
      * CHECK THEIR PREDECESSORS HERE AT START-UP
      * HERE, CARRIED SO THE SNAPSHOT LAYOUT MATCHES EVERY READER
           02 LAST-ISSUE-DATE-IN     PIC 9(8).
           02 LAST-RECEIPT-DATE-IN   PIC 9(8).
      * MOVING AVERAGE UNIT COST - WHAT A COUNT VARIANCE IS VALUED AT
           02 AVG-COST-IN            PIC 9(5)V99.

      * CONTROL-TOTAL TRAILER CARRIED AS THE LAST RECORD OF THE FEED
       01 INVENT-TRAILER-IN.
           02 ADJ-REFERENCE          PIC X(10).
           02 ADJ-LOCATION           PIC X(3).
           02 ADJ-TO-LOCATION        PIC X(3).
           02 ADJ-UNIT-COST          PIC 9(5)V99.

       FD COUNT-EXCEPTION-OUT.
       01 COUNT-EXCEPTION-RECORD.
           02 FILLER                 PIC X.
           02 CEX-REASON             PIC X(25).

      * TOLERANCE AS A PERCENTAGE OF THE BOOK QUANTITY, ONE DECIMAL
       FD COUNT-TOL-FILE.
       01 COUNT-TOL-RECORD.
           02 CTL-A-TOLERANCE-PCT    PIC 9(2)V9.
           02 CTL-B-TOLERANCE-PCT    PIC 9(2)V9.
           02 CTL-C-TOLERANCE-PCT    PIC 9(2)V9.

      * SAME LAYOUT AS CNTSHEET'S - RESULT "Y" WITHIN TOLERANCE, "N"
      * OUTSIDE IT, SPACE NEVER COUNTED
       FD COUNT-SCHEDULE-FILE.
       01 COUNT-SCHEDULE-RECORD.
           02 CSC-PART-NUMBER        PIC 9(5).
           02 CSC-LOCATION           PIC X(3).
           02 CSC-ABC-CLASS          PIC X.
           02 CSC-LAST-COUNT-DATE    PIC 9(8).
           02 CSC-LAST-RESULT        PIC X.
           02 CSC-LAST-SHEET-DATE    PIC 9(8).

       FD COUNT-HISTORY-FILE.
       01 COUNT-HISTORY-RECORD.
           02 CNH-COUNT-DATE         PIC 9(8).
           02 CNH-PART-NUMBER        PIC 9(5).
           02 CNH-LOCATION           PIC X(3).
           02 CNH-ABC-CLASS          PIC X.
           02 CNH-BOOK-QTY           PIC 9(5).
           02 CNH-COUNTED-QTY        PIC 9(5).
           02 CNH-ACCURATE-FLAG      PIC X.

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
           02 RSQ-PROGRAM-ID         PIC X(8).
          05 AUDIT-COUNT-COUNTER            PIC 9(6) VALUE ZERO.
          05 AUDIT-DISC-COUNTER             PIC 9(6) VALUE ZERO.
          05 AUDIT-EXC-COUNTER              PIC 9(6) VALUE ZERO.
          05 CSC-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 AUDIT-ACCURATE-COUNTER         PIC 9(6) VALUE ZERO.
          05 AUDIT-INACCURATE-COUNTER       PIC 9(6) VALUE ZERO.
          05 AUDIT-SCHED-WRITE-COUNTER      PIC 9(6) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(31) VALUE
                   15 BOOK-LOC          PIC X(3) VALUE SPACES.
                   15 BOOK-LOC-QTY      PIC 9(5) VALUE ZERO.
                   15 BOOK-LOC-COUNTED  PIC X VALUE "N".
                   15 BOOK-LOC-COST     PIC 9(5)V99 VALUE ZERO.
       01 WS-BOOK-IDX                   PIC 9(6).
       01 WS-LOC-SLOT-IDX               PIC 9.
       01 WS-LOC-SCAN-IDX               PIC 9.
       01 WS-DEFAULT-LOCATION           PIC X(3) VALUE "001".
       01 WS-CNT-LOCATION               PIC X(3) VALUE SPACES.

      * IN-CORE IMAGE OF THE COUNT SCHEDULE, THE SAME SHAPE AS THE
      * BOOK TABLE - KEYED BY PART NUMBER, THREE LOCATIONS PER PART
       01 SCHEDULE-TABLE.
           05 SCHED-ENTRY OCCURS 100000 TIMES.
               10 SCHED-LOC-ENTRY OCCURS 3 TIMES.
                   15 SCHED-LOC         PIC X(3) VALUE SPACES.
                   15 SCHED-CLASS       PIC X VALUE SPACE.
                   15 SCHED-LAST-COUNT  PIC 9(8) VALUE ZERO.
                   15 SCHED-LAST-RESULT PIC X VALUE SPACE.
                   15 SCHED-SHEET-DATE  PIC 9(8) VALUE ZERO.
       01 WS-SCHED-IDX                  PIC 9(6).
       01 WS-SCHED-SLOT-IDX             PIC 9.
       01 WS-SCHED-SCAN-IDX             PIC 9.
       01 WS-SCHED-FOUND-FLAG           PIC X(3) VALUE "NO".
       01 WS-SCHED-FREE-IDX             PIC 9.
       01 WS-SCHED-LOCATION             PIC X(3) VALUE SPACES.

      * ACCURACY TOLERANCES - NO PARAMETER RECORD MEANS 1% OF BOOK
      * FOR CLASS A, 2% FOR B, 5% FOR C
       01 WS-A-TOLERANCE-PCT            PIC 9(2)V9 VALUE 1.0.
       01 WS-B-TOLERANCE-PCT            PIC 9(2)V9 VALUE 2.0.
       01 WS-C-TOLERANCE-PCT            PIC 9(2)V9 VALUE 5.0.
       01 WS-TOLERANCE-PCT              PIC 9(2)V9 VALUE ZERO.
       01 WS-COUNT-CLASS                PIC X VALUE SPACE.
       01 WS-ACCURATE-FLAG              PIC X VALUE SPACE.
       01 WS-CURRENT-YMD                PIC 9(8) VALUE ZERO.

       77 IFI-STATUS PIC X(2).
       77 CIF-STATUS PIC X(2).
       77 CTL-STATUS PIC X(2).
       77 CSC-STATUS PIC X(2).
       77 CNH-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "CNTPROC".
           OPEN OUTPUT COUNT-EXCEPTION-OUT.
           PERFORM 301-LOAD-BOOK-TABLE.
           PERFORM 301A-GET-RUN-DATE.
           PERFORM 306-READ-TOLERANCE-PARAMETER.
           PERFORM 307-LOAD-COUNT-SCHEDULE.
           OPEN EXTEND COUNT-HISTORY-FILE.
           WRITE DISCREPANCY-REPORT-RECORD FROM RUN-DATE-LINE.
           WRITE DISCREPANCY-REPORT-RECORD FROM DISC-COLUMN-LINE.

           IF WS-LOC-FOUND-FLAG = "YES"
               MOVE QUANTITY-IN TO
                   BOOK-LOC-QTY(WS-BOOK-IDX, WS-LOC-SLOT-IDX)
      * A SNAPSHOT CUT BEFORE AVERAGE COSTING FALLS BACK TO THE PRICE
               IF AVG-COST-IN IS NUMERIC AND AVG-COST-IN > ZERO
                   MOVE AVG-COST-IN TO
                       BOOK-LOC-COST(WS-BOOK-IDX, WS-LOC-SLOT-IDX)
               ELSE
                   MOVE UNIT-PRICE-IN TO
                       BOOK-LOC-COST(WS-BOOK-IDX, WS-LOC-SLOT-IDX)
               END-IF
           ELSE
      * A FOURTH LOCATION FOR ONE PART CANNOT BE HELD - REJECT IT
               MOVE PART-NUMBER-IN TO WS-CEX-PART-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD.

       306-READ-TOLERANCE-PARAMETER.
           OPEN INPUT COUNT-TOL-FILE.
           IF CTL-STATUS = "00"
               READ COUNT-TOL-FILE
                   NOT AT END
                       IF CTL-A-TOLERANCE-PCT IS NUMERIC
                           MOVE CTL-A-TOLERANCE-PCT
                               TO WS-A-TOLERANCE-PCT
                       END-IF
                       IF CTL-B-TOLERANCE-PCT IS NUMERIC
                           MOVE CTL-B-TOLERANCE-PCT
                               TO WS-B-TOLERANCE-PCT
                       END-IF
                       IF CTL-C-TOLERANCE-PCT IS NUMERIC
                           MOVE CTL-C-TOLERANCE-PCT
                               TO WS-C-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE COUNT-TOL-FILE
           END-IF.

      * NO SCHEDULE FILE MEANS CNTSHEET HAS NOT BUILT ONE YET - THE
      * COUNTS TAKEN TODAY START IT
       307-LOAD-COUNT-SCHEDULE.
           OPEN INPUT COUNT-SCHEDULE-FILE.
           IF CSC-STATUS = "00" OR CSC-STATUS = "05"
               PERFORM 307A-LOAD-ONE-SCHEDULE-ENTRY
                   UNTIL CSC-EOF-FLAG = "YES"
               CLOSE COUNT-SCHEDULE-FILE
           END-IF.

       307A-LOAD-ONE-SCHEDULE-ENTRY.
           READ COUNT-SCHEDULE-FILE
               AT END MOVE "YES" TO CSC-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF CSC-STATUS NOT = "00" AND CSC-STATUS NOT = "04"
               AND CSC-STATUS NOT = "10"
               MOVE "YES" TO CSC-EOF-FLAG
           END-IF.
           IF CSC-EOF-FLAG = "NO" AND CSC-PART-NUMBER IS NUMERIC
               COMPUTE WS-SCHED-IDX = CSC-PART-NUMBER + 1
               IF CSC-LOCATION = SPACES
                   MOVE WS-DEFAULT-LOCATION TO WS-SCHED-LOCATION
               ELSE
                   MOVE CSC-LOCATION TO WS-SCHED-LOCATION
               END-IF
               PERFORM 307B-FIND-SCHEDULE-SLOT
               IF WS-SCHED-FOUND-FLAG = "YES"
                   MOVE CSC-ABC-CLASS TO SCHED-CLASS
                       (WS-SCHED-IDX, WS-SCHED-SLOT-IDX)
                   MOVE CSC-LAST-RESULT TO SCHED-LAST-RESULT
                       (WS-SCHED-IDX, WS-SCHED-SLOT-IDX)
                   IF CSC-LAST-COUNT-DATE IS NUMERIC
                       MOVE CSC-LAST-COUNT-DATE TO SCHED-LAST-COUNT
                           (WS-SCHED-IDX, WS-SCHED-SLOT-IDX)
                   END-IF
                   IF CSC-LAST-SHEET-DATE IS NUMERIC
                       MOVE CSC-LAST-SHEET-DATE TO SCHED-SHEET-DATE
                           (WS-SCHED-IDX, WS-SCHED-SLOT-IDX)
                   END-IF
               END-IF
           END-IF.

      * FIND WS-SCHED-LOCATION AMONG THE PART'S SCHEDULE SLOTS, TAKING
      * THE FIRST FREE SLOT FOR A LOCATION NOT YET SCHEDULED
       307B-FIND-SCHEDULE-SLOT.
           MOVE "NO" TO WS-SCHED-FOUND-FLAG.
           MOVE ZERO TO WS-SCHED-SLOT-IDX.
           MOVE ZERO TO WS-SCHED-FREE-IDX.
           MOVE ZERO TO WS-SCHED-SCAN-IDX.
           PERFORM 307C-SCAN-ONE-SCHEDULE-SLOT 3 TIMES.
           IF WS-SCHED-FOUND-FLAG = "NO" AND WS-SCHED-FREE-IDX > ZERO
               MOVE WS-SCHED-FREE-IDX TO WS-SCHED-SLOT-IDX
               MOVE WS-SCHED-LOCATION
                   TO SCHED-LOC(WS-SCHED-IDX, WS-SCHED-SLOT-IDX)
               MOVE "YES" TO WS-SCHED-FOUND-FLAG
           END-IF.

       307C-SCAN-ONE-SCHEDULE-SLOT.
           ADD 1 TO WS-SCHED-SCAN-IDX.
           IF WS-SCHED-FOUND-FLAG = "NO"
               EVALUATE TRUE
                   WHEN SCHED-LOC(WS-SCHED-IDX, WS-SCHED-SCAN-IDX)
                       = WS-SCHED-LOCATION
                       MOVE WS-SCHED-SCAN-IDX TO WS-SCHED-SLOT-IDX
                       MOVE "YES" TO WS-SCHED-FOUND-FLAG
                   WHEN SCHED-LOC(WS-SCHED-IDX, WS-SCHED-SCAN-IDX)
                       = SPACES AND WS-SCHED-FREE-IDX = ZERO
                       MOVE WS-SCHED-SCAN-IDX TO WS-SCHED-FREE-IDX
               END-EVALUATE
           END-IF.

       202-PROCESS-COUNT-RECORD.
           READ COUNT-IN-FILE
                               (WS-BOOK-IDX, WS-LOC-SLOT-IDX)
                       COMPUTE WS-VARIANCE-DOLLARS =
                           WS-VARIANCE-UNITS
                               * BOOK-LOC-COST
                                   (WS-BOOK-IDX, WS-LOC-SLOT-IDX)
                       IF WS-VARIANCE-UNITS NOT = ZERO
                           PERFORM 304-WRITE-DISCREPANCY
                       END-IF
                       PERFORM 308-RECORD-COUNT-RESULT
               END-EVALUATE
           END-IF.

           MOVE WS-CNT-LOCATION TO ADJ-LOCATION.
      * ONLY "T" TRANSFERS CARRY A TO-LOCATION
           MOVE SPACES TO ADJ-TO-LOCATION.
      * ONLY A RECEIPT WHOSE ACTUAL COST IS KNOWN CARRIES A COST
           MOVE ZERO TO ADJ-UNIT-COST.
           WRITE ADJUSTMENT-OUT-RECORD.

       305-WRITE-COUNT-EXCEPTION.
           WRITE COUNT-EXCEPTION-RECORD FROM WS-COUNT-EXCEPTION-REPORT.
           ADD 1 TO AUDIT-EXC-COUNTER.

      * A COUNT IS ACCURATE WHEN THE VARIANCE IS WITHIN THE CLASS
      * TOLERANCE OF THE BOOK QUANTITY - SO A ZERO BOOK QUANTITY MUST
      * BE COUNTED EXACTLY. A PART/LOCATION NOT YET ON THE SCHEDULE
      * IS ADDED AS CLASS C UNTIL CNTSHEET NEXT RECLASSIFIES IT.
       308-RECORD-COUNT-RESULT.
           COMPUTE WS-SCHED-IDX = CNT-PART-NUMBER-IN + 1.
           MOVE WS-CNT-LOCATION TO WS-SCHED-LOCATION.
           PERFORM 307B-FIND-SCHEDULE-SLOT.
           MOVE "C" TO WS-COUNT-CLASS.
           IF WS-SCHED-FOUND-FLAG = "YES"
               IF SCHED-CLASS(WS-SCHED-IDX, WS-SCHED-SLOT-IDX)
                   = SPACE
                   MOVE "C" TO SCHED-CLASS
                       (WS-SCHED-IDX, WS-SCHED-SLOT-IDX)
               END-IF
               MOVE SCHED-CLASS(WS-SCHED-IDX, WS-SCHED-SLOT-IDX)
                   TO WS-COUNT-CLASS
           END-IF.
           EVALUATE WS-COUNT-CLASS
               WHEN "A"
                   MOVE WS-A-TOLERANCE-PCT TO WS-TOLERANCE-PCT
               WHEN "B"
                   MOVE WS-B-TOLERANCE-PCT TO WS-TOLERANCE-PCT
               WHEN OTHER
                   MOVE WS-C-TOLERANCE-PCT TO WS-TOLERANCE-PCT
           END-EVALUATE.
           COMPUTE WS-ABS-VARIANCE =
               FUNCTION ABS(WS-VARIANCE-UNITS).
           IF WS-ABS-VARIANCE * 100 <= WS-TOLERANCE-PCT
               * BOOK-LOC-QTY(WS-BOOK-IDX, WS-LOC-SLOT-IDX)
               MOVE "Y" TO WS-ACCURATE-FLAG
               ADD 1 TO AUDIT-ACCURATE-COUNTER
           ELSE
               MOVE "N" TO WS-ACCURATE-FLAG
               ADD 1 TO AUDIT-INACCURATE-COUNTER
           END-IF.
           IF WS-SCHED-FOUND-FLAG = "YES"
               MOVE WS-CURRENT-YMD
                   TO SCHED-LAST-COUNT(WS-SCHED-IDX, WS-SCHED-SLOT-IDX)
               MOVE WS-ACCURATE-FLAG TO SCHED-LAST-RESULT
                   (WS-SCHED-IDX, WS-SCHED-SLOT-IDX)
           END-IF.
           MOVE WS-CURRENT-YMD TO CNH-COUNT-DATE.
           MOVE CNT-PART-NUMBER-IN TO CNH-PART-NUMBER.
           MOVE WS-CNT-LOCATION TO CNH-LOCATION.
           MOVE WS-COUNT-CLASS TO CNH-ABC-CLASS.
           MOVE BOOK-LOC-QTY(WS-BOOK-IDX, WS-LOC-SLOT-IDX)
               TO CNH-BOOK-QTY.
           MOVE CNT-COUNTED-QTY-IN TO CNH-COUNTED-QTY.
           MOVE WS-ACCURATE-FLAG TO CNH-ACCURATE-FLAG.
           WRITE COUNT-HISTORY-RECORD.

       309-REWRITE-COUNT-SCHEDULE.
           OPEN OUTPUT COUNT-SCHEDULE-FILE.
           MOVE ZERO TO WS-SCHED-IDX.
           PERFORM 309A-WRITE-ONE-PART-SCHEDULE
               UNTIL WS-SCHED-IDX >= 100000.
           CLOSE COUNT-SCHEDULE-FILE.

       309A-WRITE-ONE-PART-SCHEDULE.
           ADD 1 TO WS-SCHED-IDX.
           MOVE ZERO TO WS-SCHED-SCAN-IDX.
           PERFORM 309B-WRITE-ONE-LOCATION 3 TIMES.

       309B-WRITE-ONE-LOCATION.
           ADD 1 TO WS-SCHED-SCAN-IDX.
           IF SCHED-LOC(WS-SCHED-IDX, WS-SCHED-SCAN-IDX) NOT = SPACES
               COMPUTE CSC-PART-NUMBER = WS-SCHED-IDX - 1
               MOVE SCHED-LOC(WS-SCHED-IDX, WS-SCHED-SCAN-IDX)
                   TO CSC-LOCATION
               MOVE SCHED-CLASS(WS-SCHED-IDX, WS-SCHED-SCAN-IDX)
                   TO CSC-ABC-CLASS
               MOVE SCHED-LAST-COUNT(WS-SCHED-IDX, WS-SCHED-SCAN-IDX)
                   TO CSC-LAST-COUNT-DATE
               MOVE SCHED-LAST-RESULT(WS-SCHED-IDX, WS-SCHED-SCAN-IDX)
                   TO CSC-LAST-RESULT
               MOVE SCHED-SHEET-DATE(WS-SCHED-IDX, WS-SCHED-SCAN-IDX)
                   TO CSC-LAST-SHEET-DATE
               WRITE COUNT-SCHEDULE-RECORD
               ADD 1 TO AUDIT-SCHED-WRITE-COUNTER
           END-IF.

       203-TERMINATE-COUNT-PROCESS.
           DISPLAY "Book records loaded: " AUDIT-BOOK-COUNTER.
           DISPLAY "Count lines read: " AUDIT-COUNT-COUNTER.
           DISPLAY "Discrepancies written: " AUDIT-DISC-COUNTER.
           DISPLAY "Count exceptions written: " AUDIT-EXC-COUNTER.
           DISPLAY "Counts within tolerance: " AUDIT-ACCURATE-COUNTER.
           DISPLAY "Counts outside tolerance: "
               AUDIT-INACCURATE-COUNTER.
           CLOSE COUNT-IN-FILE.
           CLOSE DISCREPANCY-REPORT-OUT.
           CLOSE ADJUSTMENT-FILE-OUT.
           CLOSE COUNT-EXCEPTION-OUT.
           CLOSE COUNT-HISTORY-FILE.
           PERFORM 309-REWRITE-COUNT-SCHEDULE.
           DISPLAY "Schedule entries written: "
               AUDIT-SCHED-WRITE-COUNTER.
           PERFORM 501-LOG-RUN-SEQUENCE.

      * EVERY RUN CHECKS ITS PLACE IN THE DAY'S SCHEDULE BEFORE IT
