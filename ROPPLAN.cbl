       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPPLAN AS "ROPPLAN".
       AUTHOR. CHU-YU-YUN.
       DATE-WRITTEN. SEPTEMBER 2ND 2026.
       DATE-COMPILED. SEPTEMBER 2ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * USAGE-BASED REORDER PLANNING. READS THE PERMANENT MOVEMENT
      * HISTORY FOR A WINDOW OF DAYS ENDING ON THE PLANNING DATE AND,
      * FOR EVERY PART/LOCATION ON THE INVENTORY MASTER, WORKS OUT THE
      * AVERAGE DAILY ISSUE DEMAND AND ITS DAY-TO-DAY VARIABILITY. WITH
      * THE SUPPLIER'S LEAD TIME THAT GIVES A SAFETY STOCK, A
      * RECOMMENDED REORDER POINT AND A RECOMMENDED TARGET STOCK. THE
      * REVIEW REPORT SETS CURRENT AGAINST RECOMMENDED WITH THE CHANGE
      * IN CARRYING VALUE IN THE HOME CURRENCY, AND EVERY REORDER
      * POINT THAT SHOULD MOVE IS CUT AS A PART MAINTENANCE CHANGE
      * TRANSACTION FOR THE PLANNER TO EDIT AND FEED THROUGH PRTMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE 1 - PERMANENT MOVEMENT HISTORY, IN APPEND ORDER
           SELECT MOVEMENT-HISTORY-FILE
              ASSIGN TO "./MOVEHIST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MHF-STATUS.

      * INPUT FILE 2 - INDEXED INVENTORY MASTER, KEYED BY PART NUMBER
      * PLUS STOCKING LOCATION
           SELECT INVENT-MASTER-IN
              ASSIGN TO "./INVMAST.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAST-RECORD-KEY
              FILE STATUS IMF-STATUS.

      * INPUT FILE 3 - INDEXED SUPPLIER MASTER, KEYED BY SUPPLIER-CODE
           SELECT SUPPLIER-FILE-IN
              ASSIGN TO "./SUPPLIERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUPPLIER-CODE
              FILE STATUS SFI-STATUS.

      * INPUT FILE 4 - DAILY EXCHANGE RATES TO THE HOME CURRENCY
           SELECT EXCHANGE-RATE-FILE
              ASSIGN TO "./EXRATES.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS EXR-STATUS.

      * OPTIONAL PLANNING PARAMETER - WINDOW, END DATE, SERVICE FACTOR
      * AND REVIEW CYCLE
           SELECT PLAN-PARM-FILE
              ASSIGN TO "./ROPPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RPP-STATUS.

      * OUTPUT FILE 1 - REORDER POINT REVIEW REPORT
           SELECT PLAN-REPORT-OUT
              ASSIGN TO "./ROPPLAN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * OUTPUT FILE 2 - PROPOSED PART MAINTENANCE CHANGE TRANSACTIONS,
      * IN THE LAYOUT PRTMAINT READS
           SELECT PART-TRAN-OUT
              ASSIGN TO "./PRTTRAN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-USAGE-FILE
              ASSIGN TO "./ROPPLAN.SRT".

      * SHARED RUN-SEQUENCE CONTROL LOG - EVERY PROGRAM IN THE SUITE
      * APPENDS ONE ENTRY PER COMPLETED RUN
           SELECT OPTIONAL RUN-SEQ-FILE
              ASSIGN TO "./RUNSEQ.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RSQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD.
           02 MHR-RUN-DATE           PIC 9(8).
           02 MHR-PART-NUMBER        PIC 9(5).
           02 MHR-LOCATION           PIC X(3).
           02 MHR-TYPE-CODE          PIC X.
           02 MHR-SIGN               PIC X.
           02 MHR-QUANTITY           PIC 9(5).
           02 MHR-REFERENCE          PIC X(10).
           02 MHR-BALANCE            PIC 9(5).

       FD INVENT-MASTER-IN.
       01 INVENT-MASTER-RECORD.
           02 MAST-RECORD-KEY.
               03 MAST-PART-NUMBER   PIC 9(5).
               03 MAST-LOCATION      PIC X(3).
           02 MAST-PART-NAME         PIC X(20).
           02 MAST-QUANTITY          PIC 9(5).
           02 MAST-UNIT-PRICE        PIC 9(5)V99.
           02 MAST-SUPPLIER-CODE     PIC X(5).
           02 MAST-RE-ORDER-POINT    PIC 9(3).
           02 MAST-LAST-ISSUE-DATE   PIC 9(8).
           02 MAST-LAST-RECEIPT-DATE PIC 9(8).
           02 MAST-AVG-COST          PIC 9(5)V99.

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

      * WINDOW IN DAYS; LAST DAY OF THE WINDOW AS YYYYMMDD; SERVICE
      * FACTOR AS STANDARD DEVIATIONS OF COVER (1.65 IS ABOUT 95%);
      * DAYS BETWEEN REPLENISHMENT REVIEWS FOR THE TARGET STOCK
       FD PLAN-PARM-FILE.
       01 PLAN-PARM-RECORD.
           02 RPP-WINDOW-DAYS-IN     PIC 9(3).
           02 RPP-END-DATE-IN        PIC 9(8).
           02 RPP-SERVICE-FACTOR-IN  PIC 9V99.
           02 RPP-REVIEW-DAYS-IN     PIC 9(3).

       FD PLAN-REPORT-OUT.
       01 PLAN-REPORT-RECORD         PIC X(100).

       FD PART-TRAN-OUT.
       01 PART-TRAN-RECORD.
           02 TRAN-ACTION-CODE       PIC X.
           02 TRAN-PART-NUMBER       PIC 9(5).
           02 TRAN-LOCATION          PIC X(3).
           02 TRAN-PART-NAME         PIC X(20).
           02 TRAN-UNIT-PRICE        PIC 9(5)V99.
           02 TRAN-SUPPLIER-CODE     PIC X(5).
           02 TRAN-RE-ORDER-POINT    PIC 9(3).

      * ONE RECORD PER ISSUE INSIDE THE WINDOW. THE KEY LAYOUT MATCHES
      * THE MASTER KEY SO THE TWO CAN BE MATCHED IN KEY ORDER.
       SD SORT-USAGE-FILE.
       01 SORT-USAGE-RECORD.
           02 SRT-RECORD-KEY.
               03 SRT-PART-NUMBER    PIC 9(5).
               03 SRT-LOCATION       PIC X(3).
           02 SRT-RUN-DATE           PIC 9(8).
           02 SRT-QUANTITY           PIC 9(5).

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
           02 RSQ-PROGRAM-ID         PIC X(8).
           02 RSQ-RUN-DATE           PIC 9(8).
           02 RSQ-RUN-TIME           PIC X(6).
           02 RSQ-STATUS-CODE        PIC X(2).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
          05 HIST-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 MAST-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 SORT-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 EXR-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 AUDIT-HIST-COUNTER             PIC 9(6) VALUE ZERO.
          05 AUDIT-ISSUE-COUNTER            PIC 9(6) VALUE ZERO.
          05 AUDIT-MAST-COUNTER             PIC 9(6) VALUE ZERO.
          05 AUDIT-CHANGE-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-NO-SUPP-COUNTER          PIC 9(6) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(30) VALUE
                  "REORDER POINT REVIEW - RUN: ".
           05 WS-RUN-DATE-OUT.
               10 WS-RD-MM      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-DD      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-YYYY    PIC X(4).
           05 FILLER            PIC X(60) VALUE SPACES.

       01 WINDOW-LINE.
           05 FILLER            PIC X(13) VALUE "USAGE WINDOW ".
           05 WS-WIN-FROM-DATE  PIC 9(8).
           05 FILLER            PIC X(4)  VALUE " TO ".
           05 WS-WIN-TO-DATE    PIC 9(8).
           05 FILLER            PIC X(2)  VALUE " (".
           05 WS-WIN-DAYS-OUT   PIC ZZ9.
           05 FILLER            PIC X(19) VALUE
                  " DAYS)  SERVICE K= ".
           05 WS-WIN-FACTOR-OUT PIC 9.99.
           05 FILLER            PIC X(9)  VALUE "  REVIEW ".
           05 WS-WIN-REVIEW-OUT PIC ZZ9.
           05 FILLER            PIC X(5)  VALUE " DAYS".
           05 FILLER            PIC X(22) VALUE SPACES.

       01 PLAN-COLUMN-LINE.
           05 FILLER            PIC X(6)  VALUE "PART".
           05 FILLER            PIC X(4)  VALUE "LOC".
           05 FILLER            PIC X(6)  VALUE "SUPP".
           05 FILLER            PIC X(4)  VALUE " LT".
           05 FILLER            PIC X(8)  VALUE "AVG/DAY".
           05 FILLER            PIC X(8)  VALUE "STD DEV".
           05 FILLER            PIC X(6)  VALUE "SAFTY".
           05 FILLER            PIC X(4)  VALUE "ROP".
           05 FILLER            PIC X(6)  VALUE "NEWROP".
           05 FILLER            PIC X(5)  VALUE "STGT".
           05 FILLER            PIC X(7)  VALUE "NEWTGT".
           05 FILLER            PIC X(12) VALUE "  VALUE CHG".
           05 FILLER            PIC X(24) VALUE "NOTE".

       01 PLAN-DETAIL-LINE.
           05 WS-PLD-PART-NUMBER        PIC 9(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-LOCATION           PIC X(3).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-SUPPLIER-CODE      PIC X(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-LEAD-TIME          PIC ZZ9.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-AVG-DAILY          PIC ZZZ9.99.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-STD-DEV            PIC ZZZ9.99.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-SAFETY-STOCK       PIC ZZZZ9.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-CUR-ROP            PIC ZZ9.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-REC-ROP            PIC ZZZZ9.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-CUR-TARGET         PIC ZZZ9.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-REC-TARGET         PIC ZZZZZ9.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-VALUE-CHANGE       PIC -ZZZ,ZZ9.99.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-PLD-NOTE               PIC X(16).
           05 FILLER                    PIC X(8)  VALUE SPACES.

       01 PLAN-SUMMARY-LINE.
           05 WS-SUM-DESC               PIC X(30).
           05 WS-SUM-COUNT              PIC ZZZZZ9.
           05 FILLER                    PIC X(64) VALUE SPACES.

       01 PLAN-VALUE-TOTAL-LINE.
           05 FILLER            PIC X(30) VALUE
                  "NET CHANGE IN CARRYING VALUE ".
           05 WS-PVT-CURRENCY   PIC X(3).
           05 FILLER            PIC X     VALUE SPACES.
           05 WS-PVT-AMOUNT     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(48) VALUE SPACES.

      * PLANNING PARAMETERS - NO PARAMETER RECORD MEANS THE 90 DAYS TO
      * TODAY, A 1.65 SERVICE FACTOR AND A 30-DAY REVIEW CYCLE
       01 WS-WINDOW-DAYS                PIC 9(3) VALUE 90.
       01 WS-END-DATE                   PIC 9(8) VALUE ZERO.
       01 WS-FROM-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-SERVICE-FACTOR             PIC 9V99 VALUE 1.65.
       01 WS-REVIEW-DAYS                PIC 9(3) VALUE 30.
       01 WS-END-DATE-INTEGER           PIC 9(7) VALUE ZERO.

      * EXCHANGE RATES TO THE HOME CURRENCY, LOADED AT START-UP
       01 EXRATE-TABLE.
           05 EXRATE-ENTRY OCCURS 20 TIMES.
               10 EXRATE-CURRENCY       PIC X(3).
               10 EXRATE-RATE           PIC 9(3)V9(6).
       01 WS-EXRATE-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-EXRATE-IDX                 PIC 9(2) VALUE ZERO.
       01 WS-HOME-CURRENCY              PIC X(3) VALUE "CAD".
       01 WS-SUPPLIER-CURRENCY          PIC X(3) VALUE SPACES.
       01 WS-EXCHANGE-RATE              PIC 9(3)V9(6) VALUE ZERO.
       01 WS-RATE-FOUND-FLAG            PIC X(3) VALUE "NO".

      * USAGE FOR THE PART/LOCATION BEING PLANNED. ISSUES ARE TOTALLED
      * BY DAY SO THE VARIABILITY IS DAY-TO-DAY; A DAY WITH NO ISSUES
      * COUNTS AS A ZERO DAY IN BOTH SUMS.
       01 USAGE-ACCUMULATORS.
           05 WS-DAY-DATE               PIC 9(8) VALUE ZERO.
           05 WS-DAY-QTY                PIC 9(7) VALUE ZERO.
           05 WS-USAGE-TOTAL            PIC 9(9) VALUE ZERO.
           05 WS-USAGE-SUM-SQUARES      PIC 9(15) VALUE ZERO.

      * PLANNING RESULTS
       01 WS-SUPPLIER-FOUND-FLAG        PIC X(3) VALUE "NO".
       01 WS-LEAD-TIME                  PIC 9(3) VALUE ZERO.
       01 WS-SUPPLIER-TARGET            PIC 9(4) VALUE ZERO.
       01 WS-AVG-DAILY                  PIC 9(5)V9(4) VALUE ZERO.
       01 WS-VARIANCE                   PIC S9(9)V9(4) VALUE ZERO.
       01 WS-STD-DEV                    PIC 9(5)V9(4) VALUE ZERO.
       01 WS-SAFETY-STOCK               PIC 9(5) VALUE ZERO.
       01 WS-REC-ROP                    PIC 9(5) VALUE ZERO.
       01 WS-REC-TARGET                 PIC 9(6) VALUE ZERO.
       01 WS-TRAN-ROP                   PIC 9(3) VALUE ZERO.
       01 WS-UNIT-COST                  PIC 9(5)V99 VALUE ZERO.
       01 WS-VALUE-CHANGE               PIC S9(9)V99 VALUE ZERO.
       01 WS-VALUE-TOTAL                PIC S9(13)V99 VALUE ZERO.

       77 MHF-STATUS PIC X(2).
       77 IMF-STATUS PIC X(2).
       77 SFI-STATUS PIC X(2).
       77 EXR-STATUS PIC X(2).
       77 RPP-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "ROPPLAN".
       01 WS-SEQ-DATE-YMD               PIC 9(8) VALUE ZERO.

       77 RSQ-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-PLAN-REORDER-POINTS.
           PERFORM 201-INITIALIZE-PLANNING.
           PERFORM 202-SORT-AND-PLAN-PARTS.
           PERFORM 203-TERMINATE-PLANNING.
           STOP RUN.

       201-INITIALIZE-PLANNING.
           PERFORM 301A-GET-RUN-DATE.
           PERFORM 301B-READ-PLAN-PARAMETERS.
           PERFORM 303-LOAD-EXCHANGE-RATES.
           OPEN INPUT INVENT-MASTER-IN.
           IF IMF-STATUS NOT = "00"
               DISPLAY "RUN REFUSED: INVMAST.TXT UNAVAILABLE - STATUS "
                   IMF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUPPLIER-FILE-IN.
           OPEN OUTPUT PLAN-REPORT-OUT.
           OPEN OUTPUT PART-TRAN-OUT.
           WRITE PLAN-REPORT-RECORD FROM RUN-DATE-LINE.
           MOVE WS-FROM-DATE TO WS-WIN-FROM-DATE.
           MOVE WS-END-DATE TO WS-WIN-TO-DATE.
           MOVE WS-WINDOW-DAYS TO WS-WIN-DAYS-OUT.
           MOVE WS-SERVICE-FACTOR TO WS-WIN-FACTOR-OUT.
           MOVE WS-REVIEW-DAYS TO WS-WIN-REVIEW-OUT.
           WRITE PLAN-REPORT-RECORD FROM WINDOW-LINE.
           WRITE PLAN-REPORT-RECORD FROM PLAN-COLUMN-LINE.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-END-DATE.

      * NO PARAMETER FILE, OR A MIS-KEYED FIELD, KEEPS THAT DEFAULT.
      * THE WINDOW RUNS BACK FROM THE END DATE INCLUSIVE.
       301B-READ-PLAN-PARAMETERS.
           OPEN INPUT PLAN-PARM-FILE.
           IF RPP-STATUS = "00"
               READ PLAN-PARM-FILE
                   NOT AT END
                       IF RPP-WINDOW-DAYS-IN IS NUMERIC
                           AND RPP-WINDOW-DAYS-IN > ZERO
                           MOVE RPP-WINDOW-DAYS-IN TO WS-WINDOW-DAYS
                       END-IF
                       IF RPP-END-DATE-IN IS NUMERIC
                           AND RPP-END-DATE-IN > ZERO
                           MOVE RPP-END-DATE-IN TO WS-END-DATE
                       END-IF
                       IF RPP-SERVICE-FACTOR-IN IS NUMERIC
                           AND RPP-SERVICE-FACTOR-IN > ZERO
                           MOVE RPP-SERVICE-FACTOR-IN
                               TO WS-SERVICE-FACTOR
                       END-IF
                       IF RPP-REVIEW-DAYS-IN IS NUMERIC
                           AND RPP-REVIEW-DAYS-IN > ZERO
                           MOVE RPP-REVIEW-DAYS-IN TO WS-REVIEW-DAYS
                       END-IF
               END-READ
               CLOSE PLAN-PARM-FILE
           END-IF.
           COMPUTE WS-END-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-END-DATE).
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (WS-END-DATE-INTEGER - WS-WINDOW-DAYS + 1).

      * THE RATE FILE IS CUT DAILY BY TREASURY - A MISSING FILE ONLY
      * MEANS FOREIGN-CURRENCY PARTS SHOW NO VALUE CHANGE
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

      * THE HISTORY APPENDS IN RUN ORDER - SORTED BY THE MASTER KEY AND
      * DATE, EACH PART/LOCATION'S ISSUES COME TOGETHER DAY BY DAY
       202-SORT-AND-PLAN-PARTS.
           SORT SORT-USAGE-FILE
               ON ASCENDING KEY SRT-RECORD-KEY
                                SRT-RUN-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 400-SELECT-WINDOW-ISSUES
               OUTPUT PROCEDURE IS 402-PLAN-EACH-MASTER.

       400-SELECT-WINDOW-ISSUES.
           OPEN INPUT MOVEMENT-HISTORY-FILE.
           IF MHF-STATUS NOT = "00"
               DISPLAY "MOVEMENT HISTORY UNAVAILABLE - STATUS "
                   MHF-STATUS
               MOVE "YES" TO HIST-EOF-FLAG
           END-IF.
           PERFORM 400A-RELEASE-ONE-RECORD
               UNTIL HIST-EOF-FLAG = "YES".
           CLOSE MOVEMENT-HISTORY-FILE.

      * DEMAND IS WHAT WENT OUT TO CUSTOMERS - ISSUES AND BACKORDER
      * RELEASES - PLUS COMPONENTS CONSUMED BY KIT BUILDS (THE "K"
      * RECORDS WITH A MINUS SIGN). TRANSFERS AND ADJUSTMENTS MOVE OR
      * CORRECT STOCK, THEY DO NOT CONSUME IT.
       400A-RELEASE-ONE-RECORD.
           READ MOVEMENT-HISTORY-FILE
               AT END MOVE "YES" TO HIST-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF MHF-STATUS NOT = "00" AND MHF-STATUS NOT = "04"
               AND MHF-STATUS NOT = "10"
               MOVE "YES" TO HIST-EOF-FLAG
           END-IF.
           IF HIST-EOF-FLAG = "NO"
               ADD 1 TO AUDIT-HIST-COUNTER
               IF (MHR-TYPE-CODE = "I" OR MHR-TYPE-CODE = "B"
                   OR (MHR-TYPE-CODE = "K" AND MHR-SIGN = "-"))
                   AND MHR-RUN-DATE >= WS-FROM-DATE
                   AND MHR-RUN-DATE <= WS-END-DATE
                   ADD 1 TO AUDIT-ISSUE-COUNTER
                   MOVE MHR-PART-NUMBER TO SRT-PART-NUMBER
                   MOVE MHR-LOCATION TO SRT-LOCATION
                   MOVE MHR-RUN-DATE TO SRT-RUN-DATE
                   MOVE MHR-QUANTITY TO SRT-QUANTITY
                   RELEASE SORT-USAGE-RECORD
               END-IF
           END-IF.

      * THE MASTER IS READ IN KEY ORDER AND MATCHED AGAINST THE SORTED
      * ISSUES, SO A PART THAT NEVER MOVED IS PLANNED AT ZERO DEMAND
      * AND ISSUES FOR A PART NO LONGER ON THE MASTER FALL AWAY
       402-PLAN-EACH-MASTER.
           PERFORM 402A-RETURN-SORTED-ISSUE.
           PERFORM 402B-PLAN-ONE-MASTER
               UNTIL MAST-EOF-FLAG = "YES".

       402A-RETURN-SORTED-ISSUE.
           RETURN SORT-USAGE-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.

       402B-PLAN-ONE-MASTER.
           READ INVENT-MASTER-IN NEXT RECORD
               AT END MOVE "YES" TO MAST-EOF-FLAG
           END-READ.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF IMF-STATUS NOT = "00" AND IMF-STATUS NOT = "02"
               AND IMF-STATUS NOT = "04" AND IMF-STATUS NOT = "10"
               MOVE "YES" TO MAST-EOF-FLAG
           END-IF.
           IF MAST-EOF-FLAG = "NO"
               ADD 1 TO AUDIT-MAST-COUNTER
               MOVE ZERO TO WS-DAY-DATE
               MOVE ZERO TO WS-DAY-QTY
               MOVE ZERO TO WS-USAGE-TOTAL
               MOVE ZERO TO WS-USAGE-SUM-SQUARES
               PERFORM 402C-MATCH-ONE-ISSUE
                   UNTIL SORT-EOF-FLAG = "YES"
                      OR SRT-RECORD-KEY > MAST-RECORD-KEY
               PERFORM 404-CLOSE-USAGE-DAY
               PERFORM 405-PLAN-PART-LOCATION
           END-IF.

      * AN ISSUE AHEAD OF THE MASTER KEY HAS NO MASTER - SKIP IT
       402C-MATCH-ONE-ISSUE.
           IF SRT-RECORD-KEY = MAST-RECORD-KEY
               IF SRT-RUN-DATE NOT = WS-DAY-DATE
                   PERFORM 404-CLOSE-USAGE-DAY
                   MOVE SRT-RUN-DATE TO WS-DAY-DATE
               END-IF
               ADD SRT-QUANTITY TO WS-DAY-QTY
           END-IF.
           PERFORM 402A-RETURN-SORTED-ISSUE.

       404-CLOSE-USAGE-DAY.
           IF WS-DAY-QTY > ZERO
               ADD WS-DAY-QTY TO WS-USAGE-TOTAL
               COMPUTE WS-USAGE-SUM-SQUARES =
                   WS-USAGE-SUM-SQUARES + WS-DAY-QTY * WS-DAY-QTY
           END-IF.
           MOVE ZERO TO WS-DAY-QTY.

      * SAFETY STOCK COVERS THE DAILY VARIABILITY OVER THE LEAD TIME
      * AT THE SERVICE FACTOR; THE REORDER POINT ADDS THE LEAD-TIME
      * DEMAND; THE TARGET ADDS ONE REVIEW CYCLE OF DEMAND ON TOP
       405-PLAN-PART-LOCATION.
           MOVE SPACES TO WS-PLD-NOTE.
           MOVE ZERO TO WS-VALUE-CHANGE.
           PERFORM 405A-READ-PART-SUPPLIER.
           COMPUTE WS-AVG-DAILY ROUNDED =
               WS-USAGE-TOTAL / WS-WINDOW-DAYS.
           COMPUTE WS-VARIANCE ROUNDED =
               WS-USAGE-SUM-SQUARES / WS-WINDOW-DAYS
                   - WS-AVG-DAILY * WS-AVG-DAILY.
           IF WS-VARIANCE > ZERO
               COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5
           ELSE
               MOVE ZERO TO WS-STD-DEV
           END-IF.
           COMPUTE WS-SAFETY-STOCK ROUNDED =
               WS-SERVICE-FACTOR * WS-STD-DEV * (WS-LEAD-TIME ** 0.5).
           COMPUTE WS-REC-ROP ROUNDED =
               WS-AVG-DAILY * WS-LEAD-TIME + WS-SAFETY-STOCK.
           COMPUTE WS-REC-TARGET ROUNDED =
               WS-REC-ROP + WS-AVG-DAILY * WS-REVIEW-DAYS.
      * THE MASTER HOLDS A THREE-DIGIT REORDER POINT
           IF WS-REC-ROP > 999
               MOVE 999 TO WS-TRAN-ROP
               MOVE "CAPPED AT 999" TO WS-PLD-NOTE
           ELSE
               MOVE WS-REC-ROP TO WS-TRAN-ROP
           END-IF.
           IF WS-USAGE-TOTAL = ZERO
               MOVE "NO USAGE" TO WS-PLD-NOTE
           END-IF.
           IF WS-SUPPLIER-FOUND-FLAG = "NO"
               MOVE "NO SUPPLIER" TO WS-PLD-NOTE
               ADD 1 TO AUDIT-NO-SUPP-COUNTER
           ELSE
               IF WS-TRAN-ROP NOT = MAST-RE-ORDER-POINT
                   PERFORM 406-VALUE-ROP-CHANGE
                   PERFORM 407-WRITE-CHANGE-TRANSACTION
               END-IF
           END-IF.
           PERFORM 408-WRITE-PLAN-DETAIL.

      * WITHOUT A SUPPLIER THERE IS NO LEAD TIME TO PLAN AGAINST - THE
      * PART IS LISTED FOR THE PLANNER BUT NO CHANGE IS PROPOSED
       405A-READ-PART-SUPPLIER.
           MOVE "NO" TO WS-SUPPLIER-FOUND-FLAG.
           MOVE ZERO TO WS-LEAD-TIME.
           MOVE ZERO TO WS-SUPPLIER-TARGET.
           MOVE WS-HOME-CURRENCY TO WS-SUPPLIER-CURRENCY.
           MOVE MAST-SUPPLIER-CODE TO SUPPLIER-CODE.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE "NO" TO WS-SUPPLIER-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "YES" TO WS-SUPPLIER-FOUND-FLAG
                   MOVE SUPPLIER-LEAD-TIME TO WS-LEAD-TIME
                   MOVE SUPPLIER-TARGET-STOCK TO WS-SUPPLIER-TARGET
                   IF SUPPLIER-CURRENCY NOT = SPACES
                       MOVE SUPPLIER-CURRENCY TO WS-SUPPLIER-CURRENCY
                   END-IF
           END-READ.

      * THE CARRYING VALUE MOVES WITH THE STOCK THE REORDER POINT
      * HOLDS, VALUED AT THE MOVING AVERAGE COST IN THE HOME CURRENCY
       406-VALUE-ROP-CHANGE.
           IF MAST-AVG-COST IS NUMERIC AND MAST-AVG-COST > ZERO
               MOVE MAST-AVG-COST TO WS-UNIT-COST
           ELSE
               MOVE MAST-UNIT-PRICE TO WS-UNIT-COST
           END-IF.
           IF WS-SUPPLIER-CURRENCY = WS-HOME-CURRENCY
               MOVE 1 TO WS-EXCHANGE-RATE
               MOVE "YES" TO WS-RATE-FOUND-FLAG
           ELSE
               PERFORM 406A-FIND-EXCHANGE-RATE
           END-IF.
           IF WS-RATE-FOUND-FLAG = "YES"
               COMPUTE WS-VALUE-CHANGE ROUNDED =
                   (WS-TRAN-ROP - MAST-RE-ORDER-POINT)
                       * WS-UNIT-COST * WS-EXCHANGE-RATE
               ADD WS-VALUE-CHANGE TO WS-VALUE-TOTAL
           ELSE
               MOVE "NO EXCHANGE RATE" TO WS-PLD-NOTE
           END-IF.

       406A-FIND-EXCHANGE-RATE.
           MOVE "NO" TO WS-RATE-FOUND-FLAG.
           MOVE ZERO TO WS-EXRATE-IDX.
           PERFORM 406B-SCAN-ONE-RATE
               UNTIL WS-EXRATE-IDX >= WS-EXRATE-COUNT
                  OR WS-RATE-FOUND-FLAG = "YES".

       406B-SCAN-ONE-RATE.
           ADD 1 TO WS-EXRATE-IDX.
           IF EXRATE-CURRENCY(WS-EXRATE-IDX) = WS-SUPPLIER-CURRENCY
               MOVE EXRATE-RATE(WS-EXRATE-IDX) TO WS-EXCHANGE-RATE
               MOVE "YES" TO WS-RATE-FOUND-FLAG
           END-IF.

      * PRTMAINT REPLACES THE DESCRIPTIVE FIELDS ON A CHANGE, SO THE
      * TRANSACTION CARRIES THE MASTER AS IT STANDS WITH ONLY THE
      * REORDER POINT MOVED. THE PRICE IS UNCHANGED, SO NO
      * REVALUATION FOLLOWS.
       407-WRITE-CHANGE-TRANSACTION.
           MOVE "C" TO TRAN-ACTION-CODE.
           MOVE MAST-PART-NUMBER TO TRAN-PART-NUMBER.
           MOVE MAST-LOCATION TO TRAN-LOCATION.
           MOVE MAST-PART-NAME TO TRAN-PART-NAME.
           MOVE MAST-UNIT-PRICE TO TRAN-UNIT-PRICE.
           MOVE MAST-SUPPLIER-CODE TO TRAN-SUPPLIER-CODE.
           MOVE WS-TRAN-ROP TO TRAN-RE-ORDER-POINT.
           WRITE PART-TRAN-RECORD.
           ADD 1 TO AUDIT-CHANGE-COUNTER.

       408-WRITE-PLAN-DETAIL.
           MOVE MAST-PART-NUMBER TO WS-PLD-PART-NUMBER.
           MOVE MAST-LOCATION TO WS-PLD-LOCATION.
           MOVE MAST-SUPPLIER-CODE TO WS-PLD-SUPPLIER-CODE.
           MOVE WS-LEAD-TIME TO WS-PLD-LEAD-TIME.
           MOVE WS-AVG-DAILY TO WS-PLD-AVG-DAILY.
           MOVE WS-STD-DEV TO WS-PLD-STD-DEV.
           MOVE WS-SAFETY-STOCK TO WS-PLD-SAFETY-STOCK.
           MOVE MAST-RE-ORDER-POINT TO WS-PLD-CUR-ROP.
           MOVE WS-REC-ROP TO WS-PLD-REC-ROP.
           MOVE WS-SUPPLIER-TARGET TO WS-PLD-CUR-TARGET.
           MOVE WS-REC-TARGET TO WS-PLD-REC-TARGET.
           MOVE WS-VALUE-CHANGE TO WS-PLD-VALUE-CHANGE.
           WRITE PLAN-REPORT-RECORD FROM PLAN-DETAIL-LINE.

       203-TERMINATE-PLANNING.
           MOVE "PART/LOCATIONS PLANNED:" TO WS-SUM-DESC.
           MOVE AUDIT-MAST-COUNTER TO WS-SUM-COUNT.
           WRITE PLAN-REPORT-RECORD FROM PLAN-SUMMARY-LINE.
           MOVE "ISSUES IN WINDOW:" TO WS-SUM-DESC.
           MOVE AUDIT-ISSUE-COUNTER TO WS-SUM-COUNT.
           WRITE PLAN-REPORT-RECORD FROM PLAN-SUMMARY-LINE.
           MOVE "REORDER POINT CHANGES CUT:" TO WS-SUM-DESC.
           MOVE AUDIT-CHANGE-COUNTER TO WS-SUM-COUNT.
           WRITE PLAN-REPORT-RECORD FROM PLAN-SUMMARY-LINE.
           MOVE "PARTS WITH NO SUPPLIER:" TO WS-SUM-DESC.
           MOVE AUDIT-NO-SUPP-COUNTER TO WS-SUM-COUNT.
           WRITE PLAN-REPORT-RECORD FROM PLAN-SUMMARY-LINE.
           MOVE WS-HOME-CURRENCY TO WS-PVT-CURRENCY.
           MOVE WS-VALUE-TOTAL TO WS-PVT-AMOUNT.
           WRITE PLAN-REPORT-RECORD FROM PLAN-VALUE-TOTAL-LINE.
           DISPLAY "History records read: " AUDIT-HIST-COUNTER.
           DISPLAY "Issues in window: " AUDIT-ISSUE-COUNTER.
           DISPLAY "Part/locations planned: " AUDIT-MAST-COUNTER.
           DISPLAY "Reorder point changes cut: " AUDIT-CHANGE-COUNTER.
           CLOSE INVENT-MASTER-IN.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE PLAN-REPORT-OUT.
           CLOSE PART-TRAN-OUT.
           PERFORM 501-LOG-RUN-SEQUENCE.

      * APPEND THIS RUN TO THE SHARED SEQUENCE LOG
       501-LOG-RUN-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SEQ-DATE-YMD.
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
       END PROGRAM ROPPLAN.
