       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPSCORE AS "SUPSCORE".
       AUTHOR. CHU-YU-YUN.
       DATE-WRITTEN. SEPTEMBER 2ND 2026.
       DATE-COMPILED. SEPTEMBER 2ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * MONTHLY SUPPLIER DELIVERY SCORECARD. READS EVERY PO LINE THAT
      * FINISHED RECEIVING IN THE SELECTED MONTH - STILL ON THE OPEN-PO
      * FILE OR ALREADY PURGED TO THE PO LINE HISTORY - AND REPORTS PER
      * SUPPLIER THE ON-TIME PERCENTAGE AGAINST THE QUOTED LEAD TIME,
      * THE FILL RATE, THE AVERAGE AND WORST ACTUAL LEAD TIME AND THE
      * LINES CLOSED SHORT. WHERE THE ACTUAL LEAD TIME HAS DRIFTED WELL
      * AWAY FROM THE MASTER, A FULL SUPPLIER CHANGE TRANSACTION IS CUT
      * WITH THE ACTUAL FIGURE FOR PURCHASING TO REVIEW AND FEED
      * THROUGH SUPMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE 1 - OPEN-PO FILE, ONE RECORD PER PO DETAIL LINE
           SELECT OPTIONAL OPEN-PO-FILE
              ASSIGN TO "./OPENPO.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPO-STATUS.

      * INPUT FILE 2 - PO LINE HISTORY, CLOSED LINES PURGED FROM THE
      * OPEN-PO FILE BY THE MOVEMENT RUN
           SELECT OPTIONAL PO-HISTORY-FILE
              ASSIGN TO "./POHIST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS POH-STATUS.

      * INPUT FILE 3 - INDEXED SUPPLIER MASTER, KEYED BY SUPPLIER-CODE
           SELECT SUPPLIER-FILE-IN
              ASSIGN TO "./SUPPLIERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUPPLIER-CODE
              FILE STATUS SFI-STATUS.

      * OPTIONAL SCORECARD PARAMETER - MONTH AND DRIFT THRESHOLDS
           SELECT SCORE-PARM-FILE
              ASSIGN TO "./SCRPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS SCP-STATUS.

      * OUTPUT FILE 1 - SUPPLIER SCORECARD REPORT
           SELECT SCORECARD-REPORT-OUT
              ASSIGN TO "./SUPSCORE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * OUTPUT FILE 2 - PROPOSED SUPPLIER CHANGE TRANSACTIONS, IN THE
      * LAYOUT SUPMAINT READS
           SELECT SUPPLIER-TRAN-OUT
              ASSIGN TO "./SUPTRAN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-SCORE-FILE
              ASSIGN TO "./SUPSCORE.SRT".

      * SHARED RUN-SEQUENCE CONTROL LOG - EVERY PROGRAM IN THE SUITE
      * APPENDS ONE ENTRY PER COMPLETED RUN
           SELECT OPTIONAL RUN-SEQ-FILE
              ASSIGN TO "./RUNSEQ.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RSQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * SAME LAYOUT AS THE OPEN-PO FILE
       FD PO-HISTORY-FILE.
       01 PO-HISTORY-RECORD.
           02 POH-PO-NUMBER          PIC 9(6).
           02 POH-SUPPLIER-CODE      PIC X(5).
           02 POH-ORDER-DATE         PIC 9(8).
           02 POH-PART-NUMBER        PIC 9(5).
           02 POH-ORDER-QTY          PIC 9(4).
           02 POH-RECEIVED-QTY       PIC 9(5).
           02 POH-LINE-STATUS        PIC X.
           02 POH-UNIT-COST          PIC 9(5)V99.
           02 POH-BILLED-QTY         PIC 9(5).
           02 POH-FIRST-RECEIPT-DATE PIC 9(8).
           02 POH-FINAL-RECEIPT-DATE PIC 9(8).
           02 POH-PROMISED-DATE      PIC 9(8).

       FD SUPPLIER-FILE-IN.
       01 SUPPLIER-RECORD-IN.
           02 SUPPLIER-CODE          PIC X(5).
           02 SUPPLIER-NAME          PIC X(15).
           02 SUPPLIER-LEAD-TIME     PIC 9(3).
           02 SUPPLIER-TARGET-STOCK  PIC 9(4).
           02 SUPPLIER-CURRENCY      PIC X(3).

      * MONTH AS YYYYMM; DRIFT AS A PERCENTAGE OF THE QUOTED LEAD
      * TIME; THE FEWEST LEAD-TIME SAMPLES THAT JUSTIFY A PROPOSAL
       FD SCORE-PARM-FILE.
       01 SCORE-PARM-RECORD.
           02 SCP-MONTH-IN           PIC 9(6).
           02 SCP-DRIFT-PCT-IN       PIC 9(3).
           02 SCP-MIN-LINES-IN       PIC 9(3).

       FD SCORECARD-REPORT-OUT.
       01 SCORECARD-REPORT-RECORD    PIC X(100).

       FD SUPPLIER-TRAN-OUT.
       01 SUPPLIER-TRAN-RECORD.
           02 TRAN-ACTION-CODE       PIC X.
           02 TRAN-SUPPLIER-CODE     PIC X(5).
           02 TRAN-SUPPLIER-NAME     PIC X(15).
           02 TRAN-LEAD-TIME         PIC 9(3).
           02 TRAN-TARGET-STOCK      PIC 9(4).
           02 TRAN-CURRENCY          PIC X(3).

       SD SORT-SCORE-FILE.
       01 SORT-SCORE-RECORD.
           02 SSC-SUPPLIER-CODE      PIC X(5).
           02 SSC-PO-NUMBER          PIC 9(6).
           02 SSC-PART-NUMBER        PIC 9(5).
           02 SSC-ORDER-DATE         PIC 9(8).
           02 SSC-ORDER-QTY          PIC 9(4).
           02 SSC-RECEIVED-QTY       PIC 9(5).
           02 SSC-LINE-STATUS        PIC X.
           02 SSC-FINAL-RECEIPT-DATE PIC 9(8).

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
           02 RSQ-PROGRAM-ID         PIC X(8).
           02 RSQ-RUN-DATE           PIC 9(8).
           02 RSQ-RUN-TIME           PIC X(6).
           02 RSQ-STATUS-CODE        PIC X(2).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
          05 OPO-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 POH-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 SORT-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 AUDIT-LINE-COUNTER             PIC 9(6) VALUE ZERO.
          05 AUDIT-SCORED-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-SUPPLIER-COUNTER         PIC 9(6) VALUE ZERO.
          05 AUDIT-PROPOSAL-COUNTER         PIC 9(6) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(27) VALUE
                  "SUPPLIER SCORECARD - MONTH ".
           05 WS-SEL-YYYY       PIC X(4).
           05 FILLER            PIC X     VALUE "/".
           05 WS-SEL-MM         PIC XX.
           05 FILLER            PIC X(7)  VALUE "   RUN ".
           05 WS-RUN-DATE-OUT.
               10 WS-RD-MM      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-DD      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-YYYY    PIC X(4).
           05 FILLER            PIC X(49) VALUE SPACES.

       01 SCORE-COLUMN-LINE.
           05 FILLER            PIC X(7)  VALUE "SUPP".
           05 FILLER            PIC X(17) VALUE "SUPPLIER NAME".
           05 FILLER            PIC X(5)  VALUE " LT".
           05 FILLER            PIC X(6)  VALUE "LINES".
           05 FILLER            PIC X(7)  VALUE "ONTIM%".
           05 FILLER            PIC X(7)  VALUE "FILL%".
           05 FILLER            PIC X(7)  VALUE "AVG LT".
           05 FILLER            PIC X(6)  VALUE "WORST".
           05 FILLER            PIC X(6)  VALUE "SHORT".
           05 FILLER            PIC X(32) VALUE "NEW LT".

       01 SCORE-DETAIL-LINE.
           05 WS-SCD-SUPPLIER-CODE      PIC X(5).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SCD-SUPPLIER-NAME      PIC X(15).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SCD-QUOTED-LT          PIC ZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SCD-LINES              PIC ZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SCD-ON-TIME-PCT        PIC ZZ9.9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SCD-FILL-PCT           PIC ZZ9.9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SCD-AVG-LT             PIC ZZ9.9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SCD-WORST-LT           PIC ZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SCD-SHORT-LINES        PIC ZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SCD-PROPOSED-LT        PIC X(3).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-SCD-FLAG               PIC X(16).
           05 FILLER                    PIC X(12) VALUE SPACES.

       01 SCORE-SUMMARY-LINE.
           05 WS-SUM-DESC               PIC X(30).
           05 WS-SUM-COUNT              PIC ZZZZZ9.
           05 FILLER                    PIC X(64) VALUE SPACES.

       01 NO-ACTIVITY-LINE.
           05 FILLER            PIC X(44) VALUE
                  "NO PO LINES FINISHED RECEIVING IN THE MONTH".
           05 FILLER            PIC X(56) VALUE SPACES.

      * MONTH SCORED AND DRIFT THRESHOLDS - NO PARAMETER RECORD MEANS
      * LAST CALENDAR MONTH, 25% DRIFT, AT LEAST THREE SAMPLES
       01 WS-SCORE-MONTH                PIC 9(6) VALUE ZERO.
       01 WS-SCORE-MONTH-CHARS REDEFINES WS-SCORE-MONTH.
           05 WS-SM-YYYY        PIC X(4).
           05 WS-SM-MM          PIC XX.
       01 WS-DRIFT-PCT                  PIC 9(3) VALUE 25.
       01 WS-MIN-LINES                  PIC 9(3) VALUE 3.

       01 WS-CURRENT-YMD                PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-YMD-PARTS REDEFINES WS-CURRENT-YMD.
           05 WS-CUR-YYYY       PIC 9(4).
           05 WS-CUR-MM         PIC 9(2).
           05 WS-CUR-DD         PIC 9(2).
       01 WS-PRIOR-YYYY                 PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-MM                   PIC 9(2) VALUE ZERO.

      * A LINE BELONGS TO THE MONTH ITS RECEIVING FINISHED IN
       01 WS-FINAL-DATE-HOLD            PIC 9(8) VALUE ZERO.
       01 WS-FINAL-DATE-PARTS REDEFINES WS-FINAL-DATE-HOLD.
           05 WS-FD-YYYYMM      PIC 9(6).
           05 WS-FD-DD          PIC 9(2).
       01 WS-LINE-STATUS-HOLD           PIC X VALUE SPACES.

      * CONTROL-BREAK ACCUMULATORS FOR THE SUPPLIER BEING SCORED
       01 SUPPLIER-GROUP-HOLD.
           05 WS-GRP-ACTIVE-FLAG        PIC X(3) VALUE "NO".
           05 WS-GRP-SUPPLIER-CODE      PIC X(5) VALUE SPACES.
           05 WS-GRP-LINES              PIC 9(5) VALUE ZERO.
           05 WS-GRP-LT-LINES           PIC 9(5) VALUE ZERO.
           05 WS-GRP-ON-TIME-LINES      PIC 9(5) VALUE ZERO.
           05 WS-GRP-LT-DAYS-TOTAL      PIC 9(9) VALUE ZERO.
           05 WS-GRP-WORST-LT           PIC 9(5) VALUE ZERO.
           05 WS-GRP-ORDERED-QTY        PIC 9(9) VALUE ZERO.
           05 WS-GRP-RECEIVED-QTY       PIC 9(9) VALUE ZERO.
           05 WS-GRP-SHORT-LINES        PIC 9(5) VALUE ZERO.

      * SUPPLIER MASTER ATTRIBUTES FOR THE GROUP
       01 WS-SUPPLIER-FOUND-FLAG        PIC X(3) VALUE "NO".
       01 WS-QUOTED-LT                  PIC 9(3) VALUE ZERO.

      * LEAD-TIME WORK FIELDS
       01 WS-ORDER-DATE-INTEGER         PIC 9(7) VALUE ZERO.
       01 WS-FINAL-DATE-INTEGER         PIC 9(7) VALUE ZERO.
       01 WS-LINE-LT-DAYS               PIC S9(5) VALUE ZERO.
       01 WS-ON-TIME-PCT                PIC 9(3)V9 VALUE ZERO.
       01 WS-FILL-PCT                   PIC 9(3)V9 VALUE ZERO.
       01 WS-AVG-LT                     PIC 9(3)V9 VALUE ZERO.
       01 WS-PROPOSED-LT                PIC 9(3) VALUE ZERO.
       01 WS-PROPOSED-LT-OUT            PIC ZZ9.
       01 WS-DRIFT-DAYS                 PIC S9(5)V9 VALUE ZERO.
       01 WS-DRIFT-LIMIT                PIC 9(5)V9 VALUE ZERO.

       77 OPO-STATUS PIC X(2).
       77 POH-STATUS PIC X(2).
       77 SFI-STATUS PIC X(2).
       77 SCP-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "SUPSCORE".
       01 WS-SEQ-DATE-YMD               PIC 9(8) VALUE ZERO.

       77 RSQ-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-SCORE-SUPPLIERS.
           PERFORM 201-INITIALIZE-SCORECARD.
           PERFORM 202-SORT-AND-SCORE-LINES.
           PERFORM 203-TERMINATE-SCORECARD.
           STOP RUN.

       201-INITIALIZE-SCORECARD.
           PERFORM 301A-GET-RUN-DATE.
           PERFORM 301B-READ-SCORE-PARAMETERS.
           OPEN INPUT SUPPLIER-FILE-IN.
           OPEN OUTPUT SCORECARD-REPORT-OUT.
           OPEN OUTPUT SUPPLIER-TRAN-OUT.
           MOVE WS-SM-YYYY TO WS-SEL-YYYY.
           MOVE WS-SM-MM TO WS-SEL-MM.
           WRITE SCORECARD-REPORT-RECORD FROM RUN-DATE-LINE.
           WRITE SCORECARD-REPORT-RECORD FROM SCORE-COLUMN-LINE.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD.

      * THE SCORECARD IS RUN EARLY IN THE MONTH FOR THE MONTH JUST
      * CLOSED, SO THAT IS THE DEFAULT
       301B-READ-SCORE-PARAMETERS.
           IF WS-CUR-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-CUR-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-CUR-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-CUR-MM - 1
           END-IF.
           COMPUTE WS-SCORE-MONTH = WS-PRIOR-YYYY * 100 + WS-PRIOR-MM.
           OPEN INPUT SCORE-PARM-FILE.
           IF SCP-STATUS = "00"
               READ SCORE-PARM-FILE
                   NOT AT END
                       IF SCP-MONTH-IN IS NUMERIC
                           AND SCP-MONTH-IN > ZERO
                           MOVE SCP-MONTH-IN TO WS-SCORE-MONTH
                       END-IF
                       IF SCP-DRIFT-PCT-IN IS NUMERIC
                           AND SCP-DRIFT-PCT-IN > ZERO
                           MOVE SCP-DRIFT-PCT-IN TO WS-DRIFT-PCT
                       END-IF
                       IF SCP-MIN-LINES-IN IS NUMERIC
                           AND SCP-MIN-LINES-IN > ZERO
                           MOVE SCP-MIN-LINES-IN TO WS-MIN-LINES
                       END-IF
               END-READ
               CLOSE SCORE-PARM-FILE
           END-IF.

       202-SORT-AND-SCORE-LINES.
           SORT SORT-SCORE-FILE
               ON ASCENDING KEY SSC-SUPPLIER-CODE
                                SSC-PO-NUMBER
                                SSC-PART-NUMBER
               INPUT PROCEDURE IS 400-SELECT-MONTH-LINES
               OUTPUT PROCEDURE IS 402-SCORE-SORTED-LINES.

      * A LINE IS IN EXACTLY ONE OF THE TWO FILES - THE MOVEMENT RUN
      * MOVES IT TO THE HISTORY WHEN IT PURGES IT
       400-SELECT-MONTH-LINES.
           OPEN INPUT OPEN-PO-FILE.
           IF OPO-STATUS = "00" OR OPO-STATUS = "05"
               PERFORM 400A-RELEASE-ONE-OPEN-LINE
                   UNTIL OPO-EOF-FLAG = "YES"
               CLOSE OPEN-PO-FILE
           END-IF.
           OPEN INPUT PO-HISTORY-FILE.
           IF POH-STATUS = "00" OR POH-STATUS = "05"
               PERFORM 400B-RELEASE-ONE-HISTORY-LINE
                   UNTIL POH-EOF-FLAG = "YES"
               CLOSE PO-HISTORY-FILE
           END-IF.

       400A-RELEASE-ONE-OPEN-LINE.
           READ OPEN-PO-FILE
               AT END MOVE "YES" TO OPO-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF OPO-STATUS NOT = "00" AND OPO-STATUS NOT = "04"
               AND OPO-STATUS NOT = "10"
               MOVE "YES" TO OPO-EOF-FLAG
           END-IF.
           IF OPO-EOF-FLAG = "NO"
               ADD 1 TO AUDIT-LINE-COUNTER
               MOVE OPO-LINE-STATUS TO WS-LINE-STATUS-HOLD
               IF OPO-FINAL-RECEIPT-DATE IS NUMERIC
                   MOVE OPO-FINAL-RECEIPT-DATE TO WS-FINAL-DATE-HOLD
               ELSE
                   MOVE ZERO TO WS-FINAL-DATE-HOLD
               END-IF
               IF (WS-LINE-STATUS-HOLD = "C"
                   OR WS-LINE-STATUS-HOLD = "S")
                   AND WS-FD-YYYYMM = WS-SCORE-MONTH
                   MOVE OPO-SUPPLIER-CODE TO SSC-SUPPLIER-CODE
                   MOVE OPO-PO-NUMBER TO SSC-PO-NUMBER
                   MOVE OPO-PART-NUMBER TO SSC-PART-NUMBER
                   MOVE OPO-ORDER-DATE TO SSC-ORDER-DATE
                   MOVE OPO-ORDER-QTY TO SSC-ORDER-QTY
                   MOVE OPO-RECEIVED-QTY TO SSC-RECEIVED-QTY
                   MOVE OPO-LINE-STATUS TO SSC-LINE-STATUS
                   MOVE WS-FINAL-DATE-HOLD TO SSC-FINAL-RECEIPT-DATE
                   RELEASE SORT-SCORE-RECORD
               END-IF
           END-IF.

       400B-RELEASE-ONE-HISTORY-LINE.
           READ PO-HISTORY-FILE
               AT END MOVE "YES" TO POH-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF POH-STATUS NOT = "00" AND POH-STATUS NOT = "04"
               AND POH-STATUS NOT = "10"
               MOVE "YES" TO POH-EOF-FLAG
           END-IF.
           IF POH-EOF-FLAG = "NO"
               ADD 1 TO AUDIT-LINE-COUNTER
               MOVE POH-LINE-STATUS TO WS-LINE-STATUS-HOLD
               IF POH-FINAL-RECEIPT-DATE IS NUMERIC
                   MOVE POH-FINAL-RECEIPT-DATE TO WS-FINAL-DATE-HOLD
               ELSE
                   MOVE ZERO TO WS-FINAL-DATE-HOLD
               END-IF
               IF (WS-LINE-STATUS-HOLD = "C"
                   OR WS-LINE-STATUS-HOLD = "S")
                   AND WS-FD-YYYYMM = WS-SCORE-MONTH
                   MOVE POH-SUPPLIER-CODE TO SSC-SUPPLIER-CODE
                   MOVE POH-PO-NUMBER TO SSC-PO-NUMBER
                   MOVE POH-PART-NUMBER TO SSC-PART-NUMBER
                   MOVE POH-ORDER-DATE TO SSC-ORDER-DATE
                   MOVE POH-ORDER-QTY TO SSC-ORDER-QTY
                   MOVE POH-RECEIVED-QTY TO SSC-RECEIVED-QTY
                   MOVE POH-LINE-STATUS TO SSC-LINE-STATUS
                   MOVE WS-FINAL-DATE-HOLD TO SSC-FINAL-RECEIPT-DATE
                   RELEASE SORT-SCORE-RECORD
               END-IF
           END-IF.

       402-SCORE-SORTED-LINES.
           PERFORM 402A-RETURN-SORTED-LINE.
           PERFORM 402B-SCORE-ONE-LINE
               UNTIL SORT-EOF-FLAG = "YES".
           PERFORM 404-CLOSE-SUPPLIER-GROUP.
           IF AUDIT-SUPPLIER-COUNTER = ZERO
               WRITE SCORECARD-REPORT-RECORD FROM NO-ACTIVITY-LINE
           END-IF.

       402A-RETURN-SORTED-LINE.
           RETURN SORT-SCORE-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.

       402B-SCORE-ONE-LINE.
           IF WS-GRP-ACTIVE-FLAG = "NO"
               OR SSC-SUPPLIER-CODE NOT = WS-GRP-SUPPLIER-CODE
               PERFORM 404-CLOSE-SUPPLIER-GROUP
               PERFORM 403-OPEN-SUPPLIER-GROUP
           END-IF.
           PERFORM 405-ACCUMULATE-LINE.
           PERFORM 402A-RETURN-SORTED-LINE.

       403-OPEN-SUPPLIER-GROUP.
           MOVE "YES" TO WS-GRP-ACTIVE-FLAG.
           MOVE SSC-SUPPLIER-CODE TO WS-GRP-SUPPLIER-CODE.
           MOVE ZERO TO WS-GRP-LINES.
           MOVE ZERO TO WS-GRP-LT-LINES.
           MOVE ZERO TO WS-GRP-ON-TIME-LINES.
           MOVE ZERO TO WS-GRP-LT-DAYS-TOTAL.
           MOVE ZERO TO WS-GRP-WORST-LT.
           MOVE ZERO TO WS-GRP-ORDERED-QTY.
           MOVE ZERO TO WS-GRP-RECEIVED-QTY.
           MOVE ZERO TO WS-GRP-SHORT-LINES.
           MOVE "NO" TO WS-SUPPLIER-FOUND-FLAG.
           MOVE ZERO TO WS-QUOTED-LT.
           MOVE SSC-SUPPLIER-CODE TO SUPPLIER-CODE.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   MOVE SPACES TO SUPPLIER-NAME
               NOT INVALID KEY
                   MOVE "YES" TO WS-SUPPLIER-FOUND-FLAG
                   MOVE SUPPLIER-LEAD-TIME TO WS-QUOTED-LT
           END-READ.

      * EVERY LINE COUNTS TOWARD THE FILL RATE. ONLY A LINE FILLED BY
      * RECEIPT GIVES A TRUE LEAD TIME - A LINE CLOSED SHORT STOPPED
      * WAITING ON THE DAY PURCHASING GAVE UP ON IT.
       405-ACCUMULATE-LINE.
           ADD 1 TO WS-GRP-LINES.
           ADD 1 TO AUDIT-SCORED-COUNTER.
           ADD SSC-ORDER-QTY TO WS-GRP-ORDERED-QTY.
           ADD SSC-RECEIVED-QTY TO WS-GRP-RECEIVED-QTY.
           IF SSC-LINE-STATUS = "S"
               ADD 1 TO WS-GRP-SHORT-LINES
           ELSE
               IF SSC-ORDER-DATE IS NUMERIC
                   AND SSC-ORDER-DATE > ZERO
                   AND SSC-FINAL-RECEIPT-DATE >= SSC-ORDER-DATE
                   PERFORM 405A-MEASURE-LEAD-TIME
               END-IF
           END-IF.

       405A-MEASURE-LEAD-TIME.
           COMPUTE WS-ORDER-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(SSC-ORDER-DATE).
           COMPUTE WS-FINAL-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(SSC-FINAL-RECEIPT-DATE).
           COMPUTE WS-LINE-LT-DAYS =
               WS-FINAL-DATE-INTEGER - WS-ORDER-DATE-INTEGER.
           ADD 1 TO WS-GRP-LT-LINES.
           ADD WS-LINE-LT-DAYS TO WS-GRP-LT-DAYS-TOTAL.
           IF WS-LINE-LT-DAYS > WS-GRP-WORST-LT
               MOVE WS-LINE-LT-DAYS TO WS-GRP-WORST-LT
           END-IF.
           IF WS-LINE-LT-DAYS <= WS-QUOTED-LT
               ADD 1 TO WS-GRP-ON-TIME-LINES
           END-IF.

       404-CLOSE-SUPPLIER-GROUP.
           IF WS-GRP-ACTIVE-FLAG = "YES"
               PERFORM 406-WRITE-SUPPLIER-SCORE
           END-IF.
           MOVE "NO" TO WS-GRP-ACTIVE-FLAG.

       406-WRITE-SUPPLIER-SCORE.
           ADD 1 TO AUDIT-SUPPLIER-COUNTER.
           MOVE ZERO TO WS-ON-TIME-PCT.
           MOVE ZERO TO WS-AVG-LT.
           MOVE ZERO TO WS-FILL-PCT.
           IF WS-GRP-LT-LINES > ZERO
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-GRP-ON-TIME-LINES * 100 / WS-GRP-LT-LINES
               COMPUTE WS-AVG-LT ROUNDED =
                   WS-GRP-LT-DAYS-TOTAL / WS-GRP-LT-LINES
           END-IF.
           IF WS-GRP-ORDERED-QTY > ZERO
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-GRP-RECEIVED-QTY * 100 / WS-GRP-ORDERED-QTY
                   ON SIZE ERROR MOVE 999.9 TO WS-FILL-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-GRP-SUPPLIER-CODE TO WS-SCD-SUPPLIER-CODE.
           IF WS-SUPPLIER-FOUND-FLAG = "YES"
               MOVE SUPPLIER-NAME TO WS-SCD-SUPPLIER-NAME
           ELSE
               MOVE "(NO SUPPLIER)" TO WS-SCD-SUPPLIER-NAME
           END-IF.
           MOVE WS-QUOTED-LT TO WS-SCD-QUOTED-LT.
           MOVE WS-GRP-LINES TO WS-SCD-LINES.
           MOVE WS-ON-TIME-PCT TO WS-SCD-ON-TIME-PCT.
           MOVE WS-FILL-PCT TO WS-SCD-FILL-PCT.
           MOVE WS-AVG-LT TO WS-SCD-AVG-LT.
           MOVE WS-GRP-WORST-LT TO WS-SCD-WORST-LT.
           MOVE WS-GRP-SHORT-LINES TO WS-SCD-SHORT-LINES.
           MOVE SPACES TO WS-SCD-PROPOSED-LT.
           MOVE SPACES TO WS-SCD-FLAG.
           IF WS-SUPPLIER-FOUND-FLAG = "NO"
               MOVE "NOT ON MASTER" TO WS-SCD-FLAG
           ELSE
               PERFORM 407-CHECK-LEAD-TIME-DRIFT
           END-IF.
           WRITE SCORECARD-REPORT-RECORD FROM SCORE-DETAIL-LINE.

      * DRIFT IS MEASURED AGAINST THE QUOTED LEAD TIME, WITH A FLOOR
      * OF ONE DAY SO A SHORT QUOTE IS NOT CHASED OVER ROUNDING. TOO
      * FEW SAMPLES IS FLAGGED BUT NOT PROPOSED.
       407-CHECK-LEAD-TIME-DRIFT.
           COMPUTE WS-DRIFT-DAYS = WS-AVG-LT - WS-QUOTED-LT.
           COMPUTE WS-DRIFT-LIMIT = WS-QUOTED-LT * WS-DRIFT-PCT / 100.
           IF WS-DRIFT-LIMIT < 1
               MOVE 1 TO WS-DRIFT-LIMIT
           END-IF.
           IF WS-GRP-LT-LINES > ZERO
               AND (WS-DRIFT-DAYS > WS-DRIFT-LIMIT
                   OR WS-DRIFT-DAYS < ZERO - WS-DRIFT-LIMIT)
               IF WS-GRP-LT-LINES < WS-MIN-LINES
                   MOVE "DRIFT - FEW LINES" TO WS-SCD-FLAG
               ELSE
                   PERFORM 408-WRITE-PROPOSED-CHANGE
               END-IF
           END-IF.

      * SUPMAINT REPLACES EVERY FIELD ON A CHANGE, SO THE PROPOSAL
      * CARRIES THE MASTER AS IT STANDS WITH ONLY THE LEAD TIME MOVED
       408-WRITE-PROPOSED-CHANGE.
           COMPUTE WS-PROPOSED-LT ROUNDED = WS-AVG-LT.
           MOVE "C" TO TRAN-ACTION-CODE.
           MOVE SUPPLIER-CODE TO TRAN-SUPPLIER-CODE.
           MOVE SUPPLIER-NAME TO TRAN-SUPPLIER-NAME.
           MOVE WS-PROPOSED-LT TO TRAN-LEAD-TIME.
           MOVE SUPPLIER-TARGET-STOCK TO TRAN-TARGET-STOCK.
           MOVE SUPPLIER-CURRENCY TO TRAN-CURRENCY.
           WRITE SUPPLIER-TRAN-RECORD.
           ADD 1 TO AUDIT-PROPOSAL-COUNTER.
           MOVE WS-PROPOSED-LT TO WS-PROPOSED-LT-OUT.
           MOVE WS-PROPOSED-LT-OUT TO WS-SCD-PROPOSED-LT.
           MOVE "LEAD TIME DRIFT" TO WS-SCD-FLAG.

       203-TERMINATE-SCORECARD.
           MOVE "PO LINES READ:" TO WS-SUM-DESC.
           MOVE AUDIT-LINE-COUNTER TO WS-SUM-COUNT.
           WRITE SCORECARD-REPORT-RECORD FROM SCORE-SUMMARY-LINE.
           MOVE "LINES SCORED FOR THE MONTH:" TO WS-SUM-DESC.
           MOVE AUDIT-SCORED-COUNTER TO WS-SUM-COUNT.
           WRITE SCORECARD-REPORT-RECORD FROM SCORE-SUMMARY-LINE.
           MOVE "SUPPLIERS SCORED:" TO WS-SUM-DESC.
           MOVE AUDIT-SUPPLIER-COUNTER TO WS-SUM-COUNT.
           WRITE SCORECARD-REPORT-RECORD FROM SCORE-SUMMARY-LINE.
           MOVE "LEAD-TIME CHANGES PROPOSED:" TO WS-SUM-DESC.
           MOVE AUDIT-PROPOSAL-COUNTER TO WS-SUM-COUNT.
           WRITE SCORECARD-REPORT-RECORD FROM SCORE-SUMMARY-LINE.
           DISPLAY "PO lines read: " AUDIT-LINE-COUNTER.
           DISPLAY "PO lines scored: " AUDIT-SCORED-COUNTER.
           DISPLAY "Suppliers scored: " AUDIT-SUPPLIER-COUNTER.
           DISPLAY "Lead-time changes proposed: "
               AUDIT-PROPOSAL-COUNTER.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE SCORECARD-REPORT-OUT.
           CLOSE SUPPLIER-TRAN-OUT.
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
       END PROGRAM SUPSCORE.
