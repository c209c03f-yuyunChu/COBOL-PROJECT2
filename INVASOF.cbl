       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVASOF AS "INVASOF".
       AUTHOR. CHU-YU-YUN.
       DATE-WRITTEN. SEPTEMBER 2ND 2026.
       DATE-COMPILED. SEPTEMBER 2ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * AS-OF-DATE STOCK STATUS AND VALUATION FOR PERIOD-END AUDIT.
      * STARTS FROM THE CURRENT INVENTORY MASTER BALANCES AND ROLLS
      * THE PERMANENT MOVEMENT HISTORY BACK TO THE REQUESTED DATE -
      * EVERY MOVEMENT DATED AFTER IT IS REVERSED OUT - THEN PRINTS
      * THE STOCK AND VALUE HELD ON THAT DATE BY PART AND LOCATION,
      * WITH WAREHOUSE AND GRAND TOTALS. STOCK IS VALUED THE WAY THE
      * VALUATION RUN VALUES IT: AVERAGE COST (UNIT PRICE WHERE NONE
      * IS CARRIED), IN WHOLE UNITS, CONVERTED TO HOME CURRENCY AT THE
      * RATE ON FILE. NEITHER COST NOR RATE IS KEPT BY DATE, SO BOTH
      * ARE TODAY'S. WHEN THE DATE IS THE LAST DAY OF A CLOSED PERIOD
      * AND THE GL PRIOR-VALUE FILE STILL HOLDS THAT PERIOD, EACH
      * WAREHOUSE IS TIED OUT AGAINST THE VALUE THE GL JOURNAL POSTED
      * AND ANY DIFFERENCE IS REPORTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CURRENCY SIGN IS "$" WITH PICTURE SYMBOL "$".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE 1 - INDEXED INVENTORY MASTER, WALKED IN KEY ORDER
           SELECT INVENT-MASTER-IN
              ASSIGN TO "./INVMAST.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAST-RECORD-KEY
              FILE STATUS IMF-STATUS.

      * INPUT FILE 2 - PERMANENT MOVEMENT HISTORY, IN APPEND ORDER
           SELECT MOVEMENT-HISTORY-FILE
              ASSIGN TO "./MOVEHIST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MHF-STATUS.

      * INPUT FILE 3 - INDEXED SUPPLIER MASTER, FOR THE PART'S CURRENCY
           SELECT SUPPLIER-FILE-IN
              ASSIGN TO "./SUPPLIERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUPPLIER-CODE
              FILE STATUS SFI-STATUS.

      * INPUT FILE 4 - DAILY EXCHANGE RATES, ONE PER CURRENCY
           SELECT EXCHANGE-RATE-FILE
              ASSIGN TO "./EXRATES.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS EXR-STATUS.

      * PRIOR-PERIOD VALUE BY WAREHOUSE AS LAST POSTED BY THE GL
      * JOURNAL - READ ONLY HERE
           SELECT OPTIONAL GL-PRIOR-FILE
              ASSIGN TO "./GLPRIOR.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS GLB-STATUS.

      * OPTIONAL AS-OF DATE PARAMETER - YYYYMMDD
           SELECT ASOF-PARM-FILE
              ASSIGN TO "./ASOFPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ASP-STATUS.

      * OUTPUT FILE 1 - AS-OF STOCK STATUS AND VALUATION REPORT
           SELECT ASOF-REPORT-OUT
              ASSIGN TO "./INVASOF.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-HISTORY-FILE
              ASSIGN TO "./INVASOF.SRT".

      * SHARED RUN-SEQUENCE CONTROL LOG - EVERY PROGRAM IN THE SUITE
      * APPENDS ONE ENTRY PER COMPLETED RUN
           SELECT OPTIONAL RUN-SEQ-FILE
              ASSIGN TO "./RUNSEQ.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RSQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD GL-PRIOR-FILE.
       01 GL-PRIOR-RECORD.
           02 GLB-LOCATION           PIC X(3).
           02 GLB-VALUE              PIC 9(15).
           02 GLB-PERIOD             PIC 9(6).

       FD ASOF-PARM-FILE.
       01 ASOF-PARM-RECORD.
           02 ASP-ASOF-DATE-IN       PIC 9(8).

       FD ASOF-REPORT-OUT.
       01 ASOF-REPORT-RECORD         PIC X(90).

       SD SORT-HISTORY-FILE.
       01 SORT-HISTORY-RECORD.
           02 SRT-RUN-DATE           PIC 9(8).
           02 SRT-PART-NUMBER        PIC 9(5).
           02 SRT-LOCATION           PIC X(3).
           02 SRT-TYPE-CODE          PIC X.
           02 SRT-SIGN               PIC X.
           02 SRT-QUANTITY           PIC 9(5).
           02 SRT-REFERENCE          PIC X(10).
           02 SRT-BALANCE            PIC 9(5).

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
           02 RSQ-PROGRAM-ID         PIC X(8).
           02 RSQ-RUN-DATE           PIC 9(8).
           02 RSQ-RUN-TIME           PIC X(6).
           02 RSQ-STATUS-CODE        PIC X(2).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
          05 HIST-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 SORT-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 MAST-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 EXR-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 AUDIT-HIST-COUNTER             PIC 9(6) VALUE ZERO.
          05 AUDIT-ROLLED-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-MASTER-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-LISTED-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-ZERO-COUNTER             PIC 9(6) VALUE ZERO.
          05 AUDIT-SHORT-COUNTER            PIC 9(6) VALUE ZERO.
          05 AUDIT-ORPHAN-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-RATE-EXC-COUNTER         PIC 9(6) VALUE ZERO.
          05 AUDIT-UNLISTED-COUNTER         PIC 9(6) VALUE ZERO.
          05 AUDIT-DIFFERENCE-COUNTER       PIC 9(6) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(15) VALUE
                  "STOCK AS OF    ".
           05 WS-ASOF-DATE-OUT.
               10 WS-AD-MM      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-AD-DD      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-AD-YYYY    PIC X(4).
           05 FILLER            PIC X(9)  VALUE " - RUN: ".
           05 WS-RUN-DATE-OUT.
               10 WS-RD-MM      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-DD      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-YYYY    PIC X(4).
           05 FILLER            PIC X(46) VALUE SPACES.

       01 STOCK-COLUMN-LINE.
           05 FILLER            PIC X(6)  VALUE "PART".
           05 FILLER            PIC X(21) VALUE "NAME".
           05 FILLER            PIC X(5)  VALUE "LOC".
           05 FILLER            PIC X(8)  VALUE "CURRENT".
           05 FILLER            PIC X(8)  VALUE " SINCE".
           05 FILLER            PIC X(7)  VALUE "AS OF".
           05 FILLER            PIC X(13) VALUE "     COST".
           05 FILLER            PIC X(22) VALUE "             VALUE".

       01 STOCK-DETAIL-LINE.
           05 WS-ASD-PART-NUMBER        PIC 9(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-ASD-PART-NAME          PIC X(20).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-ASD-LOCATION           PIC X(3).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-ASD-CURRENT-QTY        PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-ASD-MOVED-QTY          PIC -ZZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-ASD-ASOF-QTY           PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-ASD-COST               PIC ZZ,ZZ9.99.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-ASD-CURRENCY           PIC X(3).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-ASD-VALUE              PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-ASD-NOTE               PIC X(2).

       01 STOCK-NOTE-LINE.
           05 FILLER                    PIC X(6)  VALUE SPACES.
           05 WS-ASN-NOTE               PIC X(84).

       01 ORPHAN-HISTORY-LINE.
           05 WS-AOH-PART-NUMBER        PIC 9(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 FILLER                    PIC X(21) VALUE
                  "HISTORY NOT ON MASTER".
           05 WS-AOH-LOCATION           PIC X(3).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-AOH-DATE               PIC 9(8).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AOH-TYPE-CODE          PIC X.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AOH-REFERENCE          PIC X(10).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AOH-SIGN               PIC X.
           05 WS-AOH-QUANTITY           PIC 9(5).
           05 FILLER                    PIC X(30) VALUE SPACES.

       01 SECTION-HEADING-LINE.
           05 WS-ASH-TEXT               PIC X(90).

       01 WAREHOUSE-COLUMN-LINE.
           05 FILLER            PIC X(7)  VALUE "  WHSE".
           05 FILLER            PIC X(8)  VALUE "  LINES".
           05 FILLER            PIC X(12) VALUE "    QUANTITY".
           05 FILLER            PIC X(22) VALUE "               VALUE".
           05 FILLER            PIC X(41) VALUE SPACES.

       01 WAREHOUSE-TOTAL-LINE.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-AWT-LOCATION           PIC X(5).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-AWT-LINE-COUNT         PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-AWT-QUANTITY           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-AWT-VALUE              PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                    PIC X(43) VALUE SPACES.

       01 GL-TIE-COLUMN-LINE.
           05 FILLER            PIC X(7)  VALUE "  WHSE".
           05 FILLER            PIC X(20) VALUE "     AS-OF VALUE".
           05 FILLER            PIC X(20) VALUE "      GL POSTED".
           05 FILLER            PIC X(21) VALUE "        DIFFERENCE".
           05 FILLER            PIC X(22) VALUE SPACES.

       01 GL-TIE-LINE.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-AGT-LOCATION           PIC X(5).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-AGT-ASOF-VALUE         PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-AGT-GL-VALUE           PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-AGT-DIFFERENCE         PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-AGT-RESULT             PIC X(7).
           05 FILLER                    PIC X(13) VALUE SPACES.

       01 GL-NOT-TIED-LINE.
           05 WS-AGN-TEXT               PIC X(50).
           05 WS-AGN-PERIOD             PIC 9(6).
           05 FILLER                    PIC X(34) VALUE SPACES.

       01 ASOF-SUMMARY-LINE.
           05 WS-SUM-DESC               PIC X(30).
           05 WS-SUM-COUNT              PIC ZZZZZ9.
           05 FILLER                    PIC X(54) VALUE SPACES.

       01 NO-ACTIVITY-LINE.
           05 FILLER            PIC X(42) VALUE
                  "NO STOCK HELD ON THE AS-OF DATE".
           05 FILLER            PIC X(48) VALUE SPACES.

      * DATE REPORTED - NO PARAMETER RECORD MEANS THE LAST DAY OF THE
      * MONTH JUST CLOSED
       01 WS-ASOF-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-ASOF-DATE-PARTS REDEFINES WS-ASOF-DATE.
           05 WS-ASOF-PERIOD    PIC 9(6).
           05 WS-ASOF-DD        PIC 9(2).
       01 WS-ASOF-DATE-CHARS REDEFINES WS-ASOF-DATE.
           05 WS-AC-YYYY        PIC X(4).
           05 WS-AC-MM          PIC XX.
           05 WS-AC-DD          PIC XX.
       01 WS-ASOF-INTEGER               PIC 9(8) VALUE ZERO.
       01 WS-NEXT-DAY                   PIC 9(8) VALUE ZERO.
       01 WS-NEXT-DAY-PARTS REDEFINES WS-NEXT-DAY.
           05 WS-ND-PERIOD      PIC 9(6).
           05 WS-ND-DD          PIC 9(2).

       01 WS-CURRENT-YMD                PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-YMD-PARTS REDEFINES WS-CURRENT-YMD.
           05 WS-CUR-PERIOD     PIC 9(6).
           05 WS-CUR-DD         PIC 9(2).
       01 WS-MONTH-START                PIC 9(8) VALUE ZERO.

      * MATCH KEYS - THE MASTER RECORD BEING RECONSTRUCTED AND THE
      * NEXT HISTORY RECORD TO BE ROLLED BACK
       01 WS-MAST-KEY.
           05 WS-MK-PART-NUMBER         PIC 9(5).
           05 WS-MK-LOCATION            PIC X(3).
       01 WS-HIST-KEY.
           05 WS-HK-PART-NUMBER         PIC 9(5).
           05 WS-HK-LOCATION            PIC X(3).

      * A RECORD CUT BEFORE LOCATIONS EXISTED IS THE MAIN SITE
       01 WS-DEFAULT-LOCATION           PIC X(3) VALUE "001".

      * ONE MASTER RECORD ROLLED BACK. THE NET MOVED SINCE THE DATE
      * IS RECEIPTS LESS ISSUES POSTED AFTER IT; A HISTORY THAT
      * REVERSES BELOW ZERO MEANS MOVEMENTS WENT UNRECORDED AND THE
      * LINE IS FLAGGED AND HELD AT ZERO.
       01 WS-MOVED-QTY                  PIC S9(7) VALUE ZERO.
       01 WS-ASOF-QTY                   PIC S9(7) VALUE ZERO.
       01 WS-HISTORY-SHORT-FLAG         PIC X(3) VALUE "NO".

      * VALUATION WORK FIELDS - THE SAME BASIS AS THE VALUATION RUN
       01 WS-HOME-CURRENCY              PIC X(3) VALUE "CAD".
       01 WS-PART-CURRENCY              PIC X(3) VALUE "CAD".
       01 WS-VALUATION-COST             PIC 9(5)V99 VALUE ZERO.
       01 WS-ORIGINAL-VALUE             PIC 9(15) VALUE ZERO.
       01 WS-ASOF-VALUE                 PIC 9(15) VALUE ZERO.
       01 WS-EXCHANGE-RATE              PIC 9(3)V9(6) VALUE ZERO.
       01 WS-RATE-FOUND-FLAG            PIC X(3) VALUE "NO".

       01 EXCHANGE-RATE-TABLE.
           05 EXRATE-ENTRY OCCURS 20 TIMES.
               10 EXRATE-CURRENCY       PIC X(3).
               10 EXRATE-RATE           PIC 9(3)V9(6).
       01 WS-EXRATE-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-EXRATE-IDX                 PIC 9(2) VALUE ZERO.

      * AS-OF QUANTITY AND VALUE PER STOCKING LOCATION - THE SAME
      * TEN-WAREHOUSE LIMIT AS THE VALUATION RUN
       01 WAREHOUSE-TOTALS.
           05 WS-WHSE-COUNT             PIC 9(2) VALUE ZERO.
           05 WHSE-ENTRY OCCURS 10 TIMES.
               10 WHSE-LOCATION         PIC X(3).
               10 WHSE-LINE-COUNT       PIC 9(5).
               10 WHSE-QUANTITY         PIC 9(9).
               10 WHSE-VALUE            PIC 9(15).
       01 WS-WHSE-IDX                   PIC 9(2) VALUE ZERO.
       01 WS-WHSE-FOUND-FLAG            PIC X(3) VALUE "NO".
       01 WS-GRAND-LINE-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-GRAND-QUANTITY             PIC 9(9) VALUE ZERO.
       01 WS-GRAND-VALUE                PIC 9(15) VALUE ZERO.

      * VALUE POSTED PER WAREHOUSE BY THE LAST GL JOURNAL, MATCHED
      * OFF AGAINST THE RECONSTRUCTED TOTALS SO A WAREHOUSE THE GL
      * STILL CARRIES BUT THAT HELD NOTHING ON THE DATE IS REPORTED
       01 GL-PRIOR-TABLE.
           05 WS-GLPRI-COUNT            PIC 9(2) VALUE ZERO.
           05 GLPRI-ENTRY OCCURS 10 TIMES.
               10 GLPRI-LOCATION        PIC X(3).
               10 GLPRI-VALUE           PIC 9(15).
               10 GLPRI-MATCHED         PIC X.
       01 WS-GLPRI-IDX                  PIC 9(2) VALUE ZERO.
       01 WS-GLPRI-EOF-FLAG             PIC X(3) VALUE "NO".
       01 WS-GL-PERIOD-ON-FILE          PIC 9(6) VALUE ZERO.
       01 WS-GL-TIE-FLAG                PIC X(3) VALUE "NO".
       01 WS-GL-PRIOR-VALUE             PIC 9(15) VALUE ZERO.
       01 WS-GL-DIFFERENCE              PIC S9(15) VALUE ZERO.
       01 WS-TIE-ASOF-VALUE             PIC 9(15) VALUE ZERO.
       01 WS-TIE-ASOF-TOTAL             PIC 9(15) VALUE ZERO.
       01 WS-TIE-GL-TOTAL               PIC 9(15) VALUE ZERO.

       77 IMF-STATUS PIC X(2).
       77 MHF-STATUS PIC X(2).
       77 SFI-STATUS PIC X(2).
       77 EXR-STATUS PIC X(2).
       77 GLB-STATUS PIC X(2).
       77 ASP-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "INVASOF".
       01 WS-SEQ-DATE-YMD               PIC 9(8) VALUE ZERO.

       77 RSQ-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-RECONSTRUCT-STOCK-AS-OF.
           PERFORM 201-INITIALIZE-ASOF-REPORT.
           PERFORM 202-SORT-AND-ROLL-BACK.
           PERFORM 203-TERMINATE-ASOF-REPORT.
           STOP RUN.

       201-INITIALIZE-ASOF-REPORT.
           OPEN INPUT INVENT-MASTER-IN.
           OPEN INPUT SUPPLIER-FILE-IN.
           OPEN OUTPUT ASOF-REPORT-OUT.
           PERFORM 301A-GET-RUN-DATE.
           PERFORM 301B-READ-ASOF-PARAMETER.
           PERFORM 301C-LOAD-EXCHANGE-RATES.
           PERFORM 301D-LOAD-GL-PRIOR-BALANCES.
           MOVE WS-AC-MM TO WS-AD-MM.
           MOVE WS-AC-DD TO WS-AD-DD.
           MOVE WS-AC-YYYY TO WS-AD-YYYY.
           WRITE ASOF-REPORT-RECORD FROM RUN-DATE-LINE.
           WRITE ASOF-REPORT-RECORD FROM STOCK-COLUMN-LINE.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD.

      * THE AUDIT IS USUALLY FOR THE MONTH JUST CLOSED, SO THE LAST
      * DAY OF LAST MONTH IS THE DEFAULT
       301B-READ-ASOF-PARAMETER.
           COMPUTE WS-MONTH-START = WS-CUR-PERIOD * 100 + 1.
           COMPUTE WS-ASOF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1).
           OPEN INPUT ASOF-PARM-FILE.
           IF ASP-STATUS = "00"
               READ ASOF-PARM-FILE
                   NOT AT END
                       IF ASP-ASOF-DATE-IN IS NUMERIC
                           AND ASP-ASOF-DATE-IN > ZERO
                           MOVE ASP-ASOF-DATE-IN TO WS-ASOF-DATE
                       END-IF
               END-READ
               CLOSE ASOF-PARM-FILE
           END-IF.
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
           COMPUTE WS-NEXT-DAY =
               FUNCTION DATE-OF-INTEGER(WS-ASOF-INTEGER + 1).

      * THE RATE FILE IS CUT DAILY BY TREASURY - A MISSING FILE ONLY
      * MEANS EVERY FOREIGN-CURRENCY PART IS VALUED AT PAR AND FLAGGED
       301C-LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF EXR-STATUS = "00"
               PERFORM 301E-LOAD-ONE-RATE
                   UNTIL EXR-EOF-FLAG = "YES"
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       301E-LOAD-ONE-RATE.
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

      * THE GL PRIOR-VALUE FILE HOLDS ONLY THE PERIOD LAST CUT - EACH
      * CLOSE ROLLS IT FORWARD
       301D-LOAD-GL-PRIOR-BALANCES.
           OPEN INPUT GL-PRIOR-FILE.
           IF GLB-STATUS = "00"
               PERFORM 301F-LOAD-ONE-GL-BALANCE
                   UNTIL WS-GLPRI-EOF-FLAG = "YES"
           END-IF.
           CLOSE GL-PRIOR-FILE.

       301F-LOAD-ONE-GL-BALANCE.
           READ GL-PRIOR-FILE
               AT END MOVE "YES" TO WS-GLPRI-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF GLB-STATUS NOT = "00" AND GLB-STATUS NOT = "04"
               AND GLB-STATUS NOT = "10"
               MOVE "YES" TO WS-GLPRI-EOF-FLAG
           END-IF.
           IF WS-GLPRI-EOF-FLAG = "NO" AND WS-GLPRI-COUNT < 10
               ADD 1 TO WS-GLPRI-COUNT
               MOVE GLB-LOCATION TO GLPRI-LOCATION(WS-GLPRI-COUNT)
               MOVE GLB-VALUE TO GLPRI-VALUE(WS-GLPRI-COUNT)
               MOVE "N" TO GLPRI-MATCHED(WS-GLPRI-COUNT)
               MOVE GLB-PERIOD TO WS-GL-PERIOD-ON-FILE
           END-IF.

      * ONLY MOVEMENTS DATED AFTER THE AS-OF DATE ARE REVERSED, SORTED
      * INTO MASTER KEY ORDER SO ONE PASS OF THE MASTER MATCHES THEM
       202-SORT-AND-ROLL-BACK.
           SORT SORT-HISTORY-FILE
               ON ASCENDING KEY SRT-PART-NUMBER
                                SRT-LOCATION
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 400-SELECT-AND-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 401-RECONSTRUCT-MASTER.

       400-SELECT-AND-RELEASE-HISTORY.
           OPEN INPUT MOVEMENT-HISTORY-FILE.
           IF MHF-STATUS NOT = "00"
               DISPLAY "MOVEMENT HISTORY UNAVAILABLE - STATUS "
                   MHF-STATUS
               MOVE "YES" TO HIST-EOF-FLAG
           END-IF.
           PERFORM 400A-RELEASE-ONE-RECORD
               UNTIL HIST-EOF-FLAG = "YES".
           CLOSE MOVEMENT-HISTORY-FILE.

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
               IF MHR-RUN-DATE > WS-ASOF-DATE
                   IF MHR-LOCATION = SPACES
                       MOVE WS-DEFAULT-LOCATION TO MHR-LOCATION
                   END-IF
                   RELEASE SORT-HISTORY-RECORD
                       FROM MOVEMENT-HISTORY-RECORD
               END-IF
           END-IF.

      * ONE PASS OF THE MASTER IN KEY ORDER. HISTORY FOR A PART OR
      * LOCATION NO LONGER ON THE MASTER CANNOT BE VALUED AND IS
      * LISTED FOR FOLLOW-UP.
       401-RECONSTRUCT-MASTER.
           PERFORM 402-RETURN-SORTED-RECORD.
           MOVE ZERO TO MAST-PART-NUMBER.
           MOVE LOW-VALUES TO MAST-LOCATION.
           START INVENT-MASTER-IN
               KEY NOT LESS THAN MAST-RECORD-KEY
               INVALID KEY MOVE "YES" TO MAST-EOF-FLAG
           END-START.
           IF IMF-STATUS NOT = "00"
               MOVE "YES" TO MAST-EOF-FLAG
           END-IF.
           PERFORM 403-RECONSTRUCT-ONE-RECORD
               UNTIL MAST-EOF-FLAG = "YES".
           PERFORM 408-LIST-ORPHAN-HISTORY
               UNTIL SORT-EOF-FLAG = "YES".

       402-RETURN-SORTED-RECORD.
           RETURN SORT-HISTORY-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.
           IF SORT-EOF-FLAG = "YES"
               MOVE HIGH-VALUES TO WS-HIST-KEY
           ELSE
               MOVE SRT-PART-NUMBER TO WS-HK-PART-NUMBER
               MOVE SRT-LOCATION TO WS-HK-LOCATION
           END-IF.

       403-RECONSTRUCT-ONE-RECORD.
           READ INVENT-MASTER-IN NEXT RECORD
               AT END MOVE "YES" TO MAST-EOF-FLAG
           END-READ.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF IMF-STATUS NOT = "00" AND IMF-STATUS NOT = "04"
               AND IMF-STATUS NOT = "10"
               MOVE "YES" TO MAST-EOF-FLAG
           END-IF.
           IF MAST-EOF-FLAG = "NO"
               ADD 1 TO AUDIT-MASTER-COUNTER
               MOVE MAST-PART-NUMBER TO WS-MK-PART-NUMBER
               IF MAST-LOCATION = SPACES
                   MOVE WS-DEFAULT-LOCATION TO WS-MK-LOCATION
               ELSE
                   MOVE MAST-LOCATION TO WS-MK-LOCATION
               END-IF
               PERFORM 408-LIST-ORPHAN-HISTORY
                   UNTIL WS-HIST-KEY NOT < WS-MAST-KEY
               MOVE ZERO TO WS-MOVED-QTY
               PERFORM 404-ROLL-BACK-ONE-MOVEMENT
                   UNTIL WS-HIST-KEY NOT = WS-MAST-KEY
               PERFORM 405-WORK-OUT-ASOF-QUANTITY
               IF WS-ASOF-QTY = ZERO
                   AND WS-HISTORY-SHORT-FLAG = "NO"
                   ADD 1 TO AUDIT-ZERO-COUNTER
               ELSE
                   PERFORM 406-VALUE-ASOF-STOCK
                   PERFORM 407-WRITE-STOCK-LINE
                   PERFORM 409-ACCUMULATE-WAREHOUSE
               END-IF
           END-IF.

      * A RECEIPT SINCE THE DATE WAS NOT YET ON HAND; AN ISSUE SINCE
      * THE DATE STILL WAS
       404-ROLL-BACK-ONE-MOVEMENT.
           IF SRT-SIGN = "+"
               ADD SRT-QUANTITY TO WS-MOVED-QTY
           ELSE
               SUBTRACT SRT-QUANTITY FROM WS-MOVED-QTY
           END-IF.
           ADD 1 TO AUDIT-ROLLED-COUNTER.
           PERFORM 402-RETURN-SORTED-RECORD.

       405-WORK-OUT-ASOF-QUANTITY.
           MOVE "NO" TO WS-HISTORY-SHORT-FLAG.
           COMPUTE WS-ASOF-QTY = MAST-QUANTITY - WS-MOVED-QTY.
           IF WS-ASOF-QTY < ZERO
               MOVE "YES" TO WS-HISTORY-SHORT-FLAG
               MOVE ZERO TO WS-ASOF-QTY
               ADD 1 TO AUDIT-SHORT-COUNTER
           END-IF.

      * STOCK IS VALUED AT ITS MOVING AVERAGE COST - A RECORD CUT
      * BEFORE AVERAGE COSTING CARRIES NONE AND FALLS BACK TO THE UNIT
      * PRICE. A FOREIGN PART WITH NO RATE ON FILE IS VALUED AT PAR.
       406-VALUE-ASOF-STOCK.
           IF MAST-AVG-COST IS NUMERIC AND MAST-AVG-COST > ZERO
               MOVE MAST-AVG-COST TO WS-VALUATION-COST
           ELSE
               MOVE MAST-UNIT-PRICE TO WS-VALUATION-COST
           END-IF.
           PERFORM 406A-FIND-PART-CURRENCY.
           COMPUTE WS-ORIGINAL-VALUE = WS-ASOF-QTY * WS-VALUATION-COST.
           IF WS-PART-CURRENCY = WS-HOME-CURRENCY
               MOVE WS-ORIGINAL-VALUE TO WS-ASOF-VALUE
           ELSE
               PERFORM 406B-FIND-EXCHANGE-RATE
               IF WS-RATE-FOUND-FLAG = "YES"
                   COMPUTE WS-ASOF-VALUE ROUNDED =
                       WS-ORIGINAL-VALUE * WS-EXCHANGE-RATE
               ELSE
                   MOVE WS-ORIGINAL-VALUE TO WS-ASOF-VALUE
                   ADD 1 TO AUDIT-RATE-EXC-COUNTER
               END-IF
           END-IF.

      * OLDER SUPPLIER RECORDS CARRY NO CURRENCY - TREAT THEM AS HOME
       406A-FIND-PART-CURRENCY.
           MOVE WS-HOME-CURRENCY TO WS-PART-CURRENCY.
           MOVE MAST-SUPPLIER-CODE TO SUPPLIER-CODE.
           READ SUPPLIER-FILE-IN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SUPPLIER-CURRENCY NOT = SPACES
                       MOVE SUPPLIER-CURRENCY TO WS-PART-CURRENCY
                   END-IF
           END-READ.

       406B-FIND-EXCHANGE-RATE.
           MOVE "NO" TO WS-RATE-FOUND-FLAG.
           MOVE ZERO TO WS-EXRATE-IDX.
           PERFORM 406C-CHECK-ONE-RATE
               UNTIL WS-EXRATE-IDX >= WS-EXRATE-COUNT
               OR WS-RATE-FOUND-FLAG = "YES".

       406C-CHECK-ONE-RATE.
           ADD 1 TO WS-EXRATE-IDX.
           IF EXRATE-CURRENCY(WS-EXRATE-IDX) = WS-PART-CURRENCY
               MOVE EXRATE-RATE(WS-EXRATE-IDX) TO WS-EXCHANGE-RATE
               MOVE "YES" TO WS-RATE-FOUND-FLAG
           END-IF.

       407-WRITE-STOCK-LINE.
           MOVE MAST-PART-NUMBER TO WS-ASD-PART-NUMBER.
           MOVE MAST-PART-NAME TO WS-ASD-PART-NAME.
           MOVE WS-MK-LOCATION TO WS-ASD-LOCATION.
           MOVE MAST-QUANTITY TO WS-ASD-CURRENT-QTY.
           MOVE WS-MOVED-QTY TO WS-ASD-MOVED-QTY.
           MOVE WS-ASOF-QTY TO WS-ASD-ASOF-QTY.
           MOVE WS-VALUATION-COST TO WS-ASD-COST.
           MOVE WS-PART-CURRENCY TO WS-ASD-CURRENCY.
           MOVE WS-ASOF-VALUE TO WS-ASD-VALUE.
           MOVE SPACES TO WS-ASD-NOTE.
           IF WS-HISTORY-SHORT-FLAG = "YES"
               MOVE "**" TO WS-ASD-NOTE
           END-IF.
           IF WS-PART-CURRENCY NOT = WS-HOME-CURRENCY
               AND WS-RATE-FOUND-FLAG = "NO"
               MOVE "*R" TO WS-ASD-NOTE
           END-IF.
           WRITE ASOF-REPORT-RECORD FROM STOCK-DETAIL-LINE.
           ADD 1 TO AUDIT-LISTED-COUNTER.
           IF WS-HISTORY-SHORT-FLAG = "YES"
               MOVE "** HISTORY REVERSES BELOW ZERO - HELD AT ZERO"
                   TO WS-ASN-NOTE
               WRITE ASOF-REPORT-RECORD FROM STOCK-NOTE-LINE
           END-IF.

      * HISTORY AHEAD OF THE CURRENT MASTER KEY BELONGS TO A PART OR
      * LOCATION SINCE REMOVED FROM THE MASTER
       408-LIST-ORPHAN-HISTORY.
           MOVE SRT-PART-NUMBER TO WS-AOH-PART-NUMBER.
           MOVE SRT-LOCATION TO WS-AOH-LOCATION.
           MOVE SRT-RUN-DATE TO WS-AOH-DATE.
           MOVE SRT-TYPE-CODE TO WS-AOH-TYPE-CODE.
           MOVE SRT-REFERENCE TO WS-AOH-REFERENCE.
           MOVE SRT-SIGN TO WS-AOH-SIGN.
           MOVE SRT-QUANTITY TO WS-AOH-QUANTITY.
           WRITE ASOF-REPORT-RECORD FROM ORPHAN-HISTORY-LINE.
           ADD 1 TO AUDIT-ORPHAN-COUNTER.
           PERFORM 402-RETURN-SORTED-RECORD.

      * ROLL THIS LINE INTO ITS WAREHOUSE BUCKET AND THE GRAND TOTAL
       409-ACCUMULATE-WAREHOUSE.
           ADD 1 TO WS-GRAND-LINE-COUNT.
           ADD WS-ASOF-QTY TO WS-GRAND-QUANTITY.
           ADD WS-ASOF-VALUE TO WS-GRAND-VALUE.
           MOVE "NO" TO WS-WHSE-FOUND-FLAG.
           MOVE ZERO TO WS-WHSE-IDX.
           PERFORM 409A-SCAN-ONE-WAREHOUSE
               UNTIL WS-WHSE-IDX >= WS-WHSE-COUNT
               OR WS-WHSE-FOUND-FLAG = "YES".
           IF WS-WHSE-FOUND-FLAG = "NO"
               IF WS-WHSE-COUNT < 10
                   ADD 1 TO WS-WHSE-COUNT
                   MOVE WS-WHSE-COUNT TO WS-WHSE-IDX
                   MOVE WS-MK-LOCATION TO WHSE-LOCATION(WS-WHSE-IDX)
                   MOVE ZERO TO WHSE-LINE-COUNT(WS-WHSE-IDX)
                   MOVE ZERO TO WHSE-QUANTITY(WS-WHSE-IDX)
                   MOVE ZERO TO WHSE-VALUE(WS-WHSE-IDX)
                   MOVE "YES" TO WS-WHSE-FOUND-FLAG
               ELSE
      * PAST TEN WAREHOUSES A SITE IS IN THE GRAND TOTAL ONLY
                   ADD 1 TO AUDIT-UNLISTED-COUNTER
               END-IF
           END-IF.
           IF WS-WHSE-FOUND-FLAG = "YES"
               ADD 1 TO WHSE-LINE-COUNT(WS-WHSE-IDX)
               ADD WS-ASOF-QTY TO WHSE-QUANTITY(WS-WHSE-IDX)
               ADD WS-ASOF-VALUE TO WHSE-VALUE(WS-WHSE-IDX)
           END-IF.

       409A-SCAN-ONE-WAREHOUSE.
           ADD 1 TO WS-WHSE-IDX.
           IF WHSE-LOCATION(WS-WHSE-IDX) = WS-MK-LOCATION
               MOVE "YES" TO WS-WHSE-FOUND-FLAG
           END-IF.

       203-TERMINATE-ASOF-REPORT.
           IF AUDIT-LISTED-COUNTER = ZERO
               WRITE ASOF-REPORT-RECORD FROM NO-ACTIVITY-LINE
           END-IF.
           PERFORM 310-WRITE-WAREHOUSE-TOTALS.
           PERFORM 311-TIE-OUT-TO-GL.
           MOVE SPACES TO WS-ASH-TEXT.
           WRITE ASOF-REPORT-RECORD FROM SECTION-HEADING-LINE.
           MOVE "MASTER RECORDS READ:" TO WS-SUM-DESC.
           MOVE AUDIT-MASTER-COUNTER TO WS-SUM-COUNT.
           WRITE ASOF-REPORT-RECORD FROM ASOF-SUMMARY-LINE.
           MOVE "MOVEMENTS ROLLED BACK:" TO WS-SUM-DESC.
           MOVE AUDIT-ROLLED-COUNTER TO WS-SUM-COUNT.
           WRITE ASOF-REPORT-RECORD FROM ASOF-SUMMARY-LINE.
           MOVE "LINES HOLDING STOCK:" TO WS-SUM-DESC.
           MOVE AUDIT-LISTED-COUNTER TO WS-SUM-COUNT.
           WRITE ASOF-REPORT-RECORD FROM ASOF-SUMMARY-LINE.
           MOVE "LINES EMPTY ON THE DATE:" TO WS-SUM-DESC.
           MOVE AUDIT-ZERO-COUNTER TO WS-SUM-COUNT.
           WRITE ASOF-REPORT-RECORD FROM ASOF-SUMMARY-LINE.
           IF AUDIT-SHORT-COUNTER > ZERO
               MOVE "** HISTORY SHORT - HELD AT 0:" TO WS-SUM-DESC
               MOVE AUDIT-SHORT-COUNTER TO WS-SUM-COUNT
               WRITE ASOF-REPORT-RECORD FROM ASOF-SUMMARY-LINE
           END-IF.
           IF AUDIT-RATE-EXC-COUNTER > ZERO
               MOVE "*R NO RATE - VALUED AT PAR:" TO WS-SUM-DESC
               MOVE AUDIT-RATE-EXC-COUNTER TO WS-SUM-COUNT
               WRITE ASOF-REPORT-RECORD FROM ASOF-SUMMARY-LINE
           END-IF.
           IF AUDIT-ORPHAN-COUNTER > ZERO
               MOVE "HISTORY NOT ON MASTER:" TO WS-SUM-DESC
               MOVE AUDIT-ORPHAN-COUNTER TO WS-SUM-COUNT
               WRITE ASOF-REPORT-RECORD FROM ASOF-SUMMARY-LINE
           END-IF.
           IF AUDIT-UNLISTED-COUNTER > ZERO
               MOVE "LINES AT UNLISTED WAREHOUSES" TO WS-SUM-DESC
               MOVE AUDIT-UNLISTED-COUNTER TO WS-SUM-COUNT
               WRITE ASOF-REPORT-RECORD FROM ASOF-SUMMARY-LINE
           END-IF.
           DISPLAY "As-of date: " WS-ASOF-DATE.
           DISPLAY "History records read: " AUDIT-HIST-COUNTER.
           DISPLAY "Movements rolled back: " AUDIT-ROLLED-COUNTER.
           DISPLAY "Lines holding stock: " AUDIT-LISTED-COUNTER.
           DISPLAY "GL differences: " AUDIT-DIFFERENCE-COUNTER.
           CLOSE INVENT-MASTER-IN.
           CLOSE SUPPLIER-FILE-IN.
           CLOSE ASOF-REPORT-OUT.
           PERFORM 501-LOG-RUN-SEQUENCE.

       310-WRITE-WAREHOUSE-TOTALS.
           MOVE SPACES TO WS-ASH-TEXT.
           WRITE ASOF-REPORT-RECORD FROM SECTION-HEADING-LINE.
           MOVE "WAREHOUSE TOTALS AS OF THE DATE" TO WS-ASH-TEXT.
           WRITE ASOF-REPORT-RECORD FROM SECTION-HEADING-LINE.
           WRITE ASOF-REPORT-RECORD FROM WAREHOUSE-COLUMN-LINE.
           MOVE ZERO TO WS-WHSE-IDX.
           PERFORM 310A-WRITE-ONE-WAREHOUSE
               UNTIL WS-WHSE-IDX >= WS-WHSE-COUNT.
           MOVE "TOTAL" TO WS-AWT-LOCATION.
           MOVE WS-GRAND-LINE-COUNT TO WS-AWT-LINE-COUNT.
           MOVE WS-GRAND-QUANTITY TO WS-AWT-QUANTITY.
           MOVE WS-GRAND-VALUE TO WS-AWT-VALUE.
           WRITE ASOF-REPORT-RECORD FROM WAREHOUSE-TOTAL-LINE.

       310A-WRITE-ONE-WAREHOUSE.
           ADD 1 TO WS-WHSE-IDX.
           MOVE WHSE-LOCATION(WS-WHSE-IDX) TO WS-AWT-LOCATION.
           MOVE WHSE-LINE-COUNT(WS-WHSE-IDX) TO WS-AWT-LINE-COUNT.
           MOVE WHSE-QUANTITY(WS-WHSE-IDX) TO WS-AWT-QUANTITY.
           MOVE WHSE-VALUE(WS-WHSE-IDX) TO WS-AWT-VALUE.
           WRITE ASOF-REPORT-RECORD FROM WAREHOUSE-TOTAL-LINE.

      * THE GL JOURNAL POSTS MONTH-END VALUES, SO ONLY THE LAST DAY OF
      * A CLOSED PERIOD CAN BE TIED OUT, AND ONLY WHILE THE GL PRIOR-
      * VALUE FILE STILL CARRIES THAT PERIOD
       311-TIE-OUT-TO-GL.
           MOVE SPACES TO WS-ASH-TEXT.
           WRITE ASOF-REPORT-RECORD FROM SECTION-HEADING-LINE.
           MOVE "NO" TO WS-GL-TIE-FLAG.
           EVALUATE TRUE
               WHEN WS-ASOF-PERIOD >= WS-CUR-PERIOD
                   MOVE "PERIOD NOT YET CLOSED - NO GL TIE-OUT FOR "
                       TO WS-AGN-TEXT
                   MOVE WS-ASOF-PERIOD TO WS-AGN-PERIOD
               WHEN WS-ND-PERIOD = WS-ASOF-PERIOD
                   MOVE "DATE IS NOT A PERIOD END - NO GL TIE-OUT FOR "
                       TO WS-AGN-TEXT
                   MOVE WS-ASOF-PERIOD TO WS-AGN-PERIOD
               WHEN WS-GLPRI-COUNT = ZERO
                   MOVE "NO GL VALUES ON FILE - NO GL TIE-OUT FOR "
                       TO WS-AGN-TEXT
                   MOVE WS-ASOF-PERIOD TO WS-AGN-PERIOD
               WHEN WS-GL-PERIOD-ON-FILE NOT = WS-ASOF-PERIOD
                   MOVE "GL VALUES ON FILE ARE FOR ANOTHER PERIOD - "
                       TO WS-AGN-TEXT
                   MOVE WS-GL-PERIOD-ON-FILE TO WS-AGN-PERIOD
               WHEN OTHER
                   MOVE "YES" TO WS-GL-TIE-FLAG
           END-EVALUATE.
           IF WS-GL-TIE-FLAG = "NO"
               WRITE ASOF-REPORT-RECORD FROM GL-NOT-TIED-LINE
           ELSE
               PERFORM 312-WRITE-GL-TIE-OUT
           END-IF.

       312-WRITE-GL-TIE-OUT.
           MOVE "GL TIE-OUT - VALUE POSTED FOR PERIOD " TO WS-AGN-TEXT.
           MOVE WS-ASOF-PERIOD TO WS-AGN-PERIOD.
           WRITE ASOF-REPORT-RECORD FROM GL-NOT-TIED-LINE.
           WRITE ASOF-REPORT-RECORD FROM GL-TIE-COLUMN-LINE.
           MOVE ZERO TO WS-TIE-ASOF-TOTAL.
           MOVE ZERO TO WS-TIE-GL-TOTAL.
           MOVE ZERO TO WS-WHSE-IDX.
           PERFORM 312A-TIE-ONE-WAREHOUSE
               UNTIL WS-WHSE-IDX >= WS-WHSE-COUNT.
           MOVE ZERO TO WS-GLPRI-IDX.
           PERFORM 312B-TIE-ONE-CLEARED-WAREHOUSE
               UNTIL WS-GLPRI-IDX >= WS-GLPRI-COUNT.
           MOVE "TOTAL" TO WS-AGT-LOCATION.
           MOVE WS-TIE-ASOF-TOTAL TO WS-TIE-ASOF-VALUE.
           MOVE WS-TIE-GL-TOTAL TO WS-GL-PRIOR-VALUE.
           PERFORM 312D-WRITE-TIE-LINE.

       312A-TIE-ONE-WAREHOUSE.
           ADD 1 TO WS-WHSE-IDX.
           MOVE ZERO TO WS-GL-PRIOR-VALUE.
           MOVE ZERO TO WS-GLPRI-IDX.
           PERFORM 312C-MATCH-ONE-GL-BALANCE
               UNTIL WS-GLPRI-IDX >= WS-GLPRI-COUNT.
           MOVE WHSE-LOCATION(WS-WHSE-IDX) TO WS-AGT-LOCATION.
           MOVE WHSE-VALUE(WS-WHSE-IDX) TO WS-TIE-ASOF-VALUE.
           ADD WS-TIE-ASOF-VALUE TO WS-TIE-ASOF-TOTAL.
           ADD WS-GL-PRIOR-VALUE TO WS-TIE-GL-TOTAL.
           PERFORM 312D-WRITE-TIE-LINE.

      * A WAREHOUSE THE GL STILL CARRIES THAT HELD NOTHING ON THE DATE
       312B-TIE-ONE-CLEARED-WAREHOUSE.
           ADD 1 TO WS-GLPRI-IDX.
           IF GLPRI-MATCHED(WS-GLPRI-IDX) = "N"
               MOVE GLPRI-LOCATION(WS-GLPRI-IDX) TO WS-AGT-LOCATION
               MOVE ZERO TO WS-TIE-ASOF-VALUE
               MOVE GLPRI-VALUE(WS-GLPRI-IDX) TO WS-GL-PRIOR-VALUE
               ADD WS-GL-PRIOR-VALUE TO WS-TIE-GL-TOTAL
               PERFORM 312D-WRITE-TIE-LINE
           END-IF.

       312C-MATCH-ONE-GL-BALANCE.
           ADD 1 TO WS-GLPRI-IDX.
           IF GLPRI-LOCATION(WS-GLPRI-IDX) = WHSE-LOCATION(WS-WHSE-IDX)
               MOVE GLPRI-VALUE(WS-GLPRI-IDX) TO WS-GL-PRIOR-VALUE
               MOVE "Y" TO GLPRI-MATCHED(WS-GLPRI-IDX)
               MOVE WS-GLPRI-COUNT TO WS-GLPRI-IDX
           END-IF.

      * THE DIFFERENCE IS AS-OF VALUE LESS GL VALUE - POSITIVE MEANS
      * THE RECONSTRUCTION HOLDS MORE THAN THE LEDGER
       312D-WRITE-TIE-LINE.
           COMPUTE WS-GL-DIFFERENCE =
               WS-TIE-ASOF-VALUE - WS-GL-PRIOR-VALUE.
           MOVE WS-TIE-ASOF-VALUE TO WS-AGT-ASOF-VALUE.
           MOVE WS-GL-PRIOR-VALUE TO WS-AGT-GL-VALUE.
           MOVE WS-GL-DIFFERENCE TO WS-AGT-DIFFERENCE.
           IF WS-GL-DIFFERENCE = ZERO
               MOVE "AGREES" TO WS-AGT-RESULT
           ELSE
               MOVE "DIFFERS" TO WS-AGT-RESULT
               IF WS-AGT-LOCATION NOT = "TOTAL"
                   ADD 1 TO AUDIT-DIFFERENCE-COUNTER
               END-IF
           END-IF.
           WRITE ASOF-REPORT-RECORD FROM GL-TIE-LINE.

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
       END PROGRAM INVASOF.
