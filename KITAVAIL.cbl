       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITAVAIL AS "KITAVAIL".
       AUTHOR. CHU-YU-YUN.
       DATE-WRITTEN. SEPTEMBER 2ND 2026.
       DATE-COMPILED. SEPTEMBER 2ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * KIT AVAILABILITY REPORT. WALKS THE BILL-OF-MATERIALS MASTER
      * ONE KIT AT A TIME AND, FOR EVERY WAREHOUSE ON THE INVENTORY
      * MASTER, WORKS OUT HOW MANY KITS COULD BE BUILT THERE FROM THE
      * COMPONENTS NOW ON HAND - THE SMALLEST WHOLE NUMBER OF KITS ANY
      * ONE COMPONENT COVERS - AND NAMES THE COMPONENT THAT SETS THAT
      * LIMIT. A WAREHOUSE HOLDING NEITHER THE KIT NOR ANY OF ITS
      * COMPONENTS IS LEFT OFF THE KIT'S SECTION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE 1 - INDEXED BILL OF MATERIALS, WALKED IN KEY ORDER
           SELECT BOM-MASTER-IN
              ASSIGN TO "./BOMMAST.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOM-RECORD-KEY
              FILE STATUS BMF-STATUS.

      * INPUT FILE 2 - INDEXED INVENTORY MASTER, READ BY KEY
           SELECT INVENT-MASTER-IN
              ASSIGN TO "./INVMAST.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAST-RECORD-KEY
              FILE STATUS IMF-STATUS.

      * OUTPUT FILE 1 - KIT AVAILABILITY REPORT
           SELECT KIT-REPORT-OUT
              ASSIGN TO "./KITAVAIL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED RUN-SEQUENCE CONTROL LOG - EVERY PROGRAM IN THE SUITE
      * APPENDS ONE ENTRY PER COMPLETED RUN
           SELECT OPTIONAL RUN-SEQ-FILE
              ASSIGN TO "./RUNSEQ.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RSQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BOM-MASTER-IN.
       01 BOM-MASTER-RECORD.
           02 BOM-RECORD-KEY.
               03 BOM-KIT-PART       PIC 9(5).
               03 BOM-COMPONENT-PART PIC 9(5).
           02 BOM-QTY-PER-KIT        PIC 9(3).

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

       FD KIT-REPORT-OUT.
       01 KIT-REPORT-RECORD          PIC X(70).

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
           02 RSQ-PROGRAM-ID         PIC X(8).
           02 RSQ-RUN-DATE           PIC 9(8).
           02 RSQ-RUN-TIME           PIC X(6).
           02 RSQ-STATUS-CODE        PIC X(2).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
          05 BOM-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 MAST-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 AUDIT-BILL-LINE-COUNTER        PIC 9(6) VALUE ZERO.
          05 AUDIT-KIT-COUNTER              PIC 9(6) VALUE ZERO.
          05 AUDIT-LINE-COUNTER             PIC 9(6) VALUE ZERO.
          05 AUDIT-BUILDABLE-COUNTER        PIC 9(6) VALUE ZERO.
          05 AUDIT-UNLISTED-COUNTER         PIC 9(6) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(24) VALUE
                  "KIT AVAILABILITY - RUN: ".
           05 WS-RUN-DATE-OUT.
               10 WS-RD-MM      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-DD      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-YYYY    PIC X(4).
           05 FILLER            PIC X(36) VALUE SPACES.

       01 KIT-COLUMN-LINE.
           05 FILLER            PIC X(6)  VALUE "KIT".
           05 FILLER            PIC X(21) VALUE "NAME".
           05 FILLER            PIC X(5)  VALUE "WHSE".
           05 FILLER            PIC X(8)  VALUE "ON HAND".
           05 FILLER            PIC X(8)  VALUE "BUILD".
           05 FILLER            PIC X(7)  VALUE "LIMIT".
           05 FILLER            PIC X(7)  VALUE "HAVE".
           05 FILLER            PIC X(8)  VALUE "PER".

       01 KIT-DETAIL-LINE.
           05 WS-KAD-KIT-PART           PIC 9(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-KAD-KIT-NAME           PIC X(20).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-KAD-LOCATION           PIC X(3).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-KAD-KIT-ON-HAND        PIC ZZZZ9.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-KAD-CAN-BUILD          PIC ZZZZ9.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-KAD-CONSTRAINT-PART    PIC 9(5).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-KAD-CONSTRAINT-HAVE    PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-KAD-CONSTRAINT-PER     PIC ZZ9.
           05 FILLER                    PIC X(5)  VALUE SPACES.

       01 KIT-NOT-STOCKED-LINE.
           05 WS-KAN-KIT-PART           PIC 9(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-KAN-KIT-NAME           PIC X(20).
           05 FILLER                    PIC X     VALUE SPACES.
           05 FILLER                    PIC X(43) VALUE
                  "NEITHER KIT NOR COMPONENTS HELD ANYWHERE".

       01 KIT-SUMMARY-LINE.
           05 WS-SUM-DESC               PIC X(30).
           05 WS-SUM-COUNT              PIC ZZZZZ9.
           05 FILLER                    PIC X(34) VALUE SPACES.

       01 NO-ACTIVITY-LINE.
           05 FILLER            PIC X(36) VALUE
                  "NO KITS ON THE BILL OF MATERIALS".
           05 FILLER            PIC X(34) VALUE SPACES.

      * THE WAREHOUSES ON THE INVENTORY MASTER - THE SAME TEN-WAREHOUSE
      * LIMIT AS THE VALUATION RUN
       01 WAREHOUSE-TABLE.
           05 WS-WHSE-COUNT             PIC 9(2) VALUE ZERO.
           05 WHSE-ENTRY OCCURS 10 TIMES.
               10 WHSE-LOCATION         PIC X(3).
       01 WS-WHSE-IDX                   PIC 9(2) VALUE ZERO.
       01 WS-WHSE-FOUND-FLAG            PIC X(3) VALUE "NO".

      * THE BILL OF THE KIT BEING REPORTED - THE MOVEMENT RUN BUILDS
      * FROM AT MOST TWENTY COMPONENTS, AND BILL MAINTENANCE HOLDS
      * EVERY KIT TO THAT
       01 KIT-COMPONENT-TABLE.
           05 WS-KIT-COMP-COUNT         PIC 9(2) VALUE ZERO.
           05 KIT-COMP-ENTRY OCCURS 20 TIMES.
               10 KIT-COMP-PART-NUMBER  PIC 9(5).
               10 KIT-COMP-QTY-PER-KIT  PIC 9(3).
       01 WS-KIT-IDX                    PIC 9(2) VALUE ZERO.
       01 WS-CURRENT-KIT-PART           PIC 9(5) VALUE ZERO.
       01 WS-KIT-PART-NAME              PIC X(20) VALUE SPACES.

      * ONE WAREHOUSE'S FIGURES FOR THE KIT BEING REPORTED
       01 WS-KIT-ON-HAND                PIC 9(5) VALUE ZERO.
       01 WS-WHSE-HELD-FLAG             PIC X(3) VALUE "NO".
       01 WS-KIT-LISTED-FLAG            PIC X(3) VALUE "NO".
       01 WS-COMP-HAVE                  PIC 9(5) VALUE ZERO.
       01 WS-COMP-BUILDS                PIC 9(6) VALUE ZERO.
       01 WS-CAN-BUILD                  PIC 9(6) VALUE ZERO.
       01 WS-LIMIT-PART                 PIC 9(5) VALUE ZERO.
       01 WS-LIMIT-HAVE                 PIC 9(5) VALUE ZERO.
       01 WS-LIMIT-PER                  PIC 9(3) VALUE ZERO.

       01 WS-LOOKUP-PART                PIC 9(5) VALUE ZERO.
       01 WS-LOOKUP-LOCATION            PIC X(3) VALUE SPACES.
       01 WS-LOOKUP-FOUND-FLAG          PIC X(3) VALUE "NO".

      * A MASTER RECORD CUT BEFORE LOCATIONS EXISTED IS THE MAIN SITE
       01 WS-DEFAULT-LOCATION           PIC X(3) VALUE "001".
       01 WS-MAST-LOCATION              PIC X(3) VALUE SPACES.

       77 BMF-STATUS PIC X(2).
       77 IMF-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "KITAVAIL".
       01 WS-SEQ-DATE-YMD               PIC 9(8) VALUE ZERO.

       77 RSQ-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-REPORT-KIT-AVAILABILITY.
           PERFORM 201-INITIALIZE-KIT-REPORT.
           PERFORM 202-PROCESS-BILL-LINE
             UNTIL BOM-EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-KIT-REPORT.
           STOP RUN.

       201-INITIALIZE-KIT-REPORT.
           OPEN INPUT BOM-MASTER-IN.
           OPEN INPUT INVENT-MASTER-IN.
           OPEN OUTPUT KIT-REPORT-OUT.
           PERFORM 301A-GET-RUN-DATE.
           WRITE KIT-REPORT-RECORD FROM RUN-DATE-LINE.
           WRITE KIT-REPORT-RECORD FROM KIT-COLUMN-LINE.
           PERFORM 301B-LOAD-WAREHOUSE-TABLE.
      * NO BILL FILE YET MEANS NO KITS - THE REPORT SAYS SO
           MOVE ZERO TO BOM-KIT-PART.
           MOVE ZERO TO BOM-COMPONENT-PART.
           START BOM-MASTER-IN
               KEY NOT LESS THAN BOM-RECORD-KEY
               INVALID KEY MOVE "YES" TO BOM-EOF-FLAG
           END-START.
           IF BMF-STATUS NOT = "00"
               MOVE "YES" TO BOM-EOF-FLAG
           END-IF.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.

      * ONE PASS OF THE INVENTORY MASTER COLLECTS EVERY WAREHOUSE
       301B-LOAD-WAREHOUSE-TABLE.
           MOVE ZERO TO MAST-PART-NUMBER.
           MOVE LOW-VALUES TO MAST-LOCATION.
           START INVENT-MASTER-IN
               KEY NOT LESS THAN MAST-RECORD-KEY
               INVALID KEY MOVE "YES" TO MAST-EOF-FLAG
           END-START.
           IF IMF-STATUS NOT = "00"
               MOVE "YES" TO MAST-EOF-FLAG
           END-IF.
           PERFORM 301C-NOTE-ONE-WAREHOUSE
               UNTIL MAST-EOF-FLAG = "YES".

       301C-NOTE-ONE-WAREHOUSE.
           READ INVENT-MASTER-IN NEXT RECORD
               AT END MOVE "YES" TO MAST-EOF-FLAG
           END-READ.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF IMF-STATUS NOT = "00" AND IMF-STATUS NOT = "04"
               AND IMF-STATUS NOT = "10"
               MOVE "YES" TO MAST-EOF-FLAG
           END-IF.
           IF MAST-EOF-FLAG = "NO"
               IF MAST-LOCATION = SPACES
                   MOVE WS-DEFAULT-LOCATION TO WS-MAST-LOCATION
               ELSE
                   MOVE MAST-LOCATION TO WS-MAST-LOCATION
               END-IF
               MOVE "NO" TO WS-WHSE-FOUND-FLAG
               MOVE ZERO TO WS-WHSE-IDX
               PERFORM 301D-SCAN-ONE-WAREHOUSE
                   UNTIL WS-WHSE-IDX >= WS-WHSE-COUNT
                   OR WS-WHSE-FOUND-FLAG = "YES"
               IF WS-WHSE-FOUND-FLAG = "NO"
                   IF WS-WHSE-COUNT < 10
                       ADD 1 TO WS-WHSE-COUNT
                       MOVE WS-MAST-LOCATION
                           TO WHSE-LOCATION(WS-WHSE-COUNT)
                   ELSE
      * PAST TEN WAREHOUSES A SITE IS COUNTED BUT NOT REPORTED
                       ADD 1 TO AUDIT-UNLISTED-COUNTER
                   END-IF
               END-IF
           END-IF.

       301D-SCAN-ONE-WAREHOUSE.
           ADD 1 TO WS-WHSE-IDX.
           IF WHSE-LOCATION(WS-WHSE-IDX) = WS-MAST-LOCATION
               MOVE "YES" TO WS-WHSE-FOUND-FLAG
           END-IF.

      * THE BILL IS KEYED KIT THEN COMPONENT, SO EACH KIT'S LINES
      * ARRIVE TOGETHER - A CHANGE OF KIT REPORTS THE ONE BEFORE IT
       202-PROCESS-BILL-LINE.
           READ BOM-MASTER-IN NEXT RECORD
               AT END MOVE "YES" TO BOM-EOF-FLAG
           END-READ.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF BMF-STATUS NOT = "00" AND BMF-STATUS NOT = "04"
               AND BMF-STATUS NOT = "10"
               MOVE "YES" TO BOM-EOF-FLAG
           END-IF.
           IF BOM-EOF-FLAG = "NO"
               ADD 1 TO AUDIT-BILL-LINE-COUNTER
               IF BOM-KIT-PART NOT = WS-CURRENT-KIT-PART
                   PERFORM 302-REPORT-CURRENT-KIT
                   MOVE BOM-KIT-PART TO WS-CURRENT-KIT-PART
                   MOVE ZERO TO WS-KIT-COMP-COUNT
               END-IF
               IF WS-KIT-COMP-COUNT < 20
                   ADD 1 TO WS-KIT-COMP-COUNT
                   MOVE BOM-COMPONENT-PART
                       TO KIT-COMP-PART-NUMBER(WS-KIT-COMP-COUNT)
                   MOVE BOM-QTY-PER-KIT
                       TO KIT-COMP-QTY-PER-KIT(WS-KIT-COMP-COUNT)
               END-IF
           END-IF.

      * ONE SECTION PER KIT - A LINE FOR EVERY WAREHOUSE THAT HOLDS
      * THE KIT OR ANY OF ITS COMPONENTS
       302-REPORT-CURRENT-KIT.
           IF WS-KIT-COMP-COUNT > ZERO
               ADD 1 TO AUDIT-KIT-COUNTER
               PERFORM 302A-FIND-KIT-NAME
               MOVE "NO" TO WS-KIT-LISTED-FLAG
               MOVE ZERO TO WS-WHSE-IDX
               PERFORM 303-EVALUATE-ONE-WAREHOUSE
                   UNTIL WS-WHSE-IDX >= WS-WHSE-COUNT
               IF WS-KIT-LISTED-FLAG = "NO"
                   MOVE WS-CURRENT-KIT-PART TO WS-KAN-KIT-PART
                   MOVE WS-KIT-PART-NAME TO WS-KAN-KIT-NAME
                   WRITE KIT-REPORT-RECORD FROM KIT-NOT-STOCKED-LINE
               END-IF
           END-IF.

      * THE KIT'S NAME COMES FROM WHICHEVER LOCATION CARRIES IT FIRST
       302A-FIND-KIT-NAME.
           MOVE "(NOT ON MASTER)" TO WS-KIT-PART-NAME.
           MOVE WS-CURRENT-KIT-PART TO MAST-PART-NUMBER.
           MOVE LOW-VALUES TO MAST-LOCATION.
           START INVENT-MASTER-IN
               KEY NOT LESS THAN MAST-RECORD-KEY
               INVALID KEY CONTINUE
           END-START.
           IF IMF-STATUS = "00"
               READ INVENT-MASTER-IN NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF IMF-STATUS = "00"
                   AND MAST-PART-NUMBER = WS-CURRENT-KIT-PART
                   MOVE MAST-PART-NAME TO WS-KIT-PART-NAME
               END-IF
           END-IF.

      * KITS BUILDABLE AT A WAREHOUSE ARE THE FEWEST WHOLE KITS ANY
      * ONE COMPONENT'S ON-HAND COVERS; A COMPONENT NOT STOCKED THERE
      * COVERS NONE. ON A TIE THE FIRST COMPONENT ON THE BILL IS
      * NAMED AS THE LIMIT.
       303-EVALUATE-ONE-WAREHOUSE.
           ADD 1 TO WS-WHSE-IDX.
           MOVE "NO" TO WS-WHSE-HELD-FLAG.
           MOVE WS-CURRENT-KIT-PART TO WS-LOOKUP-PART.
           MOVE WHSE-LOCATION(WS-WHSE-IDX) TO WS-LOOKUP-LOCATION.
           PERFORM 305-READ-PART-AT-WAREHOUSE.
           MOVE WS-COMP-HAVE TO WS-KIT-ON-HAND.
           IF WS-LOOKUP-FOUND-FLAG = "YES"
               MOVE "YES" TO WS-WHSE-HELD-FLAG
           END-IF.
           MOVE 999999 TO WS-CAN-BUILD.
           MOVE ZERO TO WS-KIT-IDX.
           PERFORM 304-EVALUATE-ONE-COMPONENT
               UNTIL WS-KIT-IDX >= WS-KIT-COMP-COUNT.
           IF WS-WHSE-HELD-FLAG = "YES"
               MOVE "YES" TO WS-KIT-LISTED-FLAG
               MOVE WS-CURRENT-KIT-PART TO WS-KAD-KIT-PART
               MOVE WS-KIT-PART-NAME TO WS-KAD-KIT-NAME
               MOVE WHSE-LOCATION(WS-WHSE-IDX) TO WS-KAD-LOCATION
               MOVE WS-KIT-ON-HAND TO WS-KAD-KIT-ON-HAND
               MOVE WS-CAN-BUILD TO WS-KAD-CAN-BUILD
               MOVE WS-LIMIT-PART TO WS-KAD-CONSTRAINT-PART
               MOVE WS-LIMIT-HAVE TO WS-KAD-CONSTRAINT-HAVE
               MOVE WS-LIMIT-PER TO WS-KAD-CONSTRAINT-PER
               WRITE KIT-REPORT-RECORD FROM KIT-DETAIL-LINE
               ADD 1 TO AUDIT-LINE-COUNTER
               IF WS-CAN-BUILD > ZERO
                   ADD 1 TO AUDIT-BUILDABLE-COUNTER
               END-IF
           END-IF.

       304-EVALUATE-ONE-COMPONENT.
           ADD 1 TO WS-KIT-IDX.
           MOVE KIT-COMP-PART-NUMBER(WS-KIT-IDX) TO WS-LOOKUP-PART.
           PERFORM 305-READ-PART-AT-WAREHOUSE.
           IF WS-LOOKUP-FOUND-FLAG = "YES"
               MOVE "YES" TO WS-WHSE-HELD-FLAG
           END-IF.
           IF KIT-COMP-QTY-PER-KIT(WS-KIT-IDX) > ZERO
               DIVIDE WS-COMP-HAVE BY KIT-COMP-QTY-PER-KIT(WS-KIT-IDX)
                   GIVING WS-COMP-BUILDS
           ELSE
               MOVE 999999 TO WS-COMP-BUILDS
           END-IF.
           IF WS-COMP-BUILDS < WS-CAN-BUILD
               MOVE WS-COMP-BUILDS TO WS-CAN-BUILD
               MOVE KIT-COMP-PART-NUMBER(WS-KIT-IDX) TO WS-LIMIT-PART
               MOVE WS-COMP-HAVE TO WS-LIMIT-HAVE
               MOVE KIT-COMP-QTY-PER-KIT(WS-KIT-IDX) TO WS-LIMIT-PER
           END-IF.

       305-READ-PART-AT-WAREHOUSE.
           MOVE "NO" TO WS-LOOKUP-FOUND-FLAG.
           MOVE ZERO TO WS-COMP-HAVE.
           MOVE WS-LOOKUP-PART TO MAST-PART-NUMBER.
           MOVE WS-LOOKUP-LOCATION TO MAST-LOCATION.
           READ INVENT-MASTER-IN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WS-LOOKUP-FOUND-FLAG
                   MOVE MAST-QUANTITY TO WS-COMP-HAVE
           END-READ.

       203-TERMINATE-KIT-REPORT.
           PERFORM 302-REPORT-CURRENT-KIT.
           IF AUDIT-KIT-COUNTER = ZERO
               WRITE KIT-REPORT-RECORD FROM NO-ACTIVITY-LINE
           ELSE
               MOVE "KITS REPORTED:" TO WS-SUM-DESC
               MOVE AUDIT-KIT-COUNTER TO WS-SUM-COUNT
               WRITE KIT-REPORT-RECORD FROM KIT-SUMMARY-LINE
               MOVE "WAREHOUSE LINES LISTED:" TO WS-SUM-DESC
               MOVE AUDIT-LINE-COUNTER TO WS-SUM-COUNT
               WRITE KIT-REPORT-RECORD FROM KIT-SUMMARY-LINE
               MOVE "LINES ABLE TO BUILD NOW:" TO WS-SUM-DESC
               MOVE AUDIT-BUILDABLE-COUNTER TO WS-SUM-COUNT
               WRITE KIT-REPORT-RECORD FROM KIT-SUMMARY-LINE
           END-IF.
           IF AUDIT-UNLISTED-COUNTER > ZERO
               MOVE "RECORDS AT UNLISTED WAREHOUSES" TO WS-SUM-DESC
               MOVE AUDIT-UNLISTED-COUNTER TO WS-SUM-COUNT
               WRITE KIT-REPORT-RECORD FROM KIT-SUMMARY-LINE
           END-IF.
           DISPLAY "Bill lines read: " AUDIT-BILL-LINE-COUNTER.
           DISPLAY "Kits reported: " AUDIT-KIT-COUNTER.
           DISPLAY "Warehouse lines listed: " AUDIT-LINE-COUNTER.
           CLOSE BOM-MASTER-IN.
           CLOSE INVENT-MASTER-IN.
           CLOSE KIT-REPORT-OUT.
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
       END PROGRAM KITAVAIL.
