       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOMMAINT AS "BOMMAINT".
       AUTHOR. CHU-YU-YUN.
       DATE-WRITTEN. SEPTEMBER 2ND 2026.
       DATE-COMPILED. SEPTEMBER 2ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * BATCH MAINTENANCE FOR THE INDEXED BILL-OF-MATERIALS MASTER.
      * EACH BILL LINE NAMES A KIT PART, ONE OF ITS COMPONENT PARTS
      * AND THE QUANTITY OF THAT COMPONENT ONE KIT CONSUMES. READS A
      * TRANSACTION FILE OF ADDS, CHANGES AND DELETES KEYED BY KIT
      * PLUS COMPONENT, APPLIES THEM TO BOMMAST.TXT WITH BEFORE/AFTER
      * IMAGES ON AN AUDIT REPORT, AND REJECTS BAD TRANSACTIONS TO AN
      * EXCEPTION LISTING. BOTH PARTS MUST ALREADY BE ON THE
      * INVENTORY MASTER AT SOME LOCATION. THE MOVEMENT RUN BUILDS
      * KITS FROM THIS FILE, SO RUN AHEAD OF THE DAILY MOVEMENT
      * UPDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE 1 - DAILY BILL-OF-MATERIALS TRANSACTIONS
           SELECT BOM-TRAN-FILE
              ASSIGN TO "./BOMTRAN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS BTF-STATUS.

      * MASTER FILE - INDEXED BILL OF MATERIALS, KEYED BY KIT PART
      * PLUS COMPONENT PART
           SELECT BOM-MASTER-IO
              ASSIGN TO "./BOMMAST.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOM-RECORD-KEY
              FILE STATUS BMF-STATUS.

      * INPUT FILE 2 - INDEXED INVENTORY MASTER, READ ONLY TO PROVE
      * THE KIT AND COMPONENT PARTS EXIST
           SELECT INVENT-MASTER-IN
              ASSIGN TO "./INVMAST.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAST-RECORD-KEY
              FILE STATUS IMF-STATUS.

      * OUTPUT FILE 1 - MAINTENANCE AUDIT REPORT, BEFORE/AFTER IMAGES
           SELECT MAINT-AUDIT-OUT
              ASSIGN TO "./BOMAUDIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * OUTPUT FILE 2 - REJECTED TRANSACTION LISTING
           SELECT MAINT-EXCEPTION-OUT
              ASSIGN TO "./BOMMEXC.TXT"
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
       FD BOM-TRAN-FILE.
       01 BOM-TRAN-RECORD.
           02 TRAN-ACTION-CODE       PIC X.
           02 TRAN-KIT-PART          PIC 9(5).
           02 TRAN-COMPONENT-PART    PIC 9(5).
           02 TRAN-QTY-PER-KIT       PIC 9(3).

       FD BOM-MASTER-IO.
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

       FD MAINT-AUDIT-OUT.
       01 MAINT-AUDIT-RECORD         PIC X(60).

       FD MAINT-EXCEPTION-OUT.
       01 MAINT-EXCEPTION-RECORD.
           02 MEX-ACTION-CODE        PIC X.
           02 FILLER                 PIC X.
           02 MEX-KIT-PART           PIC 9(5).
           02 FILLER                 PIC X.
           02 MEX-COMPONENT-PART     PIC 9(5).
           02 FILLER                 PIC X.
           02 MEX-REASON             PIC X(25).

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
          05 AUDIT-ADD-COUNTER              PIC 9(4) VALUE ZERO.
          05 AUDIT-CHG-COUNTER              PIC 9(4) VALUE ZERO.
          05 AUDIT-DEL-COUNTER              PIC 9(4) VALUE ZERO.
          05 AUDIT-REJ-COUNTER              PIC 9(4) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(23) VALUE
                  "BILL MAINTENANCE - RUN:".
           05 FILLER            PIC X     VALUE SPACES.
           05 WS-RUN-DATE-OUT.
               10 WS-RD-MM      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-DD      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-YYYY    PIC X(4).
           05 FILLER            PIC X(26) VALUE SPACES.

       01 WS-AUDIT-ACTION-LINE.
           05 WS-AUD-ACTION-CODE        PIC X.
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AUD-KIT-PART           PIC 9(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AUD-COMPONENT-PART     PIC 9(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-AUD-ACTION-DESC        PIC X(10).
           05 FILLER                    PIC X(36) VALUE SPACES.

       01 WS-AUDIT-IMAGE-LINE.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 WS-AUD-IMAGE-TAG          PIC X(8).
           05 WS-AUD-IMAGE.
               10 WS-AUD-COMPONENT-NAME PIC X(20).
               10 FILLER                PIC X     VALUE SPACES.
               10 WS-AUD-QTY-LABEL      PIC X(8).
               10 WS-AUD-QTY-PER-KIT    PIC X(3).
           05 FILLER                    PIC X(16) VALUE SPACES.

       01 WS-EXCEPTION-REPORT.
           02 WS-MEX-ACTION-CODE        PIC X.
           02 FILLER                    PIC X VALUE SPACES.
           02 WS-MEX-KIT-PART           PIC 9(5).
           02 FILLER                    PIC X VALUE SPACES.
           02 WS-MEX-COMPONENT-PART     PIC 9(5).
           02 FILLER                    PIC X VALUE SPACES.
           02 WS-MEX-REASON             PIC X(25).

      * HOLD OF THE BILL LINE BEFORE THE TRANSACTION IS APPLIED
       01 WS-BEFORE-IMAGE.
           05 WS-BEF-QTY-PER-KIT        PIC 9(3).

      * EDITED QUANTITY IMAGE FOR THE AUDIT LINES
       01 WS-QTY-EDITED                 PIC ZZ9.

       01 WS-BOM-FOUND-FLAG             PIC X(3) VALUE "NO".

      * SET BY THE INVALID KEY BRANCH OF A WRITE/REWRITE/DELETE SO THE
      * EXCEPTION READS AS AN I-O FAILURE, NOT A MISSING BILL KEY
       01 WS-IO-ERROR-FLAG              PIC X(3) VALUE "NO".

      * BOTH PARTS OF AN ADDED LINE MUST BE STOCKED SOMEWHERE - THE
      * COMPONENT NAME IS KEPT FOR THE AUDIT IMAGES
       01 WS-KIT-ON-MASTER-FLAG         PIC X(3) VALUE "NO".
       01 WS-COMP-ON-MASTER-FLAG        PIC X(3) VALUE "NO".
       01 WS-MASTER-OPEN-FLAG           PIC X(3) VALUE "NO".
       01 WS-COMPONENT-NAME             PIC X(20) VALUE SPACES.
       01 WS-LOOKUP-PART                PIC 9(5) VALUE ZERO.
       01 WS-LOOKUP-FOUND-FLAG          PIC X(3) VALUE "NO".
       01 WS-LOOKUP-NAME                PIC X(20) VALUE SPACES.

      * THE MOVEMENT RUN HOLDS ONE KIT'S BILL IN A TABLE OF TWENTY
      * LINES - AN ADD PAST THAT IS REJECTED HERE
       01 WS-MAX-COMPONENTS             PIC 9(2) VALUE 20.
       01 WS-COMPONENT-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-BOM-SCAN-EOF-FLAG          PIC X(3) VALUE "NO".
       01 WS-COMP-LIMIT-FLAG            PIC X(3) VALUE "NO".

      * THE TRANSACTION FILE IS HAND-KEYED - A MIS-KEYED PART NUMBER
      * OR QUANTITY MUST NOT REACH THE BILL THE MOVEMENT RUN READS
       01 WS-TRAN-VALID-FLAG            PIC X(3) VALUE "YES".
       01 WS-TRAN-EDIT-REASON           PIC X(25) VALUE SPACES.

       77 BTF-STATUS PIC X(2).
       77 BMF-STATUS PIC X(2).
       77 IMF-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "BOMMAINT".
       01 WS-RSQ-EOF-FLAG               PIC X(3) VALUE "NO".
       01 WS-OVERRIDE-FLAG              PIC X(3) VALUE "NO".
       01 WS-SELF-RAN-FLAG              PIC X(3) VALUE "NO".
       01 WS-SEQ-DATE-YMD               PIC 9(8) VALUE ZERO.

       77 RSQ-STATUS PIC X(2).
       77 OVR-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-MAINTAIN-BILLS.
           PERFORM 201-INITIALIZE-MAINTENANCE.
           PERFORM 202-PROCESS-TRANSACTION
             UNTIL TRAN-EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-MAINTENANCE.
           STOP RUN.

       201-INITIALIZE-MAINTENANCE.
           PERFORM 500-CHECK-RUN-SEQUENCE.
           OPEN INPUT BOM-TRAN-FILE.
           OPEN I-O BOM-MASTER-IO.
      * FIRST-TIME RUN - CREATE AN EMPTY MASTER AND REOPEN IT I-O
           IF BMF-STATUS = "35"
               OPEN OUTPUT BOM-MASTER-IO
               CLOSE BOM-MASTER-IO
               OPEN I-O BOM-MASTER-IO
           END-IF.
           OPEN INPUT INVENT-MASTER-IN.
           IF IMF-STATUS = "00"
               MOVE "YES" TO WS-MASTER-OPEN-FLAG
           END-IF.
           OPEN OUTPUT MAINT-AUDIT-OUT.
           OPEN OUTPUT MAINT-EXCEPTION-OUT.
           PERFORM 301A-GET-RUN-DATE.
           WRITE MAINT-AUDIT-RECORD FROM RUN-DATE-LINE.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.

       202-PROCESS-TRANSACTION.
           READ BOM-TRAN-FILE
               AT END MOVE "YES" TO TRAN-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE (E.G. NO TRANSACTION
      * FILE TODAY) MUST NOT LOOP FOREVER ON THE STALE RECORD AREA
           IF BTF-STATUS NOT = "00" AND BTF-STATUS NOT = "04"
               AND BTF-STATUS NOT = "10"
               MOVE "YES" TO TRAN-EOF-FLAG
           END-IF.
           IF TRAN-EOF-FLAG = "NO"
               ADD 1 TO AUDIT-TRAN-COUNTER
               PERFORM 310-EDIT-TRANSACTION
               IF WS-TRAN-VALID-FLAG = "NO"
                   PERFORM 308-WRITE-MAINT-EXCEPTION
               ELSE
                   PERFORM 303-READ-BILL-FOR-TRAN
                   EVALUATE TRAN-ACTION-CODE
                       WHEN "A"
                           PERFORM 304-APPLY-ADD
                       WHEN "C"
                           PERFORM 305-APPLY-CHANGE
                       WHEN "D"
                           PERFORM 306-APPLY-DELETE
                       WHEN OTHER
                           PERFORM 308-WRITE-MAINT-EXCEPTION
                   END-EVALUATE
               END-IF
           END-IF.

      * EDIT THE KEYED FIELDS BEFORE ANYTHING TOUCHES THE BILL
       310-EDIT-TRANSACTION.
           MOVE "YES" TO WS-TRAN-VALID-FLAG.
           MOVE SPACES TO WS-TRAN-EDIT-REASON.
           IF TRAN-KIT-PART IS NOT NUMERIC
               OR TRAN-COMPONENT-PART IS NOT NUMERIC
               MOVE "NO" TO WS-TRAN-VALID-FLAG
               MOVE "TRANSACTION NOT NUMERIC" TO WS-TRAN-EDIT-REASON
           END-IF.
           IF WS-TRAN-VALID-FLAG = "YES"
               AND (TRAN-ACTION-CODE = "A" OR TRAN-ACTION-CODE = "C")
               AND TRAN-QTY-PER-KIT IS NOT NUMERIC
               MOVE "NO" TO WS-TRAN-VALID-FLAG
               MOVE "TRANSACTION NOT NUMERIC" TO WS-TRAN-EDIT-REASON
           END-IF.
           IF WS-TRAN-VALID-FLAG = "YES"
               AND (TRAN-KIT-PART = ZERO
                   OR TRAN-COMPONENT-PART = ZERO)
               MOVE "NO" TO WS-TRAN-VALID-FLAG
               MOVE "MISSING KIT/COMPONENT" TO WS-TRAN-EDIT-REASON
           END-IF.
      * A KIT BUILT FROM ITSELF WOULD ISSUE AND RECEIVE ONE RECORD
           IF WS-TRAN-VALID-FLAG = "YES"
               AND TRAN-KIT-PART = TRAN-COMPONENT-PART
               MOVE "NO" TO WS-TRAN-VALID-FLAG
               MOVE "KIT CANNOT CONTAIN ITSELF" TO WS-TRAN-EDIT-REASON
           END-IF.
           IF WS-TRAN-VALID-FLAG = "YES"
               AND (TRAN-ACTION-CODE = "A" OR TRAN-ACTION-CODE = "C")
               AND TRAN-QTY-PER-KIT = ZERO
               MOVE "NO" TO WS-TRAN-VALID-FLAG
               MOVE "ZERO QUANTITY PER KIT" TO WS-TRAN-EDIT-REASON
           END-IF.

       303-READ-BILL-FOR-TRAN.
           MOVE "NO" TO WS-IO-ERROR-FLAG.
           MOVE "NO" TO WS-BOM-FOUND-FLAG.
           MOVE "NO" TO WS-COMP-LIMIT-FLAG.
           MOVE "YES" TO WS-KIT-ON-MASTER-FLAG.
           MOVE "YES" TO WS-COMP-ON-MASTER-FLAG.
           MOVE ZERO TO WS-BEF-QTY-PER-KIT.
           MOVE TRAN-KIT-PART TO BOM-KIT-PART.
           MOVE TRAN-COMPONENT-PART TO BOM-COMPONENT-PART.
           READ BOM-MASTER-IO
               INVALID KEY MOVE "NO" TO WS-BOM-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "YES" TO WS-BOM-FOUND-FLAG
                   MOVE BOM-QTY-PER-KIT TO WS-BEF-QTY-PER-KIT
           END-READ.
           MOVE TRAN-COMPONENT-PART TO WS-LOOKUP-PART.
           PERFORM 311-FIND-PART-ON-MASTER.
           MOVE WS-LOOKUP-FOUND-FLAG TO WS-COMP-ON-MASTER-FLAG.
           MOVE WS-LOOKUP-NAME TO WS-COMPONENT-NAME.

      * A NEW BILL LINE NEEDS BOTH PARTS ON THE INVENTORY MASTER AND
      * ROOM IN THE KIT'S BILL
       304-APPLY-ADD.
           IF WS-BOM-FOUND-FLAG = "NO"
               MOVE TRAN-KIT-PART TO WS-LOOKUP-PART
               PERFORM 311-FIND-PART-ON-MASTER
               MOVE WS-LOOKUP-FOUND-FLAG TO WS-KIT-ON-MASTER-FLAG
               PERFORM 312-COUNT-KIT-COMPONENTS
           END-IF.
           EVALUATE TRUE
               WHEN WS-BOM-FOUND-FLAG = "YES"
                   PERFORM 308-WRITE-MAINT-EXCEPTION
               WHEN WS-KIT-ON-MASTER-FLAG = "NO"
                   PERFORM 308-WRITE-MAINT-EXCEPTION
               WHEN WS-COMP-ON-MASTER-FLAG = "NO"
                   PERFORM 308-WRITE-MAINT-EXCEPTION
               WHEN WS-COMP-LIMIT-FLAG = "YES"
                   PERFORM 308-WRITE-MAINT-EXCEPTION
               WHEN OTHER
                   MOVE TRAN-KIT-PART TO BOM-KIT-PART
                   MOVE TRAN-COMPONENT-PART TO BOM-COMPONENT-PART
                   MOVE TRAN-QTY-PER-KIT TO BOM-QTY-PER-KIT
                   WRITE BOM-MASTER-RECORD
                       INVALID KEY
                           MOVE "YES" TO WS-IO-ERROR-FLAG
                           PERFORM 308-WRITE-MAINT-EXCEPTION
                       NOT INVALID KEY
                           ADD 1 TO AUDIT-ADD-COUNTER
                           PERFORM 307-WRITE-AUDIT-IMAGES
                   END-WRITE
           END-EVALUATE.

      * THE INVENTORY MASTER IS KEYED PART PLUS LOCATION - THE PART
      * EXISTS IF ANY LOCATION CARRIES IT
       311-FIND-PART-ON-MASTER.
           MOVE "NO" TO WS-LOOKUP-FOUND-FLAG.
           MOVE SPACES TO WS-LOOKUP-NAME.
           IF WS-MASTER-OPEN-FLAG = "YES"
               MOVE WS-LOOKUP-PART TO MAST-PART-NUMBER
               MOVE LOW-VALUES TO MAST-LOCATION
               START INVENT-MASTER-IN
                   KEY NOT LESS THAN MAST-RECORD-KEY
                   INVALID KEY CONTINUE
               END-START
               IF IMF-STATUS = "00"
                   READ INVENT-MASTER-IN NEXT RECORD
                       AT END CONTINUE
                   END-READ
                   IF IMF-STATUS = "00"
                       AND MAST-PART-NUMBER = WS-LOOKUP-PART
                       MOVE "YES" TO WS-LOOKUP-FOUND-FLAG
                       MOVE MAST-PART-NAME TO WS-LOOKUP-NAME
                   END-IF
               END-IF
           END-IF.

      * COUNT THE LINES ALREADY ON THE KIT'S BILL
       312-COUNT-KIT-COMPONENTS.
           MOVE ZERO TO WS-COMPONENT-COUNT.
           MOVE "NO" TO WS-BOM-SCAN-EOF-FLAG.
           MOVE TRAN-KIT-PART TO BOM-KIT-PART.
           MOVE ZERO TO BOM-COMPONENT-PART.
           START BOM-MASTER-IO
               KEY NOT LESS THAN BOM-RECORD-KEY
               INVALID KEY MOVE "YES" TO WS-BOM-SCAN-EOF-FLAG
           END-START.
           IF BMF-STATUS NOT = "00"
               MOVE "YES" TO WS-BOM-SCAN-EOF-FLAG
           END-IF.
           PERFORM 312A-COUNT-ONE-COMPONENT
               UNTIL WS-BOM-SCAN-EOF-FLAG = "YES".
           IF WS-COMPONENT-COUNT >= WS-MAX-COMPONENTS
               MOVE "YES" TO WS-COMP-LIMIT-FLAG
           END-IF.

       312A-COUNT-ONE-COMPONENT.
           READ BOM-MASTER-IO NEXT RECORD
               AT END MOVE "YES" TO WS-BOM-SCAN-EOF-FLAG
           END-READ.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF BMF-STATUS NOT = "00" AND BMF-STATUS NOT = "04"
               AND BMF-STATUS NOT = "10"
               MOVE "YES" TO WS-BOM-SCAN-EOF-FLAG
           END-IF.
           IF WS-BOM-SCAN-EOF-FLAG = "NO"
               IF BOM-KIT-PART = TRAN-KIT-PART
                   ADD 1 TO WS-COMPONENT-COUNT
               ELSE
                   MOVE "YES" TO WS-BOM-SCAN-EOF-FLAG
               END-IF
           END-IF.

      * A CHANGE CARRIES A NEW QUANTITY PER KIT FOR AN EXISTING LINE
       305-APPLY-CHANGE.
           IF WS-BOM-FOUND-FLAG = "NO"
               PERFORM 308-WRITE-MAINT-EXCEPTION
           ELSE
               MOVE TRAN-KIT-PART TO BOM-KIT-PART
               MOVE TRAN-COMPONENT-PART TO BOM-COMPONENT-PART
               MOVE TRAN-QTY-PER-KIT TO BOM-QTY-PER-KIT
               REWRITE BOM-MASTER-RECORD
                   INVALID KEY
                       MOVE "YES" TO WS-IO-ERROR-FLAG
                       PERFORM 308-WRITE-MAINT-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO AUDIT-CHG-COUNTER
                       PERFORM 307-WRITE-AUDIT-IMAGES
               END-REWRITE
           END-IF.

      * A DELETE TAKES THE COMPONENT OFF THE KIT'S BILL - STOCK OF
      * EITHER PART IS UNTOUCHED
       306-APPLY-DELETE.
           IF WS-BOM-FOUND-FLAG = "NO"
               PERFORM 308-WRITE-MAINT-EXCEPTION
           ELSE
               DELETE BOM-MASTER-IO
                   INVALID KEY
                       MOVE "YES" TO WS-IO-ERROR-FLAG
                       PERFORM 308-WRITE-MAINT-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO AUDIT-DEL-COUNTER
                       PERFORM 307-WRITE-AUDIT-IMAGES
               END-DELETE
           END-IF.

       307-WRITE-AUDIT-IMAGES.
           MOVE TRAN-ACTION-CODE TO WS-AUD-ACTION-CODE.
           MOVE TRAN-KIT-PART TO WS-AUD-KIT-PART.
           MOVE TRAN-COMPONENT-PART TO WS-AUD-COMPONENT-PART.
           EVALUATE TRAN-ACTION-CODE
               WHEN "A" MOVE "ADD"        TO WS-AUD-ACTION-DESC
               WHEN "C" MOVE "CHANGE"     TO WS-AUD-ACTION-DESC
               WHEN "D" MOVE "DELETE"     TO WS-AUD-ACTION-DESC
           END-EVALUATE.
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-ACTION-LINE.
           MOVE "BEFORE: " TO WS-AUD-IMAGE-TAG.
           IF TRAN-ACTION-CODE = "A"
               MOVE SPACES TO WS-AUD-IMAGE
               MOVE "(NONE)" TO WS-AUD-COMPONENT-NAME
           ELSE
               MOVE WS-COMPONENT-NAME TO WS-AUD-COMPONENT-NAME
               MOVE "QTY/KIT " TO WS-AUD-QTY-LABEL
               MOVE WS-BEF-QTY-PER-KIT TO WS-QTY-EDITED
               MOVE WS-QTY-EDITED TO WS-AUD-QTY-PER-KIT
           END-IF.
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-IMAGE-LINE.
           MOVE "AFTER:  " TO WS-AUD-IMAGE-TAG.
           IF TRAN-ACTION-CODE = "D"
               MOVE SPACES TO WS-AUD-IMAGE
               MOVE "(DELETED)" TO WS-AUD-COMPONENT-NAME
           ELSE
               MOVE WS-COMPONENT-NAME TO WS-AUD-COMPONENT-NAME
               MOVE "QTY/KIT " TO WS-AUD-QTY-LABEL
               MOVE BOM-QTY-PER-KIT TO WS-QTY-EDITED
               MOVE WS-QTY-EDITED TO WS-AUD-QTY-PER-KIT
           END-IF.
           WRITE MAINT-AUDIT-RECORD FROM WS-AUDIT-IMAGE-LINE.

       308-WRITE-MAINT-EXCEPTION.
           MOVE TRAN-ACTION-CODE TO WS-MEX-ACTION-CODE.
           MOVE TRAN-KIT-PART TO WS-MEX-KIT-PART.
           MOVE TRAN-COMPONENT-PART TO WS-MEX-COMPONENT-PART.
           EVALUATE TRUE
               WHEN WS-TRAN-VALID-FLAG = "NO"
                   MOVE WS-TRAN-EDIT-REASON        TO WS-MEX-REASON
               WHEN WS-IO-ERROR-FLAG = "YES"
                   MOVE "BILL FILE ERROR"          TO WS-MEX-REASON
               WHEN TRAN-ACTION-CODE NOT = "A"
                   AND TRAN-ACTION-CODE NOT = "C"
                   AND TRAN-ACTION-CODE NOT = "D"
                   MOVE "INVALID ACTION CODE"      TO WS-MEX-REASON
               WHEN TRAN-ACTION-CODE = "A"
                   AND WS-BOM-FOUND-FLAG = "YES"
                   MOVE "DUPLICATE ADD"            TO WS-MEX-REASON
               WHEN TRAN-ACTION-CODE = "A"
                   AND WS-KIT-ON-MASTER-FLAG = "NO"
                   MOVE "KIT NOT ON PART MASTER"   TO WS-MEX-REASON
               WHEN TRAN-ACTION-CODE = "A"
                   AND WS-COMP-ON-MASTER-FLAG = "NO"
                   MOVE "COMPONENT NOT ON MASTER"  TO WS-MEX-REASON
               WHEN TRAN-ACTION-CODE = "A"
                   AND WS-COMP-LIMIT-FLAG = "YES"
                   MOVE "TOO MANY COMPONENTS"      TO WS-MEX-REASON
               WHEN WS-BOM-FOUND-FLAG = "NO"
                   MOVE "KEY NOT ON BILL"          TO WS-MEX-REASON
               WHEN OTHER
                   MOVE "BILL FILE ERROR"          TO WS-MEX-REASON
           END-EVALUATE.
           WRITE MAINT-EXCEPTION-RECORD FROM WS-EXCEPTION-REPORT.
           ADD 1 TO AUDIT-REJ-COUNTER.

       203-TERMINATE-MAINTENANCE.
           DISPLAY "Bill transactions read: " AUDIT-TRAN-COUNTER.
           DISPLAY "Bill lines added: " AUDIT-ADD-COUNTER.
           DISPLAY "Bill lines changed: " AUDIT-CHG-COUNTER.
           DISPLAY "Bill lines deleted: " AUDIT-DEL-COUNTER.
           DISPLAY "Transactions rejected: " AUDIT-REJ-COUNTER.
           CLOSE BOM-TRAN-FILE.
           CLOSE BOM-MASTER-IO.
           IF WS-MASTER-OPEN-FLAG = "YES"
               CLOSE INVENT-MASTER-IN
           END-IF.
           CLOSE MAINT-AUDIT-OUT.
           CLOSE MAINT-EXCEPTION-OUT.
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

       500D-ENFORCE-SEQUENCE-RULES.
           IF WS-SELF-RAN-FLAG = "YES"
               DISPLAY "RUN REFUSED: BOMMAINT ALREADY COMPLETED TODAY"
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
       END PROGRAM BOMMAINT.
