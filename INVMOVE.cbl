      * OPENING QUANTITY, EACH MOVEMENT AND THE CLOSING QUANTITY PER
      * PART. THE FIRST RUN LOADS THE MASTER FROM THE OLD INVENT.TXT
      * SNAPSHOT; EVERY RUN RE-EXTRACTS INVENT.TXT FROM THE UPDATED
      * MASTER SO THE VALUATION RUN READS CURRENT QUANTITIES. EACH
      * RECEIPT REBLENDS THE PART/LOCATION'S MOVING AVERAGE UNIT COST,
      * WHICH IS WHAT THE VALUATION RUN VALUES STOCK AT. A KIT BUILD
      * RECEIVES THE FINISHED KIT AND ISSUES EVERY COMPONENT ON ITS
      * BILL OF MATERIALS AT THE SAME LOCATION UNDER ONE REFERENCE.
      * A REJECTED MOVEMENT IS HELD IN THE MOVEMENT SUSPENSE FILE WITH
      * ITS REASON AND THE DATE IT WAS FIRST REJECTED. EVERY RUN
      * PRESENTS THE SUSPENDED MOVEMENTS AGAIN AHEAD OF THE DAY'S OWN
      * AND RELEASES EACH ONE THAT NOW POSTS - A SUSPENDED MOVEMENT IS
      * CORRECTED OR DELETED THROUGH SUSMAINT, NEVER RE-KEYED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MHF-STATUS.

      * INDEXED BILL OF MATERIALS KEPT BY BOMMAINT, KEYED BY KIT PART
      * PLUS COMPONENT PART - READ ONLY, FOR KIT BUILDS
           SELECT BOM-MASTER-IN
              ASSIGN TO "./BOMMAST.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOM-RECORD-KEY
              FILE STATUS BMF-STATUS.

      * PERSISTENT MOVEMENT SUSPENSE FILE, KEYED BY SUSPENSE NUMBER
      * IN ORDER OF FIRST REJECTION. SUSMAINT CORRECTS AND DELETES
      * ENTRIES AND SUSAGE REPORTS THEIR AGE.
           SELECT SUSPENSE-FILE
              ASSIGN TO "./MOVESUSP.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUS-SUSPENSE-ID
              FILE STATUS SUS-STATUS.

      * PERMANENT PO LINE HISTORY - EACH CLOSED LINE PURGED FROM THE
      * OPEN-PO FILE IS APPENDED HERE WITH ITS RECEIPT DATES, SO THE
      * SUPPLIER SCORECARD CAN STILL SEE IT
           SELECT OPTIONAL PO-HISTORY-FILE
              ASSIGN TO "./POHIST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS POH-STATUS.

           SELECT SORT-MOVEMENT-FILE
              ASSIGN TO "./INVMOVE.SRT".

       DATA DIVISION.
       FILE SECTION.
      * THE TO-LOCATION IS CARRIED ONLY BY "T" TRANSFER MOVEMENTS -
      * OLDER MOVEMENT AND ADJUSTMENT FILES WITHOUT IT READ AS SPACES.
      * THE UNIT COST IS KEYED ONLY ON A RECEIPT WHOSE ACTUAL COST IS
      * KNOWN - BLANK OR ZERO TAKES THE MATCHED PO LINE'S COST. A "K"
      * KIT BUILD CARRIES THE KIT PART AND THE NUMBER OF KITS BUILT.
       FD MOVEMENT-FILE-IN.
       01 MOVEMENT-IN-RECORD.
           02 MOVE-PART-NUMBER-IN    PIC 9(5).
           02 MOVE-REFERENCE-IN      PIC X(10).
           02 MOVE-LOCATION-IN       PIC X(3).
           02 MOVE-TO-LOCATION-IN    PIC X(3).
           02 MOVE-UNIT-COST-IN      PIC 9(5)V99.

       FD INVENT-MASTER-IO.
       01 INVENT-MASTER-RECORD.
      * STAMPED BY THE MOVEMENT APPLY - ZERO MEANS NEVER MOVED
           02 MAST-LAST-ISSUE-DATE   PIC 9(8).
           02 MAST-LAST-RECEIPT-DATE PIC 9(8).
      * MOVING WEIGHTED-AVERAGE UNIT COST, IN THE SAME CURRENCY AS THE
      * UNIT PRICE - REBLENDED BY EVERY RECEIPT, RESET ONLY BY A
      * DELIBERATE PRICE REVALUATION IN PART MAINTENANCE
           02 MAST-AVG-COST          PIC 9(5)V99.

       FD INVENT-FILE-IO.
       01 INVENT-IO-RECORD.
           02 LOCATION-CODE-IO       PIC X(3).
           02 LAST-ISSUE-DATE-IO     PIC 9(8).
           02 LAST-RECEIPT-DATE-IO   PIC 9(8).
           02 AVG-COST-IO            PIC 9(5)V99.

      * CONTROL-TOTAL TRAILER CARRIED AS THE LAST RECORD OF THE FEED
       01 INVENT-TRAILER-IO.
           02 OPO-ORDER-QTY          PIC 9(4).
           02 OPO-RECEIVED-QTY       PIC 9(5).
           02 OPO-LINE-STATUS        PIC X.
      * UNIT COST AGREED WHEN THE LINE WAS CUT - RECEIPTS AGAINST THE
      * LINE ARE COSTED AT IT. LINES CUT BEFORE IT WAS CARRIED READ
      * AS SPACES AND COST AT THE PART'S CURRENT AVERAGE.
           02 OPO-UNIT-COST          PIC 9(5)V99.
      * QUANTITY ALREADY PASSED FOR PAYMENT BY THE INVOICE MATCH -
      * SPACES ON OLDER LINES READ AS NOTHING BILLED
           02 OPO-BILLED-QTY         PIC 9(5).
      * DATES OF THE FIRST RECEIPT AGAINST THE LINE AND OF THE RECEIPT
      * THAT CLOSED IT - ZERO UNTIL THEY HAPPEN
           02 OPO-FIRST-RECEIPT-DATE PIC 9(8).
           02 OPO-FINAL-RECEIPT-DATE PIC 9(8).
      * DELIVERY DATE AGREED WITH THE SUPPLIER BY PO MAINTENANCE -
      * ZERO MEANS THE QUOTED LEAD TIME STANDS
           02 OPO-PROMISED-DATE      PIC 9(8).

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
      * ONE RECORD PER APPLIED MOVEMENT WITH THE RESULTING BALANCE AT
      * ITS PART/LOCATION. TYPE CODES ARE THE MOVEMENT'S OWN R/I/A,
      * PLUS "T" TWICE PER TRANSFER (SIGN "-" AT THE FROM LOCATION,
      * SIGN "+" AT THE TO LOCATION), "B" FOR A BACKORDER RELEASE,
      * AND "K" FOR A KIT BUILD (SIGN "+" ON THE KIT, "-" ON EACH OF
      * ITS COMPONENTS, ALL UNDER THE BUILD'S REFERENCE).
       FD MOVEMENT-HISTORY-FILE.
       01 MOVEMENT-HISTORY-RECORD.
           02 MHR-RUN-DATE           PIC 9(8).
           02 MHR-REFERENCE          PIC X(10).
           02 MHR-BALANCE            PIC 9(5).

       FD BOM-MASTER-IN.
       01 BOM-MASTER-RECORD.
           02 BOM-RECORD-KEY.
               03 BOM-KIT-PART       PIC 9(5).
               03 BOM-COMPONENT-PART PIC 9(5).
           02 BOM-QTY-PER-KIT        PIC 9(3).

      * THE MOVEMENT IS HELD EXACTLY AS KEYED, IN THE MOVEMENT FILE'S
      * OWN LAYOUT. THE REASON IS THE LATEST ONE IT WAS REJECTED FOR.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           02 SUS-SUSPENSE-ID        PIC 9(6).
           02 SUS-MOVEMENT-DATA.
               03 SUS-PART-NUMBER    PIC 9(5).
               03 SUS-TYPE-CODE      PIC X.
               03 SUS-SIGN           PIC X.
               03 SUS-QUANTITY       PIC 9(5).
               03 SUS-REFERENCE      PIC X(10).
               03 SUS-LOCATION       PIC X(3).
               03 SUS-TO-LOCATION    PIC X(3).
               03 SUS-UNIT-COST      PIC 9(5)V99.
           02 SUS-REASON             PIC X(25).
           02 SUS-FIRST-REJECT-DATE  PIC 9(8).
           02 SUS-LAST-TRIED-DATE    PIC 9(8).
           02 SUS-RETRY-COUNT        PIC 9(3).
      * SUSPENSE NUMBER ZERO IS NOT A MOVEMENT - IT CARRIES THE LAST
      * NUMBER ISSUED, SO A NUMBER IS NEVER GIVEN OUT TWICE EVEN AFTER
      * THE ENTRIES ABOVE IT HAVE BEEN CLEARED OR DELETED
       01 SUSPENSE-CONTROL-RECORD.
           02 SUC-CONTROL-ID         PIC 9(6).
           02 SUC-LAST-ISSUED-ID     PIC 9(6).
           02 FILLER                 PIC X(73).

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

       SD SORT-MOVEMENT-FILE.
       01 SORT-MOVEMENT-RECORD.
           02 SRT-MOVEMENT-DATA.
               03 SRT-PART-NUMBER    PIC 9(5).
               03 SRT-TYPE-CODE      PIC X.
               03 SRT-SIGN           PIC X.
               03 SRT-QUANTITY       PIC 9(5).
               03 SRT-REFERENCE      PIC X(10).
               03 SRT-LOCATION       PIC X(3).
               03 SRT-TO-LOCATION    PIC X(3).
               03 SRT-UNIT-COST      PIC 9(5)V99.
      * ZERO FOR ONE OF THE DAY'S MOVEMENTS, ELSE THE SUSPENSE ENTRY
      * BEING PRESENTED AGAIN
           02 SRT-SUSPENSE-ID        PIC 9(6).

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
          05 AUDIT-PO-CLOSE-COUNTER         PIC 9(4) VALUE ZERO.
          05 AUDIT-BKO-NEW-COUNTER          PIC 9(4) VALUE ZERO.
          05 AUDIT-BKO-REL-COUNTER          PIC 9(4) VALUE ZERO.
          05 AUDIT-KIT-BUILD-COUNTER        PIC 9(4) VALUE ZERO.
          05 SUS-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 AUDIT-SUS-RETRY-COUNTER        PIC 9(4) VALUE ZERO.
          05 AUDIT-SUS-CLEAR-COUNTER        PIC 9(4) VALUE ZERO.
          05 AUDIT-SUS-NEW-COUNTER          PIC 9(4) VALUE ZERO.
          05 AUDIT-SUS-HELD-COUNTER         PIC 9(4) VALUE ZERO.

      * OPEN-BACKORDER LISTING LINES
       01 BKO-HEADING-LINE.
           05 WS-JRR-BALANCE            PIC ZZZZ9.
           05 FILLER                    PIC X(21) VALUE SPACES.

      * A KIT BUILD JOURNALS THE KIT RECEIPT AS AN ORDINARY MOVEMENT
      * LINE, THEN ONE OF THESE PER COMPONENT ISSUED UNDER THE SAME
      * REFERENCE, WITH THE COMPONENT'S RESULTING BALANCE
       01 WS-JOURNAL-KIT-LINE.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE "COMPONENT ".
           05 WS-JRK-PART-NUMBER        PIC 9(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-JRK-REFERENCE          PIC X(10).
           05 FILLER                    PIC X     VALUE SPACES.
           05 FILLER                    PIC X     VALUE "-".
           05 WS-JRK-QUANTITY           PIC 9(5).
           05 FILLER                    PIC X(5)  VALUE " BAL ".
           05 WS-JRK-BALANCE            PIC ZZZZ9.
           05 FILLER                    PIC X(13) VALUE SPACES.

       01 WS-JOURNAL-CLOSE-LINE.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 FILLER                    PIC X(8)  VALUE "CLOSING ".
       01 WS-SIB-UNIT-PRICE             PIC 9(5)V99 VALUE ZERO.
       01 WS-SIB-SUPPLIER-CODE          PIC X(5) VALUE SPACES.
       01 WS-SIB-RE-ORDER-POINT         PIC 9(3) VALUE ZERO.
       01 WS-SIB-AVG-COST               PIC 9(5)V99 VALUE ZERO.

      * SET WHEN A RECEIPT WOULD OPEN A FOURTH LOCATION FOR ONE PART
       01 WS-LOC-LIMIT-FLAG             PIC X(3) VALUE "NO".
      * LEG CAN DISTURB THE RECORD BUFFER, AND REWRITTEN AT CLOSE
       01 WS-LAST-ISSUE-HOLD            PIC 9(8) VALUE ZERO.
       01 WS-LAST-RECEIPT-HOLD          PIC 9(8) VALUE ZERO.
       01 WS-AVG-COST-HOLD              PIC 9(5)V99 VALUE ZERO.

      * RECEIPT COSTING WORK FIELDS - THE COST A RECEIPT BRINGS IN IS
      * THE KEYED COST, ELSE THE MATCHED PO LINE'S COST, ELSE THE
      * CURRENT AVERAGE (WHICH LEAVES THE AVERAGE WHERE IT WAS)
       01 WS-RECEIPT-COST               PIC 9(5)V99 VALUE ZERO.
       01 WS-PO-LINE-COST               PIC 9(5)V99 VALUE ZERO.
       01 WS-XFER-DEST-AVG              PIC 9(5)V99 VALUE ZERO.

      * TRANSFER WORK FIELDS - BOTH SIDES ARE VALIDATED BEFORE EITHER
      * POSTS, SO A REJECT LEAVES THE BOOKS UNTOUCHED ON BOTH SIDES
       01 WS-XFER-DEST-OK-FLAG          PIC X(3) VALUE "NO".
       01 WS-XFER-CAP-FLAG              PIC X(3) VALUE "NO".

      * KIT-BUILD WORK FIELDS - THE KIT'S BILL IS LOADED FRESH FOR
      * EACH BUILD AND EVERY COMPONENT IS PROVED AT THE BUILD LOCATION
      * BEFORE ANY STOCK MOVES, SO A SHORT COMPONENT LEAVES THE KIT
      * AND ALL OF ITS COMPONENTS AS THEY WERE. THE KIT IS RECEIVED
      * AT THE SUM OF ITS COMPONENTS' AVERAGE COSTS.
       01 KIT-COMPONENT-TABLE.
           05 WS-KIT-COMP-COUNT         PIC 9(2) VALUE ZERO.
           05 KIT-COMP-ENTRY OCCURS 20 TIMES.
               10 KIT-COMP-PART-NUMBER  PIC 9(5).
               10 KIT-COMP-QTY-PER-KIT  PIC 9(3).
               10 KIT-COMP-NEED-QTY     PIC 9(8).
       01 WS-KIT-IDX                    PIC 9(2) VALUE ZERO.
       01 WS-BOM-OPEN-FLAG              PIC X(3) VALUE "NO".
       01 WS-BOM-EOF-FLAG               PIC X(3) VALUE "NO".
       01 WS-KIT-NO-BILL-FLAG           PIC X(3) VALUE "NO".
       01 WS-KIT-SHORT-FLAG             PIC X(3) VALUE "NO".
       01 WS-KIT-COST                   PIC 9(9)V99 VALUE ZERO.
       01 WS-KIT-COMP-COST              PIC 9(5)V99 VALUE ZERO.
       01 WS-MAX-UNIT-COST              PIC 9(5)V99 VALUE 99999.99.

      * MASTER QUANTITY IS PIC 9(5) - RECEIPTS MAY NOT PUSH PAST IT
       01 WS-MAX-ON-HAND                PIC 9(5) VALUE 99999.

               10 OPO-TBL-ORDER-QTY     PIC 9(4).
               10 OPO-TBL-RECEIVED-QTY  PIC 9(5).
               10 OPO-TBL-LINE-STATUS   PIC X.
               10 OPO-TBL-UNIT-COST     PIC 9(5)V99.
               10 OPO-TBL-BILLED-QTY    PIC 9(5).
               10 OPO-TBL-FIRST-RECEIPT PIC 9(8).
               10 OPO-TBL-FINAL-RECEIPT PIC 9(8).
               10 OPO-TBL-PROMISED-DATE PIC 9(8).
      * "Y" WHEN THE LINE WAS ALREADY CLOSED, CLOSED SHORT OR
      * CANCELLED WHEN LOADED - THOSE LINES HAVE HAD THEIR RUN ON THE
      * STATUS REPORT AND ARE PURGED
               10 OPO-TBL-LOADED-CLOSED PIC X.
      * "Y" WHEN THE LINE CAME IN WITH NO BILLED QUANTITY AT ALL - IT
      * WAS CUT BEFORE THE INVOICE MATCH EXISTED AND WAS PAID OUTSIDE IT
               10 OPO-TBL-PRE-MATCH     PIC X.
       01 WS-OPO-IDX                    PIC 9(3) VALUE ZERO.
       01 WS-OPO-EOF-FLAG               PIC X(3) VALUE "NO".
       01 WS-OPO-OVERFLOW-FLAG          PIC X(3) VALUE "NO".
       01 WS-BKO-OWED-TOTAL             PIC 9(8) VALUE ZERO.
       01 WS-BKO-FULL-FLAG              PIC X(3) VALUE "NO".

      * MOVEMENT SUSPENSE FIELDS - NEW ENTRIES NUMBER ON FROM THE
      * LAST NUMBER ISSUED ON THE CONTROL RECORD, OR THE HIGHEST
      * SUSPENSE NUMBER ON FILE IF THAT IS HIGHER. THE
      * REJECTED FLAG IS SET BY THE EXCEPTION PARAGRAPH SO A SUSPENDED
      * MOVEMENT THAT POSTED CLEAN CAN BE RELEASED.
       01 WS-SUSPENSE-OPEN-FLAG         PIC X(3) VALUE "NO".
       01 WS-SUS-LAST-ID                PIC 9(6) VALUE ZERO.
       01 WS-SUS-HOLD-ID                PIC 9(6) VALUE ZERO.
       01 WS-SUS-MOVEMENT-HOLD          PIC X(35) VALUE SPACES.
       01 WS-MOVE-REJECTED-FLAG         PIC X(3) VALUE "NO".

      * RUN DATE AS YYYYMMDD FOR THE BACKORDER ENTRIES CUT THIS RUN
      * AND THE PERMANENT MOVEMENT HISTORY
       01 WS-CURRENT-YMD                PIC 9(8) VALUE ZERO.
       77 OPO-STATUS PIC X(2).
       77 BOF-STATUS PIC X(2).
       77 MHF-STATUS PIC X(2).
       77 POH-STATUS PIC X(2).
       77 BMF-STATUS PIC X(2).
       77 SUS-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "INVMOVE".
           OPEN OUTPUT MOVEMENT-JOURNAL-OUT.
           OPEN OUTPUT MOVEMENT-EXCEPTION-OUT.
           OPEN EXTEND MOVEMENT-HISTORY-FILE.
      * NO BILL-OF-MATERIALS FILE YET ONLY MEANS NO KIT CAN BE BUILT
           OPEN INPUT BOM-MASTER-IN.
           IF BMF-STATUS = "00"
               MOVE "YES" TO WS-BOM-OPEN-FLAG
           END-IF.
      * FIRST-TIME RUN - CREATE AN EMPTY SUSPENSE FILE AND REOPEN IT
           OPEN I-O SUSPENSE-FILE.
           IF SUS-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF SUS-STATUS = "00"
               MOVE "YES" TO WS-SUSPENSE-OPEN-FLAG
           END-IF.
           PERFORM 303-LOAD-OPEN-PO-TABLE.
           PERFORM 304-LOAD-BACKORDER-TABLE.
           PERFORM 301A-GET-RUN-DATE.
           ELSE
               MOVE ZERO TO MAST-LAST-RECEIPT-DATE
           END-IF.
      * NOR DOES IT CARRY AN AVERAGE COST - THE STOCK OPENS AT PRICE
           IF AVG-COST-IO IS NUMERIC AND AVG-COST-IO > ZERO
               MOVE AVG-COST-IO TO MAST-AVG-COST
           ELSE
               MOVE UNIT-PRICE-IO TO MAST-AVG-COST
           END-IF.
           WRITE INVENT-MASTER-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
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
                   MOVE "N" TO OPO-TBL-PRE-MATCH(WS-OPO-COUNT)
               ELSE
                   MOVE ZERO TO OPO-TBL-BILLED-QTY(WS-OPO-COUNT)
                   MOVE "Y" TO OPO-TBL-PRE-MATCH(WS-OPO-COUNT)
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
               IF OPO-LINE-STATUS NOT = "O"
                   MOVE "Y" TO OPO-TBL-LOADED-CLOSED(WS-OPO-COUNT)
               ELSE
                   MOVE "N" TO OPO-TBL-LOADED-CLOSED(WS-OPO-COUNT)
      * THE MOVEMENT FILE IS HAND-KEYED - A MIS-KEYED PART NUMBER OR
      * QUANTITY MUST NOT REACH THE SORT KEY OR THE MASTER ARITHMETIC
       400-EDIT-AND-RELEASE-MOVEMENTS.
           PERFORM 400B-RELEASE-SUSPENDED-MOVES.
           OPEN INPUT MOVEMENT-FILE-IN.
           PERFORM 400A-EDIT-ONE-MOVEMENT
               UNTIL MVIN-EOF-FLAG = "YES".
                   OR MOVE-QUANTITY-IN IS NOT NUMERIC
                   PERFORM 409-WRITE-INPUT-EDIT-EXCEPTION
               ELSE
                   MOVE MOVEMENT-IN-RECORD TO SRT-MOVEMENT-DATA
                   MOVE ZERO TO SRT-SUSPENSE-ID
                   RELEASE SORT-MOVEMENT-RECORD
               END-IF
           END-IF.

      * THE SUSPENDED MOVEMENTS GO INTO THE SORT FIRST - THE SORT KEEPS
      * EQUAL KEYS IN ARRIVAL ORDER, SO EACH ONE POSTS AHEAD OF THE
      * DAY'S MOVEMENTS FOR ITS PART AND LOCATION
       400B-RELEASE-SUSPENDED-MOVES.
           IF WS-SUSPENSE-OPEN-FLAG = "NO"
               MOVE "YES" TO SUS-EOF-FLAG
           ELSE
               MOVE ZERO TO SUS-SUSPENSE-ID
               START SUSPENSE-FILE
                   KEY NOT LESS THAN SUS-SUSPENSE-ID
                   INVALID KEY MOVE "YES" TO SUS-EOF-FLAG
               END-START
               IF SUS-STATUS NOT = "00"
                   MOVE "YES" TO SUS-EOF-FLAG
               END-IF
           END-IF.
           PERFORM 400C-RELEASE-ONE-SUSPENDED
               UNTIL SUS-EOF-FLAG = "YES".

       400C-RELEASE-ONE-SUSPENDED.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "YES" TO SUS-EOF-FLAG
           END-READ.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF SUS-STATUS NOT = "00" AND SUS-STATUS NOT = "04"
               AND SUS-STATUS NOT = "10"
               MOVE "YES" TO SUS-EOF-FLAG
           END-IF.
      * NUMBER ZERO IS THE CONTROL RECORD - TAKE THE LAST NUMBER
      * ISSUED FROM IT, THERE IS NOTHING TO POST
           IF SUS-EOF-FLAG = "NO"
               IF SUS-SUSPENSE-ID = ZERO
                   IF SUC-LAST-ISSUED-ID IS NUMERIC
                       AND SUC-LAST-ISSUED-ID > WS-SUS-LAST-ID
                       MOVE SUC-LAST-ISSUED-ID TO WS-SUS-LAST-ID
                   END-IF
               ELSE
                   IF SUS-SUSPENSE-ID > WS-SUS-LAST-ID
                       MOVE SUS-SUSPENSE-ID TO WS-SUS-LAST-ID
                   END-IF
                   ADD 1 TO AUDIT-SUS-RETRY-COUNTER
                   MOVE SUS-MOVEMENT-DATA TO SRT-MOVEMENT-DATA
                   MOVE SUS-SUSPENSE-ID TO SRT-SUSPENSE-ID
                   IF SRT-PART-NUMBER IS NOT NUMERIC
                       OR SRT-QUANTITY IS NOT NUMERIC
      * STILL UNREADABLE - ONLY A CORRECTION CAN RELEASE IT
                       MOVE SRT-PART-NUMBER TO WS-MVX-PART-NUMBER
                       MOVE SRT-LOCATION TO WS-MVX-LOCATION
                       MOVE SRT-TYPE-CODE TO WS-MVX-TYPE-CODE
                       MOVE SRT-REFERENCE TO WS-MVX-REFERENCE
                       MOVE "MOVEMENT NOT NUMERIC" TO WS-MVX-REASON
                       WRITE MOVEMENT-EXCEPTION-RECORD
                           FROM WS-MOVEMENT-EXCEPTION-REPORT
                       ADD 1 TO AUDIT-REJECT-COUNTER
                       PERFORM 440B-REHOLD-SUSPENDED-RECORD
                   ELSE
                       RELEASE SORT-MOVEMENT-RECORD
                   END-IF
               END-IF
           END-IF.

           WRITE MOVEMENT-EXCEPTION-RECORD
               FROM WS-MOVEMENT-EXCEPTION-REPORT.
           ADD 1 TO AUDIT-REJECT-COUNTER.
           MOVE MOVEMENT-IN-RECORD TO WS-SUS-MOVEMENT-HOLD.
           MOVE ZERO TO WS-SUS-HOLD-ID.
           PERFORM 440-SUSPEND-MOVEMENT.

       401-APPLY-SORTED-MOVEMENTS.
           PERFORM 402-RETURN-SORTED-MOVEMENT.
                   MOVE ZERO TO WS-RUNNING-QTY
                   MOVE ZERO TO WS-LAST-ISSUE-HOLD
                   MOVE ZERO TO WS-LAST-RECEIPT-HOLD
                   MOVE ZERO TO WS-AVG-COST-HOLD
      * A RECEIPT OR KIT BUILD MAY BEGIN STOCKING A KNOWN PART AT A
      * NEW LOCATION - A PART UNKNOWN AT EVERY LOCATION IS STILL
      * REJECTED
                   IF SRT-TYPE-CODE = "R" OR SRT-TYPE-CODE = "K"
                       PERFORM 408-OPEN-NEW-LOCATION
                   END-IF
               NOT INVALID KEY
                   MOVE MAST-QUANTITY TO WS-RUNNING-QTY
                   MOVE MAST-LAST-ISSUE-DATE TO WS-LAST-ISSUE-HOLD
                   MOVE MAST-LAST-RECEIPT-DATE TO WS-LAST-RECEIPT-HOLD
      * A RECORD NEVER COSTED (ADDED BEFORE THE AVERAGE WAS KEPT)
      * OPENS ITS AVERAGE AT THE UNIT PRICE
                   IF MAST-AVG-COST IS NUMERIC AND MAST-AVG-COST > ZERO
                       MOVE MAST-AVG-COST TO WS-AVG-COST-HOLD
                   ELSE
                       MOVE MAST-UNIT-PRICE TO WS-AVG-COST-HOLD
                   END-IF
                   MOVE MAST-PART-NUMBER TO WS-JRN-PART-NUMBER
                   MOVE MAST-LOCATION TO WS-JRN-LOCATION
                   MOVE MAST-PART-NAME TO WS-JRN-PART-NAME
                   MOVE MAST-UNIT-PRICE TO WS-SIB-UNIT-PRICE
                   MOVE MAST-SUPPLIER-CODE TO WS-SIB-SUPPLIER-CODE
                   MOVE MAST-RE-ORDER-POINT TO WS-SIB-RE-ORDER-POINT
                   IF MAST-AVG-COST IS NUMERIC AND MAST-AVG-COST > ZERO
                       MOVE MAST-AVG-COST TO WS-SIB-AVG-COST
                   ELSE
                       MOVE MAST-UNIT-PRICE TO WS-SIB-AVG-COST
                   END-IF
      * THREE SIBLINGS ALREADY DECIDES THE OUTCOME - STOP SCANNING
                   IF WS-SIBLING-COUNT >= 3
                       MOVE "YES" TO WS-SIB-EOF-FLAG
           MOVE ZERO TO MAST-QUANTITY.
           MOVE ZERO TO MAST-LAST-ISSUE-DATE.
           MOVE ZERO TO MAST-LAST-RECEIPT-DATE.
           MOVE WS-SIB-AVG-COST TO MAST-AVG-COST.
           WRITE INVENT-MASTER-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF IMF-STATUS = "00" OR IMF-STATUS = "02"
               MOVE "YES" TO WS-PART-ON-MASTER-FLAG
               MOVE ZERO TO WS-RUNNING-QTY
               MOVE WS-SIB-AVG-COST TO WS-AVG-COST-HOLD
               MOVE MAST-PART-NUMBER TO WS-JRN-PART-NUMBER
               MOVE MAST-LOCATION TO WS-JRN-LOCATION
               MOVE MAST-PART-NAME TO WS-JRN-PART-NAME
               MOVE WS-RUNNING-QTY TO MAST-QUANTITY
               MOVE WS-LAST-ISSUE-HOLD TO MAST-LAST-ISSUE-DATE
               MOVE WS-LAST-RECEIPT-HOLD TO MAST-LAST-RECEIPT-DATE
               MOVE WS-AVG-COST-HOLD TO MAST-AVG-COST
               REWRITE INVENT-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           MOVE "NO" TO WS-PART-OPEN-FLAG.

       405-APPLY-ONE-MOVEMENT.
           MOVE "NO" TO WS-MOVE-REJECTED-FLAG.
           IF WS-PART-ON-MASTER-FLAG = "NO"
               PERFORM 407-WRITE-MOVEMENT-EXCEPTION
           ELSE
                       PERFORM 405C-APPLY-ADJUSTMENT
                   WHEN "T"
                       PERFORM 405D-APPLY-TRANSFER
                   WHEN "K"
                       PERFORM 405L-APPLY-KIT-BUILD
                   WHEN OTHER
                       PERFORM 407-WRITE-MOVEMENT-EXCEPTION
               END-EVALUATE
           END-IF.
      * A SUSPENDED MOVEMENT THAT HAS NOW POSTED LEAVES SUSPENSE
           IF SRT-SUSPENSE-ID NOT = ZERO
               AND WS-MOVE-REJECTED-FLAG = "NO"
               PERFORM 441-RELEASE-SUSPENDED-MOVE
           END-IF.

      * THE PO MATCH RUNS AHEAD OF THE QUANTITY UPDATE SO THE
      * RECEIPT'S COST IS KNOWN WHEN THE AVERAGE IS REBLENDED
       405A-APPLY-RECEIPT.
           IF WS-RUNNING-QTY + SRT-QUANTITY > WS-MAX-ON-HAND
               PERFORM 407-WRITE-MOVEMENT-EXCEPTION
           ELSE
               PERFORM 410-MATCH-RECEIPT-TO-PO
               PERFORM 405I-DETERMINE-RECEIPT-COST
               PERFORM 405J-REBLEND-AVERAGE-COST
               ADD SRT-QUANTITY TO WS-RUNNING-QTY
               MOVE WS-CURRENT-YMD TO WS-LAST-RECEIPT-HOLD
               PERFORM 406-WRITE-JOURNAL-MOVEMENT
               PERFORM 420-RELEASE-BACKORDERS
           END-IF.

      * A COST KEYED ON THE MOVEMENT IS THE INVOICE-CONFIRMED ACTUAL
      * AND WINS; OTHERWISE THE MATCHED PO LINE'S COST. A RECEIPT
      * WITH NEITHER COMES IN AT THE CURRENT AVERAGE AND DOES NOT
      * MOVE IT.
       405I-DETERMINE-RECEIPT-COST.
           EVALUATE TRUE
               WHEN SRT-UNIT-COST IS NUMERIC AND SRT-UNIT-COST > ZERO
                   MOVE SRT-UNIT-COST TO WS-RECEIPT-COST
               WHEN WS-PO-LINE-COST > ZERO
                   MOVE WS-PO-LINE-COST TO WS-RECEIPT-COST
               WHEN OTHER
                   MOVE WS-AVG-COST-HOLD TO WS-RECEIPT-COST
           END-EVALUATE.

      * NEW AVERAGE = (ON-HAND * OLD AVERAGE + RECEIVED * COST) OVER
      * THE NEW ON-HAND. RUN BEFORE THE RECEIPT IS ADDED TO THE
      * RUNNING QUANTITY. AN EMPTY LOCATION TAKES THE RECEIPT'S COST.
       405J-REBLEND-AVERAGE-COST.
           IF WS-RUNNING-QTY = ZERO
               MOVE WS-RECEIPT-COST TO WS-AVG-COST-HOLD
           ELSE
               COMPUTE WS-AVG-COST-HOLD ROUNDED =
                   ((WS-RUNNING-QTY * WS-AVG-COST-HOLD)
                       + (SRT-QUANTITY * WS-RECEIPT-COST))
                   / (WS-RUNNING-QTY + SRT-QUANTITY)
           END-IF.

      * TIE THE RECEIPT BACK TO ITS OPEN PO LINE. THE REFERENCE ON A
      * PO RECEIPT CARRIES THE PO NUMBER IN ITS FIRST SIX BYTES - THE
      * FIRST OPEN LINE FOR THAT PO AND PART TAKES THE FILL, AND THE
      * LINE CLOSES ONCE RECEIPTS COVER THE ORDERED QUANTITY.
       410-MATCH-RECEIPT-TO-PO.
           MOVE ZERO TO WS-PO-LINE-COST.
           MOVE SRT-REFERENCE(1:6) TO WS-PO-REF-CHARS.
           IF WS-PO-REF-CHARS IS NUMERIC
               MOVE "NO" TO WS-PO-MATCH-FLAG
               AND OPO-TBL-PART-NUMBER(WS-OPO-IDX) = SRT-PART-NUMBER
               AND OPO-TBL-LINE-STATUS(WS-OPO-IDX) = "O"
               MOVE "YES" TO WS-PO-MATCH-FLAG
               MOVE OPO-TBL-UNIT-COST(WS-OPO-IDX) TO WS-PO-LINE-COST
               ADD SRT-QUANTITY TO OPO-TBL-RECEIVED-QTY(WS-OPO-IDX)
               ADD 1 TO AUDIT-PO-MATCH-COUNTER
               IF OPO-TBL-FIRST-RECEIPT(WS-OPO-IDX) = ZERO
                   MOVE WS-CURRENT-YMD
                       TO OPO-TBL-FIRST-RECEIPT(WS-OPO-IDX)
               END-IF
               IF OPO-TBL-RECEIVED-QTY(WS-OPO-IDX)
                   >= OPO-TBL-ORDER-QTY(WS-OPO-IDX)
                   MOVE "C" TO OPO-TBL-LINE-STATUS(WS-OPO-IDX)
                   MOVE WS-CURRENT-YMD
                       TO OPO-TBL-FINAL-RECEIPT(WS-OPO-IDX)
                   ADD 1 TO AUDIT-PO-CLOSE-COUNTER
               END-IF
           END-IF.
                   IF WS-XFER-DEST-QTY + SRT-QUANTITY > WS-MAX-ON-HAND
                       MOVE "YES" TO WS-XFER-CAP-FLAG
                   ELSE
                       PERFORM 405K-REBLEND-TRANSFER-COST
                       ADD SRT-QUANTITY TO WS-XFER-DEST-QTY
                       MOVE WS-XFER-DEST-QTY TO MAST-QUANTITY
                       MOVE WS-XFER-DEST-AVG TO MAST-AVG-COST
                       MOVE WS-CURRENT-YMD TO MAST-LAST-RECEIPT-DATE
                       REWRITE INVENT-MASTER-RECORD
                           INVALID KEY CONTINUE
           END-READ.
           PERFORM 405H-RESTORE-CURRENT-RECORD.

      * TRANSFERRED STOCK CARRIES THE FROM SIDE'S AVERAGE INTO THE
      * DESTINATION, WHICH REBLENDS AS IT WOULD FOR A RECEIPT
       405K-REBLEND-TRANSFER-COST.
           IF MAST-AVG-COST IS NUMERIC AND MAST-AVG-COST > ZERO
               MOVE MAST-AVG-COST TO WS-XFER-DEST-AVG
           ELSE
               MOVE MAST-UNIT-PRICE TO WS-XFER-DEST-AVG
           END-IF.
           IF WS-XFER-DEST-QTY = ZERO
               MOVE WS-AVG-COST-HOLD TO WS-XFER-DEST-AVG
           ELSE
               COMPUTE WS-XFER-DEST-AVG ROUNDED =
                   ((WS-XFER-DEST-QTY * WS-XFER-DEST-AVG)
                       + (SRT-QUANTITY * WS-AVG-COST-HOLD))
                   / (WS-XFER-DEST-QTY + SRT-QUANTITY)
           END-IF.

      * THE TO SIDE MAY BEGIN STOCKING THE PART AT A NEW LOCATION,
      * UNDER THE SAME THREE-LOCATION LIMIT A RECEIPT FACES. THE NEW
      * RECORD OPENS DIRECTLY WITH THE TRANSFERRED QUANTITY.
               MOVE SRT-QUANTITY TO WS-XFER-DEST-QTY
               MOVE ZERO TO MAST-LAST-ISSUE-DATE
               MOVE WS-CURRENT-YMD TO MAST-LAST-RECEIPT-DATE
               MOVE WS-AVG-COST-HOLD TO MAST-AVG-COST
               WRITE INVENT-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           MOVE WS-XFER-DEST-QTY TO WS-MHR-BALANCE.
           PERFORM 430-WRITE-HISTORY-RECORD.

      * KIT BUILD - THE MOVEMENT CARRIES THE KIT PART AND THE NUMBER
      * OF KITS. EVERY COMPONENT MUST COVER ITS QUANTITY PER KIT TIMES
      * THE KITS BUILT AT THIS LOCATION AND THE KIT MUST FIT UNDER THE
      * ON-HAND LIMIT BEFORE ANYTHING POSTS. THE KIT IS THEN RECEIVED
      * LIKE ANY RECEIPT (FEEDING ITS OWN BACKORDERS) AND EACH
      * COMPONENT IS ISSUED STRAIGHT TO ITS MASTER RECORD, AS THE
      * TRANSFER'S DESTINATION SIDE IS.
       405L-APPLY-KIT-BUILD.
           MOVE "NO" TO WS-KIT-NO-BILL-FLAG.
           MOVE "NO" TO WS-KIT-SHORT-FLAG.
           MOVE ZERO TO WS-KIT-COST.
           PERFORM 405M-LOAD-KIT-BILL.
           IF WS-KIT-COMP-COUNT = ZERO
               MOVE "YES" TO WS-KIT-NO-BILL-FLAG
           ELSE
               MOVE ZERO TO WS-KIT-IDX
               PERFORM 405O-CHECK-ONE-COMPONENT
                   UNTIL WS-KIT-IDX >= WS-KIT-COMP-COUNT
               PERFORM 405H-RESTORE-CURRENT-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN WS-KIT-NO-BILL-FLAG = "YES"
                   PERFORM 407-WRITE-MOVEMENT-EXCEPTION
               WHEN WS-KIT-SHORT-FLAG = "YES"
                   PERFORM 407-WRITE-MOVEMENT-EXCEPTION
               WHEN WS-RUNNING-QTY + SRT-QUANTITY > WS-MAX-ON-HAND
                   PERFORM 407-WRITE-MOVEMENT-EXCEPTION
               WHEN OTHER
                   IF WS-KIT-COST > WS-MAX-UNIT-COST
                       MOVE WS-MAX-UNIT-COST TO WS-RECEIPT-COST
                   ELSE
                       MOVE WS-KIT-COST TO WS-RECEIPT-COST
                   END-IF
                   PERFORM 405J-REBLEND-AVERAGE-COST
                   ADD SRT-QUANTITY TO WS-RUNNING-QTY
                   MOVE WS-CURRENT-YMD TO WS-LAST-RECEIPT-HOLD
                   PERFORM 406-WRITE-JOURNAL-MOVEMENT
                   MOVE ZERO TO WS-KIT-IDX
                   PERFORM 405P-ISSUE-ONE-COMPONENT
                       UNTIL WS-KIT-IDX >= WS-KIT-COMP-COUNT
                   PERFORM 405H-RESTORE-CURRENT-RECORD
                   ADD 1 TO AUDIT-KIT-BUILD-COUNTER
                   PERFORM 420-RELEASE-BACKORDERS
           END-EVALUATE.

       405M-LOAD-KIT-BILL.
           MOVE ZERO TO WS-KIT-COMP-COUNT.
           MOVE "NO" TO WS-BOM-EOF-FLAG.
           IF WS-BOM-OPEN-FLAG = "NO"
               MOVE "YES" TO WS-BOM-EOF-FLAG
           ELSE
               MOVE SRT-PART-NUMBER TO BOM-KIT-PART
               MOVE ZERO TO BOM-COMPONENT-PART
               START BOM-MASTER-IN
                   KEY NOT LESS THAN BOM-RECORD-KEY
                   INVALID KEY MOVE "YES" TO WS-BOM-EOF-FLAG
               END-START
               IF BMF-STATUS NOT = "00"
                   MOVE "YES" TO WS-BOM-EOF-FLAG
               END-IF
           END-IF.
           PERFORM 405N-LOAD-ONE-BILL-LINE
               UNTIL WS-BOM-EOF-FLAG = "YES".

       405N-LOAD-ONE-BILL-LINE.
           READ BOM-MASTER-IN NEXT RECORD
               AT END MOVE "YES" TO WS-BOM-EOF-FLAG
           END-READ.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF BMF-STATUS NOT = "00" AND BMF-STATUS NOT = "04"
               AND BMF-STATUS NOT = "10"
               MOVE "YES" TO WS-BOM-EOF-FLAG
           END-IF.
           IF WS-BOM-EOF-FLAG = "NO"
               IF BOM-KIT-PART = SRT-PART-NUMBER
                   AND WS-KIT-COMP-COUNT < 20
                   ADD 1 TO WS-KIT-COMP-COUNT
                   MOVE BOM-COMPONENT-PART
                       TO KIT-COMP-PART-NUMBER(WS-KIT-COMP-COUNT)
                   MOVE BOM-QTY-PER-KIT
                       TO KIT-COMP-QTY-PER-KIT(WS-KIT-COMP-COUNT)
               ELSE
                   MOVE "YES" TO WS-BOM-EOF-FLAG
               END-IF
           END-IF.

      * PROVE ONE COMPONENT AT THE BUILD LOCATION AND ADD ITS SHARE OF
      * THE KIT'S COST
       405O-CHECK-ONE-COMPONENT.
           ADD 1 TO WS-KIT-IDX.
           COMPUTE KIT-COMP-NEED-QTY(WS-KIT-IDX) =
               SRT-QUANTITY * KIT-COMP-QTY-PER-KIT(WS-KIT-IDX).
           MOVE KIT-COMP-PART-NUMBER(WS-KIT-IDX) TO MAST-PART-NUMBER.
           MOVE WS-MOVE-LOCATION TO MAST-LOCATION.
           READ INVENT-MASTER-IO
               INVALID KEY
                   MOVE "YES" TO WS-KIT-SHORT-FLAG
               NOT INVALID KEY
                   IF MAST-QUANTITY < KIT-COMP-NEED-QTY(WS-KIT-IDX)
                       MOVE "YES" TO WS-KIT-SHORT-FLAG
                   END-IF
                   IF MAST-AVG-COST IS NUMERIC AND MAST-AVG-COST > ZERO
                       MOVE MAST-AVG-COST TO WS-KIT-COMP-COST
                   ELSE
                       MOVE MAST-UNIT-PRICE TO WS-KIT-COMP-COST
                   END-IF
                   COMPUTE WS-KIT-COST = WS-KIT-COST
                       + (KIT-COMP-QTY-PER-KIT(WS-KIT-IDX)
                           * WS-KIT-COMP-COST)
           END-READ.

      * TAKE ONE COMPONENT'S QUANTITY OUT OF ITS MASTER RECORD AT THE
      * BUILD LOCATION, JOURNAL IT UNDER THE BUILD'S REFERENCE AND
      * LEAVE ITS HISTORY TRACE
       405P-ISSUE-ONE-COMPONENT.
           ADD 1 TO WS-KIT-IDX.
           MOVE KIT-COMP-PART-NUMBER(WS-KIT-IDX) TO MAST-PART-NUMBER.
           MOVE WS-MOVE-LOCATION TO MAST-LOCATION.
           READ INVENT-MASTER-IO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SUBTRACT KIT-COMP-NEED-QTY(WS-KIT-IDX)
                       FROM MAST-QUANTITY
                   MOVE WS-CURRENT-YMD TO MAST-LAST-ISSUE-DATE
                   REWRITE INVENT-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE MAST-PART-NUMBER TO WS-JRK-PART-NUMBER
                   MOVE SRT-REFERENCE TO WS-JRK-REFERENCE
                   MOVE KIT-COMP-NEED-QTY(WS-KIT-IDX)
                       TO WS-JRK-QUANTITY
                   MOVE MAST-QUANTITY TO WS-JRK-BALANCE
                   WRITE MOVEMENT-JOURNAL-RECORD
                       FROM WS-JOURNAL-KIT-LINE
                   MOVE WS-CURRENT-YMD TO MHR-RUN-DATE
                   MOVE MAST-PART-NUMBER TO MHR-PART-NUMBER
                   MOVE WS-MOVE-LOCATION TO MHR-LOCATION
                   MOVE SRT-TYPE-CODE TO MHR-TYPE-CODE
                   MOVE "-" TO MHR-SIGN
                   MOVE KIT-COMP-NEED-QTY(WS-KIT-IDX) TO MHR-QUANTITY
                   MOVE SRT-REFERENCE TO MHR-REFERENCE
                   MOVE MAST-QUANTITY TO MHR-BALANCE
                   WRITE MOVEMENT-HISTORY-RECORD
           END-READ.

       406-WRITE-JOURNAL-MOVEMENT.
           MOVE SRT-TYPE-CODE TO WS-JRN-TYPE-CODE.
           MOVE SRT-REFERENCE TO WS-JRN-REFERENCE.
           EVALUATE SRT-TYPE-CODE
               WHEN "R" MOVE "+" TO WS-JRN-SIGN
               WHEN "K" MOVE "+" TO WS-JRN-SIGN
               WHEN "I" MOVE "-" TO WS-JRN-SIGN
               WHEN OTHER MOVE SRT-SIGN TO WS-JRN-SIGN
           END-EVALUATE.
                   AND SRT-TYPE-CODE NOT = "I"
                   AND SRT-TYPE-CODE NOT = "A"
                   AND SRT-TYPE-CODE NOT = "T"
                   AND SRT-TYPE-CODE NOT = "K"
                   MOVE "INVALID MOVEMENT TYPE"    TO WS-MVX-REASON
               WHEN SRT-TYPE-CODE = "A"
                   AND SRT-SIGN NOT = "+"
                   AND SRT-SIGN NOT = "-"
                   MOVE "INVALID ADJUSTMENT SIGN"  TO WS-MVX-REASON
               WHEN SRT-TYPE-CODE = "K"
                   AND WS-KIT-NO-BILL-FLAG = "YES"
                   MOVE "KIT HAS NO BILL"          TO WS-MVX-REASON
               WHEN SRT-TYPE-CODE = "K"
                   AND WS-KIT-SHORT-FLAG = "YES"
                   MOVE "COMPONENT SHORT"          TO WS-MVX-REASON
               WHEN SRT-TYPE-CODE = "K"
                   MOVE "RECEIPT EXCEEDS CAPACITY" TO WS-MVX-REASON
               WHEN WS-BKO-FULL-FLAG = "YES"
                   MOVE "BACKORDER FILE FULL"      TO WS-MVX-REASON
               WHEN SRT-TYPE-CODE = "T"
           WRITE MOVEMENT-EXCEPTION-RECORD
               FROM WS-MOVEMENT-EXCEPTION-REPORT.
           ADD 1 TO AUDIT-REJECT-COUNTER.
           MOVE "YES" TO WS-MOVE-REJECTED-FLAG.
           MOVE SRT-MOVEMENT-DATA TO WS-SUS-MOVEMENT-HOLD.
           MOVE SRT-SUSPENSE-ID TO WS-SUS-HOLD-ID.
           PERFORM 440-SUSPEND-MOVEMENT.

      * HOLD A REJECTED MOVEMENT IN SUSPENSE. A NEW REJECT OPENS AN
      * ENTRY DATED TODAY; A SUSPENDED MOVEMENT REJECTED AGAIN KEEPS
      * ITS FIRST-REJECTED DATE AND TAKES THE LATEST REASON. WITHOUT
      * A SUSPENSE FILE THE EXCEPTION LISTING IS THE ONLY RECORD.
       440-SUSPEND-MOVEMENT.
           IF WS-SUSPENSE-OPEN-FLAG = "YES"
               IF WS-SUS-HOLD-ID = ZERO
                   PERFORM 440A-WRITE-NEW-SUSPENSE
               ELSE
                   MOVE WS-SUS-HOLD-ID TO SUS-SUSPENSE-ID
                   READ SUSPENSE-FILE
                       INVALID KEY
                           PERFORM 440A-WRITE-NEW-SUSPENSE
                       NOT INVALID KEY
                           PERFORM 440B-REHOLD-SUSPENDED-RECORD
                   END-READ
               END-IF
           END-IF.

       440A-WRITE-NEW-SUSPENSE.
           ADD 1 TO WS-SUS-LAST-ID.
           MOVE WS-SUS-LAST-ID TO SUS-SUSPENSE-ID.
           MOVE WS-SUS-MOVEMENT-HOLD TO SUS-MOVEMENT-DATA.
           MOVE WS-MVX-REASON TO SUS-REASON.
           MOVE WS-CURRENT-YMD TO SUS-FIRST-REJECT-DATE.
           MOVE WS-CURRENT-YMD TO SUS-LAST-TRIED-DATE.
           MOVE ZERO TO SUS-RETRY-COUNT.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "SUSPENSE WRITE FAILED - STATUS " SUS-STATUS
               NOT INVALID KEY
                   ADD 1 TO AUDIT-SUS-NEW-COUNTER
                   PERFORM 442-SAVE-SUSPENSE-HIGH-WATER
           END-WRITE.

      * RECORD THE NUMBER JUST ISSUED ON THE CONTROL RECORD. A FILE
      * CUT BEFORE THE CONTROL RECORD EXISTED GETS ONE NOW.
       442-SAVE-SUSPENSE-HIGH-WATER.
           MOVE ZERO TO SUC-CONTROL-ID.
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE SPACES TO SUSPENSE-CONTROL-RECORD
                   MOVE ZERO TO SUC-CONTROL-ID
                   MOVE WS-SUS-LAST-ID TO SUC-LAST-ISSUED-ID
                   WRITE SUSPENSE-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "SUSPENSE CONTROL WRITE FAILED - "
                               "STATUS " SUS-STATUS
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-SUS-LAST-ID TO SUC-LAST-ISSUED-ID
                   REWRITE SUSPENSE-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "SUSPENSE CONTROL REWRITE FAILED - "
                               "STATUS " SUS-STATUS
                   END-REWRITE
           END-READ.

      * THE SUSPENDED RECORD IS IN THE BUFFER - RESTAMP AND PUT BACK
       440B-REHOLD-SUSPENDED-RECORD.
           MOVE WS-MVX-REASON TO SUS-REASON.
           MOVE WS-CURRENT-YMD TO SUS-LAST-TRIED-DATE.
           IF SUS-RETRY-COUNT IS NOT NUMERIC
               MOVE ZERO TO SUS-RETRY-COUNT
           END-IF.
           IF SUS-RETRY-COUNT < 999
               ADD 1 TO SUS-RETRY-COUNT
           END-IF.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "SUSPENSE REWRITE FAILED - STATUS "
                       SUS-STATUS
               NOT INVALID KEY
                   ADD 1 TO AUDIT-SUS-HELD-COUNTER
           END-REWRITE.

       441-RELEASE-SUSPENDED-MOVE.
           MOVE SRT-SUSPENSE-ID TO SUS-SUSPENSE-ID.
           DELETE SUSPENSE-FILE
               INVALID KEY
                   DISPLAY "SUSPENSE DELETE FAILED - STATUS " SUS-STATUS
               NOT INVALID KEY
                   ADD 1 TO AUDIT-SUS-CLEAR-COUNTER
           END-DELETE.

       203-TERMINATE-MOVEMENT-UPDATE.
           IF WS-MASTER-OPEN-FLAG = "YES"
           DISPLAY "PO lines closed: " AUDIT-PO-CLOSE-COUNTER.
           DISPLAY "Backorders created: " AUDIT-BKO-NEW-COUNTER.
           DISPLAY "Backorder releases: " AUDIT-BKO-REL-COUNTER.
           DISPLAY "Kits built: " AUDIT-KIT-BUILD-COUNTER.
           DISPLAY "Suspended movements retried: "
               AUDIT-SUS-RETRY-COUNTER.
           DISPLAY "Suspended movements released: "
               AUDIT-SUS-CLEAR-COUNTER.
           DISPLAY "Suspended movements still held: "
               AUDIT-SUS-HELD-COUNTER.
           DISPLAY "Movements newly suspended: " AUDIT-SUS-NEW-COUNTER.
           IF WS-SUSPENSE-OPEN-FLAG = "YES"
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "Suspense file unavailable - rejects are on "
                   "INVMVEXC.TXT only"
           END-IF.
           CLOSE INVENT-MASTER-IO.
           IF WS-BOM-OPEN-FLAG = "YES"
               CLOSE BOM-MASTER-IN
           END-IF.
           CLOSE MOVEMENT-JOURNAL-OUT.
           CLOSE MOVEMENT-EXCEPTION-OUT.
           CLOSE MOVEMENT-HISTORY-FILE.
      * PUT THE OPEN-PO FILE BACK WITH THE FILLS APPLIED THIS RUN.
      * LINES CLOSED BY EARLIER RUNS ARE PURGED HERE SO THE FILE
      * STAYS BOUNDED - THE PO STATUS RUN STILL SEES A LINE AS CLOSED
      * FROM THE RUN THAT FILLED IT UNTIL THE NEXT MOVEMENT RUN. A
      * CLOSED LINE IS KEPT UNTIL THE INVOICE MATCH HAS BILLED ALL
      * THAT WAS RECEIVED AGAINST IT, SO THE SUPPLIER'S INVOICE
      * STILL FINDS ITS PO LINE. LINES CLOSED SHORT OR CANCELLED BY
      * PO MAINTENANCE PURGE THE SAME WAY. A PURGED LINE GOES TO THE
      * PO LINE HISTORY.
      * TWO KINDS OF CLOSED LINE CAN NEVER BE BILLED THROUGH THE
      * INVOICE MATCH AND ARE TREATED AS FULLY BILLED FOR THE PURGE:
      * A LINE LOADED WITH NO BILLED QUANTITY ON FILE (CUT AND PAID
      * BEFORE THE MATCH EXISTED), AND A LINE WITH NO UNIT COST, WHICH
      * THE MATCH ALWAYS REJECTS FOR WANT OF A PO PRICE. WITHOUT THIS
      * THEY WOULD SIT ON THE FILE UNTIL IT FILLED THE TABLE.
       411-REWRITE-OPEN-PO-FILE.
           OPEN OUTPUT OPEN-PO-FILE.
           OPEN EXTEND PO-HISTORY-FILE.
           MOVE ZERO TO WS-OPO-IDX.
           PERFORM 411A-WRITE-ONE-PO-LINE
               UNTIL WS-OPO-IDX >= WS-OPO-COUNT.
           CLOSE OPEN-PO-FILE.
           CLOSE PO-HISTORY-FILE.

       411A-WRITE-ONE-PO-LINE.
           ADD 1 TO WS-OPO-IDX.
           IF OPO-TBL-LINE-STATUS(WS-OPO-IDX) NOT = "O"
               AND OPO-TBL-LOADED-CLOSED(WS-OPO-IDX) = "Y"
               AND (OPO-TBL-BILLED-QTY(WS-OPO-IDX)
                       >= OPO-TBL-RECEIVED-QTY(WS-OPO-IDX)
                   OR OPO-TBL-PRE-MATCH(WS-OPO-IDX) = "Y"
                   OR OPO-TBL-UNIT-COST(WS-OPO-IDX) = ZERO)
               PERFORM 411C-WRITE-PO-HISTORY
           ELSE
               PERFORM 411B-WRITE-PO-LINE-DETAIL
           END-IF.
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

       411C-WRITE-PO-HISTORY.
           MOVE OPO-TBL-PO-NUMBER(WS-OPO-IDX) TO POH-PO-NUMBER.
           MOVE OPO-TBL-SUPPLIER(WS-OPO-IDX) TO POH-SUPPLIER-CODE.
           MOVE OPO-TBL-ORDER-DATE(WS-OPO-IDX) TO POH-ORDER-DATE.
           MOVE OPO-TBL-PART-NUMBER(WS-OPO-IDX) TO POH-PART-NUMBER.
           MOVE OPO-TBL-ORDER-QTY(WS-OPO-IDX) TO POH-ORDER-QTY.
           MOVE OPO-TBL-RECEIVED-QTY(WS-OPO-IDX) TO POH-RECEIVED-QTY.
           MOVE OPO-TBL-LINE-STATUS(WS-OPO-IDX) TO POH-LINE-STATUS.
           MOVE OPO-TBL-UNIT-COST(WS-OPO-IDX) TO POH-UNIT-COST.
           MOVE OPO-TBL-BILLED-QTY(WS-OPO-IDX) TO POH-BILLED-QTY.
           MOVE OPO-TBL-FIRST-RECEIPT(WS-OPO-IDX)
               TO POH-FIRST-RECEIPT-DATE.
           MOVE OPO-TBL-FINAL-RECEIPT(WS-OPO-IDX)
               TO POH-FINAL-RECEIPT-DATE.
           MOVE OPO-TBL-PROMISED-DATE(WS-OPO-IDX) TO POH-PROMISED-DATE.
           WRITE PO-HISTORY-RECORD.

      * PUT THE BACKORDER FILE BACK, OPEN ENTRIES ONLY AND STILL IN
      * ENTRY ORDER SO THE NEXT RUN RELEASES OLDEST-FIRST
       412-REWRITE-BACKORDER-FILE.
                           TO LAST-ISSUE-DATE-IO
                       MOVE MAST-LAST-RECEIPT-DATE
                           TO LAST-RECEIPT-DATE-IO
                       IF MAST-AVG-COST IS NUMERIC
                           AND MAST-AVG-COST > ZERO
                           MOVE MAST-AVG-COST TO AVG-COST-IO
                       ELSE
                           MOVE MAST-UNIT-PRICE TO AVG-COST-IO
                       END-IF
                       WRITE INVENT-IO-RECORD
                       ADD 1 TO WS-EXTRACT-RECORD-COUNT
                       ADD MAST-QUANTITY TO WS-EXTRACT-HASH-TOTAL
