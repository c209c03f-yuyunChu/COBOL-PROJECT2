       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTINQ AS "PRTINQ".
       AUTHOR. CHU-YU-YUN.
       DATE-WRITTEN. SEPTEMBER 2ND 2026.
       DATE-COMPILED. SEPTEMBER 2ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * ONLINE PART INQUIRY. THE CLERK KEYS A PART NUMBER, OR PAGES
      * FORWARD AND BACKWARD THROUGH THE INVENTORY MASTER, AND THE
      * SCREEN SHOWS EVERYTHING THE SUITE HOLDS ON THE PART: ITS
      * MASTER RECORD AT EVERY LOCATION, ITS SUPPLIER AND LEAD TIME,
      * THE OPEN PURCHASE-ORDER LINES WITH THE QUANTITY STILL DUE AND
      * THE EXPECTED DATE, THE OPEN BACKORDERS, AND THE MOST RECENT
      * MOVEMENTS FROM THE PERMANENT HISTORY. NOTHING IS UPDATED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE 1 - INDEXED INVENTORY MASTER, READ BY KEY AND PAGED
           SELECT INVENT-MASTER-IN
              ASSIGN TO "./INVMAST.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAST-RECORD-KEY
              FILE STATUS IMF-STATUS.

      * INPUT FILE 2 - INDEXED SUPPLIER MASTER, KEYED BY SUPPLIER-CODE
           SELECT SUPPLIER-FILE-IN
              ASSIGN TO "./SUPPLIERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUPPLIER-CODE
              FILE STATUS SFI-STATUS.

      * INPUT FILE 3 - OPEN-PO FILE, ONE RECORD PER PO DETAIL LINE
           SELECT OPEN-PO-FILE
              ASSIGN TO "./OPENPO.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS OPO-STATUS.

      * INPUT FILE 4 - PERSISTENT BACKORDER FILE, OPEN ENTRIES ONLY
           SELECT OPTIONAL BACKORDER-FILE
              ASSIGN TO "./BACKORD.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS BOF-STATUS.

      * INPUT FILE 5 - PERMANENT MOVEMENT HISTORY, IN APPEND ORDER
           SELECT OPTIONAL MOVEMENT-HISTORY-FILE
              ASSIGN TO "./MOVEHIST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS MHF-STATUS.

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

       FD SUPPLIER-FILE-IN.
       01 SUPPLIER-RECORD-IN.
           02 SUPPLIER-CODE          PIC X(5).
           02 SUPPLIER-NAME          PIC X(15).
           02 SUPPLIER-LEAD-TIME     PIC 9(3).
           02 SUPPLIER-TARGET-STOCK  PIC 9(4).
           02 SUPPLIER-CURRENCY      PIC X(3).

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

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           02 BKO-PART-NUMBER        PIC 9(5).
           02 BKO-LOCATION           PIC X(3).
           02 BKO-ORDER-DATE         PIC 9(8).
           02 BKO-REFERENCE          PIC X(10).
           02 BKO-OPEN-QTY           PIC 9(5).

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

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
           02 RSQ-PROGRAM-ID         PIC X(8).
           02 RSQ-RUN-DATE           PIC 9(8).
           02 RSQ-RUN-TIME           PIC X(6).
           02 RSQ-STATUS-CODE        PIC X(2).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
          05 INQ-EXIT-FLAG                  PIC X(3) VALUE "NO".
          05 MAST-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 OPO-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 BKO-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 HIST-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 AUDIT-INQUIRY-COUNTER          PIC 9(6) VALUE ZERO.

      * WHAT THE CLERK KEYED - A PART NUMBER, OR AN ACTION OF N (NEXT
      * PART), P (PREVIOUS PART) OR X (EXIT)
       01 WS-ENTERED-PART               PIC X(5) VALUE SPACES.
       01 WS-ENTERED-PART-NUM REDEFINES WS-ENTERED-PART PIC 9(5).
       01 WS-ENTERED-ACTION             PIC X    VALUE SPACES.
       01 WS-INQ-MESSAGE                PIC X(79) VALUE SPACES.

      * THE PART ON THE SCREEN AND THE ONE ASKED FOR
       01 WS-CURRENT-PART               PIC 9(5) VALUE ZERO.
       01 WS-PART-SHOWN-FLAG            PIC X(3) VALUE "NO".
       01 WS-LOOKUP-PART                PIC 9(5) VALUE ZERO.

      * THE SCREEN BODY - TWENTY-ONE LINES BUILT FROM THE LAYOUTS
      * BELOW AND SHOWN AS THEY STAND
       01 INQUIRY-DISPLAY-AREA.
           05 INQ-LINE-01               PIC X(79).
           05 INQ-LINE-02               PIC X(79).
           05 INQ-LINE-03               PIC X(79).
           05 INQ-LINE-04               PIC X(79).
           05 INQ-LINE-05               PIC X(79).
           05 INQ-LINE-06               PIC X(79).
           05 INQ-LINE-07               PIC X(79).
           05 INQ-LINE-08               PIC X(79).
           05 INQ-LINE-09               PIC X(79).
           05 INQ-LINE-10               PIC X(79).
           05 INQ-LINE-11               PIC X(79).
           05 INQ-LINE-12               PIC X(79).
           05 INQ-LINE-13               PIC X(79).
           05 INQ-LINE-14               PIC X(79).
           05 INQ-LINE-15               PIC X(79).
           05 INQ-LINE-16               PIC X(79).
           05 INQ-LINE-17               PIC X(79).
           05 INQ-LINE-18               PIC X(79).
           05 INQ-LINE-19               PIC X(79).
           05 INQ-LINE-20               PIC X(79).
           05 INQ-LINE-21               PIC X(79).
       01 INQUIRY-DISPLAY-TABLE REDEFINES INQUIRY-DISPLAY-AREA.
           05 INQ-LINE                  PIC X(79) OCCURS 21 TIMES.

      * WHERE EACH BLOCK SITS ON THE SCREEN AND HOW MANY OF ITS LINES
      * FIT - A BLOCK WITH MORE SHOWS ITS FULL COUNT IN ITS HEADING
       01 WS-LOC-HEAD-ROW               PIC 9(2) VALUE 4.
       01 WS-LOC-MAX-ROWS               PIC 9(2) VALUE 4.
       01 WS-PO-HEAD-ROW                PIC 9(2) VALUE 9.
       01 WS-PO-MAX-ROWS                PIC 9(2) VALUE 3.
       01 WS-BKO-HEAD-ROW               PIC 9(2) VALUE 13.
       01 WS-BKO-MAX-ROWS               PIC 9(2) VALUE 3.
       01 WS-MOV-HEAD-ROW               PIC 9(2) VALUE 17.
       01 WS-MOV-MAX-ROWS               PIC 9(2) VALUE 4.
       01 WS-INQ-ROW                    PIC 9(2) VALUE ZERO.

       01 INQ-TITLE-LINE.
           05 FILLER            PIC X(40) VALUE
                  "PART INQUIRY".
           05 FILLER            PIC X(6)  VALUE "RUN: ".
           05 WS-RUN-DATE-OUT.
               10 WS-RD-MM      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-DD      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-YYYY    PIC X(4).

       01 INQ-PART-LINE.
           05 FILLER                    PIC X(5)  VALUE "PART ".
           05 WS-IPL-PART-NUMBER        PIC 9(5).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IPL-PART-NAME          PIC X(20).
           05 FILLER                    PIC X(11) VALUE
                  "  SUPPLIER ".
           05 WS-IPL-SUPPLIER-CODE      PIC X(5).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-IPL-SUPPLIER-NAME      PIC X(15).

       01 INQ-SUPPLY-LINE.
           05 FILLER                    PIC X(10) VALUE "LEAD TIME ".
           05 WS-ISL-LEAD-TIME          PIC ZZ9.
           05 FILLER                    PIC X(20) VALUE
                  " DAYS   ON HAND ".
           05 WS-ISL-TOTAL-QTY          PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(14) VALUE
                  "   LOCATIONS ".
           05 WS-ISL-LOCATIONS          PIC Z9.

       01 INQ-LOC-HEAD-LINE.
           05 FILLER            PIC X(9)  VALUE "  LOC".
           05 FILLER            PIC X(7)  VALUE "  QTY".
           05 FILLER            PIC X(8)  VALUE "    ROP".
           05 FILLER            PIC X(11) VALUE "   AVG COST".
           05 FILLER            PIC X(13) VALUE "   LAST ISSUE".
           05 FILLER            PIC X(13) VALUE " LAST RECEIPT".

       01 INQ-LOC-LINE.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-ILL-LOCATION           PIC X(3).
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 WS-ILL-QUANTITY           PIC ZZZZ9.
           05 FILLER                    PIC X(6)  VALUE SPACES.
           05 WS-ILL-RE-ORDER-POINT     PIC ZZ9.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-ILL-AVG-COST           PIC ZZ,ZZ9.99.
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-ILL-LAST-ISSUE         PIC X(10).
           05 FILLER                    PIC X(3)  VALUE SPACES.
           05 WS-ILL-LAST-RECEIPT       PIC X(10).

       01 INQ-PO-HEAD-LINE.
           05 FILLER            PIC X(12) VALUE "OPEN PO".
           05 WS-IPH-COUNT      PIC ZZ9.
           05 FILLER            PIC X     VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "PO NO. SUPPL".
           05 FILLER            PIC X(6)  VALUE " ORD".
           05 FILLER            PIC X(7)  VALUE " RECD".
           05 FILLER            PIC X(7)  VALUE "  DUE".
           05 FILLER            PIC X(12) VALUE "ORDERED ON".
           05 FILLER            PIC X(9)  VALUE "EXPECTED".

       01 INQ-PO-LINE.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 WS-IPO-PO-NUMBER          PIC 9(6).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-IPO-SUPPLIER-CODE      PIC X(5).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IPO-ORDER-QTY          PIC ZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IPO-RECEIVED-QTY       PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IPO-DUE-QTY            PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IPO-ORDER-DATE         PIC X(10).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IPO-EXPECTED-DATE      PIC X(10).
           05 WS-IPO-PROMISED-FLAG      PIC X.

       01 INQ-BKO-HEAD-LINE.
           05 FILLER            PIC X(12) VALUE "BACKORDERS".
           05 WS-IBH-COUNT      PIC ZZ9.
           05 FILLER            PIC X     VALUE SPACES.
           05 FILLER            PIC X(5)  VALUE "LOC".
           05 FILLER            PIC X(12) VALUE "ENTERED ON".
           05 FILLER            PIC X(12) VALUE "REFERENCE".
           05 FILLER            PIC X(5)  VALUE "  QTY".

       01 INQ-BKO-LINE.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 WS-IBK-LOCATION           PIC X(3).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IBK-ORDER-DATE         PIC X(10).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IBK-REFERENCE          PIC X(10).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IBK-OPEN-QTY           PIC ZZZZ9.

       01 INQ-MOV-HEAD-LINE.
           05 FILLER            PIC X(9)  VALUE "MOVES".
           05 WS-IMH-COUNT      PIC ZZZZZ9.
           05 FILLER            PIC X     VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "DATE".
           05 FILLER            PIC X(5)  VALUE "LOC".
           05 FILLER            PIC X(3)  VALUE "T".
           05 FILLER            PIC X(12) VALUE "REFERENCE".
           05 FILLER            PIC X(8)  VALUE "   QTY".
           05 FILLER            PIC X(5)  VALUE "  BAL".

       01 INQ-MOV-LINE.
           05 FILLER                    PIC X(16) VALUE SPACES.
           05 WS-IMV-DATE               PIC X(10).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IMV-LOCATION           PIC X(3).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IMV-TYPE-CODE          PIC X.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IMV-REFERENCE          PIC X(10).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IMV-SIGN               PIC X.
           05 WS-IMV-QUANTITY           PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-IMV-BALANCE            PIC ZZZZ9.

      * PER-PART TOTALS GATHERED AS EACH BLOCK IS BUILT
       01 WS-PART-TOTAL-QTY             PIC 9(6) VALUE ZERO.
       01 WS-LOCATION-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-PO-LINE-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-BKO-LINE-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-MOV-LINE-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-DUE-QTY                    PIC 9(5) VALUE ZERO.

       01 WS-SUPPLIER-FOUND-FLAG        PIC X(3) VALUE "NO".
       01 WS-SUPPLIER-LEAD-TIME         PIC 9(3) VALUE ZERO.
       01 WS-EXPECTED-DATE              PIC 9(8) VALUE ZERO.

      * THE LATEST MOVEMENTS FOR THE PART, OLDEST FIRST. THE HISTORY
      * IS IN RUN ORDER, SO EACH NEW ONE PUSHES THE OLDEST OFF THE TOP.
       01 RECENT-MOVEMENT-TABLE.
           05 WS-RECENT-COUNT           PIC 9(2) VALUE ZERO.
           05 RECENT-ENTRY OCCURS 4 TIMES.
               10 RCT-RUN-DATE          PIC 9(8).
               10 RCT-LOCATION          PIC X(3).
               10 RCT-TYPE-CODE         PIC X.
               10 RCT-SIGN              PIC X.
               10 RCT-QUANTITY          PIC 9(5).
               10 RCT-REFERENCE         PIC X(10).
               10 RCT-BALANCE           PIC 9(5).
       01 WS-RECENT-IDX                 PIC 9(2) VALUE ZERO.

      * A DATE HELD AS YYYYMMDD, SHOWN AS MM/DD/YYYY - BLANK WHEN THE
      * DATE WAS NEVER SET
       01 WS-DATE-HOLD                  PIC 9(8) VALUE ZERO.
       01 WS-DATE-HOLD-CHARS REDEFINES WS-DATE-HOLD.
           05 WS-DH-YYYY        PIC X(4).
           05 WS-DH-MM          PIC XX.
           05 WS-DH-DD          PIC XX.
       01 WS-DATE-SHOW                  PIC X(10) VALUE SPACES.

      * A RECORD CUT BEFORE LOCATIONS EXISTED IS THE MAIN SITE
       01 WS-DEFAULT-LOCATION           PIC X(3) VALUE "001".

       77 IMF-STATUS PIC X(2).
       77 SFI-STATUS PIC X(2).
       77 OPO-STATUS PIC X(2).
       77 BOF-STATUS PIC X(2).
       77 MHF-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "PRTINQ".
       01 WS-SEQ-DATE-YMD               PIC 9(8) VALUE ZERO.

       77 RSQ-STATUS PIC X(2).

       SCREEN SECTION.
       01 PART-INQUIRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1 PIC X(79) FROM INQ-LINE-01.
           05 LINE 2  COLUMN 1 PIC X(79) FROM INQ-LINE-02.
           05 LINE 3  COLUMN 1 PIC X(79) FROM INQ-LINE-03.
           05 LINE 4  COLUMN 1 PIC X(79) FROM INQ-LINE-04.
           05 LINE 5  COLUMN 1 PIC X(79) FROM INQ-LINE-05.
           05 LINE 6  COLUMN 1 PIC X(79) FROM INQ-LINE-06.
           05 LINE 7  COLUMN 1 PIC X(79) FROM INQ-LINE-07.
           05 LINE 8  COLUMN 1 PIC X(79) FROM INQ-LINE-08.
           05 LINE 9  COLUMN 1 PIC X(79) FROM INQ-LINE-09.
           05 LINE 10 COLUMN 1 PIC X(79) FROM INQ-LINE-10.
           05 LINE 11 COLUMN 1 PIC X(79) FROM INQ-LINE-11.
           05 LINE 12 COLUMN 1 PIC X(79) FROM INQ-LINE-12.
           05 LINE 13 COLUMN 1 PIC X(79) FROM INQ-LINE-13.
           05 LINE 14 COLUMN 1 PIC X(79) FROM INQ-LINE-14.
           05 LINE 15 COLUMN 1 PIC X(79) FROM INQ-LINE-15.
           05 LINE 16 COLUMN 1 PIC X(79) FROM INQ-LINE-16.
           05 LINE 17 COLUMN 1 PIC X(79) FROM INQ-LINE-17.
           05 LINE 18 COLUMN 1 PIC X(79) FROM INQ-LINE-18.
           05 LINE 19 COLUMN 1 PIC X(79) FROM INQ-LINE-19.
           05 LINE 20 COLUMN 1 PIC X(79) FROM INQ-LINE-20.
           05 LINE 21 COLUMN 1 PIC X(79) FROM INQ-LINE-21.
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-INQ-MESSAGE.
           05 LINE 24 COLUMN 1  VALUE "PART:".
           05 LINE 24 COLUMN 7  PIC X(5) USING WS-ENTERED-PART.
           05 LINE 24 COLUMN 14 VALUE "OR ACTION:".
           05 LINE 24 COLUMN 25 PIC X USING WS-ENTERED-ACTION.
           05 LINE 24 COLUMN 28 VALUE
                  "N = NEXT PART  P = PREVIOUS PART  X = EXIT".

       PROCEDURE DIVISION.
       100-INQUIRE-ON-PARTS.
           PERFORM 201-INITIALIZE-INQUIRY.
           PERFORM 202-PROCESS-ONE-SCREEN
             UNTIL INQ-EXIT-FLAG = "YES".
           PERFORM 203-TERMINATE-INQUIRY.
           STOP RUN.

       201-INITIALIZE-INQUIRY.
           OPEN INPUT INVENT-MASTER-IN.
           OPEN INPUT SUPPLIER-FILE-IN.
           PERFORM 301A-GET-RUN-DATE.
           MOVE SPACES TO INQUIRY-DISPLAY-AREA.
           MOVE INQ-TITLE-LINE TO INQ-LINE-01.
      * THE INQUIRY OPENS ON THE FIRST PART ON THE MASTER
           IF IMF-STATUS = "00"
               PERFORM 313-SHOW-FIRST-PART
           ELSE
               MOVE "INVENTORY MASTER UNAVAILABLE - PRESS X TO EXIT"
                   TO WS-INQ-MESSAGE
           END-IF.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.

      * A KEYED PART NUMBER TAKES PRECEDENCE OVER AN ACTION CODE
       202-PROCESS-ONE-SCREEN.
           DISPLAY PART-INQUIRY-SCREEN.
           ACCEPT PART-INQUIRY-SCREEN.
           MOVE SPACES TO WS-INQ-MESSAGE.
           INSPECT WS-ENTERED-ACTION CONVERTING "npx" TO "NPX".
           EVALUATE TRUE
               WHEN WS-ENTERED-PART NOT = SPACES
                   IF WS-ENTERED-PART-NUM IS NUMERIC
                       PERFORM 312-SHOW-ENTERED-PART
                   ELSE
                       MOVE "PART NUMBER MUST BE FIVE DIGITS"
                           TO WS-INQ-MESSAGE
                   END-IF
               WHEN WS-ENTERED-ACTION = "X"
                   MOVE "YES" TO INQ-EXIT-FLAG
               WHEN WS-ENTERED-ACTION = "N"
                   PERFORM 310-SHOW-NEXT-PART
               WHEN WS-ENTERED-ACTION = "P"
                   PERFORM 311-SHOW-PREVIOUS-PART
               WHEN OTHER
                   MOVE "KEY A PART NUMBER, OR N, P OR X"
                       TO WS-INQ-MESSAGE
           END-EVALUATE.
           MOVE SPACES TO WS-ENTERED-PART.
           MOVE SPACES TO WS-ENTERED-ACTION.

      * NEXT PART - THE FIRST KEY PAST EVERY LOCATION OF THIS ONE
       310-SHOW-NEXT-PART.
           IF WS-PART-SHOWN-FLAG = "NO"
               PERFORM 313-SHOW-FIRST-PART
           ELSE
               MOVE WS-CURRENT-PART TO MAST-PART-NUMBER
               MOVE HIGH-VALUES TO MAST-LOCATION
               START INVENT-MASTER-IN
                   KEY GREATER THAN MAST-RECORD-KEY
                   INVALID KEY
                       MOVE "NO MORE PARTS - THIS IS THE LAST"
                           TO WS-INQ-MESSAGE
                   NOT INVALID KEY
                       READ INVENT-MASTER-IN NEXT RECORD
                           AT END CONTINUE
                       END-READ
                       IF IMF-STATUS = "00"
                           MOVE MAST-PART-NUMBER TO WS-LOOKUP-PART
                           PERFORM 320-LOAD-PART-DETAIL
                       END-IF
               END-START
           END-IF.

      * PREVIOUS PART - THE LAST KEY AHEAD OF THIS PART'S FIRST
      * LOCATION BELONGS TO THE PART BEFORE IT
       311-SHOW-PREVIOUS-PART.
           IF WS-PART-SHOWN-FLAG = "NO"
               PERFORM 313-SHOW-FIRST-PART
           ELSE
               MOVE WS-CURRENT-PART TO MAST-PART-NUMBER
               MOVE LOW-VALUES TO MAST-LOCATION
               START INVENT-MASTER-IN
                   KEY LESS THAN MAST-RECORD-KEY
                   INVALID KEY
                       MOVE "NO EARLIER PARTS - THIS IS THE FIRST"
                           TO WS-INQ-MESSAGE
                   NOT INVALID KEY
                       READ INVENT-MASTER-IN PREVIOUS RECORD
                           AT END CONTINUE
                       END-READ
                       IF IMF-STATUS = "00"
                           MOVE MAST-PART-NUMBER TO WS-LOOKUP-PART
                           PERFORM 320-LOAD-PART-DETAIL
                       END-IF
               END-START
           END-IF.

      * A PART NOT ON THE MASTER LEAVES THE CURRENT PART ON SCREEN
       312-SHOW-ENTERED-PART.
           MOVE WS-ENTERED-PART-NUM TO MAST-PART-NUMBER.
           MOVE LOW-VALUES TO MAST-LOCATION.
           MOVE "NO" TO MAST-EOF-FLAG.
           START INVENT-MASTER-IN
               KEY NOT LESS THAN MAST-RECORD-KEY
               INVALID KEY MOVE "YES" TO MAST-EOF-FLAG
           END-START.
           IF MAST-EOF-FLAG = "NO"
               READ INVENT-MASTER-IN NEXT RECORD
                   AT END MOVE "YES" TO MAST-EOF-FLAG
               END-READ
           END-IF.
           IF MAST-EOF-FLAG = "NO" AND IMF-STATUS = "00"
               AND MAST-PART-NUMBER = WS-ENTERED-PART-NUM
               MOVE MAST-PART-NUMBER TO WS-LOOKUP-PART
               PERFORM 320-LOAD-PART-DETAIL
           ELSE
               STRING "PART " WS-ENTERED-PART
                   " IS NOT ON THE INVENTORY MASTER"
                   DELIMITED BY SIZE INTO WS-INQ-MESSAGE
           END-IF.

       313-SHOW-FIRST-PART.
           MOVE ZERO TO MAST-PART-NUMBER.
           MOVE LOW-VALUES TO MAST-LOCATION.
           MOVE "NO" TO MAST-EOF-FLAG.
           START INVENT-MASTER-IN
               KEY NOT LESS THAN MAST-RECORD-KEY
               INVALID KEY MOVE "YES" TO MAST-EOF-FLAG
           END-START.
           IF MAST-EOF-FLAG = "NO"
               READ INVENT-MASTER-IN NEXT RECORD
                   AT END MOVE "YES" TO MAST-EOF-FLAG
               END-READ
           END-IF.
           IF MAST-EOF-FLAG = "NO" AND IMF-STATUS = "00"
               MOVE MAST-PART-NUMBER TO WS-LOOKUP-PART
               PERFORM 320-LOAD-PART-DETAIL
           ELSE
               MOVE "NO PARTS ON THE INVENTORY MASTER" TO WS-INQ-MESSAGE
           END-IF.

      * REBUILD THE WHOLE SCREEN BODY FOR THE PART ASKED FOR
       320-LOAD-PART-DETAIL.
           MOVE WS-LOOKUP-PART TO WS-CURRENT-PART.
           MOVE "YES" TO WS-PART-SHOWN-FLAG.
           ADD 1 TO AUDIT-INQUIRY-COUNTER.
           MOVE SPACES TO INQUIRY-DISPLAY-AREA.
           MOVE INQ-TITLE-LINE TO INQ-LINE-01.
           PERFORM 321-LOAD-MASTER-LOCATIONS.
           PERFORM 322-LOAD-SUPPLIER.
           PERFORM 323-LOAD-OPEN-PO-LINES.
           PERFORM 324-LOAD-BACKORDERS.
           PERFORM 325-LOAD-RECENT-MOVEMENTS.

      * EVERY LOCATION OF THE PART, IN KEY ORDER. THE NAME AND
      * SUPPLIER ARE TAKEN FROM THE FIRST.
       321-LOAD-MASTER-LOCATIONS.
           MOVE ZERO TO WS-PART-TOTAL-QTY.
           MOVE ZERO TO WS-LOCATION-COUNT.
           MOVE WS-LOOKUP-PART TO MAST-PART-NUMBER.
           MOVE LOW-VALUES TO MAST-LOCATION.
           MOVE "NO" TO MAST-EOF-FLAG.
           START INVENT-MASTER-IN
               KEY NOT LESS THAN MAST-RECORD-KEY
               INVALID KEY MOVE "YES" TO MAST-EOF-FLAG
           END-START.
           MOVE WS-LOOKUP-PART TO WS-IPL-PART-NUMBER.
           MOVE SPACES TO WS-IPL-PART-NAME.
           MOVE SPACES TO WS-IPL-SUPPLIER-CODE.
           MOVE INQ-LOC-HEAD-LINE TO INQ-LINE(WS-LOC-HEAD-ROW).
           MOVE WS-LOC-HEAD-ROW TO WS-INQ-ROW.
           PERFORM 321A-LOAD-ONE-LOCATION
               UNTIL MAST-EOF-FLAG = "YES".

       321A-LOAD-ONE-LOCATION.
           READ INVENT-MASTER-IN NEXT RECORD
               AT END MOVE "YES" TO MAST-EOF-FLAG
           END-READ.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF IMF-STATUS NOT = "00" AND IMF-STATUS NOT = "04"
               AND IMF-STATUS NOT = "10"
               MOVE "YES" TO MAST-EOF-FLAG
           END-IF.
           IF MAST-EOF-FLAG = "NO"
               AND MAST-PART-NUMBER NOT = WS-LOOKUP-PART
               MOVE "YES" TO MAST-EOF-FLAG
           END-IF.
           IF MAST-EOF-FLAG = "NO"
               ADD 1 TO WS-LOCATION-COUNT
               ADD MAST-QUANTITY TO WS-PART-TOTAL-QTY
               IF WS-LOCATION-COUNT = 1
                   MOVE MAST-PART-NAME TO WS-IPL-PART-NAME
                   MOVE MAST-SUPPLIER-CODE TO WS-IPL-SUPPLIER-CODE
               END-IF
               IF WS-LOCATION-COUNT <= WS-LOC-MAX-ROWS
                   IF MAST-LOCATION = SPACES
                       MOVE WS-DEFAULT-LOCATION TO WS-ILL-LOCATION
                   ELSE
                       MOVE MAST-LOCATION TO WS-ILL-LOCATION
                   END-IF
                   MOVE MAST-QUANTITY TO WS-ILL-QUANTITY
                   MOVE MAST-RE-ORDER-POINT TO WS-ILL-RE-ORDER-POINT
                   MOVE MAST-AVG-COST TO WS-ILL-AVG-COST
                   MOVE MAST-LAST-ISSUE-DATE TO WS-DATE-HOLD
                   PERFORM 330-FORMAT-DATE
                   MOVE WS-DATE-SHOW TO WS-ILL-LAST-ISSUE
                   MOVE MAST-LAST-RECEIPT-DATE TO WS-DATE-HOLD
                   PERFORM 330-FORMAT-DATE
                   MOVE WS-DATE-SHOW TO WS-ILL-LAST-RECEIPT
                   ADD 1 TO WS-INQ-ROW
                   MOVE INQ-LOC-LINE TO INQ-LINE(WS-INQ-ROW)
               END-IF
           END-IF.

      * THE PART'S OWN SUPPLIER; OLDER PARTS MAY NAME ONE NO LONGER ON
      * THE SUPPLIER MASTER
       322-LOAD-SUPPLIER.
           MOVE WS-IPL-SUPPLIER-CODE TO SUPPLIER-CODE.
           PERFORM 322A-READ-SUPPLIER.
           IF WS-SUPPLIER-FOUND-FLAG = "YES"
               MOVE SUPPLIER-NAME TO WS-IPL-SUPPLIER-NAME
           ELSE
               MOVE "(NO SUPPLIER)" TO WS-IPL-SUPPLIER-NAME
           END-IF.
           MOVE WS-SUPPLIER-LEAD-TIME TO WS-ISL-LEAD-TIME.
           MOVE WS-PART-TOTAL-QTY TO WS-ISL-TOTAL-QTY.
           MOVE WS-LOCATION-COUNT TO WS-ISL-LOCATIONS.
           MOVE INQ-PART-LINE TO INQ-LINE-02.
           MOVE INQ-SUPPLY-LINE TO INQ-LINE-03.

       322A-READ-SUPPLIER.
           MOVE "NO" TO WS-SUPPLIER-FOUND-FLAG.
           MOVE ZERO TO WS-SUPPLIER-LEAD-TIME.
           READ SUPPLIER-FILE-IN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WS-SUPPLIER-FOUND-FLAG
                   MOVE SUPPLIER-LEAD-TIME TO WS-SUPPLIER-LEAD-TIME
           END-READ.

      * OPEN LINES ONLY. THE EXPECTED DATE IS THE DATE PROMISED BY THE
      * SUPPLIER WHERE ONE WAS AGREED (MARKED *), OTHERWISE THE ORDER
      * DATE PLUS THE LINE SUPPLIER'S LEAD TIME
       323-LOAD-OPEN-PO-LINES.
           MOVE ZERO TO WS-PO-LINE-COUNT.
           MOVE WS-PO-HEAD-ROW TO WS-INQ-ROW.
           MOVE "NO" TO OPO-EOF-FLAG.
           OPEN INPUT OPEN-PO-FILE.
           IF OPO-STATUS = "00"
               PERFORM 323A-LOAD-ONE-PO-LINE
                   UNTIL OPO-EOF-FLAG = "YES"
               CLOSE OPEN-PO-FILE
           END-IF.
           MOVE WS-PO-LINE-COUNT TO WS-IPH-COUNT.
           MOVE INQ-PO-HEAD-LINE TO INQ-LINE(WS-PO-HEAD-ROW).

       323A-LOAD-ONE-PO-LINE.
           READ OPEN-PO-FILE
               AT END MOVE "YES" TO OPO-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF OPO-STATUS NOT = "00" AND OPO-STATUS NOT = "04"
               AND OPO-STATUS NOT = "10"
               MOVE "YES" TO OPO-EOF-FLAG
           END-IF.
           IF OPO-EOF-FLAG = "NO"
               AND OPO-PART-NUMBER = WS-LOOKUP-PART
               AND OPO-LINE-STATUS = "O"
               ADD 1 TO WS-PO-LINE-COUNT
               IF WS-PO-LINE-COUNT <= WS-PO-MAX-ROWS
                   PERFORM 323B-SHOW-PO-LINE
               END-IF
           END-IF.

       323B-SHOW-PO-LINE.
           IF OPO-ORDER-QTY > OPO-RECEIVED-QTY
               COMPUTE WS-DUE-QTY = OPO-ORDER-QTY - OPO-RECEIVED-QTY
           ELSE
               MOVE ZERO TO WS-DUE-QTY
           END-IF.
           MOVE ZERO TO WS-EXPECTED-DATE.
           MOVE SPACE TO WS-IPO-PROMISED-FLAG.
           IF OPO-PROMISED-DATE IS NUMERIC AND OPO-PROMISED-DATE > ZERO
               MOVE OPO-PROMISED-DATE TO WS-EXPECTED-DATE
               MOVE "*" TO WS-IPO-PROMISED-FLAG
           ELSE
               MOVE OPO-SUPPLIER-CODE TO SUPPLIER-CODE
               PERFORM 322A-READ-SUPPLIER
               IF OPO-ORDER-DATE IS NUMERIC AND OPO-ORDER-DATE > ZERO
                   COMPUTE WS-EXPECTED-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(OPO-ORDER-DATE)
                       + WS-SUPPLIER-LEAD-TIME)
               END-IF
           END-IF.
           MOVE OPO-PO-NUMBER TO WS-IPO-PO-NUMBER.
           MOVE OPO-SUPPLIER-CODE TO WS-IPO-SUPPLIER-CODE.
           MOVE OPO-ORDER-QTY TO WS-IPO-ORDER-QTY.
           MOVE OPO-RECEIVED-QTY TO WS-IPO-RECEIVED-QTY.
           MOVE WS-DUE-QTY TO WS-IPO-DUE-QTY.
           MOVE OPO-ORDER-DATE TO WS-DATE-HOLD.
           PERFORM 330-FORMAT-DATE.
           MOVE WS-DATE-SHOW TO WS-IPO-ORDER-DATE.
           MOVE WS-EXPECTED-DATE TO WS-DATE-HOLD.
           PERFORM 330-FORMAT-DATE.
           MOVE WS-DATE-SHOW TO WS-IPO-EXPECTED-DATE.
           ADD 1 TO WS-INQ-ROW.
           MOVE INQ-PO-LINE TO INQ-LINE(WS-INQ-ROW).

      * THE MOVEMENT RUN REWRITES THE BACKORDER FILE WITH OPEN
      * ENTRIES ONLY, SO EVERY ENTRY FOR THE PART IS STILL OWED
       324-LOAD-BACKORDERS.
           MOVE ZERO TO WS-BKO-LINE-COUNT.
           MOVE WS-BKO-HEAD-ROW TO WS-INQ-ROW.
           MOVE "NO" TO BKO-EOF-FLAG.
           OPEN INPUT BACKORDER-FILE.
           IF BOF-STATUS = "00"
               PERFORM 324A-LOAD-ONE-BACKORDER
                   UNTIL BKO-EOF-FLAG = "YES"
           END-IF.
           CLOSE BACKORDER-FILE.
           MOVE WS-BKO-LINE-COUNT TO WS-IBH-COUNT.
           MOVE INQ-BKO-HEAD-LINE TO INQ-LINE(WS-BKO-HEAD-ROW).

       324A-LOAD-ONE-BACKORDER.
           READ BACKORDER-FILE
               AT END MOVE "YES" TO BKO-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF BOF-STATUS NOT = "00" AND BOF-STATUS NOT = "04"
               AND BOF-STATUS NOT = "10"
               MOVE "YES" TO BKO-EOF-FLAG
           END-IF.
           IF BKO-EOF-FLAG = "NO"
               AND BKO-PART-NUMBER = WS-LOOKUP-PART
               AND BKO-OPEN-QTY > ZERO
               ADD 1 TO WS-BKO-LINE-COUNT
               IF WS-BKO-LINE-COUNT <= WS-BKO-MAX-ROWS
                   MOVE BKO-LOCATION TO WS-IBK-LOCATION
                   MOVE BKO-ORDER-DATE TO WS-DATE-HOLD
                   PERFORM 330-FORMAT-DATE
                   MOVE WS-DATE-SHOW TO WS-IBK-ORDER-DATE
                   MOVE BKO-REFERENCE TO WS-IBK-REFERENCE
                   MOVE BKO-OPEN-QTY TO WS-IBK-OPEN-QTY
                   ADD 1 TO WS-INQ-ROW
                   MOVE INQ-BKO-LINE TO INQ-LINE(WS-INQ-ROW)
               END-IF
           END-IF.

      * THE WHOLE HISTORY IS READ SO THE LATEST MOVEMENTS ARE KEPT;
      * THEY ARE SHOWN NEWEST FIRST
       325-LOAD-RECENT-MOVEMENTS.
           MOVE ZERO TO WS-MOV-LINE-COUNT.
           MOVE ZERO TO WS-RECENT-COUNT.
           MOVE "NO" TO HIST-EOF-FLAG.
           OPEN INPUT MOVEMENT-HISTORY-FILE.
           IF MHF-STATUS = "00"
               PERFORM 325A-LOAD-ONE-MOVEMENT
                   UNTIL HIST-EOF-FLAG = "YES"
           END-IF.
           CLOSE MOVEMENT-HISTORY-FILE.
           MOVE WS-MOV-LINE-COUNT TO WS-IMH-COUNT.
           MOVE INQ-MOV-HEAD-LINE TO INQ-LINE(WS-MOV-HEAD-ROW).
           MOVE WS-MOV-HEAD-ROW TO WS-INQ-ROW.
           MOVE WS-RECENT-COUNT TO WS-RECENT-IDX.
           PERFORM 325C-SHOW-ONE-MOVEMENT
               UNTIL WS-RECENT-IDX = ZERO.

       325A-LOAD-ONE-MOVEMENT.
           READ MOVEMENT-HISTORY-FILE
               AT END MOVE "YES" TO HIST-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF MHF-STATUS NOT = "00" AND MHF-STATUS NOT = "04"
               AND MHF-STATUS NOT = "10"
               MOVE "YES" TO HIST-EOF-FLAG
           END-IF.
           IF HIST-EOF-FLAG = "NO"
               AND MHR-PART-NUMBER = WS-LOOKUP-PART
               ADD 1 TO WS-MOV-LINE-COUNT
               IF WS-RECENT-COUNT < WS-MOV-MAX-ROWS
                   ADD 1 TO WS-RECENT-COUNT
               ELSE
                   MOVE 1 TO WS-RECENT-IDX
                   PERFORM 325B-SHIFT-ONE-MOVEMENT
                       UNTIL WS-RECENT-IDX >= WS-RECENT-COUNT
               END-IF
               MOVE MHR-RUN-DATE TO RCT-RUN-DATE(WS-RECENT-COUNT)
               MOVE MHR-LOCATION TO RCT-LOCATION(WS-RECENT-COUNT)
               MOVE MHR-TYPE-CODE TO RCT-TYPE-CODE(WS-RECENT-COUNT)
               MOVE MHR-SIGN TO RCT-SIGN(WS-RECENT-COUNT)
               MOVE MHR-QUANTITY TO RCT-QUANTITY(WS-RECENT-COUNT)
               MOVE MHR-REFERENCE TO RCT-REFERENCE(WS-RECENT-COUNT)
               MOVE MHR-BALANCE TO RCT-BALANCE(WS-RECENT-COUNT)
           END-IF.

       325B-SHIFT-ONE-MOVEMENT.
           MOVE RECENT-ENTRY(WS-RECENT-IDX + 1)
               TO RECENT-ENTRY(WS-RECENT-IDX).
           ADD 1 TO WS-RECENT-IDX.

       325C-SHOW-ONE-MOVEMENT.
           MOVE RCT-RUN-DATE(WS-RECENT-IDX) TO WS-DATE-HOLD.
           PERFORM 330-FORMAT-DATE.
           MOVE WS-DATE-SHOW TO WS-IMV-DATE.
           MOVE RCT-LOCATION(WS-RECENT-IDX) TO WS-IMV-LOCATION.
           MOVE RCT-TYPE-CODE(WS-RECENT-IDX) TO WS-IMV-TYPE-CODE.
           MOVE RCT-REFERENCE(WS-RECENT-IDX) TO WS-IMV-REFERENCE.
           MOVE RCT-SIGN(WS-RECENT-IDX) TO WS-IMV-SIGN.
           MOVE RCT-QUANTITY(WS-RECENT-IDX) TO WS-IMV-QUANTITY.
           MOVE RCT-BALANCE(WS-RECENT-IDX) TO WS-IMV-BALANCE.
           ADD 1 TO WS-INQ-ROW.
           MOVE INQ-MOV-LINE TO INQ-LINE(WS-INQ-ROW).
           SUBTRACT 1 FROM WS-RECENT-IDX.

       330-FORMAT-DATE.
           IF WS-DATE-HOLD IS NUMERIC AND WS-DATE-HOLD > ZERO
               MOVE SPACES TO WS-DATE-SHOW
               STRING WS-DH-MM "/" WS-DH-DD "/" WS-DH-YYYY
                   DELIMITED BY SIZE INTO WS-DATE-SHOW
           ELSE
               MOVE SPACES TO WS-DATE-SHOW
           END-IF.

       203-TERMINATE-INQUIRY.
           DISPLAY "Parts inquired on: " AUDIT-INQUIRY-COUNTER.
           CLOSE INVENT-MASTER-IN.
           CLOSE SUPPLIER-FILE-IN.
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
       END PROGRAM PRTINQ.
