       DATE-COMPILED. AUGUST 22ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * CYCLE-COUNT SHEET GENERATOR. READS THE INVENTORY SNAPSHOT AND
      * PRODUCES BLIND COUNT SHEETS - PART NUMBER AND PART NAME ONLY,
      * NO ON-HAND QUANTITY SHOWN. BY DEFAULT THE PARTS PRINTED ARE
      * THE ONES DUE FOR COUNTING ON THE PERSISTENT COUNT SCHEDULE -
      * CLASS A MONTHLY, B QUARTERLY, C YEARLY, CLASS TAKEN FROM THE
      * VALUATION RUN'S ABC REPORT - MOST OVERDUE FIRST, UP TO THE
      * DAILY SHEET LIMIT. A PART RANGE IN THE PARAMETER FILE PRINTS
      * THAT RANGE INSTEAD. THE KEYED-IN COUNTS COME BACK THROUGH THE
      * COUNT-PROCESSING PROGRAM CNTPROC, WHICH RECORDS THE RESULT ON
      * THE SCHEDULE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IFI-STATUS.

      * INPUT FILE 2 - ABC VALUE CLASSIFICATION FROM THE VALUATION RUN
           SELECT OPTIONAL ABC-REPORT-IN
              ASSIGN TO "./INVABC.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS ABC-STATUS.

      * OPTIONAL PART-RANGE SELECTION - FROM/TO PART NUMBER, OR THE
      * DAILY SHEET LIMIT FOR THE SCHEDULED COUNT
           SELECT COUNT-PARM-FILE
              ASSIGN TO "./CNTPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CPF-STATUS.

      * PERSISTENT COUNT SCHEDULE - ONE RECORD PER PART/LOCATION,
      * LOADED AT START-UP AND REWRITTEN AT END OF RUN
           SELECT OPTIONAL COUNT-SCHEDULE-FILE
              ASSIGN TO "./CNTSCHED.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CSC-STATUS.

      * OUTPUT FILE 1 - BLIND COUNT SHEETS FOR THE WAREHOUSE
           SELECT COUNT-SHEET-OUT
              ASSIGN TO "./CNTSHEET.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-DUE-FILE
              ASSIGN TO "./CNTDUE.SRT".

      * SHARED RUN-SEQUENCE CONTROL LOG - EVERY PROGRAM IN THE SUITE
      * APPENDS ONE ENTRY PER COMPLETED RUN, AND THE UPDATING RUNS
      * CHECK THEIR PREDECESSORS HERE AT START-UP
      * HERE, CARRIED SO THE SNAPSHOT LAYOUT MATCHES EVERY READER
           02 LAST-ISSUE-DATE-IN     PIC 9(8).
           02 LAST-RECEIPT-DATE-IN   PIC 9(8).
           02 AVG-COST-IN            PIC 9(5)V99.

      * CONTROL-TOTAL TRAILER CARRIED AS THE LAST RECORD OF THE FEED
       01 INVENT-TRAILER-IN.
           02 TRAILER-RECORD-COUNT-IN   PIC 9(6).
           02 TRAILER-HASH-TOTAL-IN     PIC 9(11).

      * ONLY THE DETAIL LINES OF THE ABC REPORT ARE WANTED - THEY ARE
      * THE ONES WITH A PART NUMBER IN THE FIRST FIVE COLUMNS
       FD ABC-REPORT-IN.
       01 ABC-REPORT-IN-RECORD.
           02 ABC-PART-NUMBER-IN     PIC 9(5).
           02 FILLER                 PIC X(45).
           02 ABC-CLASS-IN           PIC X.
           02 FILLER                 PIC X(13).

      * A NON-ZERO TO-PART SELECTS THAT RANGE; OTHERWISE THE SCHEDULED
      * PARTS DUE ARE PRINTED, UP TO THE DAILY LIMIT
       FD COUNT-PARM-FILE.
       01 COUNT-PARM-RECORD.
           02 CPF-FROM-PART          PIC 9(5).
           02 CPF-TO-PART            PIC 9(5).
           02 CPF-DAILY-LIMIT        PIC 9(4).

      * RESULT "Y" COUNTED WITHIN TOLERANCE, "N" OUTSIDE IT, SPACE
      * NEVER COUNTED. THE SHEET DATE IS WHEN THE PART LAST WENT OUT
      * ON A COUNT SHEET.
       FD COUNT-SCHEDULE-FILE.
       01 COUNT-SCHEDULE-RECORD.
           02 CSC-PART-NUMBER        PIC 9(5).
           02 CSC-LOCATION           PIC X(3).
           02 CSC-ABC-CLASS          PIC X.
           02 CSC-LAST-COUNT-DATE    PIC 9(8).
           02 CSC-LAST-RESULT        PIC X.
           02 CSC-LAST-SHEET-DATE    PIC 9(8).

       FD COUNT-SHEET-OUT.
       01 COUNT-SHEET-RECORD         PIC X(60).

      * MOST URGENT FIRST - CLASS A BEFORE B BEFORE C, THEN THE
      * LONGEST OVERDUE
       SD SORT-DUE-FILE.
       01 SORT-DUE-RECORD.
           02 SDU-ABC-CLASS          PIC X.
           02 SDU-DAYS-OVERDUE       PIC 9(5).
           02 SDU-PART-NUMBER        PIC 9(5).
           02 SDU-LOCATION           PIC X(3).
           02 SDU-PART-NAME          PIC X(20).

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
           02 RSQ-PROGRAM-ID         PIC X(8).

       01 FLAGS-AND-COUNTERS.
          05 INV-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 ABC-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 CSC-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 SORT-EOF-FLAG                  PIC X(3) VALUE "NO".
          05 AUDIT-READ-COUNTER             PIC 9(6) VALUE ZERO.
          05 AUDIT-SHEET-COUNTER            PIC 9(6) VALUE ZERO.
          05 AUDIT-CLASS-COUNTER            PIC 9(6) VALUE ZERO.
          05 AUDIT-SCHED-LOAD-COUNTER       PIC 9(6) VALUE ZERO.
          05 AUDIT-SCHED-NEW-COUNTER        PIC 9(6) VALUE ZERO.
          05 AUDIT-DUE-COUNTER              PIC 9(6) VALUE ZERO.
          05 AUDIT-DEFERRED-COUNTER         PIC 9(6) VALUE ZERO.
          05 AUDIT-SCHED-WRITE-COUNTER      PIC 9(6) VALUE ZERO.

      * SELECTED PART RANGE - ONLY WHEN THE PARAMETER NAMES ONE
       01 WS-FROM-PART                  PIC 9(5) VALUE ZERO.
       01 WS-TO-PART                    PIC 9(5) VALUE 99999.
       01 WS-RANGE-MODE-FLAG            PIC X(3) VALUE "NO".

      * SCHEDULED-COUNT RULES - DAYS BETWEEN COUNTS PER ABC CLASS,
      * THE DAILY SHEET LIMIT, AND HOW LONG A SHEET STAYS OUTSTANDING
      * BEFORE ITS PARTS ARE SELECTED AGAIN
       01 WS-DAILY-LIMIT                PIC 9(4) VALUE 50.
       01 WS-A-INTERVAL-DAYS            PIC 9(3) VALUE 30.
       01 WS-B-INTERVAL-DAYS            PIC 9(3) VALUE 91.
       01 WS-C-INTERVAL-DAYS            PIC 9(3) VALUE 365.
       01 WS-SHEET-GRACE-DAYS           PIC 9(3) VALUE 7.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(26) VALUE
           05 WS-RANGE-TO       PIC 9(5).
           05 FILLER            PIC X(34) VALUE SPACES.

       01 DUE-LINE.
           05 FILLER            PIC X(36) VALUE
                  "SCHEDULED PARTS DUE - DAILY LIMIT: ".
           05 WS-DUE-LIMIT-OUT  PIC ZZZ9.
           05 FILLER            PIC X(20) VALUE SPACES.

       01 SHEET-COLUMN-LINE.
           05 FILLER            PIC X(7)  VALUE "PART".
           05 FILLER            PIC X(5)  VALUE "LOC".
           05 FILLER            PIC X(22) VALUE "PART NAME".
           05 FILLER            PIC X(3)  VALUE "CL".
           05 FILLER            PIC X(23) VALUE "COUNTED QTY".

      * NO QUANTITY IS PRINTED - THE COUNT MUST BE BLIND
       01 SHEET-DETAIL-LINE.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SHEET-PART-NAME        PIC X(20).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SHEET-ABC-CLASS        PIC X.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 FILLER                    PIC X(23) VALUE
                  "___________".

      * IN-CORE IMAGE OF THE COUNT SCHEDULE, KEYED BY PART NUMBER
      * WITH UP TO THREE STOCKING LOCATIONS PER PART, THE SAME SHAPE
      * AS THE COUNT-PROCESSING BOOK TABLE. THE PART'S CLASS FROM THE
      * ABC REPORT IS HELD ONCE PER PART; SCHED-ON-SNAPSHOT MARKS THE
      * LOCATIONS STILL STOCKED SO DROPPED ONES FALL OFF THE FILE.
       01 SCHEDULE-TABLE.
           05 SCHED-ENTRY OCCURS 100000 TIMES.
               10 SCHED-PART-CLASS      PIC X VALUE SPACE.
               10 SCHED-LOC-ENTRY OCCURS 3 TIMES.
                   15 SCHED-LOC         PIC X(3) VALUE SPACES.
                   15 SCHED-CLASS       PIC X VALUE SPACE.
                   15 SCHED-LAST-COUNT  PIC 9(8) VALUE ZERO.
                   15 SCHED-LAST-RESULT PIC X VALUE SPACE.
                   15 SCHED-SHEET-DATE  PIC 9(8) VALUE ZERO.
                   15 SCHED-ON-SNAPSHOT PIC X VALUE "N".
       01 WS-SCHED-IDX                  PIC 9(6).
       01 WS-LOC-SLOT-IDX               PIC 9.
       01 WS-LOC-SCAN-IDX               PIC 9.
       01 WS-LOC-FOUND-FLAG             PIC X(3) VALUE "NO".
       01 WS-FREE-SLOT-IDX              PIC 9.
       01 WS-SCHED-LOCATION             PIC X(3) VALUE SPACES.

      * DUE-DATE WORK FIELDS
       01 WS-CURRENT-YMD                PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INTEGER              PIC 9(7) VALUE ZERO.
       01 WS-LAST-COUNT-INTEGER         PIC 9(7) VALUE ZERO.
       01 WS-SHEET-INTEGER              PIC 9(7) VALUE ZERO.
       01 WS-INTERVAL-DAYS              PIC 9(3) VALUE ZERO.
       01 WS-DAYS-SINCE-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-DUE-FLAG                   PIC X(3) VALUE "NO".

      * A SNAPSHOT CUT BEFORE LOCATIONS EXISTED SHOWS THE MAIN SITE
       01 WS-DEFAULT-LOCATION           PIC X(3) VALUE "001".

       77 IFI-STATUS PIC X(2).
       77 CPF-STATUS PIC X(2).
       77 ABC-STATUS PIC X(2).
       77 CSC-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "CNTSHEET".
       PROCEDURE DIVISION.
       100-GENERATE-COUNT-SHEETS.
           PERFORM 201-INITIALIZE-COUNT-SHEETS.
           IF WS-RANGE-MODE-FLAG = "YES"
               PERFORM 202-PROCESS-INVENTORY-RECORD
                 UNTIL INV-EOF-FLAG = "YES"
           ELSE
               PERFORM 204-SORT-DUE-PARTS
           END-IF.
           PERFORM 203-TERMINATE-COUNT-SHEETS.
           STOP RUN.

           OPEN OUTPUT COUNT-SHEET-OUT.
           PERFORM 301-READ-COUNT-PARAMETERS.
           PERFORM 301A-GET-RUN-DATE.
           PERFORM 305-LOAD-ABC-CLASSES.
           PERFORM 306-LOAD-COUNT-SCHEDULE.
           WRITE COUNT-SHEET-RECORD FROM RUN-DATE-LINE.
           IF WS-RANGE-MODE-FLAG = "YES"
               MOVE WS-FROM-PART TO WS-RANGE-FROM
               MOVE WS-TO-PART TO WS-RANGE-TO
               WRITE COUNT-SHEET-RECORD FROM RANGE-LINE
           ELSE
               MOVE WS-DAILY-LIMIT TO WS-DUE-LIMIT-OUT
               WRITE COUNT-SHEET-RECORD FROM DUE-LINE
           END-IF.
           WRITE COUNT-SHEET-RECORD FROM SHEET-COLUMN-LINE.

      * A PARAMETER RECORD CUT BEFORE THE DAILY LIMIT EXISTED IS
      * SHORTER - THE MISSING LIMIT READS AS SPACES AND IS IGNORED
       301-READ-COUNT-PARAMETERS.
           OPEN INPUT COUNT-PARM-FILE.
           IF CPF-STATUS = "00"
               READ COUNT-PARM-FILE
                   NOT AT END
                       IF CPF-TO-PART IS NUMERIC
                           AND CPF-TO-PART > ZERO
                           MOVE "YES" TO WS-RANGE-MODE-FLAG
                           MOVE CPF-FROM-PART TO WS-FROM-PART
                           MOVE CPF-TO-PART TO WS-TO-PART
                       END-IF
                       IF CPF-DAILY-LIMIT IS NUMERIC
                           AND CPF-DAILY-LIMIT > ZERO
                           MOVE CPF-DAILY-LIMIT TO WS-DAILY-LIMIT
                       END-IF
               END-READ
               CLOSE COUNT-PARM-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-YMD).

       202-PROCESS-INVENTORY-RECORD.
           READ INVENT-FILE-IN
                   CONTINUE
               ELSE
                   ADD 1 TO AUDIT-READ-COUNTER
                   PERFORM 307-REGISTER-SCHEDULE-ENTRY
                   IF PART-NUMBER-IN >= WS-FROM-PART
                       AND PART-NUMBER-IN <= WS-TO-PART
                       PERFORM 302-WRITE-SHEET-LINE
               END-IF
           END-IF.

      * A RANGE SHEET GOES ON THE SCHEDULE LIKE A SCHEDULED ONE SO
      * THE SAME PARTS ARE NOT SELECTED AGAIN WHILE IT IS OUT
       302-WRITE-SHEET-LINE.
           MOVE PART-NUMBER-IN TO WS-SHEET-PART-NUMBER.
           MOVE WS-SCHED-LOCATION TO WS-SHEET-LOCATION.
           MOVE PART-NAME-IN TO WS-SHEET-PART-NAME.
           IF WS-LOC-FOUND-FLAG = "YES"
               MOVE SCHED-CLASS(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
                   TO WS-SHEET-ABC-CLASS
               MOVE WS-CURRENT-YMD
                   TO SCHED-SHEET-DATE(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
           ELSE
               MOVE SPACE TO WS-SHEET-ABC-CLASS
           END-IF.
           WRITE COUNT-SHEET-RECORD FROM SHEET-DETAIL-LINE.
           ADD 1 TO AUDIT-SHEET-COUNTER.

      * THE VALUATION RUN'S ABC REPORT CARRIES ONE CLASS PER PART. NO
      * REPORT LEAVES THE CLASSES ALREADY ON THE SCHEDULE STANDING.
       305-LOAD-ABC-CLASSES.
           OPEN INPUT ABC-REPORT-IN.
           IF ABC-STATUS = "00" OR ABC-STATUS = "05"
               PERFORM 305A-LOAD-ONE-ABC-LINE
                   UNTIL ABC-EOF-FLAG = "YES"
               CLOSE ABC-REPORT-IN
           END-IF.

      * HEADINGS AND CLASS SUMMARY LINES HAVE NO PART NUMBER
       305A-LOAD-ONE-ABC-LINE.
           READ ABC-REPORT-IN
               AT END MOVE "YES" TO ABC-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF ABC-STATUS NOT = "00" AND ABC-STATUS NOT = "04"
               AND ABC-STATUS NOT = "10"
               MOVE "YES" TO ABC-EOF-FLAG
           END-IF.
           IF ABC-EOF-FLAG = "NO"
               AND ABC-PART-NUMBER-IN IS NUMERIC
               AND (ABC-CLASS-IN = "A" OR ABC-CLASS-IN = "B"
                   OR ABC-CLASS-IN = "C")
               COMPUTE WS-SCHED-IDX = ABC-PART-NUMBER-IN + 1
               MOVE ABC-CLASS-IN TO SCHED-PART-CLASS(WS-SCHED-IDX)
               ADD 1 TO AUDIT-CLASS-COUNTER
           END-IF.

      * NO SCHEDULE FILE MEANS THE FIRST SCHEDULED RUN - EVERY PART
      * IS TAKEN AS NEVER COUNTED
       306-LOAD-COUNT-SCHEDULE.
           OPEN INPUT COUNT-SCHEDULE-FILE.
           IF CSC-STATUS = "00" OR CSC-STATUS = "05"
               PERFORM 306A-LOAD-ONE-SCHEDULE-ENTRY
                   UNTIL CSC-EOF-FLAG = "YES"
               CLOSE COUNT-SCHEDULE-FILE
           END-IF.

       306A-LOAD-ONE-SCHEDULE-ENTRY.
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
               PERFORM 307A-FIND-LOCATION-SLOT
               IF WS-LOC-FOUND-FLAG = "NO" AND WS-FREE-SLOT-IDX > ZERO
                   MOVE WS-FREE-SLOT-IDX TO WS-LOC-SLOT-IDX
                   MOVE WS-SCHED-LOCATION
                       TO SCHED-LOC(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
                   MOVE "YES" TO WS-LOC-FOUND-FLAG
               END-IF
               IF WS-LOC-FOUND-FLAG = "YES"
                   ADD 1 TO AUDIT-SCHED-LOAD-COUNTER
                   MOVE CSC-ABC-CLASS
                       TO SCHED-CLASS(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
                   MOVE CSC-LAST-RESULT TO
                       SCHED-LAST-RESULT(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
                   IF CSC-LAST-COUNT-DATE IS NUMERIC
                       MOVE CSC-LAST-COUNT-DATE TO SCHED-LAST-COUNT
                           (WS-SCHED-IDX, WS-LOC-SLOT-IDX)
                   END-IF
                   IF CSC-LAST-SHEET-DATE IS NUMERIC
                       MOVE CSC-LAST-SHEET-DATE TO SCHED-SHEET-DATE
                           (WS-SCHED-IDX, WS-LOC-SLOT-IDX)
                   END-IF
               END-IF
           END-IF.

      * EVERY PART/LOCATION ON THE SNAPSHOT IS ON THE SCHEDULE. ITS
      * CLASS FOLLOWS THE LATEST ABC REPORT; A PART THE REPORT DOES
      * NOT LIST YET IS COUNTED ON THE YEARLY CYCLE UNTIL IT DOES.
       307-REGISTER-SCHEDULE-ENTRY.
           COMPUTE WS-SCHED-IDX = PART-NUMBER-IN + 1.
           IF LOCATION-CODE-IN = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-SCHED-LOCATION
           ELSE
               MOVE LOCATION-CODE-IN TO WS-SCHED-LOCATION
           END-IF.
           PERFORM 307A-FIND-LOCATION-SLOT.
           IF WS-LOC-FOUND-FLAG = "NO" AND WS-FREE-SLOT-IDX > ZERO
               MOVE WS-FREE-SLOT-IDX TO WS-LOC-SLOT-IDX
               MOVE WS-SCHED-LOCATION
                   TO SCHED-LOC(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
               ADD 1 TO AUDIT-SCHED-NEW-COUNTER
               MOVE "YES" TO WS-LOC-FOUND-FLAG
           END-IF.
           IF WS-LOC-FOUND-FLAG = "YES"
               MOVE "Y" TO SCHED-ON-SNAPSHOT
                   (WS-SCHED-IDX, WS-LOC-SLOT-IDX)
               IF SCHED-PART-CLASS(WS-SCHED-IDX) NOT = SPACE
                   MOVE SCHED-PART-CLASS(WS-SCHED-IDX)
                       TO SCHED-CLASS(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
               END-IF
               IF SCHED-CLASS(WS-SCHED-IDX, WS-LOC-SLOT-IDX) = SPACE
                   MOVE "C"
                       TO SCHED-CLASS(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
               END-IF
           END-IF.

      * SCAN THE PART'S LOCATION SLOTS FOR WS-SCHED-LOCATION, NOTING
      * THE FIRST FREE SLOT ALONG THE WAY
       307A-FIND-LOCATION-SLOT.
           MOVE "NO" TO WS-LOC-FOUND-FLAG.
           MOVE ZERO TO WS-LOC-SLOT-IDX.
           MOVE ZERO TO WS-FREE-SLOT-IDX.
           MOVE ZERO TO WS-LOC-SCAN-IDX.
           PERFORM 307B-SCAN-ONE-SLOT 3 TIMES.

       307B-SCAN-ONE-SLOT.
           ADD 1 TO WS-LOC-SCAN-IDX.
           IF WS-LOC-FOUND-FLAG = "NO"
               EVALUATE TRUE
                   WHEN SCHED-LOC(WS-SCHED-IDX, WS-LOC-SCAN-IDX)
                       = WS-SCHED-LOCATION
                       MOVE WS-LOC-SCAN-IDX TO WS-LOC-SLOT-IDX
                       MOVE "YES" TO WS-LOC-FOUND-FLAG
                   WHEN SCHED-LOC(WS-SCHED-IDX, WS-LOC-SCAN-IDX)
                       = SPACES AND WS-FREE-SLOT-IDX = ZERO
                       MOVE WS-LOC-SCAN-IDX TO WS-FREE-SLOT-IDX
               END-EVALUATE
           END-IF.

      * A PART/LOCATION IS DUE WHEN ITS CLASS INTERVAL HAS PASSED
      * SINCE THE LAST COUNT; ONE NEVER COUNTED IS THE MOST OVERDUE OF
      * ALL. A SHEET ISSUED ON AN EARLIER DAY AND NOT YET COUNTED HOLDS
      * THE PART BACK FOR THE GRACE PERIOD - TODAY'S OWN SHEET DOES
      * NOT, SO A SAME-DAY REPRINT SELECTS THE SAME PARTS.
       308-CHECK-PART-DUE.
           MOVE "NO" TO WS-DUE-FLAG.
           EVALUATE SCHED-CLASS(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
               WHEN "A"
                   MOVE WS-A-INTERVAL-DAYS TO WS-INTERVAL-DAYS
               WHEN "B"
                   MOVE WS-B-INTERVAL-DAYS TO WS-INTERVAL-DAYS
               WHEN OTHER
                   MOVE WS-C-INTERVAL-DAYS TO WS-INTERVAL-DAYS
           END-EVALUATE.
           IF SCHED-LAST-COUNT(WS-SCHED-IDX, WS-LOC-SLOT-IDX) = ZERO
               MOVE "YES" TO WS-DUE-FLAG
               MOVE 99999 TO SDU-DAYS-OVERDUE
           ELSE
               COMPUTE WS-LAST-COUNT-INTEGER = FUNCTION INTEGER-OF-DATE
                   (SCHED-LAST-COUNT(WS-SCHED-IDX, WS-LOC-SLOT-IDX))
               IF WS-LAST-COUNT-INTEGER < WS-TODAY-INTEGER
                   COMPUTE WS-DAYS-SINCE-COUNT =
                       WS-TODAY-INTEGER - WS-LAST-COUNT-INTEGER
               ELSE
                   MOVE ZERO TO WS-DAYS-SINCE-COUNT
               END-IF
               IF WS-DAYS-SINCE-COUNT >= WS-INTERVAL-DAYS
                   MOVE "YES" TO WS-DUE-FLAG
                   IF WS-DAYS-SINCE-COUNT - WS-INTERVAL-DAYS > 99999
                       MOVE 99999 TO SDU-DAYS-OVERDUE
                   ELSE
                       COMPUTE SDU-DAYS-OVERDUE =
                           WS-DAYS-SINCE-COUNT - WS-INTERVAL-DAYS
                   END-IF
               END-IF
           END-IF.
           IF WS-DUE-FLAG = "YES"
               AND SCHED-SHEET-DATE(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
                   > SCHED-LAST-COUNT(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
               AND SCHED-SHEET-DATE(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
                   < WS-CURRENT-YMD
               COMPUTE WS-SHEET-INTEGER = FUNCTION INTEGER-OF-DATE
                   (SCHED-SHEET-DATE(WS-SCHED-IDX, WS-LOC-SLOT-IDX))
               IF WS-TODAY-INTEGER - WS-SHEET-INTEGER
                   < WS-SHEET-GRACE-DAYS
                   MOVE "NO" TO WS-DUE-FLAG
               END-IF
           END-IF.
           IF WS-DUE-FLAG = "YES"
               ADD 1 TO AUDIT-DUE-COUNTER
               MOVE SCHED-CLASS(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
                   TO SDU-ABC-CLASS
               MOVE PART-NUMBER-IN TO SDU-PART-NUMBER
               MOVE WS-SCHED-LOCATION TO SDU-LOCATION
               MOVE PART-NAME-IN TO SDU-PART-NAME
               RELEASE SORT-DUE-RECORD
           END-IF.

      * THE WHOLE SCHEDULE GOES BACK. A LOCATION NO LONGER ON THE
      * SNAPSHOT IS DROPPED - UNLESS NO SNAPSHOT COULD BE READ, WHEN
      * THE SCHEDULE IS WRITTEN BACK AS LOADED RATHER THAN EMPTIED.
       309-REWRITE-COUNT-SCHEDULE.
           OPEN OUTPUT COUNT-SCHEDULE-FILE.
           MOVE ZERO TO WS-SCHED-IDX.
           PERFORM 309A-WRITE-ONE-PART-SCHEDULE
               UNTIL WS-SCHED-IDX >= 100000.
           CLOSE COUNT-SCHEDULE-FILE.

       309A-WRITE-ONE-PART-SCHEDULE.
           ADD 1 TO WS-SCHED-IDX.
           MOVE ZERO TO WS-LOC-SCAN-IDX.
           PERFORM 309B-WRITE-ONE-LOCATION 3 TIMES.

       309B-WRITE-ONE-LOCATION.
           ADD 1 TO WS-LOC-SCAN-IDX.
           IF SCHED-LOC(WS-SCHED-IDX, WS-LOC-SCAN-IDX) NOT = SPACES
               AND (SCHED-ON-SNAPSHOT(WS-SCHED-IDX, WS-LOC-SCAN-IDX)
                   = "Y" OR AUDIT-READ-COUNTER = ZERO)
               COMPUTE CSC-PART-NUMBER = WS-SCHED-IDX - 1
               MOVE SCHED-LOC(WS-SCHED-IDX, WS-LOC-SCAN-IDX)
                   TO CSC-LOCATION
               MOVE SCHED-CLASS(WS-SCHED-IDX, WS-LOC-SCAN-IDX)
                   TO CSC-ABC-CLASS
               MOVE SCHED-LAST-COUNT(WS-SCHED-IDX, WS-LOC-SCAN-IDX)
                   TO CSC-LAST-COUNT-DATE
               MOVE SCHED-LAST-RESULT(WS-SCHED-IDX, WS-LOC-SCAN-IDX)
                   TO CSC-LAST-RESULT
               MOVE SCHED-SHEET-DATE(WS-SCHED-IDX, WS-LOC-SCAN-IDX)
                   TO CSC-LAST-SHEET-DATE
               WRITE COUNT-SCHEDULE-RECORD
               ADD 1 TO AUDIT-SCHED-WRITE-COUNTER
           END-IF.

       204-SORT-DUE-PARTS.
           SORT SORT-DUE-FILE
               ON ASCENDING KEY SDU-ABC-CLASS
               ON DESCENDING KEY SDU-DAYS-OVERDUE
               ON ASCENDING KEY SDU-PART-NUMBER
                                SDU-LOCATION
               INPUT PROCEDURE IS 400-SELECT-DUE-PARTS
               OUTPUT PROCEDURE IS 402-WRITE-DUE-SHEETS.

       400-SELECT-DUE-PARTS.
           PERFORM 400A-CHECK-ONE-SNAPSHOT-RECORD
               UNTIL INV-EOF-FLAG = "YES".

       400A-CHECK-ONE-SNAPSHOT-RECORD.
           READ INVENT-FILE-IN
               AT END MOVE "YES" TO INV-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF IFI-STATUS NOT = "00" AND IFI-STATUS NOT = "04"
               AND IFI-STATUS NOT = "10"
               MOVE "YES" TO INV-EOF-FLAG
           END-IF.
           IF INV-EOF-FLAG = "NO"
      * THE SNAPSHOT TRAILER IS A CONTROL RECORD, NOT A PART
               IF TRAILER-ID-IN = "TRLR*"
                   CONTINUE
               ELSE
                   ADD 1 TO AUDIT-READ-COUNTER
                   PERFORM 307-REGISTER-SCHEDULE-ENTRY
                   IF WS-LOC-FOUND-FLAG = "YES"
                       PERFORM 308-CHECK-PART-DUE
                   END-IF
               END-IF
           END-IF.

      * PARTS DUE PAST THE DAILY LIMIT STAY DUE AND HEAD TOMORROW'S
      * SELECTION
       402-WRITE-DUE-SHEETS.
           PERFORM 402A-RETURN-ONE-DUE-PART
               UNTIL SORT-EOF-FLAG = "YES".

       402A-RETURN-ONE-DUE-PART.
           RETURN SORT-DUE-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.
           IF SORT-EOF-FLAG = "NO"
               IF AUDIT-SHEET-COUNTER < WS-DAILY-LIMIT
                   PERFORM 402B-WRITE-DUE-SHEET-LINE
               ELSE
                   ADD 1 TO AUDIT-DEFERRED-COUNTER
               END-IF
           END-IF.

       402B-WRITE-DUE-SHEET-LINE.
           MOVE SDU-PART-NUMBER TO WS-SHEET-PART-NUMBER.
           MOVE SDU-LOCATION TO WS-SHEET-LOCATION.
           MOVE SDU-PART-NAME TO WS-SHEET-PART-NAME.
           MOVE SDU-ABC-CLASS TO WS-SHEET-ABC-CLASS.
           COMPUTE WS-SCHED-IDX = SDU-PART-NUMBER + 1.
           MOVE SDU-LOCATION TO WS-SCHED-LOCATION.
           PERFORM 307A-FIND-LOCATION-SLOT.
           IF WS-LOC-FOUND-FLAG = "YES"
               MOVE WS-CURRENT-YMD
                   TO SCHED-SHEET-DATE(WS-SCHED-IDX, WS-LOC-SLOT-IDX)
           END-IF.
           WRITE COUNT-SHEET-RECORD FROM SHEET-DETAIL-LINE.
           ADD 1 TO AUDIT-SHEET-COUNTER.

       203-TERMINATE-COUNT-SHEETS.
           DISPLAY "Inventory records read: " AUDIT-READ-COUNTER.
           DISPLAY "ABC classes loaded: " AUDIT-CLASS-COUNTER.
           DISPLAY "Schedule entries loaded: " AUDIT-SCHED-LOAD-COUNTER.
           DISPLAY "Schedule entries added: " AUDIT-SCHED-NEW-COUNTER.
           IF WS-RANGE-MODE-FLAG = "NO"
               DISPLAY "Part/locations due: " AUDIT-DUE-COUNTER
               DISPLAY "Due past daily limit: " AUDIT-DEFERRED-COUNTER
           END-IF.
           DISPLAY "Count sheet lines written: " AUDIT-SHEET-COUNTER.
           CLOSE INVENT-FILE-IN.
           CLOSE COUNT-SHEET-OUT.
           PERFORM 309-REWRITE-COUNT-SCHEDULE.
           DISPLAY "Schedule entries written: "
               AUDIT-SCHED-WRITE-COUNTER.
           PERFORM 501-LOG-RUN-SEQUENCE.

      * EVERY RUN CHECKS ITS PLACE IN THE DAY'S SCHEDULE BEFORE IT
           END-IF.

      * NO SAME-DAY RERUN RULE HERE - REPRINTING BLIND COUNT SHEETS
      * CONSUMES NOTHING AND IS HARMLESS, AND A SAME-DAY REPRINT
      * SELECTS THE SAME SCHEDULED PARTS
       500D-ENFORCE-SEQUENCE-RULES.
           IF WS-PRED-RAN-FLAG = "NO"
               DISPLAY "RUN REFUSED: INVMOVE HAS NOT COMPLETED TODAY"
