       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTACC AS "CNTACC".
       AUTHOR. CHU-YU-YUN.
       DATE-WRITTEN. SEPTEMBER 2ND 2026.
       DATE-COMPILED. SEPTEMBER 2ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * MONTHLY CYCLE-COUNT ACCURACY REPORT FOR THE AUDITORS. READS THE
      * COUNT HISTORY CNTPROC APPENDS TO - ONE RECORD PER ACCEPTED
      * COUNT, ALREADY JUDGED ACCURATE OR NOT AGAINST ITS ABC CLASS
      * TOLERANCE - AND REPORTS FOR THE SELECTED MONTH THE NUMBER OF
      * COUNTS, THE NUMBER WITHIN TOLERANCE AND THE HIT RATE, BY ABC
      * CLASS, BY WAREHOUSE AND IN TOTAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE 1 - PERMANENT COUNT HISTORY WRITTEN BY CNTPROC
           SELECT OPTIONAL COUNT-HISTORY-FILE
              ASSIGN TO "./CNTHIST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CNH-STATUS.

      * OPTIONAL REPORT PARAMETER - MONTH AS YYYYMM
           SELECT ACCURACY-PARM-FILE
              ASSIGN TO "./CNTAPARM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS CAP-STATUS.

      * OUTPUT FILE 1 - COUNT ACCURACY REPORT
           SELECT ACCURACY-REPORT-OUT
              ASSIGN TO "./CNTACC.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED RUN-SEQUENCE CONTROL LOG - EVERY PROGRAM IN THE SUITE
      * APPENDS ONE ENTRY PER COMPLETED RUN
           SELECT OPTIONAL RUN-SEQ-FILE
              ASSIGN TO "./RUNSEQ.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RSQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COUNT-HISTORY-FILE.
       01 COUNT-HISTORY-RECORD.
           02 CNH-COUNT-DATE         PIC 9(8).
           02 CNH-PART-NUMBER        PIC 9(5).
           02 CNH-LOCATION           PIC X(3).
           02 CNH-ABC-CLASS          PIC X.
           02 CNH-BOOK-QTY           PIC 9(5).
           02 CNH-COUNTED-QTY        PIC 9(5).
           02 CNH-ACCURATE-FLAG      PIC X.

       FD ACCURACY-PARM-FILE.
       01 ACCURACY-PARM-RECORD.
           02 CAP-MONTH-IN           PIC 9(6).

       FD ACCURACY-REPORT-OUT.
       01 ACCURACY-REPORT-RECORD     PIC X(70).

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
           02 RSQ-PROGRAM-ID         PIC X(8).
           02 RSQ-RUN-DATE           PIC 9(8).
           02 RSQ-RUN-TIME           PIC X(6).
           02 RSQ-STATUS-CODE        PIC X(2).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
          05 CNH-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 AUDIT-READ-COUNTER             PIC 9(6) VALUE ZERO.
          05 AUDIT-MONTH-COUNTER            PIC 9(6) VALUE ZERO.
          05 AUDIT-UNLISTED-COUNTER         PIC 9(6) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(23) VALUE
                  "COUNT ACCURACY - MONTH ".
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
           05 FILLER            PIC X(23) VALUE SPACES.

       01 SECTION-LINE.
           05 WS-SECTION-TITLE  PIC X(20).
           05 FILLER            PIC X(50) VALUE SPACES.

       01 ACCURACY-COLUMN-LINE.
           05 WS-COL-KEY        PIC X(8).
           05 FILLER            PIC X(10) VALUE "COUNTS".
           05 FILLER            PIC X(10) VALUE "ACCURATE".
           05 FILLER            PIC X(42) VALUE "HIT PCT".

       01 ACCURACY-DETAIL-LINE.
           05 WS-ACD-KEY                PIC X(8).
           05 WS-ACD-COUNTS             PIC ZZZZZ9.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 WS-ACD-ACCURATE           PIC ZZZZZ9.
           05 FILLER                    PIC X(4)  VALUE SPACES.
           05 WS-ACD-HIT-PCT            PIC ZZ9.9.
           05 FILLER                    PIC X(37) VALUE SPACES.

       01 ACCURACY-SUMMARY-LINE.
           05 WS-SUM-DESC               PIC X(30).
           05 WS-SUM-COUNT              PIC ZZZZZ9.
           05 FILLER                    PIC X(34) VALUE SPACES.

       01 NO-ACTIVITY-LINE.
           05 FILLER            PIC X(31) VALUE
                  "NO COUNTS RECORDED IN THE MONTH".
           05 FILLER            PIC X(39) VALUE SPACES.

      * MONTH REPORTED - NO PARAMETER RECORD MEANS LAST CALENDAR MONTH
       01 WS-REPORT-MONTH               PIC 9(6) VALUE ZERO.
       01 WS-REPORT-MONTH-CHARS REDEFINES WS-REPORT-MONTH.
           05 WS-RM-YYYY        PIC X(4).
           05 WS-RM-MM          PIC XX.

       01 WS-CURRENT-YMD                PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-YMD-PARTS REDEFINES WS-CURRENT-YMD.
           05 WS-CUR-YYYY       PIC 9(4).
           05 WS-CUR-MM         PIC 9(2).
           05 WS-CUR-DD         PIC 9(2).
       01 WS-PRIOR-YYYY                 PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-MM                   PIC 9(2) VALUE ZERO.

       01 WS-COUNT-DATE-HOLD            PIC 9(8) VALUE ZERO.
       01 WS-COUNT-DATE-PARTS REDEFINES WS-COUNT-DATE-HOLD.
           05 WS-CD-YYYYMM      PIC 9(6).
           05 WS-CD-DD          PIC 9(2).

      * HIT-RATE BUCKETS - ONE PER ABC CLASS, ONE PER WAREHOUSE (THE
      * SAME TEN-WAREHOUSE LIMIT AS THE VALUATION RUN), AND THE TOTAL
       01 CLASS-TOTALS.
           05 CLASS-ENTRY OCCURS 3 TIMES.
               10 CLASS-COUNTS          PIC 9(6).
               10 CLASS-ACCURATE        PIC 9(6).
       01 WS-CLASS-IDX                  PIC 9 VALUE ZERO.
       01 WS-CLASS-CODES                PIC X(3) VALUE "ABC".

       01 WAREHOUSE-TOTALS.
           05 WS-WHSE-COUNT             PIC 9(2) VALUE ZERO.
           05 WHSE-ENTRY OCCURS 10 TIMES.
               10 WHSE-LOCATION         PIC X(3).
               10 WHSE-COUNTS           PIC 9(6).
               10 WHSE-ACCURATE         PIC 9(6).
       01 WS-WHSE-IDX                   PIC 9(2) VALUE ZERO.
       01 WS-WHSE-FOUND-FLAG            PIC X(3) VALUE "NO".

       01 WS-TOTAL-COUNTS               PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-ACCURATE             PIC 9(6) VALUE ZERO.

      * A LINE'S FIGURES ARE STAGED HERE FOR 305-WRITE-DETAIL-LINE
       01 WS-LINE-COUNTS                PIC 9(6) VALUE ZERO.
       01 WS-LINE-ACCURATE              PIC 9(6) VALUE ZERO.
       01 WS-HIT-PCT                    PIC 9(3)V9 VALUE ZERO.

      * A HISTORY RECORD CUT BEFORE LOCATIONS EXISTED IS THE MAIN SITE
       01 WS-DEFAULT-LOCATION           PIC X(3) VALUE "001".
       01 WS-CNH-LOCATION               PIC X(3) VALUE SPACES.

       77 CNH-STATUS PIC X(2).
       77 CAP-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "CNTACC".
       01 WS-SEQ-DATE-YMD               PIC 9(8) VALUE ZERO.

       77 RSQ-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-REPORT-COUNT-ACCURACY.
           PERFORM 201-INITIALIZE-ACCURACY-REPORT.
           PERFORM 202-ACCUMULATE-COUNT-RECORD
             UNTIL CNH-EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-ACCURACY-REPORT.
           STOP RUN.

       201-INITIALIZE-ACCURACY-REPORT.
           PERFORM 301A-GET-RUN-DATE.
           PERFORM 301B-READ-ACCURACY-PARAMETER.
           MOVE ZEROS TO CLASS-TOTALS.
           OPEN INPUT COUNT-HISTORY-FILE.
      * NO HISTORY YET MEANS NO COUNTS - THE REPORT SAYS SO
           IF CNH-STATUS NOT = "00" AND CNH-STATUS NOT = "05"
               MOVE "YES" TO CNH-EOF-FLAG
           END-IF.
           OPEN OUTPUT ACCURACY-REPORT-OUT.
           MOVE WS-RM-YYYY TO WS-SEL-YYYY.
           MOVE WS-RM-MM TO WS-SEL-MM.
           WRITE ACCURACY-REPORT-RECORD FROM RUN-DATE-LINE.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD.

      * THE REPORT IS RUN EARLY IN THE MONTH FOR THE MONTH JUST
      * CLOSED, SO THAT IS THE DEFAULT
       301B-READ-ACCURACY-PARAMETER.
           IF WS-CUR-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-CUR-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-CUR-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-CUR-MM - 1
           END-IF.
           COMPUTE WS-REPORT-MONTH = WS-PRIOR-YYYY * 100 + WS-PRIOR-MM.
           OPEN INPUT ACCURACY-PARM-FILE.
           IF CAP-STATUS = "00"
               READ ACCURACY-PARM-FILE
                   NOT AT END
                       IF CAP-MONTH-IN IS NUMERIC
                           AND CAP-MONTH-IN > ZERO
                           MOVE CAP-MONTH-IN TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE ACCURACY-PARM-FILE
           END-IF.

       202-ACCUMULATE-COUNT-RECORD.
           READ COUNT-HISTORY-FILE
               AT END MOVE "YES" TO CNH-EOF-FLAG.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF CNH-STATUS NOT = "00" AND CNH-STATUS NOT = "04"
               AND CNH-STATUS NOT = "10"
               MOVE "YES" TO CNH-EOF-FLAG
           END-IF.
           IF CNH-EOF-FLAG = "NO"
               ADD 1 TO AUDIT-READ-COUNTER
               IF CNH-COUNT-DATE IS NUMERIC
                   MOVE CNH-COUNT-DATE TO WS-COUNT-DATE-HOLD
               ELSE
                   MOVE ZERO TO WS-COUNT-DATE-HOLD
               END-IF
               IF WS-CD-YYYYMM = WS-REPORT-MONTH
                   ADD 1 TO AUDIT-MONTH-COUNTER
                   PERFORM 302-ACCUMULATE-CLASS
                   PERFORM 303-ACCUMULATE-WAREHOUSE
                   ADD 1 TO WS-TOTAL-COUNTS
                   IF CNH-ACCURATE-FLAG = "Y"
                       ADD 1 TO WS-TOTAL-ACCURATE
                   END-IF
               END-IF
           END-IF.

      * AN UNCLASSIFIED COUNT IS REPORTED WITH CLASS C, THE CLASS IT
      * WAS COUNTED UNDER
       302-ACCUMULATE-CLASS.
           EVALUATE CNH-ABC-CLASS
               WHEN "A"
                   MOVE 1 TO WS-CLASS-IDX
               WHEN "B"
                   MOVE 2 TO WS-CLASS-IDX
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-IDX
           END-EVALUATE.
           ADD 1 TO CLASS-COUNTS(WS-CLASS-IDX).
           IF CNH-ACCURATE-FLAG = "Y"
               ADD 1 TO CLASS-ACCURATE(WS-CLASS-IDX)
           END-IF.

       303-ACCUMULATE-WAREHOUSE.
           IF CNH-LOCATION = SPACES
               MOVE WS-DEFAULT-LOCATION TO WS-CNH-LOCATION
           ELSE
               MOVE CNH-LOCATION TO WS-CNH-LOCATION
           END-IF.
           MOVE "NO" TO WS-WHSE-FOUND-FLAG.
           MOVE ZERO TO WS-WHSE-IDX.
           PERFORM 303A-SCAN-ONE-WAREHOUSE
               UNTIL WS-WHSE-IDX >= WS-WHSE-COUNT
               OR WS-WHSE-FOUND-FLAG = "YES".
           IF WS-WHSE-FOUND-FLAG = "NO" AND WS-WHSE-COUNT < 10
               ADD 1 TO WS-WHSE-COUNT
               MOVE WS-WHSE-COUNT TO WS-WHSE-IDX
               MOVE WS-CNH-LOCATION TO WHSE-LOCATION(WS-WHSE-IDX)
               MOVE ZERO TO WHSE-COUNTS(WS-WHSE-IDX)
               MOVE ZERO TO WHSE-ACCURATE(WS-WHSE-IDX)
               MOVE "YES" TO WS-WHSE-FOUND-FLAG
           END-IF.
           IF WS-WHSE-FOUND-FLAG = "YES"
               ADD 1 TO WHSE-COUNTS(WS-WHSE-IDX)
               IF CNH-ACCURATE-FLAG = "Y"
                   ADD 1 TO WHSE-ACCURATE(WS-WHSE-IDX)
               END-IF
           ELSE
      * PAST TEN WAREHOUSES THE COUNT IS IN THE TOTAL ONLY
               ADD 1 TO AUDIT-UNLISTED-COUNTER
           END-IF.

       303A-SCAN-ONE-WAREHOUSE.
           ADD 1 TO WS-WHSE-IDX.
           IF WHSE-LOCATION(WS-WHSE-IDX) = WS-CNH-LOCATION
               MOVE "YES" TO WS-WHSE-FOUND-FLAG
           END-IF.

       203-TERMINATE-ACCURACY-REPORT.
           IF AUDIT-MONTH-COUNTER = ZERO
               WRITE ACCURACY-REPORT-RECORD FROM NO-ACTIVITY-LINE
           ELSE
               PERFORM 304-WRITE-ACCURACY-SECTIONS
           END-IF.
           DISPLAY "Count history records read: " AUDIT-READ-COUNTER.
           DISPLAY "Counts in month: " AUDIT-MONTH-COUNTER.
           CLOSE COUNT-HISTORY-FILE.
           CLOSE ACCURACY-REPORT-OUT.
           PERFORM 501-LOG-RUN-SEQUENCE.

       304-WRITE-ACCURACY-SECTIONS.
           MOVE "BY ABC CLASS" TO WS-SECTION-TITLE.
           WRITE ACCURACY-REPORT-RECORD FROM SECTION-LINE.
           MOVE "CLASS" TO WS-COL-KEY.
           WRITE ACCURACY-REPORT-RECORD FROM ACCURACY-COLUMN-LINE.
           MOVE ZERO TO WS-CLASS-IDX.
           PERFORM 304A-WRITE-ONE-CLASS 3 TIMES.
           MOVE "BY WAREHOUSE" TO WS-SECTION-TITLE.
           WRITE ACCURACY-REPORT-RECORD FROM SECTION-LINE.
           MOVE "WHSE" TO WS-COL-KEY.
           WRITE ACCURACY-REPORT-RECORD FROM ACCURACY-COLUMN-LINE.
           MOVE ZERO TO WS-WHSE-IDX.
           PERFORM 304B-WRITE-ONE-WAREHOUSE
               UNTIL WS-WHSE-IDX >= WS-WHSE-COUNT.
           MOVE "TOTAL" TO WS-ACD-KEY.
           MOVE WS-TOTAL-COUNTS TO WS-LINE-COUNTS.
           MOVE WS-TOTAL-ACCURATE TO WS-LINE-ACCURATE.
           PERFORM 305-WRITE-DETAIL-LINE.
           IF AUDIT-UNLISTED-COUNTER > ZERO
               MOVE "COUNTS AT UNLISTED WAREHOUSES:" TO WS-SUM-DESC
               MOVE AUDIT-UNLISTED-COUNTER TO WS-SUM-COUNT
               WRITE ACCURACY-REPORT-RECORD FROM ACCURACY-SUMMARY-LINE
           END-IF.

       304A-WRITE-ONE-CLASS.
           ADD 1 TO WS-CLASS-IDX.
           MOVE SPACES TO WS-ACD-KEY.
           MOVE WS-CLASS-CODES(WS-CLASS-IDX:1) TO WS-ACD-KEY.
           MOVE CLASS-COUNTS(WS-CLASS-IDX) TO WS-LINE-COUNTS.
           MOVE CLASS-ACCURATE(WS-CLASS-IDX) TO WS-LINE-ACCURATE.
           PERFORM 305-WRITE-DETAIL-LINE.

       304B-WRITE-ONE-WAREHOUSE.
           ADD 1 TO WS-WHSE-IDX.
           MOVE WHSE-LOCATION(WS-WHSE-IDX) TO WS-ACD-KEY.
           MOVE WHSE-COUNTS(WS-WHSE-IDX) TO WS-LINE-COUNTS.
           MOVE WHSE-ACCURATE(WS-WHSE-IDX) TO WS-LINE-ACCURATE.
           PERFORM 305-WRITE-DETAIL-LINE.

      * HIT RATE IS COUNTS WITHIN TOLERANCE OVER COUNTS TAKEN
       305-WRITE-DETAIL-LINE.
           MOVE WS-LINE-COUNTS TO WS-ACD-COUNTS.
           MOVE WS-LINE-ACCURATE TO WS-ACD-ACCURATE.
           IF WS-LINE-COUNTS > ZERO
               COMPUTE WS-HIT-PCT ROUNDED =
                   (WS-LINE-ACCURATE * 100) / WS-LINE-COUNTS
           ELSE
               MOVE ZERO TO WS-HIT-PCT
           END-IF.
           MOVE WS-HIT-PCT TO WS-ACD-HIT-PCT.
           WRITE ACCURACY-REPORT-RECORD FROM ACCURACY-DETAIL-LINE.

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
       END PROGRAM CNTACC.
