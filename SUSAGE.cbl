       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSAGE AS "SUSAGE".
       AUTHOR. CHU-YU-YUN.
       DATE-WRITTEN. SEPTEMBER 2ND 2026.
       DATE-COMPILED. SEPTEMBER 2ND 2026.
       SECURITY.  PROF JASON MOMBOURQUETTE.
************************************************************************
      * MOVEMENT SUSPENSE AGEING REPORT. LISTS EVERY MOVEMENT THE
      * MOVEMENT RUN IS STILL HOLDING IN SUSPENSE, OLDEST FIRST, WITH
      * ITS LATEST REJECT REASON, THE DATE IT WAS FIRST REJECTED, HOW
      * MANY DAYS IT HAS GONE UNPOSTED AND HOW OFTEN IT HAS BEEN
      * TRIED. ENTRIES ARE COUNTED INTO AGE BANDS AND ANY ENTRY OLDER
      * THAN TWO WEEKS IS FLAGGED FOR CHASING. THE SUSPENSE NUMBER IS
      * WHAT A CLERK KEYS TO CORRECT OR DELETE AN ENTRY THROUGH
      * SUSMAINT. RUN DAILY AFTER THE MOVEMENT UPDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILE 1 - INDEXED MOVEMENT SUSPENSE FILE, KEYED BY
      * SUSPENSE NUMBER IN ORDER OF FIRST REJECTION
           SELECT SUSPENSE-FILE
              ASSIGN TO "./MOVESUSP.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUS-SUSPENSE-ID
              FILE STATUS SUS-STATUS.

      * OUTPUT FILE 1 - SUSPENSE AGEING REPORT
           SELECT SUS-AGE-REPORT-OUT
              ASSIGN TO "./SUSAGE.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED RUN-SEQUENCE CONTROL LOG - EVERY PROGRAM IN THE SUITE
      * APPENDS ONE ENTRY PER COMPLETED RUN
           SELECT OPTIONAL RUN-SEQ-FILE
              ASSIGN TO "./RUNSEQ.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS RSQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           02 SUS-SUSPENSE-ID        PIC 9(6).
           02 SUS-MOVEMENT-DATA.
               03 SUS-PART-NUMBER    PIC X(5).
               03 SUS-TYPE-CODE      PIC X.
               03 SUS-SIGN           PIC X.
               03 SUS-QUANTITY       PIC X(5).
               03 SUS-REFERENCE      PIC X(10).
               03 SUS-LOCATION       PIC X(3).
               03 SUS-TO-LOCATION    PIC X(3).
               03 SUS-UNIT-COST      PIC 9(5)V99.
           02 SUS-REASON             PIC X(25).
           02 SUS-FIRST-REJECT-DATE  PIC 9(8).
           02 SUS-LAST-TRIED-DATE    PIC 9(8).
           02 SUS-RETRY-COUNT        PIC 9(3).

       FD SUS-AGE-REPORT-OUT.
       01 SUS-AGE-REPORT-RECORD      PIC X(100).

       FD RUN-SEQ-FILE.
       01 RUN-SEQ-RECORD.
           02 RSQ-PROGRAM-ID         PIC X(8).
           02 RSQ-RUN-DATE           PIC 9(8).
           02 RSQ-RUN-TIME           PIC X(6).
           02 RSQ-STATUS-CODE        PIC X(2).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
          05 SUS-EOF-FLAG                   PIC X(3) VALUE "NO".
          05 AUDIT-ENTRY-COUNTER            PIC 9(6) VALUE ZERO.
          05 AUDIT-BAND-1-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-BAND-2-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-BAND-3-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-BAND-4-COUNTER           PIC 9(6) VALUE ZERO.
          05 AUDIT-CHASE-COUNTER            PIC 9(6) VALUE ZERO.

       01 RUN-DATE-LINE.
           05 FILLER            PIC X(30) VALUE
                  "MOVEMENT SUSPENSE AGEING - RUN".
           05 FILLER            PIC X     VALUE SPACES.
           05 WS-RUN-DATE-OUT.
               10 WS-RD-MM      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-DD      PIC XX.
               10 FILLER        PIC X     VALUE "/".
               10 WS-RD-YYYY    PIC X(4).
           05 FILLER            PIC X(59) VALUE SPACES.

       01 AGE-COLUMN-LINE.
           05 FILLER            PIC X(8)  VALUE "SUSP NO".
           05 FILLER            PIC X(7)  VALUE "PART".
           05 FILLER            PIC X(5)  VALUE "LOC".
           05 FILLER            PIC X(3)  VALUE "TY".
           05 FILLER            PIC X(12) VALUE "REFERENCE".
           05 FILLER            PIC X(7)  VALUE "QTY".
           05 FILLER            PIC X(12) VALUE "REJECTED ON".
           05 FILLER            PIC X(7)  VALUE "DAYS".
           05 FILLER            PIC X(5)  VALUE "TRY".
           05 FILLER            PIC X(26) VALUE "LATEST REASON".
           05 FILLER            PIC X(8)  VALUE "FLAG".

       01 AGE-DETAIL-LINE.
           05 WS-SAD-SUSPENSE-ID        PIC 9(6).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SAD-PART-NUMBER        PIC X(5).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SAD-LOCATION           PIC X(3).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SAD-TYPE-CODE          PIC X.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SAD-REFERENCE          PIC X(10).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SAD-QUANTITY           PIC X(5).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SAD-REJECT-DATE.
               10 WS-SAD-RD-MM          PIC XX.
               10 FILLER                PIC X     VALUE "/".
               10 WS-SAD-RD-DD          PIC XX.
               10 FILLER                PIC X     VALUE "/".
               10 WS-SAD-RD-YYYY        PIC X(4).
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SAD-DAYS-HELD          PIC ZZZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SAD-RETRY-COUNT        PIC ZZ9.
           05 FILLER                    PIC X(2)  VALUE SPACES.
           05 WS-SAD-REASON             PIC X(25).
           05 FILLER                    PIC X     VALUE SPACES.
           05 WS-SAD-FLAG               PIC X(8).

       01 AGE-SUMMARY-LINE.
           05 WS-SUM-DESC               PIC X(30).
           05 WS-SUM-COUNT              PIC ZZZZZ9.
           05 FILLER                    PIC X(64) VALUE SPACES.

       01 NO-ACTIVITY-LINE.
           05 FILLER            PIC X(36) VALUE
                  "NO MOVEMENTS HELD IN SUSPENSE".
           05 FILLER            PIC X(64) VALUE SPACES.

      * AGE BANDS IN DAYS SINCE FIRST REJECTED - UP TO A WEEK, UP TO
      * TWO WEEKS, UP TO THIRTY DAYS, AND OLDER. PAST TWO WEEKS AN
      * ENTRY IS FLAGGED FOR CHASING.
       01 WS-BAND-1-LIMIT               PIC 9(3) VALUE 7.
       01 WS-BAND-2-LIMIT               PIC 9(3) VALUE 14.
       01 WS-BAND-3-LIMIT               PIC 9(3) VALUE 30.

      * DAYS-HELD WORK FIELDS
       01 WS-CURRENT-YMD                PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-INTEGER           PIC 9(7) VALUE ZERO.
       01 WS-REJECT-DATE-INTEGER        PIC 9(7) VALUE ZERO.
       01 WS-DAYS-HELD                  PIC S9(5) VALUE ZERO.
       01 WS-OLDEST-DAYS                PIC S9(5) VALUE ZERO.

       01 WS-SUSPENSE-OPEN-FLAG         PIC X(3) VALUE "NO".

       01 WS-REJECT-DATE-HOLD           PIC 9(8) VALUE ZERO.
       01 WS-REJECT-DATE-CHARS REDEFINES WS-REJECT-DATE-HOLD.
           05 WS-RJ-YYYY        PIC X(4).
           05 WS-RJ-MM          PIC XX.
           05 WS-RJ-DD          PIC XX.

       77 SUS-STATUS PIC X(2).

      * RUN-SEQUENCE CONTROL FIELDS
       01 WS-THIS-PROGRAM               PIC X(8) VALUE "SUSAGE".
       01 WS-SEQ-DATE-YMD               PIC 9(8) VALUE ZERO.

       77 RSQ-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-REPORT-SUSPENSE-AGEING.
           PERFORM 201-INITIALIZE-SUSPENSE-AGEING.
           PERFORM 202-PROCESS-SUSPENDED-MOVE
             UNTIL SUS-EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-SUSPENSE-AGEING.
           STOP RUN.

       201-INITIALIZE-SUSPENSE-AGEING.
           OPEN OUTPUT SUS-AGE-REPORT-OUT.
           PERFORM 301A-GET-RUN-DATE.
           WRITE SUS-AGE-REPORT-RECORD FROM RUN-DATE-LINE.
           WRITE SUS-AGE-REPORT-RECORD FROM AGE-COLUMN-LINE.
      * NO SUSPENSE FILE YET MEANS NOTHING HAS BEEN REJECTED - THE
      * REPORT SAYS SO
           OPEN INPUT SUSPENSE-FILE.
           IF SUS-STATUS NOT = "00"
               MOVE "YES" TO SUS-EOF-FLAG
           ELSE
               MOVE "YES" TO WS-SUSPENSE-OPEN-FLAG
               MOVE ZERO TO SUS-SUSPENSE-ID
               START SUSPENSE-FILE
                   KEY NOT LESS THAN SUS-SUSPENSE-ID
                   INVALID KEY MOVE "YES" TO SUS-EOF-FLAG
               END-START
               IF SUS-STATUS NOT = "00"
                   MOVE "YES" TO SUS-EOF-FLAG
               END-IF
           END-IF.

       301A-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RD-DD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD.
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-YMD).

      * SUSPENSE NUMBERS ARE GIVEN OUT IN ORDER OF FIRST REJECTION,
      * SO KEY ORDER IS OLDEST FIRST. NUMBER ZERO IS THE CONTROL
      * RECORD CARRYING THE LAST NUMBER ISSUED, NOT A HELD MOVEMENT.
       202-PROCESS-SUSPENDED-MOVE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "YES" TO SUS-EOF-FLAG
           END-READ.
      * A READ FAILURE OTHER THAN END-OF-FILE MUST NOT LOOP FOREVER
           IF SUS-STATUS NOT = "00" AND SUS-STATUS NOT = "04"
               AND SUS-STATUS NOT = "10"
               MOVE "YES" TO SUS-EOF-FLAG
           END-IF.
           IF SUS-EOF-FLAG = "NO"
               AND SUS-SUSPENSE-ID NOT = ZERO
               ADD 1 TO AUDIT-ENTRY-COUNTER
               PERFORM 303-DERIVE-DAYS-HELD
               PERFORM 304-WRITE-AGEING-LINE
           END-IF.

       303-DERIVE-DAYS-HELD.
           IF SUS-FIRST-REJECT-DATE IS NUMERIC
               AND SUS-FIRST-REJECT-DATE > ZERO
               COMPUTE WS-REJECT-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SUS-FIRST-REJECT-DATE)
               COMPUTE WS-DAYS-HELD =
                   WS-RUN-DATE-INTEGER - WS-REJECT-DATE-INTEGER
           ELSE
               MOVE ZERO TO WS-DAYS-HELD
           END-IF.
           IF WS-DAYS-HELD < ZERO
               MOVE ZERO TO WS-DAYS-HELD
           END-IF.
           IF WS-DAYS-HELD > WS-OLDEST-DAYS
               MOVE WS-DAYS-HELD TO WS-OLDEST-DAYS
           END-IF.

       304-WRITE-AGEING-LINE.
           MOVE SUS-SUSPENSE-ID TO WS-SAD-SUSPENSE-ID.
           MOVE SUS-PART-NUMBER TO WS-SAD-PART-NUMBER.
           MOVE SUS-LOCATION TO WS-SAD-LOCATION.
           MOVE SUS-TYPE-CODE TO WS-SAD-TYPE-CODE.
           MOVE SUS-REFERENCE TO WS-SAD-REFERENCE.
           MOVE SUS-QUANTITY TO WS-SAD-QUANTITY.
           MOVE SUS-FIRST-REJECT-DATE TO WS-REJECT-DATE-HOLD.
           MOVE WS-RJ-MM TO WS-SAD-RD-MM.
           MOVE WS-RJ-DD TO WS-SAD-RD-DD.
           MOVE WS-RJ-YYYY TO WS-SAD-RD-YYYY.
           MOVE WS-DAYS-HELD TO WS-SAD-DAYS-HELD.
           IF SUS-RETRY-COUNT IS NUMERIC
               MOVE SUS-RETRY-COUNT TO WS-SAD-RETRY-COUNT
           ELSE
               MOVE ZERO TO WS-SAD-RETRY-COUNT
           END-IF.
           MOVE SUS-REASON TO WS-SAD-REASON.
           MOVE SPACES TO WS-SAD-FLAG.
           EVALUATE TRUE
               WHEN WS-DAYS-HELD <= WS-BAND-1-LIMIT
                   ADD 1 TO AUDIT-BAND-1-COUNTER
               WHEN WS-DAYS-HELD <= WS-BAND-2-LIMIT
                   ADD 1 TO AUDIT-BAND-2-COUNTER
               WHEN WS-DAYS-HELD <= WS-BAND-3-LIMIT
                   ADD 1 TO AUDIT-BAND-3-COUNTER
               WHEN OTHER
                   ADD 1 TO AUDIT-BAND-4-COUNTER
           END-EVALUATE.
           IF WS-DAYS-HELD > WS-BAND-2-LIMIT
               MOVE "CHASE" TO WS-SAD-FLAG
               ADD 1 TO AUDIT-CHASE-COUNTER
           END-IF.
           WRITE SUS-AGE-REPORT-RECORD FROM AGE-DETAIL-LINE.

       203-TERMINATE-SUSPENSE-AGEING.
           IF AUDIT-ENTRY-COUNTER = ZERO
               WRITE SUS-AGE-REPORT-RECORD FROM NO-ACTIVITY-LINE
           ELSE
               MOVE "MOVEMENTS IN SUSPENSE:" TO WS-SUM-DESC
               MOVE AUDIT-ENTRY-COUNTER TO WS-SUM-COUNT
               WRITE SUS-AGE-REPORT-RECORD FROM AGE-SUMMARY-LINE
               MOVE "  HELD 0-7 DAYS:" TO WS-SUM-DESC
               MOVE AUDIT-BAND-1-COUNTER TO WS-SUM-COUNT
               WRITE SUS-AGE-REPORT-RECORD FROM AGE-SUMMARY-LINE
               MOVE "  HELD 8-14 DAYS:" TO WS-SUM-DESC
               MOVE AUDIT-BAND-2-COUNTER TO WS-SUM-COUNT
               WRITE SUS-AGE-REPORT-RECORD FROM AGE-SUMMARY-LINE
               MOVE "  HELD 15-30 DAYS:" TO WS-SUM-DESC
               MOVE AUDIT-BAND-3-COUNTER TO WS-SUM-COUNT
               WRITE SUS-AGE-REPORT-RECORD FROM AGE-SUMMARY-LINE
               MOVE "  HELD OVER 30 DAYS:" TO WS-SUM-DESC
               MOVE AUDIT-BAND-4-COUNTER TO WS-SUM-COUNT
               WRITE SUS-AGE-REPORT-RECORD FROM AGE-SUMMARY-LINE
               MOVE "FLAGGED FOR CHASING:" TO WS-SUM-DESC
               MOVE AUDIT-CHASE-COUNTER TO WS-SUM-COUNT
               WRITE SUS-AGE-REPORT-RECORD FROM AGE-SUMMARY-LINE
               MOVE "OLDEST ENTRY, DAYS HELD:" TO WS-SUM-DESC
               MOVE WS-OLDEST-DAYS TO WS-SUM-COUNT
               WRITE SUS-AGE-REPORT-RECORD FROM AGE-SUMMARY-LINE
           END-IF.
           DISPLAY "Movements in suspense: " AUDIT-ENTRY-COUNTER.
           DISPLAY "Flagged for chasing: " AUDIT-CHASE-COUNTER.
           IF WS-SUSPENSE-OPEN-FLAG = "YES"
               CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE SUS-AGE-REPORT-OUT.
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
       END PROGRAM SUSAGE.
