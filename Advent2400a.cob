      * DRIVER PROGRAM - RUNS THE DAY 1 LOCATION-ID JOB (ADVENT2401A)
      * AND THE DAY 2 SAFETY-REPORT JOB (ADVENT2402A) AS ONE COMBINED
      * RUN, THEN READS BACK THEIR EXTRACT RECORDS TO PRODUCE A SINGLE
      * COMBINED OPERATIONS SUMMARY. A STREAM THAT RUNS APPENDS ONE
      * LINE TO THE SHARED AUDIT LOG WITH ITS START AND END TIMES AND
      * CYCLE DATE, WHICH ADVENT2427A USES TO TIE EACH JOB'S OWN AUDIT
      * LINE BACK TO THE CYCLE IT RAN FOR. THE LAST JOB CALLED,
      * ADVENT2429A, BURSTS THE LOCATION-BEARING REPORTS INTO ONE
      * PACK PER REGIONAL OFFICE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "AdventAlert.dat"
               FILE STATUS IS WS-FILE-STATUS-E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "AdventAudit.log"
               FILE STATUS IS WS-FILE-STATUS-U
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CYCLE-FILE
               ASSIGN TO "AdventCycle.dat"
               FILE STATUS IS WS-FILE-STATUS-Y
               ORGANIZATION IS INDEXED
               RECORD KEY IS CYC-DATE
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO "AdventCalendar.dat"
               FILE STATUS IS WS-FILE-STATUS-K
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAL-DATE
               ACCESS MODE IS DYNAMIC.

       DATA DIVISION.
       FILE SECTION.
           05 EXT-2402-TOTAL-COUNT      PIC 9(10).
           05 EXT-2402-DAMPENER-COUNT   PIC 9(10).
           05 EXT-2402-REJECT-COUNT     PIC 9(10).
           05 EXT-2402-DUPLICATE-COUNT  PIC 9(10).
       FD  EXTRACT-2410-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-2410-RECORD.
               88 CYCLE-IS-FAILED    VALUE 'FAILED'.
           05 CYC-UPDATE-DATE    PIC 9(8).
           05 CYC-UPDATE-TIME    PIC 9(6).
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-RECORD.
           05 CAL-DATE           PIC 9(8).
           05 CAL-DAY-TYPE       PIC X(1).
               88 CAL-BUSINESS-DAY   VALUE 'B'.
               88 CAL-WEEKEND        VALUE 'W'.
               88 CAL-HOLIDAY        VALUE 'H'.
           05 CAL-DESCRIPTION    PIC X(20).
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "Advent2400Alrt.cpy".
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-C PIC X(2).
       01  WS-SAFE-COUNT         PIC 9(10) VALUE ZERO.
       01  WS-DAMPENER-COUNT     PIC 9(10) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(10) VALUE ZERO.
       01  WS-DUPLICATE-COUNT    PIC 9(10) VALUE ZERO.
       01  WS-RECOVERED-SAFE     PIC 9(10) VALUE ZERO.
       01  WS-RECOVERED-DAMP     PIC 9(10) VALUE ZERO.
       01  WS-STILL-REJECTED     PIC 9(10) VALUE ZERO.
       01  WS-CYCLE-BLOCKED-SW   PIC X(1) VALUE 'N'.
       01  WS-PRIOR-WARN-SW      PIC X(1) VALUE 'N'.
       01  WS-PRIOR-CYCLE-DATE   PIC 9(8).
      *-----------------------------------------------------------------
      * A CYCLE DATE THAT THE BUSINESS-DAY CALENDAR SAYS IS A WEEKEND
      * OR HOLIDAY IS REFUSED UNLESS A NONBUS-RUN CARD OF YES
      * AUTHORIZES IT; AN AUTHORIZED NON-BUSINESS RUN IS STILL NOTED
      * IN THE EXCEPTIONS SECTION.
      *-----------------------------------------------------------------
       01  WS-NONBUS-OPTION      PIC X(3) VALUE 'NO'.
           88 NONBUS-AUTHORIZED      VALUE 'YES'.
       01  WS-NONBUS-DATE-SW     PIC X(1) VALUE 'N'.
       01  WS-NONBUS-BLOCKED-SW  PIC X(1) VALUE 'N'.
      *-----------------------------------------------------------------
      * BUSINESS-DAY CALENDAR LOOKUP. DATES ARE WALKED AS INTEGER DAY
      * NUMBERS AND EACH ONE IS CHECKED AGAINST ADVENTCALENDAR.DAT,
      * MAINTAINED THROUGH ADVENT2422A. WS-CAL-ON-FILE-SW IS SET
      * ONLY WHEN THE CALENDAR OPENED CLEAN, SO A MISSING CALENDAR
      * FALLS BACK TO THE PLAIN WEEKDAY RULE.
      *-----------------------------------------------------------------
       01  WS-FILE-STATUS-K  PIC X(2).
       01  WS-CAL-ON-FILE-SW PIC X(1) VALUE 'N'.
       01  WS-CAL-DAY-NUM    PIC 9(7).
       01  WS-CAL-WEEKDAY    PIC 9(1).
       01  WS-CAL-STEPS      PIC 9(3).
       01  WS-CAL-BUSINESS-SW PIC X(1).
           88 DATE-IS-BUSINESS-DAY   VALUE 'Y'.
       01  WS-FILE-STATUS-E      PIC X(2).
       01  WS-ALERT-EVENT        PIC X(8).
       01  WS-ALERT-SEVERITY     PIC 9(1).
       01  WS-ALERT-KEY          PIC X(44).
       01  WS-ALERT-TIME-WORK    PIC 9(8).
      *-----------------------------------------------------------------
      * STREAM TIMING FOR THE AUDIT LOG. THE START DATE IS HELD APART
      * FROM WS-RUN-DATE, WHICH IS RE-ACCEPTED AS THE STREAM GOES ON
      * AND MAY HAVE ROLLED PAST MIDNIGHT BY THE TIME THE LINE IS
      * WRITTEN.
      *-----------------------------------------------------------------
       01  WS-FILE-STATUS-U      PIC X(2).
       01  WS-STREAM-DATE        PIC 9(8).
       01  WS-START-TIME.
           05 WS-START-HH    PIC 9(2).
           05 WS-START-MN    PIC 9(2).
           05 WS-START-SS    PIC 9(2).
           05 WS-START-HS    PIC 9(2).
       01  WS-END-TIME.
           05 WS-END-HH      PIC 9(2).
           05 WS-END-MN      PIC 9(2).
           05 WS-END-SS      PIC 9(2).
           05 WS-END-HS      PIC 9(2).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM READ-CONTROL-CARD.
           PERFORM CHECK-CYCLE-CONTROL.
           IF WS-CYCLE-BLOCKED-SW = 'Y' OR WS-NONBUS-BLOCKED-SW = 'Y'
               PERFORM REPORT-BLOCKED-CYCLE
               MOVE 'CYCBLOCK' TO WS-ALERT-EVENT
               MOVE 8 TO WS-ALERT-SEVERITY
               MOVE 'SKIPPED - PREREQUISITE JOB FAILED'
                   TO CTL-2411-MESSAGE
           END-IF.
           IF CTL-2401-STATUS < 8
               CALL 'ADVENT2421A' USING ADVENT-CONTROL-BLOCK
           ELSE
               MOVE 4 TO CTL-2421-STATUS
               MOVE 'SKIPPED - ADVENT2401A FAILED'
                   TO CTL-2421-MESSAGE
           END-IF.
           IF CTL-2401-STATUS < 8 AND CTL-2402-STATUS < 8
               CALL 'ADVENT2414A' USING ADVENT-CONTROL-BLOCK
           ELSE
               MOVE 'SKIPPED - PREREQUISITE JOB FAILED'
                   TO CTL-2414-MESSAGE
           END-IF.
           IF CTL-2402-STATUS < 8
               CALL 'ADVENT2420A' USING ADVENT-CONTROL-BLOCK
           ELSE
               MOVE 4 TO CTL-2420-STATUS
               MOVE 'SKIPPED - ADVENT2402A FAILED'
                   TO CTL-2420-MESSAGE
           END-IF.
           IF CTL-2401-STATUS < 8 AND CTL-2402-STATUS < 8
               CALL 'ADVENT2429A' USING ADVENT-CONTROL-BLOCK
           ELSE
               MOVE 4 TO CTL-2429-STATUS
               MOVE 'SKIPPED - PREREQUISITE JOB FAILED'
                   TO CTL-2429-MESSAGE
           END-IF.
           PERFORM READ-EXTRACT-2401.
           PERFORM READ-EXTRACT-2402.
           PERFORM READ-EXTRACT-2410.
           MOVE WS-MAX-STATUS TO WS-ALERT-SEVERITY.
           MOVE 'DAILY-STREAM' TO WS-ALERT-KEY.
           PERFORM WRITE-ALERT-RECORD.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM WRITE-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * GATE ON THE CYCLE-CONTROL MASTER BEFORE ANY JOB IS CALLED. A
      * CYCLE ALREADY MARKED COMPLETE IS REFUSED UNLESS THE OPERATOR
      * AUTHORIZED IT WITH A RERUN CARD, AND A CYCLE DATE THAT IS
      * NOT A BUSINESS DAY ON THE CALENDAR IS REFUSED UNLESS A
      * NONBUS-RUN CARD AUTHORIZES IT. THE PRIOR CYCLE DAY IS THE
      * PREVIOUS BUSINESS DAY, NOT SIMPLY YESTERDAY, SO A MONDAY RUN
      * CHECKS FRIDAY; ONE THAT NEVER CLOSED (NO ROW, OR A ROW STILL
      * OPEN OR FAILED) RAISES A WARNING IN THE EXCEPTIONS SECTION SO
      * A QUIETLY SKIPPED DATE IS SEEN THE NEXT MORNING. THE CYCLE'S
      * OWN ROW IS THEN MARKED OPEN; MARK-CYCLE-RESULT CLOSES IT OUT
      * FROM THE STREAM'S FINAL STATUS.
      *-----------------------------------------------------------------
       CHECK-CYCLE-CONTROL.
           MOVE 'N' TO WS-CYCLE-BLOCKED-SW.
           MOVE 'N' TO WS-PRIOR-WARN-SW.
           MOVE 'N' TO WS-NONBUS-DATE-SW.
           MOVE 'N' TO WS-NONBUS-BLOCKED-SW.
           OPEN I-O CYCLE-FILE.
           MOVE CTL-CYCLE-DATE TO CYC-DATE.
           READ CYCLE-FILE
                       MOVE 'Y' TO WS-CYCLE-BLOCKED-SW
                   END-IF
           END-READ.
           PERFORM OPEN-CALENDAR.
           COMPUTE WS-CAL-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(CTL-CYCLE-DATE).
           PERFORM CHECK-BUSINESS-DAY.
           IF NOT DATE-IS-BUSINESS-DAY
               MOVE 'Y' TO WS-NONBUS-DATE-SW
               IF NOT NONBUS-AUTHORIZED
                   MOVE 'Y' TO WS-NONBUS-BLOCKED-SW
               END-IF
           END-IF.
           PERFORM FIND-PRIOR-BUSINESS-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUM)
               TO WS-PRIOR-CYCLE-DATE.
           CLOSE CALENDAR-FILE.
           MOVE WS-PRIOR-CYCLE-DATE TO CYC-DATE.
           READ CYCLE-FILE
               INVALID KEY MOVE 'Y' TO WS-PRIOR-WARN-SW
                       MOVE 'Y' TO WS-PRIOR-WARN-SW
                   END-IF
           END-READ.
           IF WS-CYCLE-BLOCKED-SW = 'N' AND WS-NONBUS-BLOCKED-SW = 'N'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE CTL-CYCLE-DATE TO CYC-DATE
           END-IF.
           CLOSE CYCLE-FILE.

      *-----------------------------------------------------------------
      * THE CALENDAR IS OPTIONAL: ANY OPEN STATUS OTHER THAN A CLEAN
      * 00 LEAVES THE LOOKUP ON THE WEEKDAY RULE ALONE.
      *-----------------------------------------------------------------
       OPEN-CALENDAR.
           MOVE 'N' TO WS-CAL-ON-FILE-SW.
           OPEN INPUT CALENDAR-FILE.
           IF WS-FILE-STATUS-K = '00'
               MOVE 'Y' TO WS-CAL-ON-FILE-SW
           END-IF.

      *-----------------------------------------------------------------
      * ONE DATE AGAINST THE BUSINESS-DAY CALENDAR. A DATE WITH NO
      * ROW FALLS BACK TO THE WEEKDAY RULE: MONDAY TO FRIDAY IS A
      * BUSINESS DAY. DAY 1 OF THE INTEGER CALENDAR (1601-01-01) WAS
      * A MONDAY, SO THE DAY NUMBER MODULO 7 GIVES 6 FOR SATURDAY
      * AND 0 FOR SUNDAY.
      *-----------------------------------------------------------------
       CHECK-BUSINESS-DAY.
           COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(WS-CAL-DAY-NUM, 7).
           IF WS-CAL-WEEKDAY = 6 OR WS-CAL-WEEKDAY = 0
               MOVE 'N' TO WS-CAL-BUSINESS-SW
           ELSE
               MOVE 'Y' TO WS-CAL-BUSINESS-SW
           END-IF.
           IF WS-CAL-ON-FILE-SW = 'Y'
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUM)
                   TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CAL-BUSINESS-DAY
                           MOVE 'Y' TO WS-CAL-BUSINESS-SW
                       ELSE
                           MOVE 'N' TO WS-CAL-BUSINESS-SW
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * STEPS WS-CAL-DAY-NUM BACK TO THE NEAREST EARLIER BUSINESS DAY.
      * THE SEARCH GIVES UP AFTER 31 DAYS AND LEAVES THE DAY IT HAD
      * REACHED, SO A CALENDAR KEYED ALL-HOLIDAY BY MISTAKE CANNOT
      * LOOP THE JOB.
      *-----------------------------------------------------------------
       FIND-PRIOR-BUSINESS-DAY.
           MOVE ZERO TO WS-CAL-STEPS.
           MOVE 'N' TO WS-CAL-BUSINESS-SW.
           PERFORM STEP-BACK-ONE-DAY
               UNTIL DATE-IS-BUSINESS-DAY OR WS-CAL-STEPS > 30.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CAL-DAY-NUM.
           ADD 1 TO WS-CAL-STEPS.
           PERFORM CHECK-BUSINESS-DAY.

      *-----------------------------------------------------------------
      * CLOSES OUT THE CYCLE ROW FROM THE WORST STATUS ANY JOB
      * REPORTED: COMPLETE ON A CLEAN OR WARNINGS-ONLY NIGHT, FAILED
       REPORT-BLOCKED-CYCLE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-CYCLE-BLOCKED-SW = 'Y'
               MOVE SPACES TO WS-PRINT-LINE
               STRING '*** CYCLE ' DELIMITED SIZE
                      CTL-CYCLE-DATE DELIMITED SIZE
                      ' ALREADY COMPLETE - RERUN NOT AUTHORIZED'
                          DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '*** ADD A RERUN CARD TO AUTHORIZE A RE-RUN'
                   TO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-NONBUS-BLOCKED-SW = 'Y'
               MOVE SPACES TO WS-PRINT-LINE
               STRING '*** CYCLE ' DELIMITED SIZE
                      CTL-CYCLE-DATE DELIMITED SIZE
                      ' IS NOT A BUSINESS DAY ON THE CALENDAR'
                          DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '*** ADD A NONBUS-RUN CARD TO RUN IT ANYWAY'
                   TO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.

      *-----------------------------------------------------------------
      * ONE LINE APPENDED TO THE SHARED AUDIT LOG FOR EVERY STREAM
      * THAT RAN. IT IS WRITTEN LAST, AFTER EVERY CALLED JOB HAS
      * WRITTEN ITS OWN LINE, SO THE START AND END TIMES BRACKET THE
      * WHOLE NIGHT'S WORK FOR THE CYCLE DATE IT CARRIES.
      *-----------------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ADV2400A ' DELIMITED SIZE
                  WS-STREAM-DATE DELIMITED SIZE
                  ' START ' DELIMITED SIZE
                  WS-START-HH DELIMITED SIZE
                  WS-START-MN DELIMITED SIZE
                  WS-START-SS DELIMITED SIZE
                  ' END ' DELIMITED SIZE
                  WS-END-HH DELIMITED SIZE
                  WS-END-MN DELIMITED SIZE
                  WS-END-SS DELIMITED SIZE
                  ' CYCLE ' DELIMITED SIZE
                  CTL-CYCLE-DATE DELIMITED SIZE
                  ' STATUS ' DELIMITED SIZE
                  WS-MAX-STATUS DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO AUDIT-LINE
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *-----------------------------------------------------------------
      * EXCEPTIONS SECTION - ONE LINE FOR EVERY JOB THAT ENDED WITH A
      * WARNING OR FAILURE STATUS, NAMING WHAT WENT WRONG, SO THE
           WRITE REPORT-LINE.
           MOVE 'EXCEPTIONS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NONBUS-DATE-SW = 'Y'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'CYCLE ' DELIMITED SIZE
                      CTL-CYCLE-DATE DELIMITED SIZE
                      ' IS NOT A BUSINESS DAY - RUN UNDER NONBUS-RUN'
                          DELIMITED SIZE
                      ' CARD' DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-PRIOR-WARN-SW = 'Y'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-PRINT-LINE
           MOVE CTL-2411-STATUS TO WS-JOB-STATUS.
           MOVE CTL-2411-MESSAGE TO WS-JOB-MESSAGE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE 'ADVENT2421A' TO WS-JOB-NAME.
           MOVE CTL-2421-STATUS TO WS-JOB-STATUS.
           MOVE CTL-2421-MESSAGE TO WS-JOB-MESSAGE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE 'ADVENT2414A' TO WS-JOB-NAME.
           MOVE CTL-2414-STATUS TO WS-JOB-STATUS.
           MOVE CTL-2414-MESSAGE TO WS-JOB-MESSAGE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE 'ADVENT2420A' TO WS-JOB-NAME.
           MOVE CTL-2420-STATUS TO WS-JOB-STATUS.
           MOVE CTL-2420-MESSAGE TO WS-JOB-MESSAGE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE 'ADVENT2429A' TO WS-JOB-NAME.
           MOVE CTL-2429-STATUS TO WS-JOB-STATUS.
           MOVE CTL-2429-MESSAGE TO WS-JOB-MESSAGE.
           PERFORM WRITE-EXCEPTION-LINE.
           IF WS-EXCEPTION-COUNT = 0
               MOVE 'NO EXCEPTIONS - ALL JOBS ENDED CLEAN'
                   TO REPORT-LINE
           IF CTL-2414-STATUS > WS-MAX-STATUS
               MOVE CTL-2414-STATUS TO WS-MAX-STATUS
           END-IF.
           IF CTL-2420-STATUS > WS-MAX-STATUS
               MOVE CTL-2420-STATUS TO WS-MAX-STATUS
           END-IF.
           IF CTL-2421-STATUS > WS-MAX-STATUS
               MOVE CTL-2421-STATUS TO WS-MAX-STATUS
           END-IF.
           IF CTL-2429-STATUS > WS-MAX-STATUS
               MOVE CTL-2429-STATUS TO WS-MAX-STATUS
           END-IF.
           MOVE WS-MAX-STATUS TO RETURN-CODE.

      *-----------------------------------------------------------------
           MOVE 10 TO CTL-TOP-PAIR-COUNT.
           MOVE 'RESTART' TO CTL-RUN-MODE.
           MOVE 'NO' TO WS-RERUN-OPTION.
           MOVE 'NO' TO WS-NONBUS-OPTION.
           MOVE 'ON' TO CTL-DAMPENER-OPTION.
           MOVE 10 TO CTL-REJECT-PCT-LIMIT.
           MOVE 90 TO CTL-RETENTION-DAYS.
           MOVE 10 TO CTL-DUP-LIMIT.
           MOVE 90 TO CTL-FPRINT-RETAIN-DAYS.
           MOVE 0 TO CTL-2413-STATUS.
           MOVE SPACES TO CTL-2413-MESSAGE.
           MOVE 0 TO CTL-2414-STATUS.
           MOVE SPACES TO CTL-2414-MESSAGE.
           MOVE 0 TO CTL-2420-STATUS.
           MOVE SPACES TO CTL-2420-MESSAGE.
           MOVE 0 TO CTL-2421-STATUS.
           MOVE SPACES TO CTL-2421-MESSAGE.
           MOVE 0 TO CTL-2429-STATUS.
           MOVE SPACES TO CTL-2429-MESSAGE.
           MOVE ZERO TO CTL-DAY1-ORPHANS.
           MOVE ZERO TO CTL-DAY2-ORPHANS.
           MOVE 0 TO CTL-2401-STATUS.
                       MOVE CC-VALUE(1:3) TO CTL-DAMPENER-OPTION
                   WHEN 'RERUN'
                       MOVE CC-VALUE(1:3) TO WS-RERUN-OPTION
                   WHEN 'NONBUS-RUN'
                       MOVE CC-VALUE(1:3) TO WS-NONBUS-OPTION
                   WHEN 'CKPT-EVERY'
                       MOVE CC-VALUE(1:5) TO CTL-CKPT-INTERVAL
                   WHEN 'DUP-LIMIT'
                       MOVE CC-VALUE(1:5) TO CTL-DUP-LIMIT
                   WHEN 'FP-RETAIN'
                       MOVE CC-VALUE(1:3) TO CTL-FPRINT-RETAIN-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               AT END MOVE ZERO TO EXT-2402-TOTAL-COUNT
                                   EXT-2402-DAMPENER-COUNT
                                   EXT-2402-REJECT-COUNT
                                   EXT-2402-DUPLICATE-COUNT
           END-READ.
           MOVE EXT-2402-TOTAL-COUNT TO WS-SAFE-COUNT.
           MOVE EXT-2402-DAMPENER-COUNT TO WS-DAMPENER-COUNT.
           MOVE EXT-2402-REJECT-COUNT TO WS-REJECT-COUNT.
           IF EXT-2402-DUPLICATE-COUNT NUMERIC
               MOVE EXT-2402-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT
           END-IF.
           CLOSE EXTRACT-2402-FILE.

      *-----------------------------------------------------------------
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DAY 2 DUPLICATE REPORTS DIVERTED. . . . . . '
                       DELIMITED SIZE
                  WS-DUPLICATE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DAY 2 RECOVERED VIA REJECT RECYCLE. . . . . '
                       DELIMITED SIZE
                  WS-RECOVERED-DAMP DELIMITED SIZE
