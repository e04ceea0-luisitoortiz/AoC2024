               ASSIGN TO "AdventAudit.log"
               FILE STATUS IS WS-FILE-STATUS-U
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO "AdventCalendar.dat"
               FILE STATUS IS WS-FILE-STATUS-K
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAL-DATE
               ACCESS MODE IS DYNAMIC.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE PIC X(132).
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-RECORD.
           05 CAL-DATE           PIC 9(8).
           05 CAL-DAY-TYPE       PIC X(1).
               88 CAL-BUSINESS-DAY   VALUE 'B'.
               88 CAL-WEEKEND        VALUE 'W'.
               88 CAL-HOLIDAY        VALUE 'H'.
           05 CAL-DESCRIPTION    PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-2401-NAME PIC X(44)
       01  WS-REJECT-COUNT      PIC 9(10) VALUE ZERO.
       01  WS-RUN-TIME-2401     PIC 9(6) VALUE ZERO.
       01  WS-RUN-TIME-2402     PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-DATE     PIC 9(8).
       01  WS-PRIOR-FOUND-SW PIC X(1).
      *-----------------------------------------------------------------
       01  WS-PRIOR-SAFE        PIC 9(10).
       01  WS-PRIOR-DAMPENER    PIC 9(10).
       01  WS-PRIOR-REJECT      PIC 9(10).
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

       LINKAGE SECTION.
       COPY "Advent2400Ctl.cpy".
           PERFORM STORE-HISTORY-RECORDS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-CALENDAR.
           PERFORM WRITE-TREND-SECTIONS.
           CLOSE CALENDAR-FILE.
           CLOSE HISTORY-FILE.
           CLOSE REPORT-FILE.
           ACCEPT WS-END-TIME FROM TIME.

      *-----------------------------------------------------------------
      * TREND SECTIONS - FOR EACH METRIC, TODAY'S VALUE IS COMPARED
      * AGAINST THE HISTORY ROW ONE BUSINESS DAY BACK AND FIVE
      * BUSINESS DAYS BACK, SO THE MONDAY LINE PAIRS WITH FRIDAY
      * RATHER THAN A SUNDAY THAT NEVER RAN, AND A HOLIDAY IS STEPPED
      * OVER THE SAME WAY. A MISSING PRIOR ROW PRINTS AS NO HISTORY
      * RATHER THAN A ZERO COMPARISON.
      *-----------------------------------------------------------------
       WRITE-TREND-SECTIONS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-TREND-LINE.

       FETCH-PRIOR-DAY-2401.
           COMPUTE WS-CAL-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(CTL-CYCLE-DATE)
           PERFORM FIND-PRIOR-BUSINESS-DAY
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUM)
               TO WS-PRIOR-DATE
           MOVE 'ADV2401A' TO HIST-PROGRAM-ID
           PERFORM FETCH-PRIOR-HISTORY.

       FETCH-PRIOR-WEEK-2401.
           COMPUTE WS-CAL-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(CTL-CYCLE-DATE)
           PERFORM FIND-PRIOR-BUSINESS-DAY 5 TIMES
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUM)
               TO WS-PRIOR-DATE
           MOVE 'ADV2401A' TO HIST-PROGRAM-ID
           PERFORM FETCH-PRIOR-HISTORY.

       FETCH-PRIOR-DAY-2402.
           COMPUTE WS-CAL-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(CTL-CYCLE-DATE)
           PERFORM FIND-PRIOR-BUSINESS-DAY
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUM)
               TO WS-PRIOR-DATE
           MOVE 'ADV2402A' TO HIST-PROGRAM-ID
           PERFORM FETCH-PRIOR-HISTORY.

       FETCH-PRIOR-WEEK-2402.
           COMPUTE WS-CAL-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(CTL-CYCLE-DATE)
           PERFORM FIND-PRIOR-BUSINESS-DAY 5 TIMES
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUM)
               TO WS-PRIOR-DATE
           MOVE 'ADV2402A' TO HIST-PROGRAM-ID
           PERFORM FETCH-PRIOR-HISTORY.
                   MOVE HIST-REJECT-COUNT TO WS-PRIOR-REJECT
           END-READ.

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
      * ONE COMPARISON LINE. THE SWING PERCENTAGE IS RELATIVE TO THE
      * PRIOR VALUE; A PRIOR OF ZERO WITH A NONZERO TODAY IS TREATED
