               ASSIGN TO "AdventAlert.dat"
               FILE STATUS IS WS-FILE-STATUS-E
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
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "Advent2400Alrt.cpy".
       01  WS-SUSP-AGE-DAYS  PIC S9(5).
       01  WS-SUSP-AGE-EDIT  PIC +9(5).
      *-----------------------------------------------------------------
      * BUSINESS-DAY CALENDAR LOOKUP. DATES ARE WALKED AS INTEGER DAY
      * NUMBERS AND EACH ONE IS CHECKED AGAINST ADVENTCALENDAR.DAT,
      * MAINTAINED THROUGH ADVENT2422A. WS-CAL-ON-FILE-SW IS SET
      * ONLY WHEN THE CALENDAR OPENED CLEAN, SO A MISSING CALENDAR
      * FALLS BACK TO THE PLAIN WEEKDAY RULE.
      *-----------------------------------------------------------------
       01  WS-FILE-STATUS-K  PIC X(2).
       01  WS-CAL-ON-FILE-SW PIC X(1) VALUE 'N'.
       01  WS-CAL-FROM-NUM   PIC 9(7).
       01  WS-CAL-TO-NUM     PIC 9(7).
       01  WS-CAL-DAY-NUM    PIC 9(7).
       01  WS-CAL-WEEKDAY    PIC 9(1).
       01  WS-BUSINESS-DAYS  PIC S9(5) VALUE ZERO.
       01  WS-CAL-BUSINESS-SW PIC X(1).
           88 DATE-IS-BUSINESS-DAY   VALUE 'Y'.
      *-----------------------------------------------------------------
      * LEFT-FILE AND RIGHT-FILE WERE BUILT FROM SORTED INPUT, SO
      * READING THEM IN PRIMARY-KEY ORDER PRESENTS EACH LOCATION ID'S
      * DUPLICATES TOGETHER; REMEMBERING THE LAST ID CHECKED TURNS
           PERFORM SCAN-DAY1-LEFT.
           PERFORM SCAN-DAY1-RIGHT.
           PERFORM CLEAR-MATCHED-SUSPENSE.
           PERFORM OPEN-CALENDAR.
           PERFORM WRITE-AGING-REPORT.
           CLOSE CALENDAR-FILE.
           CLOSE SUSPENSE-MASTER-FILE.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE XREF-WORK-FILE.
           END-READ.

      *-----------------------------------------------------------------
      * AGING REPORT OVER THE OPEN SUSPENSE ENTRIES. AGE IS BUSINESS
      * DAYS SINCE FIRST SEEN, TAKEN FROM THE BUSINESS-DAY CALENDAR,
      * SO A LONG WEEKEND DOES NOT ESCALATE AN ORPHAN BEFORE ANYONE
      * HAS HAD A WORKING DAY TO CHASE IT; ANYTHING PAST THE
      * SUSPENSE-AGE LIMIT ON THE RUN-CONTROL CARD IS FLAGGED,
      * COUNTED FOR THE STATUS ESCALATION AND ALERTED, SO A LOCATION
      * UNMATCHED FOR THREE WEEKS CAN NO LONGER HIDE BEHIND THIS
      * MORNING'S NEW ORPHANS.
      *-----------------------------------------------------------------
       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-FILE.
                  CTL-CYCLE-DATE DELIMITED SIZE
                  '   AGE LIMIT: ' DELIMITED SIZE
                  CTL-SUSPENSE-AGE-DAYS DELIMITED SIZE
                  ' BUSINESS DAYS' DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO AGING-LINE.
               AT END MOVE 'Y' TO WS-SUSP-DONE-SW
               NOT AT END
                   ADD 1 TO WS-SUSP-OPEN-COUNT
                   COMPUTE WS-CAL-FROM-NUM =
                       FUNCTION INTEGER-OF-DATE(SUSP-FIRST-SEEN)
                   COMPUTE WS-CAL-TO-NUM =
                       FUNCTION INTEGER-OF-DATE(CTL-CYCLE-DATE)
                   PERFORM COUNT-BUSINESS-DAYS
                   MOVE WS-BUSINESS-DAYS TO WS-SUSP-AGE-DAYS
                   MOVE WS-SUSP-AGE-DAYS TO WS-SUSP-AGE-EDIT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING 'SIDE ' DELIMITED SIZE
                   WRITE AGING-LINE
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
      * COUNTS THE BUSINESS DAYS AFTER WS-CAL-FROM-NUM UP TO AND
      * INCLUDING WS-CAL-TO-NUM. A FROM DATE THAT WOULD NOT CONVERT
      * (DAY NUMBER ZERO) COUNTS AS OLDER THAN ANY LIMIT.
      *-----------------------------------------------------------------
       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSINESS-DAYS.
           IF WS-CAL-FROM-NUM = ZERO
               MOVE 99999 TO WS-BUSINESS-DAYS
           ELSE
               COMPUTE WS-CAL-DAY-NUM = WS-CAL-FROM-NUM + 1
               PERFORM COUNT-ONE-CALENDAR-DAY
                   UNTIL WS-CAL-DAY-NUM > WS-CAL-TO-NUM
           END-IF.

       COUNT-ONE-CALENDAR-DAY.
           PERFORM CHECK-BUSINESS-DAY.
           IF DATE-IS-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAYS
           END-IF.
           ADD 1 TO WS-CAL-DAY-NUM.

      *-----------------------------------------------------------------
      * KEYED LOOKUP AGAINST THE LOCATION MASTER. AN ID WITH NO ROW
      * (OR A MISSING MASTER FILE ALTOGETHER) COMES BACK FLAGGED IN
