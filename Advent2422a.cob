       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT2422A.
      *-----------------------------------------------------------------
      * BUSINESS-DAY CALENDAR MAINTENANCE. EVERY AGE AND EVERY PRIOR-
      * CYCLE PICK IN THE SUITE USED TO COUNT CALENDAR DAYS, SO A
      * LONG WEEKEND AGED REJECTS OFF EARLY, ESCALATED ORPHAN
      * SUSPENSE ON MONDAY MORNING AND HAD THE MONDAY TREND LINE
      * COMPARE AGAINST A SUNDAY THAT NEVER RAN. ADVENTCALENDAR.DAT
      * IS A KEYED MASTER (CALENDAR DATE, DAY TYPE, DESCRIPTION)
      * SAYING WHETHER EACH DATE IS A BUSINESS DAY, A WEEKEND OR A
      * HOLIDAY. ADVENT2400A'S CYCLE CONTROL, ADVENT2410A'S REJECT
      * AGING, ADVENT2411A'S TREND PAIRING AND ADVENT2414A'S SUSPENSE
      * AGING ALL READ IT; A DATE WITH NO ROW IS TAKEN AS A BUSINESS
      * DAY MONDAY TO FRIDAY AND A WEEKEND DAY OTHERWISE, SO ONLY THE
      * EXCEPTIONS (HOLIDAYS, WORKED WEEKENDS) STRICTLY NEED KEYING.
      * THIS PROGRAM IS THE OPERATOR'S WAY IN, AN ACCEPT/DISPLAY MENU
      * IN THE STYLE OF ADVENT2416A: MARK A DATE AS A BUSINESS DAY,
      * A HOLIDAY OR A WEEKEND, INQUIRE ON A DATE, OR GENERATE A
      * WHOLE YEAR OF WEEKDAY/WEEKEND ROWS, LEAVING ANY DATE ALREADY
      * ON FILE ALONE SO KEYED HOLIDAYS SURVIVE A REGENERATION. THIS
      * PROGRAM IS THE ONLY WRITER OF THE CALENDAR; THE BATCH JOBS
      * ONLY EVER READ IT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO "AdventCalendar.dat"
               FILE STATUS IS WS-FILE-STATUS-K
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAL-DATE
               ACCESS MODE IS DYNAMIC.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-FILE-STATUS-K  PIC X(2).
       01  WS-MENU-CHOICE    PIC X(1).
       01  WS-ENTRY-DATE     PIC X(8).
       01  WS-ENTRY-DATE-NUM REDEFINES WS-ENTRY-DATE PIC 9(8).
       01  WS-ENTRY-YEAR     PIC X(4).
       01  WS-ENTRY-YEAR-NUM REDEFINES WS-ENTRY-YEAR PIC 9(4).
       01  WS-ENTRY-DESC     PIC X(20).
       01  WS-DATE-VALID-SW  PIC X(1).
       01  WS-FOUND-SW       PIC X(1).
      *-----------------------------------------------------------------
      * YEAR GENERATION WALKS THE YEAR AS INTEGER DAY NUMBERS. DAY 1
      * OF THE INTEGER CALENDAR (1601-01-01) WAS A MONDAY, SO THE DAY
      * NUMBER MODULO 7 GIVES 6 FOR SATURDAY AND 0 FOR SUNDAY.
      *-----------------------------------------------------------------
       01  WS-GEN-DAY-NUM    PIC 9(7).
       01  WS-GEN-END-NUM    PIC 9(7).
       01  WS-GEN-WEEKDAY    PIC 9(1).
       01  WS-GEN-ADDED      PIC 9(3).
       01  WS-GEN-KEPT       PIC 9(3).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           OPEN I-O CALENDAR-FILE.
           IF WS-FILE-STATUS-K NOT = '00' AND '05'
               DISPLAY 'CALENDAR MASTER OPEN FAILED - STATUS '
                   WS-FILE-STATUS-K
           ELSE
               MOVE SPACES TO WS-MENU-CHOICE
               PERFORM MAINTENANCE-MENU
                   UNTIL WS-MENU-CHOICE = 'Q' OR 'q'
           END-IF.
           CLOSE CALENDAR-FILE.

       PROGRAM-END.
           STOP RUN.

       MAINTENANCE-MENU.
           DISPLAY ' '.
           DISPLAY 'ADVENT2422A - BUSINESS-DAY CALENDAR MAINTENANCE'.
           DISPLAY '  1 - MARK DATE AS BUSINESS DAY'.
           DISPLAY '  2 - MARK DATE AS HOLIDAY'.
           DISPLAY '  3 - MARK DATE AS WEEKEND'.
           DISPLAY '  4 - INQUIRE DATE'.
           DISPLAY '  5 - GENERATE YEAR'.
           DISPLAY '  Q - QUIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM MARK-BUSINESS-DAY
               WHEN '2'
                   PERFORM MARK-HOLIDAY
               WHEN '3'
                   PERFORM MARK-WEEKEND
               WHEN '4'
                   PERFORM INQUIRE-DATE
               WHEN '5'
                   PERFORM GENERATE-YEAR
               WHEN 'Q'
               WHEN 'q'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CHOICE'
           END-EVALUATE.

      *-----------------------------------------------------------------
      * EACH MARK PARAGRAPH WRITES THE DATE'S ROW OR REPLACES THE ONE
      * ALREADY THERE, SO A HOLIDAY KEYED IN ERROR IS PUT RIGHT BY
      * MARKING THE SAME DATE AGAIN. A DATE THAT IS NOT A REAL
      * CALENDAR DATE IS REFUSED.
      *-----------------------------------------------------------------
       MARK-BUSINESS-DAY.
           PERFORM ACCEPT-CALENDAR-DATE.
           IF WS-DATE-VALID-SW = 'Y'
               MOVE SPACES TO CALENDAR-RECORD
               MOVE WS-ENTRY-DATE-NUM TO CAL-DATE
               SET CAL-BUSINESS-DAY TO TRUE
               MOVE 'BUSINESS DAY' TO CAL-DESCRIPTION
               PERFORM STORE-CALENDAR-DATE
           END-IF.

       MARK-HOLIDAY.
           PERFORM ACCEPT-CALENDAR-DATE.
           IF WS-DATE-VALID-SW = 'Y'
               DISPLAY 'HOLIDAY DESCRIPTION: ' WITH NO ADVANCING
               ACCEPT WS-ENTRY-DESC
               IF WS-ENTRY-DESC = SPACES
                   MOVE 'HOLIDAY' TO WS-ENTRY-DESC
               END-IF
               MOVE SPACES TO CALENDAR-RECORD
               MOVE WS-ENTRY-DATE-NUM TO CAL-DATE
               SET CAL-HOLIDAY TO TRUE
               MOVE WS-ENTRY-DESC TO CAL-DESCRIPTION
               PERFORM STORE-CALENDAR-DATE
           END-IF.

       MARK-WEEKEND.
           PERFORM ACCEPT-CALENDAR-DATE.
           IF WS-DATE-VALID-SW = 'Y'
               MOVE SPACES TO CALENDAR-RECORD
               MOVE WS-ENTRY-DATE-NUM TO CAL-DATE
               SET CAL-WEEKEND TO TRUE
               MOVE 'WEEKEND' TO CAL-DESCRIPTION
               PERFORM STORE-CALENDAR-DATE
           END-IF.

       STORE-CALENDAR-DATE.
           WRITE CALENDAR-RECORD
               INVALID KEY REWRITE CALENDAR-RECORD
           END-WRITE.
           DISPLAY 'DATE ' WS-ENTRY-DATE ' STORED AS ' CAL-DESCRIPTION.

       INQUIRE-DATE.
           PERFORM ACCEPT-CALENDAR-DATE.
           IF WS-DATE-VALID-SW = 'Y'
               PERFORM FETCH-CALENDAR-DATE
               IF WS-FOUND-SW = 'N'
                   DISPLAY 'DATE ' WS-ENTRY-DATE
                       ' NOT ON CALENDAR - WEEKDAY RULE APPLIES'
               ELSE
                   DISPLAY 'DATE ' CAL-DATE ' ' CAL-DESCRIPTION
                   EVALUATE TRUE
                       WHEN CAL-BUSINESS-DAY
                           DISPLAY '         TYPE BUSINESS DAY'
                       WHEN CAL-HOLIDAY
                           DISPLAY '         TYPE HOLIDAY'
                       WHEN OTHER
                           DISPLAY '         TYPE WEEKEND'
                   END-EVALUATE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * LAYS DOWN ONE ROW FOR EVERY DATE OF THE REQUESTED YEAR THAT IS
      * NOT ALREADY ON FILE: MONDAY TO FRIDAY AS BUSINESS DAYS,
      * SATURDAY AND SUNDAY AS WEEKENDS. ROWS ALREADY PRESENT ARE
      * COUNTED AND LEFT AS THEY ARE, SO THE HOLIDAYS CAN BE KEYED
      * BEFORE OR AFTER THE YEAR IS GENERATED.
      *-----------------------------------------------------------------
       GENERATE-YEAR.
           DISPLAY 'YEAR TO GENERATE (YYYY): ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-YEAR.
           IF WS-ENTRY-YEAR NOT NUMERIC
           OR WS-ENTRY-YEAR-NUM < 1601
               DISPLAY 'YEAR ' WS-ENTRY-YEAR ' IS NOT VALID'
           ELSE
               MOVE ZERO TO WS-GEN-ADDED
               MOVE ZERO TO WS-GEN-KEPT
               COMPUTE WS-GEN-DAY-NUM = FUNCTION INTEGER-OF-DATE(
                   WS-ENTRY-YEAR-NUM * 10000 + 0101)
               COMPUTE WS-GEN-END-NUM = FUNCTION INTEGER-OF-DATE(
                   WS-ENTRY-YEAR-NUM * 10000 + 1231)
               PERFORM GENERATE-ONE-DATE
                   UNTIL WS-GEN-DAY-NUM > WS-GEN-END-NUM
               DISPLAY 'YEAR ' WS-ENTRY-YEAR ' GENERATED - ADDED '
                   WS-GEN-ADDED ' ALREADY ON FILE ' WS-GEN-KEPT
           END-IF.

       GENERATE-ONE-DATE.
           MOVE SPACES TO CALENDAR-RECORD.
           MOVE FUNCTION DATE-OF-INTEGER(WS-GEN-DAY-NUM) TO CAL-DATE.
           COMPUTE WS-GEN-WEEKDAY = FUNCTION MOD(WS-GEN-DAY-NUM, 7).
           IF WS-GEN-WEEKDAY = 6 OR WS-GEN-WEEKDAY = 0
               SET CAL-WEEKEND TO TRUE
               MOVE 'WEEKEND' TO CAL-DESCRIPTION
           ELSE
               SET CAL-BUSINESS-DAY TO TRUE
               MOVE 'BUSINESS DAY' TO CAL-DESCRIPTION
           END-IF.
           WRITE CALENDAR-RECORD
               INVALID KEY ADD 1 TO WS-GEN-KEPT
               NOT INVALID KEY ADD 1 TO WS-GEN-ADDED
           END-WRITE.
           ADD 1 TO WS-GEN-DAY-NUM.

       ACCEPT-CALENDAR-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           DISPLAY 'CALENDAR DATE (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-DATE-NUM) = 0
                   MOVE 'Y' TO WS-DATE-VALID-SW
               END-IF
           END-IF.
           IF WS-DATE-VALID-SW = 'N'
               DISPLAY 'DATE ' WS-ENTRY-DATE ' IS NOT A VALID DATE'
           END-IF.

       FETCH-CALENDAR-DATE.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-ENTRY-DATE-NUM TO CAL-DATE.
           READ CALENDAR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ.
