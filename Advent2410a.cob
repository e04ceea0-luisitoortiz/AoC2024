      * UNTIL THEY ARE RESOLVED OR AGE PAST THE RETENTION LIMIT ON
      * THE RUN-CONTROL CARD. A RECYCLE REPORT SHOWS THE DISPOSITION
      * OF EVERY REJECT: CORRECTED, STILL REJECTED, CARRIED, DROPPED
      * BY THE OPERATOR, OR AGED OFF. EVERY REJECT KEEPS THE SOURCE
      * OFFICE ADVENT2402A STAMPED ON IT, THE RECYCLE REPORT NAMES IT,
      * AND EACH CORRECTION, DROP AND AGE-OFF IS COUNTED AGAINST THAT
      * OFFICE FOR THE CYCLE ON THE OFFICE STATISTICS MASTER.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "AdventAudit.log"
               FILE STATUS IS WS-FILE-STATUS-U
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO "AdventCalendar.dat"
               FILE STATUS IS WS-FILE-STATUS-K
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAL-DATE
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL OFFICE-STATS-FILE
               ASSIGN TO "AdventOfficeStats.dat"
               FILE STATUS IS WS-FILE-STATUS-O
               ORGANIZATION IS INDEXED
               RECORD KEY IS OFS-KEY
               ACCESS MODE IS DYNAMIC.

       DATA DIVISION.
       FILE SECTION.
           05 REJECT-LINE    PIC X(200).
           05 FILLER         PIC X(1).
           05 REJECT-REASON  PIC X(30).
           05 FILLER         PIC X(1).
           05 REJECT-SOURCE  PIC X(8).
       FD  CORRECTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRECTION-RECORD.
           05 CORR-ACTION    PIC X(1).
           05 FILLER         PIC X(1).
           05 CORR-LINE      PIC X(200).
           05 FILLER         PIC X(1).
           05 CORR-SOURCE    PIC X(8).
       FD  CARRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARRY-RECORD.
           05 CARRY-LINE     PIC X(200).
           05 FILLER         PIC X(1).
           05 CARRY-REASON   PIC X(30).
           05 FILLER         PIC X(1).
           05 CARRY-SOURCE   PIC X(8).
       FD  SAFETY-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SAFETY-FEED-RECORD PIC X(218).
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
       FD  OFFICE-STATS-FILE
           LABEL RECORDS ARE STANDARD.
       01  OFFICE-STATS-RECORD.
           05 OFS-KEY.
               10 OFS-CYCLE-DATE PIC 9(8).
               10 OFS-SOURCE     PIC X(8).
           05 OFS-RECORDS-SENT   PIC 9(8).
           05 OFS-REJECTED       PIC 9(8).
           05 OFS-UNSAFE         PIC 9(8).
           05 OFS-DUPLICATES     PIC 9(8).
           05 OFS-LAST-SEQ       PIC 9(8).
           05 OFS-CORRECTED      PIC 9(8).
           05 OFS-DROPPED        PIC 9(8).
           05 OFS-AGED-OFF       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-REJECT-FILE-NAME  PIC X(44)
       01  WS-AGE-DAYS       PIC S9(5) VALUE ZERO.
       01  WS-DISPOSITION    PIC X(50).
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
      * THE VALIDATION AND SAFETY FIELDS BELOW MIRROR ADVENT2402A'S SO
      * THE VALIDATE-AND-PARSE AND EVALUATE-REPORT-SAFETY PARAGRAPHS
      * APPLY EXACTLY THE SAME RULES TO A CORRECTED RECORD AS THE LIVE
       01  WS-FEED-DATA-COUNT PIC 9(8).
       01  WS-FEED-TRL-HASH  PIC 9(10).
       01  WS-FEED-HDR-SEEN-SW PIC X(1).
      *-----------------------------------------------------------------
      * PER-OFFICE DISPOSITION COUNTS. EACH CORRECTION APPLIED (WHETHER
      * OR NOT IT CURED THE REJECT), EACH OPERATOR DROP AND EACH
      * AGE-OFF IS ADDED TO THE CURRENT CYCLE'S ROW FOR THE REJECT'S
      * OFFICE. THIS PROGRAM'S COUNTS FOR THE CYCLE ARE CLEARED AT THE
      * START OF EVERY RUN, SO A RERUN REPLACES RATHER THAN ADDS. A
      * REJECT WRITTEN BEFORE OFFICES WERE CARRIED HAS NO SOURCE AND
      * IS COUNTED AS UNKNOWN. WS-OFS-ON-FILE-SW IS SET ONLY WHEN THE
      * MASTER OPENED; WITHOUT IT THE REJECTS ARE STILL RECYCLED BUT
      * NOTHING IS COUNTED AND THE RUN ENDS WITH A WARNING.
      *-----------------------------------------------------------------
       01  WS-FILE-STATUS-O  PIC X(2).
       01  WS-OFS-ON-FILE-SW PIC X(1) VALUE 'N'.
       01  WS-OFS-DONE-SW    PIC X(1).
       01  WS-REPORT-SOURCE  PIC X(8).

       LINKAGE SECTION.
       COPY "Advent2400Ctl.cpy".
           OPEN INPUT REJECT-FILE.
           OPEN OUTPUT CARRY-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM OPEN-CALENDAR.
           PERFORM OPEN-OFFICE-STATS.
           OPEN OUTPUT EXTRACT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROCESS-REJECT-RECORD
           CLOSE REJECT-FILE.
           CLOSE CARRY-FILE.
           CLOSE REPORT-FILE.
           CLOSE CALENDAR-FILE.
           IF WS-OFS-ON-FILE-SW = 'Y'
               CLOSE OFFICE-STATS-FILE
           END-IF.
           CLOSE EXTRACT-FILE.
           PERFORM REWRITE-REJECT-FILE.
           PERFORM MERGE-SAFETY-FEED.

      *-----------------------------------------------------------------
      * HANDS A COMPLETION STATUS BACK TO THE DRIVER: 4 WHEN REJECTS
      * ARE STILL OUTSTANDING, THE CORRECTION DECK OVERFLOWED OR THE
      * OFFICE STATISTICS MASTER COULD NOT BE OPENED, 0 WHEN THE
      * RECYCLE LEFT NOTHING BEHIND.
      *-----------------------------------------------------------------
       SET-COMPLETION-STATUS.
           MOVE 0 TO CTL-2410-STATUS.
                       TO CTL-2410-MESSAGE
               END-IF
           END-IF.
           IF CTL-2410-STATUS = 0 AND WS-OFS-ON-FILE-SW = 'N'
               MOVE 4 TO CTL-2410-STATUS
               STRING 'OFFICE STATS OPEN FAILED - STATUS '
                          DELIMITED SIZE
                      WS-FILE-STATUS-O DELIMITED SIZE
                      ' - NOT COUNTED' DELIMITED SIZE
                   INTO CTL-2410-MESSAGE
               END-STRING
           END-IF.

      *-----------------------------------------------------------------
      * PICKS UP THE FILE NAMES THE DRIVER RESOLVED FROM THE OPERATOR
           READ REJECT-FILE NEXT RECORD.
           IF WS-FILE-STATUS-J NOT = '10'
               ADD 1 TO WS-REJECTS-READ
               IF REJECT-SOURCE = SPACES
                   MOVE 'UNKNOWN' TO WS-REPORT-SOURCE
               ELSE
                   MOVE REJECT-SOURCE TO WS-REPORT-SOURCE
               END-IF
               PERFORM CHECK-DUPLICATE-REJECT
               IF WS-SEEN-FOUND-SW = 'Y'
                   ADD 1 TO WS-DUPLICATE-COUNT
               ADD 1 TO WS-DROPPED-COUNT
               MOVE 'DROPPED BY OPERATOR' TO WS-DISPOSITION
               PERFORM WRITE-DISPOSITION-LINE
               PERFORM READ-OFFICE-ROW
               ADD 1 TO OFS-DROPPED
               PERFORM REWRITE-OFFICE-ROW
           ELSE
               PERFORM READ-OFFICE-ROW
               ADD 1 TO OFS-CORRECTED
               PERFORM REWRITE-OFFICE-ROW
               MOVE WS-CORR-LINE(WS-CORR-FOUND-IDX) TO LIST-RECORD
               PERFORM VALIDATE-AND-PARSE
               IF RECORD-IS-VALID
           MOVE REJECT-SEQ TO CARRY-SEQ.
           MOVE LIST-RECORD TO CARRY-LINE.
           MOVE WS-REJECT-REASON TO CARRY-REASON.
           MOVE REJECT-SOURCE TO CARRY-SOURCE.
           WRITE CARRY-RECORD.

      *-----------------------------------------------------------------
      * AGE IS MEASURED IN BUSINESS DAYS BETWEEN THE REJECT'S CYCLE
      * DATE AND THE CURRENT CYCLE DATE, SO A LONG WEEKEND NO LONGER
      * AGES A REJECT OFF BEFORE ANYONE WAS IN TO CORRECT IT. WEEKENDS
      * AND HOLIDAYS COME FROM THE BUSINESS-DAY CALENDAR. A RETENTION
      * LIMIT OF ZERO ON THE RUN-CONTROL CARD MEANS REJECTS NEVER AGE
      * OFF. A REJECT WHOSE CYCLE DATE IS UNREADABLE AGES OFF
      * IMMEDIATELY - IT CANNOT BE MATCHED TO A CORRECTION BY KEY
      * ANYWAY.
      *-----------------------------------------------------------------
       CARRY-OR-AGE-REJECT.
           MOVE ZERO TO WS-AGE-DAYS.
           IF CTL-REJECT-AGE-DAYS > 0
               COMPUTE WS-CAL-FROM-NUM =
                   FUNCTION INTEGER-OF-DATE(REJECT-CYCLE)
               COMPUTE WS-CAL-TO-NUM =
                   FUNCTION INTEGER-OF-DATE(CTL-CYCLE-DATE)
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-BUSINESS-DAYS TO WS-AGE-DAYS
           END-IF.
           IF CTL-REJECT-AGE-DAYS > 0
           AND WS-AGE-DAYS > CTL-REJECT-AGE-DAYS
               MOVE SPACES TO WS-DISPOSITION
               STRING 'AGED OFF AFTER ' DELIMITED SIZE
                      CTL-REJECT-AGE-DAYS DELIMITED SIZE
                      ' BUSINESS DAYS' DELIMITED SIZE
                   INTO WS-DISPOSITION
               END-STRING
               PERFORM WRITE-DISPOSITION-LINE
               PERFORM READ-OFFICE-ROW
               ADD 1 TO OFS-AGED-OFF
               PERFORM REWRITE-OFFICE-ROW
           ELSE
               ADD 1 TO WS-CARRIED-COUNT
               MOVE 'CARRIED TO NEXT CYCLE' TO WS-DISPOSITION
               PERFORM WRITE-CARRY-UNCHANGED
           END-IF.

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
      * OPENS THE OFFICE STATISTICS MASTER AND CLEARS THIS PROGRAM'S
      * COUNTS ON EVERY ROW FOR THE CYCLE. THE OPEN CREATES THE MASTER
      * ON FIRST USE (STATUS 05); ANY OTHER STATUS LEAVES THE FILE AS
      * IT IS AND THE RUN GOES ON WITHOUT IT. THE SENT, REJECTED AND
      * UNSAFE COUNTS ADVENT2402A KEEPS ON THE SAME ROWS ARE LEFT
      * ALONE.
      *-----------------------------------------------------------------
       OPEN-OFFICE-STATS.
           MOVE 'N' TO WS-OFS-ON-FILE-SW.
           OPEN I-O OFFICE-STATS-FILE.
           IF WS-FILE-STATUS-O = '00' OR '05'
               MOVE 'Y' TO WS-OFS-ON-FILE-SW
               MOVE CTL-CYCLE-DATE TO OFS-CYCLE-DATE
               MOVE LOW-VALUES TO OFS-SOURCE
               MOVE 'N' TO WS-OFS-DONE-SW
               START OFFICE-STATS-FILE KEY IS NOT < OFS-KEY
                   INVALID KEY MOVE 'Y' TO WS-OFS-DONE-SW
               END-START
               PERFORM CLEAR-ONE-OFFICE-ROW
                   UNTIL WS-OFS-DONE-SW = 'Y'
           END-IF.

       CLEAR-ONE-OFFICE-ROW.
           READ OFFICE-STATS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-OFS-DONE-SW
               NOT AT END
                   IF OFS-CYCLE-DATE NOT = CTL-CYCLE-DATE
                       MOVE 'Y' TO WS-OFS-DONE-SW
                   ELSE
                       MOVE ZERO TO OFS-CORRECTED
                       MOVE ZERO TO OFS-DROPPED
                       MOVE ZERO TO OFS-AGED-OFF
                       REWRITE OFFICE-STATS-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * FETCHES THE CURRENT CYCLE'S ROW FOR THE REJECT'S OFFICE, ADDING
      * AN EMPTY ONE WHEN THE OFFICE SENT NOTHING THIS CYCLE; THE
      * CALLER BUMPS ONE COUNT AND REWRITES IT. WITH NO MASTER OPEN
      * THE ROW IS ONLY CLEARED IN STORAGE AND NEVER WRITTEN.
      *-----------------------------------------------------------------
       READ-OFFICE-ROW.
           MOVE CTL-CYCLE-DATE TO OFS-CYCLE-DATE.
           MOVE WS-REPORT-SOURCE TO OFS-SOURCE.
           IF WS-OFS-ON-FILE-SW = 'Y'
               READ OFFICE-STATS-FILE
                   INVALID KEY
                       PERFORM CLEAR-OFFICE-COUNTS
                       WRITE OFFICE-STATS-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
               END-READ
           ELSE
               PERFORM CLEAR-OFFICE-COUNTS
           END-IF.

       CLEAR-OFFICE-COUNTS.
           MOVE ZERO TO OFS-RECORDS-SENT.
           MOVE ZERO TO OFS-REJECTED.
           MOVE ZERO TO OFS-UNSAFE.
           MOVE ZERO TO OFS-DUPLICATES.
           MOVE ZERO TO OFS-LAST-SEQ.
           MOVE ZERO TO OFS-CORRECTED.
           MOVE ZERO TO OFS-DROPPED.
           MOVE ZERO TO OFS-AGED-OFF.

       REWRITE-OFFICE-ROW.
           IF WS-OFS-ON-FILE-SW = 'Y'
               REWRITE OFFICE-STATS-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       WRITE-CARRY-UNCHANGED.
           MOVE SPACES TO CARRY-RECORD.
           MOVE REJECT-CYCLE TO CARRY-CYCLE.
           MOVE REJECT-SEQ TO CARRY-SEQ.
           MOVE REJECT-LINE TO CARRY-LINE.
           MOVE REJECT-REASON TO CARRY-REASON.
           MOVE REJECT-SOURCE TO CARRY-SOURCE.
           WRITE CARRY-RECORD.

       WRITE-DISPOSITION-LINE.
                  REJECT-CYCLE DELIMITED SIZE
                  ' SEQ ' DELIMITED SIZE
                  REJECT-SEQ DELIMITED SIZE
                  ' OFFICE ' DELIMITED SIZE
                  WS-REPORT-SOURCE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-DISPOSITION DELIMITED SIZE
               INTO WS-PRINT-LINE
               MOVE CARRY-SEQ TO REJECT-SEQ
               MOVE CARRY-LINE TO REJECT-LINE
               MOVE CARRY-REASON TO REJECT-REASON
               MOVE CARRY-SOURCE TO REJECT-SOURCE
               WRITE REJECT-RECORD
           END-IF.

