       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT2427A.
      *-----------------------------------------------------------------
      * RUN-TIMING HISTORY AND BATCH-WINDOW CHECK. EVERY JOB IN THE
      * SUITE APPENDS ONE LINE TO THE SHARED AUDIT LOG
      * (ADVENTAUDIT.LOG) WITH ITS PROGRAM, RUN DATE, START AND END
      * TIMES AND ITS OWN KEYWORD COUNTS. THIS JOB READS THE WHOLE
      * LOG AND KEEPS ONE ROW PER JOB PER RUN ON A KEYED RUN-TIMING
      * MASTER (ADVENTRUNTIMING.DAT, KEY RUN DATE, START TIME AND
      * PROGRAM) WITH THE CYCLE DATE, ELAPSED SECONDS AND RECORDS
      * READ. THE LOG IS RE-READ IN FULL EACH RUN AND AN EXISTING ROW
      * IS SIMPLY REWRITTEN, SO RUNNING THIS JOB TWICE IS HARMLESS
      * AND ROWS SURVIVE ANY LATER TRIMMING OF THE LOG.
      * A JOB'S CYCLE DATE IS ITS RUN DATE UNLESS ITS LINE CARRIES A
      * CYCLE KEYWORD; ADVENT2400A WRITES ONE LINE PER STREAM WITH THE
      * CYCLE IT RAN FOR, AND EVERY RUN THAT STARTED INSIDE THAT
      * STREAM'S START AND END TIMES - PAST MIDNIGHT INCLUDED - IS
      * RE-TAGGED WITH THE STREAM'S CYCLE DATE.
      * RECORDS READ IS THE COUNT AFTER THE FIRST OF THE KEYWORDS
      * READ, PAIRS, REJECTS, MERGED, MATCHED, ARCHIVED, RESTORED,
      * ROWS OR PRINTED ON THE JOB'S LINE, AND ZERO FOR A JOB THAT
      * WRITES NONE OF THEM.
      * THE REPORT LISTS EVERY RUN FOR ONE CYCLE IN START ORDER WITH
      * ITS ELAPSED TIME AGAINST THE AVERAGE FOR THE SAME PROGRAM OVER
      * THE PRIOR AVG-DAYS CYCLE DAYS, AND ITS THROUGHPUT IN RECORDS A
      * SECOND. A RUN THAT STARTED INSIDE THE BATCH WINDOW BUT ENDED
      * AFTER WINDOW-END IS FLAGGED LATE AND RAISES A BATCHWIN EVENT
      * ON THE SHARED ALERT FILE - SEVERITY 4 FOR A JOB, 8 FOR THE
      * ADVENT2400A STREAM AS A WHOLE. DAYTIME RUNS THAT START OUTSIDE
      * THE WINDOW ARE LISTED BUT NEVER FLAGGED.
      * CONTROL CARDS (ADVENT2427CONTROL.DAT, KEYWORD IN COLUMNS
      * 1-12 AND VALUE FROM COLUMN 14, ASTERISK IN COLUMN 1 A
      * COMMENT):
      *   CYCLE-DATE   YYYYMMDD TO REPORT (DEFAULT THE CYCLE OF THE
      *                LAST STREAM IN THE LOG, ELSE THE RUN DATE).
      *   WINDOW-START HHMMSS THE BATCH WINDOW OPENS (DEFAULT 180000).
      *   WINDOW-END   HHMMSS THE BATCH WINDOW CLOSES (DEFAULT 060000,
      *                THE NEXT MORNING WHEN EARLIER THAN THE START).
      *   AVG-DAYS     NNN CYCLE DAYS IN THE AVERAGE (DEFAULT 030).
      * RETURN CODE 4 WHEN ANY RUN ENDED PAST THE WINDOW OR THE CYCLE
      * HAS NO RUNS ON FILE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE
               ASSIGN TO "Advent2427Control.dat"
               FILE STATUS IS WS-FILE-STATUS-C
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "AdventAudit.log"
               FILE STATUS IS WS-FILE-STATUS-U
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-TIMING-FILE
               ASSIGN TO "AdventRunTiming.dat"
               FILE STATUS IS WS-FILE-STATUS-T
               ORGANIZATION IS INDEXED
               RECORD KEY IS RT-KEY
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL REPORT-FILE
               ASSIGN TO "Advent2427Report.dat"
               FILE STATUS IS WS-FILE-STATUS-P
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-FILE
               ASSIGN TO "AdventAlert.dat"
               FILE STATUS IS WS-FILE-STATUS-E
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD.
           05 CC-KEYWORD         PIC X(12).
           05 FILLER             PIC X(1).
           05 CC-VALUE           PIC X(44).
           05 FILLER             PIC X(23).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE PIC X(132).
       FD  RUN-TIMING-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-TIMING-RECORD.
           05 RT-KEY.
               10 RT-RUN-DATE    PIC 9(8).
               10 RT-START-TIME  PIC 9(6).
               10 RT-PROGRAM     PIC X(8).
           05 RT-CYCLE-DATE      PIC 9(8).
           05 RT-END-TIME        PIC 9(6).
           05 RT-ELAPSED-SECS    PIC 9(6).
           05 RT-RECORDS-READ    PIC 9(10).
           05 RT-STREAM-SW       PIC X(1).
               88 RT-IN-STREAM       VALUE 'Y'.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(132).
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "Advent2400Alrt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-C PIC X(2).
       01  WS-FILE-STATUS-U PIC X(2).
       01  WS-FILE-STATUS-T PIC X(2).
       01  WS-FILE-STATUS-P PIC X(2).
       01  WS-FILE-STATUS-E PIC X(2).
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
       01  WS-PRINT-LINE     PIC X(132).
       01  WS-RUN-DATE.
           05 WS-RUN-YYYY    PIC 9(4).
           05 WS-RUN-MM      PIC 9(2).
           05 WS-RUN-DD      PIC 9(2).
       01  WS-RUN-DATE-EDIT  PIC X(10).
       01  WS-RUN-TIME.
           05 WS-RUN-HH      PIC 9(2).
           05 WS-RUN-MN      PIC 9(2).
           05 WS-RUN-SS      PIC 9(2).
           05 WS-RUN-HS      PIC 9(2).
       01  WS-RUN-TIME-EDIT  PIC X(08).
      *-----------------------------------------------------------------
      * RUN OPTIONS. THE CYCLE CARD IS HELD AS TEXT SO A MISSING OR
      * BAD CARD CAN BE TOLD FROM A REAL DATE AND THE DEFAULT USED.
      *-----------------------------------------------------------------
       01  WS-CYCLE-CARD     PIC X(8) VALUE SPACES.
       01  WS-CYCLE-DATE     PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-START   PIC 9(6) VALUE 180000.
       01  WS-WINDOW-END     PIC 9(6) VALUE 060000.
       01  WS-AVG-DAYS       PIC 9(3) VALUE 30.
       01  WS-AVG-FROM-DATE  PIC 9(8).
       01  WS-DAY-NUM        PIC 9(7).
      *-----------------------------------------------------------------
      * AUDIT LOG PARSING. THE KEYWORD PAIRS AFTER THE END TIME ARE
      * SPLIT ONE PAIR AT A TIME FROM COLUMN 43.
      *-----------------------------------------------------------------
       01  WS-LINES-READ     PIC 9(8) VALUE ZERO.
       01  WS-RUNS-LOADED    PIC 9(8) VALUE ZERO.
       01  WS-STREAMS-LOADED PIC 9(8) VALUE ZERO.
       01  WS-PARSE-PTR      PIC 9(3).
       01  WS-PARSE-DONE-SW  PIC X(1).
       01  WS-KEYWORD        PIC X(20).
       01  WS-VALUE          PIC X(20).
       01  WS-VALUE-LEN      PIC 9(3).
       01  WS-VALUE-NUM      PIC 9(10).
       01  WS-RECORDS-SET-SW PIC X(1).
       01  WS-HMS.
           05 WS-HMS-HH      PIC 9(2).
           05 WS-HMS-MN      PIC 9(2).
           05 WS-HMS-SS      PIC 9(2).
       01  WS-HMS-NUM REDEFINES WS-HMS PIC 9(6).
       01  WS-SECONDS        PIC 9(5).
       01  WS-RUN-START-SECS PIC 9(5).
       01  WS-RUN-END-SECS   PIC 9(5).
      *-----------------------------------------------------------------
      * THE STREAM BEING TAGGED. A STREAM THAT ENDS EARLIER IN THE DAY
      * THAN IT STARTED CROSSED MIDNIGHT, AND ITS RUNS ARE TAGGED IN
      * TWO SEGMENTS - TO THE END OF THE START DATE, THEN FROM
      * MIDNIGHT TO THE END TIME ON THE NEXT DATE.
      *-----------------------------------------------------------------
       01  WS-STRM-DATE      PIC 9(8).
       01  WS-STRM-START     PIC 9(6).
       01  WS-STRM-END       PIC 9(6).
       01  WS-STRM-CYCLE     PIC 9(8).
       01  WS-LAST-STRM-CYCLE PIC 9(8) VALUE ZERO.
       01  WS-TAG-DATE       PIC 9(8).
       01  WS-TAG-FROM       PIC 9(6).
       01  WS-TAG-TO         PIC 9(6).
       01  WS-RT-DONE-SW     PIC X(1).
      *-----------------------------------------------------------------
      * ELAPSED-TIME TOTALS PER PROGRAM OVER THE AVERAGE PERIOD. THE
      * SUITE HAS UNDER THIRTY PROGRAMS, SO FORTY LEAVES ROOM; A
      * PROGRAM PAST THE LIMIT SIMPLY SHOWS NO AVERAGE.
      *-----------------------------------------------------------------
       01  WS-AVG-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-AVG-TABLE.
           05 WS-AVG-ENTRY OCCURS 40 TIMES.
               10 WS-AVG-PROGRAM     PIC X(8).
               10 WS-AVG-TOTAL-SECS  PIC 9(10).
               10 WS-AVG-RUNS        PIC 9(5).
       01  WS-AVG-IDX        PIC 9(3).
       01  WS-FOUND-IDX      PIC 9(3).
      *-----------------------------------------------------------------
      * BATCH WINDOW ARITHMETIC, ALL IN SECONDS FROM THE WINDOW START
      * SO A WINDOW THAT SPANS MIDNIGHT NEEDS NO SPECIAL CASE.
      *-----------------------------------------------------------------
       01  WS-WIN-START-SECS PIC 9(5).
       01  WS-WIN-END-SECS   PIC 9(5).
       01  WS-WIN-LENGTH     PIC 9(5).
       01  WS-START-OFFSET   PIC 9(5).
       01  WS-END-OFFSET     PIC 9(6).
       01  WS-LATE-SW        PIC X(1).
       01  WS-IN-WINDOW-SW   PIC X(1).
       01  WS-AVERAGE-SECS   PIC 9(6).
       01  WS-VARIANCE-SECS  PIC S9(6).
       01  WS-VARIANCE-PCT   PIC S9(7).
       01  WS-RATE           PIC 9(8).
       01  WS-CYCLE-RUNS     PIC 9(5) VALUE ZERO.
       01  WS-LATE-JOBS      PIC 9(5) VALUE ZERO.
       01  WS-STREAM-SEEN-SW PIC X(1) VALUE 'N'.
       01  WS-STREAM-LATE-SW PIC X(1) VALUE 'N'.
       01  WS-STREAM-ELAPSED PIC 9(6) VALUE ZERO.
       01  WS-STREAM-END-EDIT PIC X(8) VALUE SPACES.
       01  WS-TIME-EDIT      PIC X(8).
       01  WS-ALERT-EVENT        PIC X(8).
       01  WS-ALERT-SEVERITY     PIC 9(1).
       01  WS-ALERT-KEY          PIC X(44).
       01  WS-ALERT-TIME-WORK    PIC 9(8).
       01  WS-TIMING-LINE.
           05 TL-PROGRAM         PIC X(8).
           05 FILLER             PIC X(2).
           05 TL-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X(2).
           05 TL-START           PIC X(8).
           05 FILLER             PIC X(2).
           05 TL-END             PIC X(8).
           05 FILLER             PIC X(2).
           05 TL-ELAPSED         PIC ZZZZZ9.
           05 FILLER             PIC X(2).
           05 TL-AVERAGE         PIC ZZZZZ9.
           05 TL-AVERAGE-X REDEFINES TL-AVERAGE PIC X(6).
           05 FILLER             PIC X(2).
           05 TL-VARIANCE        PIC -(6)9.
           05 TL-VARIANCE-X REDEFINES TL-VARIANCE PIC X(7).
           05 FILLER             PIC X(2).
           05 TL-VARIANCE-PCT    PIC -(6)9.
           05 TL-VARIANCE-PCT-X REDEFINES TL-VARIANCE-PCT PIC X(7).
           05 FILLER             PIC X(2).
           05 TL-RECORDS         PIC Z(9)9.
           05 FILLER             PIC X(2).
           05 TL-RATE            PIC Z(7)9.
           05 FILLER             PIC X(14).
           05 TL-FLAG            PIC X(12).
           05 FILLER             PIC X(12).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.
           PERFORM OPEN-RUN-TIMING.
           IF WS-FILE-STATUS-T NOT = '00' AND '05'
               DISPLAY 'ADVENT2427A - RUN-TIMING MASTER OPEN FAILED - '
                   'STATUS ' WS-FILE-STATUS-T
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PRODUCE-TIMING-REPORT
           END-IF.

       PROGRAM-END.
           STOP RUN.

       PRODUCE-TIMING-REPORT.
           PERFORM LOAD-AUDIT-LOG.
           PERFORM SET-REPORT-CYCLE.
           PERFORM SET-WINDOW-SECONDS.
           PERFORM LOAD-AVERAGES.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-CYCLE-TIMINGS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           CLOSE RUN-TIMING-FILE.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM WRITE-AUDIT-RECORD.
           IF WS-LATE-JOBS > 0
           OR WS-STREAM-LATE-SW = 'Y'
           OR WS-CYCLE-RUNS = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * RUN OPTIONS FROM THE CONTROL CARDS, DEFAULTS FIRST - THE SAME
      * CONVENTION ADVENT2400A'S READ-CONTROL-CARD USES. AN AVG-DAYS
      * CARD OF ZERO FALLS BACK TO THE DEFAULT.
      *-----------------------------------------------------------------
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-FILE-STATUS-C = '00'
               PERFORM READ-CONTROL-RECORD
                   UNTIL WS-FILE-STATUS-C = '10'
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           IF WS-AVG-DAYS = 0
               MOVE 30 TO WS-AVG-DAYS
           END-IF.

       READ-CONTROL-RECORD.
           READ CONTROL-CARD-FILE NEXT RECORD.
           IF WS-FILE-STATUS-C NOT = '10'
               PERFORM APPLY-CONTROL-CARD
           END-IF.

       APPLY-CONTROL-CARD.
           IF CC-KEYWORD(1:1) = '*' OR CONTROL-CARD = SPACES
               CONTINUE
           ELSE
               EVALUATE CC-KEYWORD
                   WHEN 'CYCLE-DATE'
                       MOVE CC-VALUE(1:8) TO WS-CYCLE-CARD
                   WHEN 'WINDOW-START'
                       MOVE CC-VALUE(1:6) TO WS-WINDOW-START
                   WHEN 'WINDOW-END'
                       MOVE CC-VALUE(1:6) TO WS-WINDOW-END
                   WHEN 'AVG-DAYS'
                       MOVE CC-VALUE(1:3) TO WS-AVG-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * OPEN THE RUN-TIMING MASTER FOR UPDATE. THE OPEN CREATES IT
      * EMPTY THE FIRST TIME THE JOB RUNS (STATUS 05); ANY OTHER STATUS
      * LEAVES THE FILE AS IT IS AND THE JOB ENDS WITH RETURN CODE 8.
      *-----------------------------------------------------------------
       OPEN-RUN-TIMING.
           OPEN I-O RUN-TIMING-FILE.

      *-----------------------------------------------------------------
      * ONE PASS OF THE WHOLE AUDIT LOG. ONLY RUN LINES ARE LOADED -
      * PROGRAM ID, RUN DATE, THEN ' START ' AND ' END ' WITH THEIR
      * TIMES IN FIXED COLUMNS; THE FREE-TEXT WARNING LINES SOME JOBS
      * ALSO WRITE TO THE LOG ARE SKIPPED.
      *-----------------------------------------------------------------
       LOAD-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE.
           IF WS-FILE-STATUS-U = '00'
               PERFORM READ-AUDIT-LINE
                   UNTIL WS-FILE-STATUS-U = '10'
           END-IF.
           CLOSE AUDIT-FILE.

       READ-AUDIT-LINE.
           READ AUDIT-FILE NEXT RECORD.
           IF WS-FILE-STATUS-U NOT = '10'
               ADD 1 TO WS-LINES-READ
               IF AUDIT-LINE(1:3) = 'ADV'
               AND AUDIT-LINE(18:7) = ' START '
               AND AUDIT-LINE(31:5) = ' END '
               AND AUDIT-LINE(10:8) NUMERIC
               AND AUDIT-LINE(25:6) NUMERIC
               AND AUDIT-LINE(36:6) NUMERIC
                   PERFORM LOAD-RUN-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * BUILDS AND STORES THE ROW FOR ONE RUN LINE. A ROW ALREADY ON
      * FILE FROM AN EARLIER PASS IS REWRITTEN. A STREAM LINE THEN
      * TAGS THE RUNS IT BRACKETS WITH ITS CYCLE DATE.
      *-----------------------------------------------------------------
       LOAD-RUN-LINE.
           MOVE SPACES TO RUN-TIMING-RECORD.
           MOVE AUDIT-LINE(10:8) TO RT-RUN-DATE.
           MOVE AUDIT-LINE(25:6) TO RT-START-TIME.
           MOVE AUDIT-LINE(1:8) TO RT-PROGRAM.
           MOVE AUDIT-LINE(10:8) TO RT-CYCLE-DATE.
           MOVE AUDIT-LINE(36:6) TO RT-END-TIME.
           MOVE ZERO TO RT-RECORDS-READ.
           MOVE 'N' TO RT-STREAM-SW.
           MOVE RT-START-TIME TO WS-HMS-NUM.
           PERFORM HMS-TO-SECONDS.
           MOVE WS-SECONDS TO WS-RUN-START-SECS.
           MOVE RT-END-TIME TO WS-HMS-NUM.
           PERFORM HMS-TO-SECONDS.
           MOVE WS-SECONDS TO WS-RUN-END-SECS.
           IF WS-RUN-END-SECS < WS-RUN-START-SECS
               COMPUTE RT-ELAPSED-SECS =
                   WS-RUN-END-SECS + 86400 - WS-RUN-START-SECS
           ELSE
               COMPUTE RT-ELAPSED-SECS =
                   WS-RUN-END-SECS - WS-RUN-START-SECS
           END-IF.
           MOVE 'N' TO WS-RECORDS-SET-SW.
           MOVE 43 TO WS-PARSE-PTR.
           MOVE 'N' TO WS-PARSE-DONE-SW.
           PERFORM PARSE-AUDIT-PAIR
               UNTIL WS-PARSE-DONE-SW = 'Y'.
           IF RT-PROGRAM = 'ADV2400A'
               MOVE 'Y' TO RT-STREAM-SW
           END-IF.
           WRITE RUN-TIMING-RECORD
               INVALID KEY REWRITE RUN-TIMING-RECORD
           END-WRITE.
           ADD 1 TO WS-RUNS-LOADED.
           IF RT-PROGRAM = 'ADV2400A'
               ADD 1 TO WS-STREAMS-LOADED
               MOVE RT-RUN-DATE TO WS-STRM-DATE
               MOVE RT-START-TIME TO WS-STRM-START
               MOVE RT-END-TIME TO WS-STRM-END
               MOVE RT-CYCLE-DATE TO WS-STRM-CYCLE
               MOVE RT-CYCLE-DATE TO WS-LAST-STRM-CYCLE
               PERFORM TAG-STREAM-RUNS
           END-IF.

       HMS-TO-SECONDS.
           COMPUTE WS-SECONDS = WS-HMS-HH * 3600
                              + WS-HMS-MN * 60
                              + WS-HMS-SS.

      *-----------------------------------------------------------------
      * TAKES THE NEXT KEYWORD AND VALUE FROM THE RUN LINE. CYCLE
      * GIVES THE CYCLE DATE; THE FIRST VOLUME KEYWORD GIVES RECORDS
      * READ. A VALUE THAT IS NOT ALL DIGITS IS IGNORED.
      *-----------------------------------------------------------------
       PARSE-AUDIT-PAIR.
           IF WS-PARSE-PTR > 132
               MOVE 'Y' TO WS-PARSE-DONE-SW
           ELSE
               MOVE SPACES TO WS-KEYWORD
               MOVE SPACES TO WS-VALUE
               UNSTRING AUDIT-LINE DELIMITED BY ALL SPACE
                   INTO WS-KEYWORD WS-VALUE
                   WITH POINTER WS-PARSE-PTR
               END-UNSTRING
               IF WS-KEYWORD = SPACES
                   MOVE 'Y' TO WS-PARSE-DONE-SW
               ELSE
                   PERFORM APPLY-AUDIT-PAIR
               END-IF
           END-IF.

       APPLY-AUDIT-PAIR.
           MOVE ZERO TO WS-VALUE-LEN.
           INSPECT WS-VALUE TALLYING WS-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-VALUE-LEN > 0 AND WS-VALUE-LEN < 11
               IF WS-VALUE(1:WS-VALUE-LEN) NUMERIC
                   MOVE WS-VALUE(1:WS-VALUE-LEN) TO WS-VALUE-NUM
                   EVALUATE WS-KEYWORD
                       WHEN 'CYCLE'
                           IF WS-VALUE-LEN = 8
                               MOVE WS-VALUE-NUM TO RT-CYCLE-DATE
                           END-IF
                       WHEN 'READ'
                       WHEN 'PAIRS'
                       WHEN 'REJECTS'
                       WHEN 'MERGED'
                       WHEN 'MATCHED'
                       WHEN 'ARCHIVED'
                       WHEN 'RESTORED'
                       WHEN 'ROWS'
                       WHEN 'PRINTED'
                           IF WS-RECORDS-SET-SW = 'N'
                               MOVE WS-VALUE-NUM TO RT-RECORDS-READ
                               MOVE 'Y' TO WS-RECORDS-SET-SW
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * STREAM TAGGING. THE STREAM'S OWN ROW IS REWRITTEN ALONG WITH
      * THE REST; THE KEY OF THE ROW JUST LOADED IS NOT NEEDED AGAIN.
      *-----------------------------------------------------------------
       TAG-STREAM-RUNS.
           MOVE WS-STRM-DATE TO WS-TAG-DATE.
           MOVE WS-STRM-START TO WS-TAG-FROM.
           IF WS-STRM-END < WS-STRM-START
               MOVE 235959 TO WS-TAG-TO
           ELSE
               MOVE WS-STRM-END TO WS-TAG-TO
           END-IF.
           PERFORM TAG-STREAM-SEGMENT.
           IF WS-STRM-END < WS-STRM-START
               COMPUTE WS-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-STRM-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
                   TO WS-TAG-DATE
               MOVE ZERO TO WS-TAG-FROM
               MOVE WS-STRM-END TO WS-TAG-TO
               PERFORM TAG-STREAM-SEGMENT
           END-IF.

       TAG-STREAM-SEGMENT.
           MOVE WS-TAG-DATE TO RT-RUN-DATE.
           MOVE WS-TAG-FROM TO RT-START-TIME.
           MOVE LOW-VALUES TO RT-PROGRAM.
           MOVE 'N' TO WS-RT-DONE-SW.
           START RUN-TIMING-FILE KEY IS NOT < RT-KEY
               INVALID KEY MOVE 'Y' TO WS-RT-DONE-SW
           END-START.
           PERFORM TAG-NEXT-RUN
               UNTIL WS-RT-DONE-SW = 'Y'.

       TAG-NEXT-RUN.
           READ RUN-TIMING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RT-DONE-SW
               NOT AT END
                   IF RT-RUN-DATE NOT = WS-TAG-DATE
                   OR RT-START-TIME > WS-TAG-TO
                       MOVE 'Y' TO WS-RT-DONE-SW
                   ELSE
                       MOVE WS-STRM-CYCLE TO RT-CYCLE-DATE
                       MOVE 'Y' TO RT-STREAM-SW
                       REWRITE RUN-TIMING-RECORD
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * THE CYCLE TO REPORT: A VALID CYCLE-DATE CARD, ELSE THE CYCLE
      * OF THE LAST STREAM IN THE LOG, ELSE TODAY. THE AVERAGE PERIOD
      * IS THE AVG-DAYS CALENDAR DAYS BEFORE IT.
      *-----------------------------------------------------------------
       SET-REPORT-CYCLE.
           IF WS-CYCLE-CARD NUMERIC
               MOVE WS-CYCLE-CARD TO WS-CYCLE-DATE
           ELSE
               IF WS-LAST-STRM-CYCLE > 0
                   MOVE WS-LAST-STRM-CYCLE TO WS-CYCLE-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-CYCLE-DATE
               END-IF
           END-IF.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) - WS-AVG-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               TO WS-AVG-FROM-DATE.

       SET-WINDOW-SECONDS.
           MOVE WS-WINDOW-START TO WS-HMS-NUM.
           PERFORM HMS-TO-SECONDS.
           MOVE WS-SECONDS TO WS-WIN-START-SECS.
           MOVE WS-WINDOW-END TO WS-HMS-NUM.
           PERFORM HMS-TO-SECONDS.
           MOVE WS-SECONDS TO WS-WIN-END-SECS.
           IF WS-WIN-END-SECS > WS-WIN-START-SECS
               COMPUTE WS-WIN-LENGTH =
                   WS-WIN-END-SECS - WS-WIN-START-SECS
           ELSE
               COMPUTE WS-WIN-LENGTH =
                   WS-WIN-END-SECS + 86400 - WS-WIN-START-SECS
           END-IF.

      *-----------------------------------------------------------------
      * ELAPSED-TIME TOTALS FOR EVERY RUN WHOSE CYCLE FALLS IN THE
      * AVERAGE PERIOD. A CYCLE'S RUNS NEVER CARRY A RUN DATE BEFORE
      * THE CYCLE DATE, SO THE WALK STARTS AT THE FIRST DAY OF THE
      * PERIOD AND STOPS AT THE REPORTED CYCLE.
      *-----------------------------------------------------------------
       LOAD-AVERAGES.
           MOVE WS-AVG-FROM-DATE TO RT-RUN-DATE.
           MOVE ZERO TO RT-START-TIME.
           MOVE LOW-VALUES TO RT-PROGRAM.
           MOVE 'N' TO WS-RT-DONE-SW.
           START RUN-TIMING-FILE KEY IS NOT < RT-KEY
               INVALID KEY MOVE 'Y' TO WS-RT-DONE-SW
           END-START.
           PERFORM READ-AVERAGE-ROW
               UNTIL WS-RT-DONE-SW = 'Y'.

       READ-AVERAGE-ROW.
           READ RUN-TIMING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RT-DONE-SW
               NOT AT END
                   IF RT-RUN-DATE > WS-CYCLE-DATE
                       MOVE 'Y' TO WS-RT-DONE-SW
                   ELSE
                       IF RT-CYCLE-DATE NOT < WS-AVG-FROM-DATE
                       AND RT-CYCLE-DATE < WS-CYCLE-DATE
                           PERFORM ADD-AVERAGE-ROW
                       END-IF
                   END-IF
           END-READ.

       ADD-AVERAGE-ROW.
           PERFORM FIND-AVERAGE-ENTRY.
           IF WS-FOUND-IDX = 0 AND WS-AVG-COUNT < 40
               ADD 1 TO WS-AVG-COUNT
               MOVE WS-AVG-COUNT TO WS-FOUND-IDX
               MOVE RT-PROGRAM TO WS-AVG-PROGRAM(WS-FOUND-IDX)
               MOVE ZERO TO WS-AVG-TOTAL-SECS(WS-FOUND-IDX)
               MOVE ZERO TO WS-AVG-RUNS(WS-FOUND-IDX)
           END-IF.
           IF WS-FOUND-IDX > 0
               ADD RT-ELAPSED-SECS TO WS-AVG-TOTAL-SECS(WS-FOUND-IDX)
               ADD 1 TO WS-AVG-RUNS(WS-FOUND-IDX)
           END-IF.

       FIND-AVERAGE-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM SCAN-AVERAGE-ENTRY
               VARYING WS-AVG-IDX FROM 1 BY 1
               UNTIL WS-AVG-IDX > WS-AVG-COUNT
                  OR WS-FOUND-IDX > 0.

       SCAN-AVERAGE-ENTRY.
           IF WS-AVG-PROGRAM(WS-AVG-IDX) = RT-PROGRAM
               MOVE WS-AVG-IDX TO WS-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * THE TIMING LINES: COLUMN HEADINGS, THEN EVERY RUN FOR THE
      * CYCLE IN START ORDER. RERUNS OF THE CYCLE ON A LATER DATE ARE
      * PICKED UP BY WALKING TO THE END OF THE MASTER.
      *-----------------------------------------------------------------
       WRITE-CYCLE-TIMINGS.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 'PROGRAM' TO WS-PRINT-LINE(1:7).
           MOVE 'RUN DATE' TO WS-PRINT-LINE(11:8).
           MOVE 'START' TO WS-PRINT-LINE(21:5).
           MOVE 'END' TO WS-PRINT-LINE(31:3).
           MOVE 'ELAPSED' TO WS-PRINT-LINE(40:7).
           MOVE 'AVERAGE' TO WS-PRINT-LINE(48:7).
           MOVE 'VS AVG' TO WS-PRINT-LINE(58:6).
           MOVE 'PCT' TO WS-PRINT-LINE(70:3).
           MOVE 'RECORDS' TO WS-PRINT-LINE(78:7).
           MOVE 'REC/SEC' TO WS-PRINT-LINE(88:7).
           MOVE 'FLAG' TO WS-PRINT-LINE(109:4).
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CYCLE-DATE TO RT-RUN-DATE.
           MOVE ZERO TO RT-START-TIME.
           MOVE LOW-VALUES TO RT-PROGRAM.
           MOVE 'N' TO WS-RT-DONE-SW.
           START RUN-TIMING-FILE KEY IS NOT < RT-KEY
               INVALID KEY MOVE 'Y' TO WS-RT-DONE-SW
           END-START.
           PERFORM READ-CYCLE-ROW
               UNTIL WS-RT-DONE-SW = 'Y'.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-CYCLE-ROW.
           READ RUN-TIMING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RT-DONE-SW
               NOT AT END
                   IF RT-CYCLE-DATE = WS-CYCLE-DATE
                       PERFORM WRITE-TIMING-LINE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * ONE RUN. THE WINDOW TEST MEASURES START AND END FROM THE
      * WINDOW START: A RUN THAT STARTED WITHIN THE WINDOW'S LENGTH OF
      * IT IS BATCH-WINDOW WORK, AND IS LATE WHEN IT ENDED BEYOND THAT
      * LENGTH. THE STREAM'S OWN ROW IS LATE FOR THE STREAM AS A
      * WHOLE.
      *-----------------------------------------------------------------
       WRITE-TIMING-LINE.
           ADD 1 TO WS-CYCLE-RUNS.
           MOVE SPACES TO WS-TIMING-LINE.
           MOVE RT-PROGRAM TO TL-PROGRAM.
           MOVE RT-RUN-DATE TO TL-RUN-DATE.
           MOVE RT-START-TIME TO WS-HMS-NUM.
           PERFORM EDIT-HMS.
           MOVE WS-TIME-EDIT TO TL-START.
           PERFORM HMS-TO-SECONDS.
           MOVE WS-SECONDS TO WS-RUN-START-SECS.
           MOVE RT-END-TIME TO WS-HMS-NUM.
           PERFORM EDIT-HMS.
           MOVE WS-TIME-EDIT TO TL-END.
           MOVE RT-ELAPSED-SECS TO TL-ELAPSED.
           PERFORM FIND-AVERAGE-ENTRY.
           IF WS-FOUND-IDX > 0
               COMPUTE WS-AVERAGE-SECS ROUNDED =
                   WS-AVG-TOTAL-SECS(WS-FOUND-IDX)
                   / WS-AVG-RUNS(WS-FOUND-IDX)
               COMPUTE WS-VARIANCE-SECS =
                   RT-ELAPSED-SECS - WS-AVERAGE-SECS
               MOVE WS-AVERAGE-SECS TO TL-AVERAGE
               MOVE WS-VARIANCE-SECS TO TL-VARIANCE
               IF WS-AVERAGE-SECS > 0
                   COMPUTE WS-VARIANCE-PCT ROUNDED =
                       WS-VARIANCE-SECS * 100 / WS-AVERAGE-SECS
                   IF WS-VARIANCE-PCT > 999999
                       MOVE 999999 TO WS-VARIANCE-PCT
                   END-IF
                   MOVE WS-VARIANCE-PCT TO TL-VARIANCE-PCT
               END-IF
           ELSE
               MOVE '  NONE' TO TL-AVERAGE-X
           END-IF.
           MOVE RT-RECORDS-READ TO TL-RECORDS.
           IF RT-ELAPSED-SECS > 0
               COMPUTE WS-RATE ROUNDED =
                   RT-RECORDS-READ / RT-ELAPSED-SECS
           ELSE
               MOVE RT-RECORDS-READ TO WS-RATE
           END-IF.
           MOVE WS-RATE TO TL-RATE.
           PERFORM CHECK-BATCH-WINDOW.
           IF RT-PROGRAM = 'ADV2400A'
               MOVE 'Y' TO WS-STREAM-SEEN-SW
               MOVE RT-ELAPSED-SECS TO WS-STREAM-ELAPSED
               MOVE TL-END TO WS-STREAM-END-EDIT
               IF WS-LATE-SW = 'Y'
                   MOVE 'STREAM LATE' TO TL-FLAG
                   MOVE 'Y' TO WS-STREAM-LATE-SW
                   MOVE 'BATCHWIN' TO WS-ALERT-EVENT
                   MOVE 8 TO WS-ALERT-SEVERITY
                   MOVE 'DAILY-STREAM' TO WS-ALERT-KEY
                   PERFORM WRITE-ALERT-RECORD
               END-IF
           ELSE
               IF WS-LATE-SW = 'Y'
                   MOVE 'LATE' TO TL-FLAG
                   ADD 1 TO WS-LATE-JOBS
                   MOVE 'BATCHWIN' TO WS-ALERT-EVENT
                   MOVE 4 TO WS-ALERT-SEVERITY
                   MOVE RT-PROGRAM TO WS-ALERT-KEY
                   PERFORM WRITE-ALERT-RECORD
               END-IF
           END-IF.
           IF WS-IN-WINDOW-SW = 'N'
               MOVE 'OFF-WINDOW' TO TL-FLAG
           END-IF.
           MOVE WS-TIMING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-BATCH-WINDOW.
           MOVE 'N' TO WS-LATE-SW.
           MOVE 'N' TO WS-IN-WINDOW-SW.
           IF WS-RUN-START-SECS < WS-WIN-START-SECS
               COMPUTE WS-START-OFFSET =
                   WS-RUN-START-SECS + 86400 - WS-WIN-START-SECS
           ELSE
               COMPUTE WS-START-OFFSET =
                   WS-RUN-START-SECS - WS-WIN-START-SECS
           END-IF.
           IF WS-START-OFFSET NOT > WS-WIN-LENGTH
               MOVE 'Y' TO WS-IN-WINDOW-SW
               COMPUTE WS-END-OFFSET =
                   WS-START-OFFSET + RT-ELAPSED-SECS
               IF WS-END-OFFSET > WS-WIN-LENGTH
                   MOVE 'Y' TO WS-LATE-SW
               END-IF
           END-IF.

       EDIT-HMS.
           MOVE SPACES TO WS-TIME-EDIT
           STRING WS-HMS-HH DELIMITED SIZE ':' DELIMITED SIZE
                  WS-HMS-MN DELIMITED SIZE ':' DELIMITED SIZE
                  WS-HMS-SS DELIMITED SIZE
               INTO WS-TIME-EDIT
           END-STRING.

      *-----------------------------------------------------------------
      * CYCLE TOTALS AND THE STREAM'S STANDING AGAINST THE WINDOW.
      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'AUDIT LOG LINES READ. . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-LINES-READ DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RUNS LOADED TO TIMING MASTER. . . . . . . . '
                       DELIMITED SIZE
                  WS-RUNS-LOADED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'STREAMS ON THE AUDIT LOG. . . . . . . . . . '
                       DELIMITED SIZE
                  WS-STREAMS-LOADED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RUNS FOR THE CYCLE. . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-CYCLE-RUNS DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'JOBS ENDED PAST THE WINDOW. . . . . . . . . '
                       DELIMITED SIZE
                  WS-LATE-JOBS DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           IF WS-STREAM-SEEN-SW = 'Y'
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'STREAM ELAPSED SECONDS. . . . . . . . . . . '
                           DELIMITED SIZE
                      WS-STREAM-ELAPSED DELIMITED SIZE
                      '   ENDED ' DELIMITED SIZE
                      WS-STREAM-END-EDIT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE '*** NO ADVENT2400A STREAM ON FILE FOR THE CYCLE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-STREAM-LATE-SW = 'Y'
               MOVE '*** STREAM ENDED PAST THE BATCH WINDOW'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-CYCLE-RUNS = 0
               MOVE '*** NO RUNS ON FILE FOR THE CYCLE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * WRITES ONE EVENT TO THE SHARED ALERT FILE FOR MONITORING, SO
      * OPERATIONS IS PAGED ON A BLOWN WINDOW WITHOUT PARSING THIS
      * REPORT. THE CALLER SETS THE EVENT CODE, SEVERITY AND KEY
      * FIELD FIRST.
      *-----------------------------------------------------------------
       WRITE-ALERT-RECORD.
           MOVE SPACES TO ALERT-RECORD.
           MOVE 'ADV2427A' TO ALERT-PROGRAM-ID.
           MOVE WS-CYCLE-DATE TO ALERT-CYCLE-DATE.
           ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ALERT-TIME-WORK FROM TIME.
           MOVE WS-ALERT-TIME-WORK(1:6) TO ALERT-TIME.
           MOVE WS-ALERT-EVENT TO ALERT-EVENT-CODE.
           MOVE WS-ALERT-SEVERITY TO ALERT-SEVERITY.
           MOVE WS-ALERT-KEY TO ALERT-KEY.
           OPEN EXTEND ALERT-FILE.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.

      *-----------------------------------------------------------------
      * ONE LINE APPENDED TO THE SHARED AUDIT LOG FOR EVERY RUN OF
      * THIS PROGRAM.
      *-----------------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ADV2427A ' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  ' START ' DELIMITED SIZE
                  WS-START-HH DELIMITED SIZE
                  WS-START-MN DELIMITED SIZE
                  WS-START-SS DELIMITED SIZE
                  ' END ' DELIMITED SIZE
                  WS-END-HH DELIMITED SIZE
                  WS-END-MN DELIMITED SIZE
                  WS-END-SS DELIMITED SIZE
                  ' REPORTED ' DELIMITED SIZE
                  WS-CYCLE-DATE DELIMITED SIZE
                  ' READ ' DELIMITED SIZE
                  WS-LINES-READ DELIMITED SIZE
                  ' RUNS ' DELIMITED SIZE
                  WS-CYCLE-RUNS DELIMITED SIZE
                  ' LATE ' DELIMITED SIZE
                  WS-LATE-JOBS DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO AUDIT-LINE
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *-----------------------------------------------------------------
      * REPORT TITLE AND RUN-IDENTIFICATION LINES, WRITTEN ONCE AT THE
      * TOP OF ADVENT2427REPORT.DAT.
      *-----------------------------------------------------------------
       WRITE-REPORT-HEADER.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-DATE-EDIT
           STRING WS-RUN-MM   DELIMITED SIZE '/'  DELIMITED SIZE
                  WS-RUN-DD   DELIMITED SIZE '/'  DELIMITED SIZE
                  WS-RUN-YYYY DELIMITED SIZE
               INTO WS-RUN-DATE-EDIT
           END-STRING.
           MOVE SPACES TO WS-RUN-TIME-EDIT
           STRING WS-RUN-HH DELIMITED SIZE ':' DELIMITED SIZE
                  WS-RUN-MN DELIMITED SIZE ':' DELIMITED SIZE
                  WS-RUN-SS DELIMITED SIZE
               INTO WS-RUN-TIME-EDIT
           END-STRING.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'ADVENT2427A - RUN-TIMING HISTORY AND BATCH WINDOW'
               TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RUN DATE: ' DELIMITED SIZE
                  WS-RUN-DATE-EDIT DELIMITED SIZE
                  '   RUN TIME: ' DELIMITED SIZE
                  WS-RUN-TIME-EDIT DELIMITED SIZE
                  '   CYCLE DATE: ' DELIMITED SIZE
                  WS-CYCLE-DATE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BATCH WINDOW: ' DELIMITED SIZE
                  WS-WINDOW-START DELIMITED SIZE
                  ' TO ' DELIMITED SIZE
                  WS-WINDOW-END DELIMITED SIZE
                  '   AVERAGE OVER ' DELIMITED SIZE
                  WS-AVG-DAYS DELIMITED SIZE
                  ' DAYS FROM ' DELIMITED SIZE
                  WS-AVG-FROM-DATE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
