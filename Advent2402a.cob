               ASSIGN TO "Advent2402Checkpoint.dat"
               FILE STATUS IS WS-FILE-STATUS-K
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FPRINT-FILE
               ASSIGN TO "Advent2402Fprint.dat"
               FILE STATUS IS WS-FILE-STATUS-H
               ORGANIZATION IS INDEXED
               RECORD KEY IS FP-KEY
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL DUPLICATE-FILE
               ASSIGN TO "Advent2402Dup.dat"
               FILE STATUS IS WS-FILE-STATUS-V
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-FILE
               ASSIGN TO "AdventAlert.dat"
               FILE STATUS IS WS-FILE-STATUS-E
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OFFICE-STATS-FILE
               ASSIGN TO "AdventOfficeStats.dat"
               FILE STATUS IS WS-FILE-STATUS-O
               ORGANIZATION IS INDEXED
               RECORD KEY IS OFS-KEY
               ACCESS MODE IS DYNAMIC.

       DATA DIVISION.
       FILE SECTION.
       FD  ADVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-DATA-RECORD.
           05 LIST-RECORD     PIC X(200).
           05 LIST-SOURCE     PIC X(8).
       01  FEED-HEADER-RECORD.
           05 FEED-HDR-ID     PIC X(3).
           05 FILLER          PIC X(1).
           05 REJECT-LINE    PIC X(200).
           05 FILLER         PIC X(1).
           05 REJECT-REASON  PIC X(30).
           05 FILLER         PIC X(1).
           05 REJECT-SOURCE  PIC X(8).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(132).
           05 EXT-TOTAL-COUNT    PIC 9(10).
           05 EXT-DAMPENER-COUNT PIC 9(10).
           05 EXT-REJECT-COUNT   PIC 9(10).
           05 EXT-DUPLICATE-COUNT PIC 9(10).
       FD  SAFETY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SAFETY-RECORD.
           05 DIAG-POSITION  PIC 9(3).
           05 FILLER         PIC X(1).
           05 DIAG-REMOVED   PIC 9(3).
           05 FILLER         PIC X(1).
           05 DIAG-SOURCE    PIC X(8).
           05 FILLER         PIC X(1).
           05 DIAG-LOCATION  PIC X(5).
       FD  DIAG-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIAG-REPORT-LINE PIC X(132).
           05 CK-REJECT-COUNT    PIC 9(10).
           05 CK-SAFETY-COUNT    PIC 9(8).
           05 CK-SAFETY-HASH     PIC 9(10).
           05 CK-DUPLICATE-COUNT PIC 9(10).
       FD  FPRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FPRINT-RECORD.
           05 FP-KEY.
               10 FP-LOCATION    PIC X(5).
               10 FP-LEVELS      PIC X(134).
           05 FP-LEVEL-COUNT     PIC 9(3).
           05 FP-FIRST-CYCLE     PIC 9(8).
           05 FP-FIRST-SEQ       PIC 9(8).
           05 FP-LAST-CYCLE      PIC 9(8).
           05 FP-REPEAT-COUNT    PIC 9(5).
       FD  DUPLICATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUPLICATE-RECORD.
           05 DUP-CYCLE          PIC 9(8).
           05 FILLER             PIC X(1).
           05 DUP-SEQ            PIC 9(8).
           05 FILLER             PIC X(1).
           05 DUP-LOCATION       PIC X(5).
           05 FILLER             PIC X(1).
           05 DUP-FIRST-CYCLE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 DUP-FIRST-SEQ      PIC 9(8).
           05 FILLER             PIC X(1).
           05 DUP-LINE           PIC X(200).
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "Advent2400Alrt.cpy".
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
       01  WS-ADVENT-FILE-NAME  PIC X(44)
       01  WS-SAFETY-STATUS  PIC X(13).
       01  WS-SAFETY-COUNT   PIC 9(8) VALUE ZERO.
       01  WS-SAFETY-HASH    PIC 9(10) VALUE ZERO.
      *-----------------------------------------------------------------
      * DUPLICATE-REPORT DETECTION. THE REGIONAL OFFICES RESEND
      * REPORTS, AND A RESENT REPORT USED TO BE COUNTED AGAIN IN THE
      * TOTALS, THE CERTIFIED-SAFE FEED AND THE HISTORY. EVERY VALID
      * REPORT IS FINGERPRINTED BY ITS DERIVED LOCATION AND ITS LEVEL
      * SEQUENCE (EACH LEVEL AS TWO DIGITS, SO FORMATTING DIFFERENCES
      * IN THE RAW LINE DO NOT HIDE A REPEAT) IN A KEYED MASTER THAT
      * REMEMBERS THE CYCLE AND SEQUENCE WHERE IT FIRST APPEARED. A
      * REPORT ALREADY ON THE MASTER IS DIVERTED TO THE DUPLICATE FILE
      * WITH ITS ORIGINAL CYCLE/SEQ AND LEFT OUT OF EVERYTHING ELSE.
      * THE SAME CYCLE AND SEQUENCE COMING BACK IS A RESTART
      * REPROCESSING ITS OWN RECORD, NOT A DUPLICATE.
      *-----------------------------------------------------------------
       01  WS-FILE-STATUS-H  PIC X(2).
       01  WS-FILE-STATUS-V  PIC X(2).
       01  WS-FP-LEVELS      PIC X(134).
       01  WS-FP-IDX         PIC 9(3).
       01  WS-FP-DONE-SW     PIC X(1).
       01  WS-FP-ON-FILE-SW  PIC X(1) VALUE 'N'.
       01  WS-FP-AGE-DAYS    PIC S9(7).
       01  WS-FP-PURGED      PIC 9(10) VALUE ZERO.
       01  WS-DUPLICATE-SW   PIC X(1).
           88 REPORT-IS-DUPLICATE VALUE 'Y'.
           88 REPORT-IS-ORIGINAL  VALUE 'N'.
       01  WS-DUPLICATE-COUNT PIC 9(10) VALUE ZERO.
       01  WS-FILE-STATUS-E  PIC X(2).
       01  WS-ALERT-EVENT    PIC X(8).
       01  WS-ALERT-SEVERITY PIC 9(1).
       01  WS-ALERT-KEY      PIC X(44).
       01  WS-ALERT-TIME-WORK PIC 9(8).
      *-----------------------------------------------------------------
      * SOURCE-OFFICE IDENTITY. A COMBINED FEED FROM ADVENT2415A
      * CARRIES EACH REPORT'S OWN OFFICE IN COLUMNS 201-208; A FEED
      * SENT STRAIGHT FROM ONE OFFICE DOES NOT, AND ITS REPORTS TAKE
      * THE SOURCE SYSTEM FROM THE FEED HEADER. EVERY REJECT AND
      * DIAGNOSTICS RECORD CARRIES THE OFFICE, AND EACH REPORT IS
      * TALLIED AGAINST ITS OFFICE FOR THE CYCLE ON THE OFFICE
      * STATISTICS MASTER THAT ADVENT2426A SCORES MONTHLY. THE ROW
      * REMEMBERS THE LAST INPUT SEQUENCE COUNTED, SO A RESTARTED RUN
      * NEVER COUNTS THE SAME REPORT TWICE; A FRESH RUN CLEARS THIS
      * PROGRAM'S COUNTS FOR THE CYCLE BEFORE IT STARTS. THE MASTER
      * IS OPTIONAL TO THE RUN: WS-OFS-ON-FILE-SW IS SET ONLY WHEN IT
      * OPENED, AND WITHOUT IT THE FEED IS STILL PROCESSED BUT NOTHING
      * IS TALLIED AND THE RUN ENDS WITH A WARNING.
      *-----------------------------------------------------------------
       01  WS-FILE-STATUS-O  PIC X(2).
       01  WS-OFS-ON-FILE-SW PIC X(1) VALUE 'N'.
       01  WS-REPORT-SOURCE  PIC X(8).
       01  WS-OFS-DONE-SW    PIC X(1).

       LINKAGE SECTION.
       COPY "Advent2400Ctl.cpy".
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM APPLY-CONTROL-OPTIONS.
           PERFORM READ-CHECKPOINT.
           PERFORM PURGE-FINGERPRINTS.
           IF WS-FP-ON-FILE-SW = 'Y'
               PERFORM PROCESS-FEED
           ELSE
               MOVE 8 TO CTL-2402-STATUS
               MOVE SPACES TO CTL-2402-MESSAGE
               STRING 'FINGERPRINT MASTER OPEN FAILED - STATUS '
                          DELIMITED SIZE
                      WS-FILE-STATUS-H DELIMITED SIZE
                   INTO CTL-2402-MESSAGE
               END-STRING
           END-IF.

       PROGRAM-END.
           GOBACK.

      *-----------------------------------------------------------------
      * THE RUN PROPER, ONCE THE FINGERPRINT MASTER IS OPEN. WITHOUT
      * THAT MASTER NO REPORT CAN BE CHECKED FOR DUPLICATION, SO THE
      * FEED IS NOT READ AT ALL AND THE DRIVER IS HANDED A STATUS 8.
      *-----------------------------------------------------------------
       PROCESS-FEED.
           PERFORM OPEN-OFFICE-STATS.
           OPEN INPUT ADVENT-FILE.
           OPEN EXTEND REJECT-FILE.
           IF WS-RESUME-COUNT > 0
               OPEN EXTEND DIAG-FILE
               OPEN EXTEND XREF-FILE
               OPEN EXTEND SAFETY-FILE
               OPEN EXTEND DUPLICATE-FILE
           ELSE
               OPEN OUTPUT DIAG-FILE
               OPEN OUTPUT XREF-FILE
               OPEN OUTPUT SAFETY-FILE
               OPEN OUTPUT DUPLICATE-FILE
               PERFORM WRITE-SAFETY-HEADER
           END-IF.
           IF WS-RESUME-COUNT > 0
           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-INPUT-FILE UNTIL WS-FILE-STATUS-A = '10'.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM CHECK-DUPLICATE-LIMIT.
           PERFORM BALANCE-FEED-TOTALS.
           PERFORM WRITE-DIAG-ANALYSIS.
           PERFORM WRITE-SAFETY-TRAILER.
           CLOSE DIAG-FILE.
           CLOSE XREF-FILE.
           CLOSE SAFETY-FILE.
           CLOSE DUPLICATE-FILE.
           CLOSE FPRINT-FILE.
           IF WS-OFS-ON-FILE-SW = 'Y'
               CLOSE OFFICE-STATS-FILE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE CHECKPOINT-FILE.
           PERFORM SET-COMPLETION-STATUS.

      *-----------------------------------------------------------------
      * HANDS A COMPLETION STATUS BACK TO THE DRIVER: 8 WHEN THE FEED
      * CAME UP EMPTY, FAILED TO BALANCE, OR REJECTED MORE THAN THE
      * RUN-CONTROL PERCENTAGE OF ITS RECORDS; 4 WHEN ANY RECORDS
      * REJECTED AT ALL, DIVERTED MORE DUPLICATES THAN THE
      * RUN-CONTROL LIMIT, OR COULD NOT OPEN THE OFFICE STATISTICS
      * MASTER; 0 OTHERWISE.
      *-----------------------------------------------------------------
       SET-COMPLETION-STATUS.
           MOVE 0 TO CTL-2402-STATUS.
                   END-IF
               END-IF
           END-IF.
           IF CTL-2402-STATUS = 0
           AND WS-DUPLICATE-COUNT > CTL-DUP-LIMIT
               MOVE 4 TO CTL-2402-STATUS
               MOVE 'DUPLICATES OVER RUN-CONTROL LIMIT - SEE DUP FILE'
                   TO CTL-2402-MESSAGE
           END-IF.
           IF CTL-2402-STATUS = 0 AND WS-OFS-ON-FILE-SW = 'N'
               MOVE 4 TO CTL-2402-STATUS
               STRING 'OFFICE STATS OPEN FAILED - STATUS '
                          DELIMITED SIZE
                      WS-FILE-STATUS-O DELIMITED SIZE
                      ' - NOT TALLIED' DELIMITED SIZE
                   INTO CTL-2402-MESSAGE
               END-STRING
           END-IF.

      *-----------------------------------------------------------------
      * PICKS UP THE FILE NAMES THE DRIVER RESOLVED FROM THE OPERATOR
                       MOVE CK-REJECT-COUNT TO REJECT-COUNT
                       MOVE CK-SAFETY-COUNT TO WS-SAFETY-COUNT
                       MOVE CK-SAFETY-HASH TO WS-SAFETY-HASH
                       IF CK-DUPLICATE-COUNT NUMERIC
                           MOVE CK-DUPLICATE-COUNT
                               TO WS-DUPLICATE-COUNT
                       END-IF
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           MOVE REJECT-COUNT TO CK-REJECT-COUNT
           MOVE WS-SAFETY-COUNT TO CK-SAFETY-COUNT
           MOVE WS-SAFETY-HASH TO CK-SAFETY-HASH
           MOVE WS-DUPLICATE-COUNT TO CK-DUPLICATE-COUNT
           WRITE CHECKPOINT-RECORD.

      *-----------------------------------------------------------------
           MOVE REJECT-COUNT TO CK-REJECT-COUNT
           MOVE WS-SAFETY-COUNT TO CK-SAFETY-COUNT
           MOVE WS-SAFETY-HASH TO CK-SAFETY-HASH
           MOVE WS-DUPLICATE-COUNT TO CK-DUPLICATE-COUNT
           WRITE CHECKPOINT-RECORD.

      *-----------------------------------------------------------------
                  REJECT-COUNT DELIMITED SIZE
                  ' SAFE ' DELIMITED SIZE
                  TOTAL-COUNT DELIMITED SIZE
                  ' DAMPENED ' DELIMITED SIZE
                  DAMPENER-COUNT DELIMITED SIZE
                  ' DUP ' DELIMITED SIZE
                  WS-DUPLICATE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO AUDIT-LINE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL DUPLICATE REPORTS DIVERTED. . . . . . '
                       DELIMITED SIZE
                  WS-DUPLICATE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FINGERPRINTS PURGED PAST RETENTION. . . . . '
                       DELIMITED SIZE
                  WS-FP-PURGED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
           MOVE TOTAL-COUNT TO EXT-TOTAL-COUNT
           MOVE DAMPENER-COUNT TO EXT-DAMPENER-COUNT
           MOVE REJECT-COUNT TO EXT-REJECT-COUNT
           MOVE WS-DUPLICATE-COUNT TO EXT-DUPLICATE-COUNT
           WRITE EXTRACT-RECORD.

       READ-INPUT-FILE.
                       PERFORM CAPTURE-FEED-TRAILER
                   ELSE
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM SET-REPORT-SOURCE
                       PERFORM VALIDATE-AND-PARSE
                       IF RECORD-IS-VALID
                           PERFORM DERIVE-REPORT-LOCATION
                           PERFORM CHECK-FINGERPRINT
                           IF REPORT-IS-DUPLICATE
                               PERFORM WRITE-DUPLICATE-RECORD
                           ELSE
                               PERFORM WRITE-XREF-RECORD
                               PERFORM EVALUATE-REPORT-SAFETY
                           END-IF
                       ELSE
                           PERFORM WRITE-REJECT-RECORD
                       END-IF
                       IF WS-OFS-ON-FILE-SW = 'Y'
                           PERFORM TALLY-OFFICE-STATS
                       END-IF
                       PERFORM WRITE-PROGRESS-CHECKPOINT
                   END-IF
               END-IF
           MOVE FEED-TRL-COUNT TO WS-TRAILER-COUNT.
           SET FEED-TRAILER-SEEN TO TRUE.

      *-----------------------------------------------------------------
      * THE OFFICE BEHIND THE CURRENT REPORT: ITS OWN TAG WHEN THE
      * COMBINED FEED STAMPED ONE, OTHERWISE THE FEED HEADER'S SOURCE
      * SYSTEM, OTHERWISE UNKNOWN (A FEED WITH NO HEADER, WHICH
      * BALANCE-FEED-TOTALS FAILS ANYWAY).
      *-----------------------------------------------------------------
       SET-REPORT-SOURCE.
           IF LIST-SOURCE NOT = SPACES
               MOVE LIST-SOURCE TO WS-REPORT-SOURCE
           ELSE
               IF WS-FEED-SOURCE NOT = SPACES
                   MOVE WS-FEED-SOURCE TO WS-REPORT-SOURCE
               ELSE
                   MOVE 'UNKNOWN' TO WS-REPORT-SOURCE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * OPENS THE OFFICE STATISTICS MASTER FOR THE RUN. THE OPEN
      * CREATES IT ON FIRST USE (STATUS 05); ANY OTHER STATUS LEAVES
      * THE FILE AS IT IS AND THE RUN GOES ON WITHOUT IT. ON A FRESH
      * (NOT RESUMED) RUN THIS PROGRAM'S COUNTS ON EVERY ROW FOR THE
      * CYCLE ARE CLEARED FIRST - THEY CAN ONLY HAVE COME FROM AN
      * EARLIER ATTEMPT AT THE CYCLE NOW BEING RUN AGAIN FROM THE TOP.
      * THE CORRECTION COUNTS ADVENT2410A KEEPS ON THE SAME ROWS ARE
      * LEFT ALONE.
      *-----------------------------------------------------------------
       OPEN-OFFICE-STATS.
           MOVE 'N' TO WS-OFS-ON-FILE-SW.
           OPEN I-O OFFICE-STATS-FILE.
           IF WS-FILE-STATUS-O = '00' OR '05'
               MOVE 'Y' TO WS-OFS-ON-FILE-SW
           END-IF.
           IF WS-RESUME-COUNT = 0 AND WS-OFS-ON-FILE-SW = 'Y'
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
                       MOVE ZERO TO OFS-RECORDS-SENT
                       MOVE ZERO TO OFS-REJECTED
                       MOVE ZERO TO OFS-UNSAFE
                       MOVE ZERO TO OFS-DUPLICATES
                       MOVE ZERO TO OFS-LAST-SEQ
                       REWRITE OFFICE-STATS-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * COUNTS THE REPORT JUST PROCESSED AGAINST ITS OFFICE FOR THE
      * CYCLE: ONE SENT, AND ONE REJECTED, DUPLICATE OR UNSAFE WHEN
      * THAT IS HOW IT WAS DISPOSED OF. A REPORT AT OR BEFORE THE
      * ROW'S LAST COUNTED SEQUENCE WAS ALREADY COUNTED BEFORE A
      * RESTART AND IS LEFT OUT.
      *-----------------------------------------------------------------
       TALLY-OFFICE-STATS.
           MOVE CTL-CYCLE-DATE TO OFS-CYCLE-DATE.
           MOVE WS-REPORT-SOURCE TO OFS-SOURCE.
           READ OFFICE-STATS-FILE
               INVALID KEY
                   MOVE ZERO TO OFS-RECORDS-SENT
                   MOVE ZERO TO OFS-REJECTED
                   MOVE ZERO TO OFS-UNSAFE
                   MOVE ZERO TO OFS-DUPLICATES
                   MOVE ZERO TO OFS-LAST-SEQ
                   MOVE ZERO TO OFS-CORRECTED
                   MOVE ZERO TO OFS-DROPPED
                   MOVE ZERO TO OFS-AGED-OFF
                   WRITE OFFICE-STATS-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
           END-READ.
           IF WS-RECORDS-READ > OFS-LAST-SEQ
               ADD 1 TO OFS-RECORDS-SENT
               IF RECORD-IS-INVALID
                   ADD 1 TO OFS-REJECTED
               ELSE
                   IF REPORT-IS-DUPLICATE
                       ADD 1 TO OFS-DUPLICATES
                   ELSE
                       IF WS-SAFETY-STATUS = 'UNSAFE'
                           ADD 1 TO OFS-UNSAFE
                       END-IF
                   END-IF
               END-IF
               MOVE WS-RECORDS-READ TO OFS-LAST-SEQ
               REWRITE OFFICE-STATS-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

      *-----------------------------------------------------------------
      * BALANCES THE RUN AGAINST THE FEED TRAILER. THE RECORDS READ
      * MUST MATCH THE TRAILER RECORD COUNT, AND A MISSING HEADER OR
      * 100000, ZERO-PADDED TO THE FIVE-DIGIT LOCATION-ID FORMAT OF
      * THE DAY 1 LISTS.
      *-----------------------------------------------------------------
       DERIVE-REPORT-LOCATION.
           MOVE ZERO TO WS-LEVEL-SUM.
           PERFORM ADD-LEVEL-TO-SUM
               VARYING WS-SUM-IDX FROM 1 BY 1
           COMPUTE WS-DERIVED-ID =
               FUNCTION MOD(WS-LEVEL-SUM * 100 + WS-LEVEL-COUNT,
                            100000).

       WRITE-XREF-RECORD.
           MOVE SPACES TO XREF-RECORD.
           MOVE WS-RECORDS-READ TO XREF-SEQ.
           MOVE WS-DERIVED-ID TO XREF-LOCATION.
       ADD-LEVEL-TO-SUM.
           ADD WS-LEVEL(WS-SUM-IDX) TO WS-LEVEL-SUM.

      *-----------------------------------------------------------------
      * LOOKS THE REPORT UP ON THE FINGERPRINT MASTER. A NEW
      * FINGERPRINT IS ADDED WITH THIS CYCLE AND SEQUENCE AS ITS
      * FIRST APPEARANCE. ONE ALREADY THERE FROM ANOTHER CYCLE OR
      * ANOTHER SEQUENCE MARKS THE REPORT A DUPLICATE AND HAS ITS
      * LAST-SEEN CYCLE BROUGHT FORWARD, SO A REPORT THAT KEEPS BEING
      * RESENT IS NOT PURGED OUT FROM UNDER THE CHECK.
      *-----------------------------------------------------------------
       CHECK-FINGERPRINT.
           SET REPORT-IS-ORIGINAL TO TRUE.
           MOVE SPACES TO WS-FP-LEVELS.
           PERFORM ADD-LEVEL-TO-FINGERPRINT
               VARYING WS-FP-IDX FROM 1 BY 1
               UNTIL WS-FP-IDX > WS-LEVEL-COUNT.
           MOVE WS-DERIVED-ID TO FP-LOCATION.
           MOVE WS-FP-LEVELS TO FP-LEVELS.
           READ FPRINT-FILE
               INVALID KEY
                   MOVE SPACES TO FPRINT-RECORD
                   MOVE WS-DERIVED-ID TO FP-LOCATION
                   MOVE WS-FP-LEVELS TO FP-LEVELS
                   MOVE WS-LEVEL-COUNT TO FP-LEVEL-COUNT
                   MOVE CTL-CYCLE-DATE TO FP-FIRST-CYCLE
                   MOVE WS-RECORDS-READ TO FP-FIRST-SEQ
                   MOVE CTL-CYCLE-DATE TO FP-LAST-CYCLE
                   MOVE ZERO TO FP-REPEAT-COUNT
                   WRITE FPRINT-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF FP-FIRST-CYCLE = CTL-CYCLE-DATE
                   AND FP-FIRST-SEQ = WS-RECORDS-READ
                       CONTINUE
                   ELSE
                       SET REPORT-IS-DUPLICATE TO TRUE
                       MOVE CTL-CYCLE-DATE TO FP-LAST-CYCLE
                       ADD 1 TO FP-REPEAT-COUNT
                       REWRITE FPRINT-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       ADD-LEVEL-TO-FINGERPRINT.
           MOVE WS-LEVEL(WS-FP-IDX)
               TO WS-FP-LEVELS(WS-FP-IDX * 2 - 1:2).

      *-----------------------------------------------------------------
      * ONE RECORD PER DIVERTED REPORT: WHERE IT ARRIVED THIS CYCLE,
      * ITS DERIVED LOCATION, AND THE CYCLE AND SEQUENCE IT WAS FIRST
      * PROCESSED AT, SO THE OFFICE THAT RESENT IT CAN BE SHOWN BOTH.
      *-----------------------------------------------------------------
       WRITE-DUPLICATE-RECORD.
           MOVE SPACES TO DUPLICATE-RECORD.
           MOVE CTL-CYCLE-DATE TO DUP-CYCLE.
           MOVE WS-RECORDS-READ TO DUP-SEQ.
           MOVE WS-DERIVED-ID TO DUP-LOCATION.
           MOVE FP-FIRST-CYCLE TO DUP-FIRST-CYCLE.
           MOVE FP-FIRST-SEQ TO DUP-FIRST-SEQ.
           MOVE LIST-RECORD TO DUP-LINE.
           WRITE DUPLICATE-RECORD.
           ADD 1 TO WS-DUPLICATE-COUNT.

      *-----------------------------------------------------------------
      * RETENTION PURGE OF THE FINGERPRINT MASTER, RUN BEFORE THE FEED
      * IS READ. A FINGERPRINT NOT SEEN FOR MORE THAN THE RUN-CONTROL
      * RETENTION DAYS IS DROPPED. ON A FRESH (NOT RESUMED) RUN, ANY
      * FINGERPRINT FIRST RECORDED BY THIS SAME CYCLE IS ALSO DROPPED:
      * IT CAN ONLY HAVE COME FROM AN EARLIER ATTEMPT AT THE CYCLE
      * THAT IS NOW BEING RUN AGAIN FROM THE TOP, AND KEEPING IT WOULD
      * DIVERT THE WHOLE RERUN AS DUPLICATES. THE MASTER IS LEFT OPEN
      * FOR THE RUN. THE OPEN CREATES THE MASTER ON FIRST USE (STATUS
      * 05); ANY OTHER STATUS LEAVES WS-FP-ON-FILE-SW OFF AND THE FILE
      * AS IT IS.
      *-----------------------------------------------------------------
       PURGE-FINGERPRINTS.
           MOVE 'N' TO WS-FP-ON-FILE-SW.
           OPEN I-O FPRINT-FILE.
           IF WS-FILE-STATUS-H = '00' OR '05'
               MOVE 'Y' TO WS-FP-ON-FILE-SW
               MOVE LOW-VALUES TO FP-KEY
               MOVE 'N' TO WS-FP-DONE-SW
               START FPRINT-FILE KEY IS NOT < FP-KEY
                   INVALID KEY MOVE 'Y' TO WS-FP-DONE-SW
               END-START
               PERFORM PURGE-ONE-FINGERPRINT
                   UNTIL WS-FP-DONE-SW = 'Y'
           END-IF.

       PURGE-ONE-FINGERPRINT.
           READ FPRINT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-FP-DONE-SW
               NOT AT END
                   COMPUTE WS-FP-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(CTL-CYCLE-DATE)
                     - FUNCTION INTEGER-OF-DATE(FP-LAST-CYCLE)
                   IF WS-FP-AGE-DAYS > CTL-FPRINT-RETAIN-DAYS
                   OR (WS-RESUME-COUNT = 0
                       AND FP-FIRST-CYCLE = CTL-CYCLE-DATE)
                       DELETE FPRINT-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO WS-FP-PURGED
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * MORE DUPLICATES THAN THE RUN-CONTROL LIMIT IN ONE CYCLE MEANS
      * AN OFFICE HAS RESENT A BATCH WHOLESALE; MONITORING IS TOLD AS
      * SOON AS THE FEED HAS BEEN READ.
      *-----------------------------------------------------------------
       CHECK-DUPLICATE-LIMIT.
           IF WS-DUPLICATE-COUNT > CTL-DUP-LIMIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING '*** DUPLICATE REPORTS ' DELIMITED SIZE
                      WS-DUPLICATE-COUNT DELIMITED SIZE
                      ' OVER RUN-CONTROL LIMIT ' DELIMITED SIZE
                      CTL-DUP-LIMIT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'DUPRPT' TO WS-ALERT-EVENT
               MOVE 4 TO WS-ALERT-SEVERITY
               MOVE 'Advent2402Dup.dat' TO WS-ALERT-KEY
               PERFORM WRITE-ALERT-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * CERTIFIED-SAFE DISPOSITION FEED. THE HEADER CARRIES THE CYCLE
      * DATE AND THIS PROGRAM AS THE SOURCE SYSTEM; EACH RECORD IS
      * TRAILER CARRIES THE RECORD COUNT AND THE SUM OF THE DERIVED
      * LOCATION IDS AS THE HASH, SO THE DOWNSTREAM PICKUP BALANCES
      * THE FEED THE SAME WAY WE BALANCE OUR INBOUND FEEDS.
      * WS-DERIVED-ID IS STILL SET FROM DERIVE-REPORT-LOCATION, WHICH
      * RUNS FOR EVERY VALID RECORD AHEAD OF THE SAFETY EVALUATION.
      *-----------------------------------------------------------------
       WRITE-SAFETY-HEADER.
           MOVE SPACES TO SAFETY-HEADER-RECORD.
      * THE ADVENT2410A CORRECTION-AND-RESUBMISSION JOB. THE REJECT
      * FILE IS OPENED EXTEND ON EVERY RUN, SO UNRESOLVED REJECTS FROM
      * EARLIER CYCLES STAY IN IT UNTIL ADVENT2410A RESOLVES OR AGES
      * THEM OFF. THE SOURCE OFFICE RIDES ON THE END OF THE RECORD SO
      * THE CORRECTION JOBS CAN SEND THE FIX BACK TO WHOEVER SENT IT.
      *-----------------------------------------------------------------
       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD.
           MOVE WS-RECORDS-READ TO REJECT-SEQ.
           MOVE LIST-RECORD TO REJECT-LINE.
           MOVE WS-REJECT-REASON TO REJECT-REASON.
           MOVE WS-REPORT-SOURCE TO REJECT-SOURCE.
           WRITE REJECT-RECORD.
           ADD 1 TO REJECT-COUNT.

      * ONE DIAGNOSTICS RECORD PER UNSAFE REPORT. DIAG-REMOVED IS THE
      * LEVEL INDEX THE DAMPENER TOOK OUT WHEN IT SALVAGED THE
      * REPORT, OR ZERO WHEN NOTHING SAVED IT (OR THE DAMPENER WAS
      * TURNED OFF ON THE RUN-CONTROL CARD). DIAG-SOURCE IS THE OFFICE
      * THAT SENT THE REPORT. DIAG-LOCATION IS THE LOCATION ID SET BY
      * DERIVE-REPORT-LOCATION FOR THIS RECORD, WHICH ADVENT2429A USES
      * TO ROUTE EACH UNSAFE REPORT TO ITS REGION'S REPORT PACK.
      *-----------------------------------------------------------------
       WRITE-DIAG-RECORD.
           MOVE SPACES TO DIAG-RECORD.
           MOVE WS-DIAG-REASON TO DIAG-REASON.
           MOVE WS-DIAG-POSITION TO DIAG-POSITION.
           MOVE WS-DAMPENER-REMOVED TO DIAG-REMOVED.
           MOVE WS-REPORT-SOURCE TO DIAG-SOURCE.
           MOVE WS-DERIVED-ID TO DIAG-LOCATION.
           WRITE DIAG-RECORD.
           IF WS-DAMPENER-REMOVED > 0
               ADD 1 TO WS-SALVAGED-COUNT
      * TELL ONE BAD SENSOR POSITION FROM A FLEET-WIDE TREND. ON A
      * RESTARTED RUN THE COUNTERS ONLY COVER THE RECORDS PROCESSED
      * AFTER THE RESTART POINT; THE DIAGNOSTICS FILE ITSELF STILL
      * HOLDS EVERY RECORD FROM BOTH HALVES OF THE RUN. THE CLOSING
      * BY-OFFICE SECTION IS READ BACK FROM THE OFFICE STATISTICS
      * MASTER, SO IT ALWAYS COVERS THE WHOLE CYCLE.
      *-----------------------------------------------------------------
       WRITE-DIAG-ANALYSIS.
           OPEN OUTPUT DIAG-REPORT-FILE.
           PERFORM WRITE-POSITION-LINE
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > 67.
           MOVE SPACES TO DIAG-REPORT-LINE
           WRITE DIAG-REPORT-LINE
           MOVE 'REPORTS BY SOURCE OFFICE' TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO DIAG-REPORT-LINE
           WRITE DIAG-REPORT-LINE
           MOVE CTL-CYCLE-DATE TO OFS-CYCLE-DATE
           MOVE LOW-VALUES TO OFS-SOURCE
           MOVE 'N' TO WS-OFS-DONE-SW
           IF WS-OFS-ON-FILE-SW = 'Y'
               START OFFICE-STATS-FILE KEY IS NOT < OFS-KEY
                   INVALID KEY MOVE 'Y' TO WS-OFS-DONE-SW
               END-START
           ELSE
               MOVE 'Y' TO WS-OFS-DONE-SW
               MOVE 'OFFICE STATISTICS MASTER NOT AVAILABLE'
                   TO DIAG-REPORT-LINE
               WRITE DIAG-REPORT-LINE
           END-IF
           PERFORM WRITE-OFFICE-LINE
               UNTIL WS-OFS-DONE-SW = 'Y'.
           CLOSE DIAG-REPORT-FILE.

       WRITE-OFFICE-LINE.
           READ OFFICE-STATS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-OFS-DONE-SW
               NOT AT END
                   IF OFS-CYCLE-DATE NOT = CTL-CYCLE-DATE
                       MOVE 'Y' TO WS-OFS-DONE-SW
                   ELSE
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING 'OFFICE ' DELIMITED SIZE
                              OFS-SOURCE DELIMITED SIZE
                              ' SENT ' DELIMITED SIZE
                              OFS-RECORDS-SENT DELIMITED SIZE
                              ' REJECTED ' DELIMITED SIZE
                              OFS-REJECTED DELIMITED SIZE
                              ' UNSAFE ' DELIMITED SIZE
                              OFS-UNSAFE DELIMITED SIZE
                              ' DUPLICATE ' DELIMITED SIZE
                              OFS-DUPLICATES DELIMITED SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       MOVE WS-PRINT-LINE TO DIAG-REPORT-LINE
                       WRITE DIAG-REPORT-LINE
                   END-IF
           END-READ.

       WRITE-POSITION-LINE.
           IF WS-POSITION-COUNT(WS-POS-IDX) > 0
               MOVE SPACES TO WS-PRINT-LINE
