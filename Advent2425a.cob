       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT2425A.
      *-----------------------------------------------------------------
      * RERUN COMPARISON. WHEN A CYCLE IS RUN AGAIN - A CORRECTED
      * FEED, A DAMPENER CHANGE ON THE RUN-CONTROL CARD, A RESTART -
      * THIS JOB SAYS EXACTLY WHAT THE SECOND RUN DECIDED DIFFERENTLY
      * FROM THE FIRST, SO THE SCHEDULING PEOPLE ARE TOLD WHICH
      * REACTOR REPORTS FLIPPED BEFORE THEY ARE SENT A NEW FEED. IT
      * TAKES TWO CERTIFIED-SAFE FEEDS IN THE ADVENT2402A SAFETY-RECORD
      * LAYOUT - NORMALLY THE FIRST RUN'S FEED BROUGHT BACK FROM ITS
      * GENERATION BY ADVENT2419A (RESTORE.ADVENT2402SAFETY.DAT) AND
      * THE RERUN'S LIVE FEED - SORTS EACH ON THE REPORT LINE AND
      * MATCHES THEM REPORT BY REPORT. EVERY REPORT WHOSE SFD-STATUS
      * OR SFD-REMOVED CHANGED, AND EVERY REPORT PRESENT IN ONE RUN
      * ONLY, IS LISTED WITH ITS POSITION IN EACH FEED, AND EACH KIND
      * OF CHANGE IS COUNTED. THE DAY 1 EXTRACT TOTALS OF THE TWO RUNS
      * ARE COMPARED THE SAME WAY.
      *
      * A REPORT IS IDENTIFIED BY ITS LINE, SO A REPORT THAT WAS
      * CORRECTED BETWEEN THE RUNS SHOWS AS ONE RUN ONLY ON BOTH
      * SIDES. IDENTICAL LINES ARE PAIRED OFF IN FEED ORDER. THE
      * RERUN'S OWN ADVENT2413A STEP ARCHIVES OVER THE FIRST RUN'S
      * GENERATION, SO THE FIRST RUN MUST BE RESTORED BEFORE THE
      * RERUN IS STARTED.
      * CONTROL CARDS (ADVENT2425CONTROL.DAT, KEYWORD IN COLUMNS
      * 1-12 AND VALUE FROM COLUMN 14, ASTERISK IN COLUMN 1 A
      * COMMENT):
      *   BASE-FEED    FIRST RUN'S SAFETY FEED
      *                (DEFAULT RESTORE.ADVENT2402SAFETY.DAT).
      *   RERUN-FEED   RERUN'S SAFETY FEED
      *                (DEFAULT ADVENT2402SAFETY.DAT).
      *   BASE-EXTRACT FIRST RUN'S DAY 1 EXTRACT
      *                (DEFAULT RESTORE.ADVENT2401EXTRACT.DAT).
      *   RERUN-EXTRCT RERUN'S DAY 1 EXTRACT
      *                (DEFAULT ADVENT2401EXTRACT.DAT).
      * RETURN CODE 4 WHEN EITHER SIDE COULD NOT BE READ, THE FEEDS
      * ARE FOR DIFFERENT CYCLE DATES, OR A FEED DISAGREES WITH ITS
      * OWN TRAILER - THE COMPARISON IS THEN NOT TO BE RELIED ON.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE
               ASSIGN TO "Advent2425Control.dat"
               FILE STATUS IS WS-FILE-STATUS-C
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BASE-FEED-FILE
               ASSIGN USING WS-BASE-FEED-NAME
               FILE STATUS IS WS-FILE-STATUS-B
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RERUN-FEED-FILE
               ASSIGN USING WS-RERUN-FEED-NAME
               FILE STATUS IS WS-FILE-STATUS-R
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-FILE ASSIGN TO SORT-WORK.
           SELECT OPTIONAL BASE-SORT-FILE
               ASSIGN TO "Advent2425BaseSort.dat"
               FILE STATUS IS WS-FILE-STATUS-S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RERUN-SORT-FILE
               ASSIGN TO "Advent2425RerunSort.dat"
               FILE STATUS IS WS-FILE-STATUS-T
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BASE-EXTRACT-FILE
               ASSIGN USING WS-BASE-EXTRACT-NAME
               FILE STATUS IS WS-FILE-STATUS-X
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RERUN-EXTRACT-FILE
               ASSIGN USING WS-RERUN-EXTRACT-NAME
               FILE STATUS IS WS-FILE-STATUS-Y
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REPORT-FILE
               ASSIGN TO "Advent2425Report.dat"
               FILE STATUS IS WS-FILE-STATUS-P
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "AdventAudit.log"
               FILE STATUS IS WS-FILE-STATUS-U
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
       FD  BASE-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  BASE-SAFETY-RECORD.
           05 BSF-STATUS     PIC X(13).
           05 FILLER         PIC X(1).
           05 BSF-REMOVED    PIC 9(3).
           05 FILLER         PIC X(1).
           05 BSF-LINE       PIC X(200).
       01  BASE-SAFETY-HEADER-RECORD.
           05 BSF-HDR-ID     PIC X(3).
           05 FILLER         PIC X(1).
           05 BSF-HDR-DATE   PIC 9(8).
           05 FILLER         PIC X(1).
           05 BSF-HDR-SOURCE PIC X(8).
           05 FILLER         PIC X(197).
       01  BASE-SAFETY-TRAILER-RECORD.
           05 BSF-TRL-ID     PIC X(3).
           05 FILLER         PIC X(1).
           05 BSF-TRL-COUNT  PIC 9(8).
           05 FILLER         PIC X(1).
           05 BSF-TRL-HASH   PIC 9(10).
           05 FILLER         PIC X(195).
       FD  RERUN-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  RERUN-SAFETY-RECORD.
           05 RSF-STATUS     PIC X(13).
           05 FILLER         PIC X(1).
           05 RSF-REMOVED    PIC 9(3).
           05 FILLER         PIC X(1).
           05 RSF-LINE       PIC X(200).
       01  RERUN-SAFETY-HEADER-RECORD.
           05 RSF-HDR-ID     PIC X(3).
           05 FILLER         PIC X(1).
           05 RSF-HDR-DATE   PIC 9(8).
           05 FILLER         PIC X(1).
           05 RSF-HDR-SOURCE PIC X(8).
           05 FILLER         PIC X(197).
       01  RERUN-SAFETY-TRAILER-RECORD.
           05 RSF-TRL-ID     PIC X(3).
           05 FILLER         PIC X(1).
           05 RSF-TRL-COUNT  PIC 9(8).
           05 FILLER         PIC X(1).
           05 RSF-TRL-HASH   PIC 9(10).
           05 FILLER         PIC X(195).
       SD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORT-RECORD-W.
           05 SORT-LINE-W    PIC X(200).
           05 SORT-STATUS-W  PIC X(13).
           05 SORT-REMOVED-W PIC 9(3).
           05 SORT-SEQ-W     PIC 9(8).
       FD  BASE-SORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORT-RECORD-B.
           05 SORT-LINE-B    PIC X(200).
           05 SORT-STATUS-B  PIC X(13).
           05 SORT-REMOVED-B PIC 9(3).
           05 SORT-SEQ-B     PIC 9(8).
       FD  RERUN-SORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORT-RECORD-R.
           05 SORT-LINE-R    PIC X(200).
           05 SORT-STATUS-R  PIC X(13).
           05 SORT-REMOVED-R PIC 9(3).
           05 SORT-SEQ-R     PIC 9(8).
       FD  BASE-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BASE-EXTRACT-RECORD.
           05 BXT-PROGRAM-ID     PIC X(8).
           05 BXT-RUN-DATE       PIC 9(8).
           05 BXT-RUN-TIME       PIC 9(6).
           05 BXT-AMOUNT-TOTAL      PIC 9(15).
           05 BXT-SIMILARITY-TOTAL  PIC 9(15).
       FD  RERUN-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RERUN-EXTRACT-RECORD.
           05 RXT-PROGRAM-ID     PIC X(8).
           05 RXT-RUN-DATE       PIC 9(8).
           05 RXT-RUN-TIME       PIC 9(6).
           05 RXT-AMOUNT-TOTAL      PIC 9(15).
           05 RXT-SIMILARITY-TOTAL  PIC 9(15).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(132).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-C PIC X(2).
       01  WS-FILE-STATUS-B PIC X(2).
       01  WS-FILE-STATUS-R PIC X(2).
       01  WS-FILE-STATUS-S PIC X(2).
       01  WS-FILE-STATUS-T PIC X(2).
       01  WS-FILE-STATUS-X PIC X(2).
       01  WS-FILE-STATUS-Y PIC X(2).
       01  WS-FILE-STATUS-P PIC X(2).
       01  WS-FILE-STATUS-U PIC X(2).
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
       01  WS-BASE-FEED-NAME     PIC X(44)
               VALUE 'Restore.Advent2402Safety.dat'.
       01  WS-RERUN-FEED-NAME    PIC X(44)
               VALUE 'Advent2402Safety.dat'.
       01  WS-BASE-EXTRACT-NAME  PIC X(44)
               VALUE 'Restore.Advent2401Extract.dat'.
       01  WS-RERUN-EXTRACT-NAME PIC X(44)
               VALUE 'Advent2401Extract.dat'.
      *-----------------------------------------------------------------
      * WHAT EACH FEED SAID ABOUT ITSELF, CAPTURED DURING THE SORT
      * INPUT PASS: FIRST HDR DATE, LAST TRL COUNT, AND THE NUMBER OF
      * REPORT RECORDS ACTUALLY RELEASED TO THE SORT.
      *-----------------------------------------------------------------
       01  WS-BASE-HDR-DATE  PIC 9(8) VALUE ZERO.
       01  WS-BASE-TRL-COUNT PIC 9(8) VALUE ZERO.
       01  WS-BASE-HDR-SW    PIC X(1) VALUE 'N'.
       01  WS-BASE-TRL-SW    PIC X(1) VALUE 'N'.
       01  WS-BASE-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-RERUN-HDR-DATE  PIC 9(8) VALUE ZERO.
       01  WS-RERUN-TRL-COUNT PIC 9(8) VALUE ZERO.
       01  WS-RERUN-HDR-SW    PIC X(1) VALUE 'N'.
       01  WS-RERUN-TRL-SW    PIC X(1) VALUE 'N'.
       01  WS-RERUN-COUNT     PIC 9(8) VALUE ZERO.
      *-----------------------------------------------------------------
      * MATCH KEYS FOR THE TWO SORTED FILES. HIGH-VALUES MARKS A SIDE
      * THAT HAS RUN OUT, SO THE OTHER SIDE'S REMAINDER FALLS OUT AS
      * ONE RUN ONLY.
      *-----------------------------------------------------------------
       01  WS-BASE-KEY       PIC X(200).
       01  WS-RERUN-KEY      PIC X(200).
       01  WS-MATCHED-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-UNCHANGED-COUNT PIC 9(8) VALUE ZERO.
       01  WS-TO-UNSAFE-COUNT PIC 9(8) VALUE ZERO.
       01  WS-TO-SAFE-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-SWAPPED-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-LEVEL-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-BASE-ONLY-COUNT PIC 9(8) VALUE ZERO.
       01  WS-RERUN-ONLY-COUNT PIC 9(8) VALUE ZERO.
       01  WS-DIFFERENCE-COUNT PIC 9(8) VALUE ZERO.
       01  WS-EXTRACT-CHANGED PIC 9(1) VALUE ZERO.
       01  WS-BASE-EXTRACT-SW  PIC X(1) VALUE 'N'.
       01  WS-RERUN-EXTRACT-SW PIC X(1) VALUE 'N'.
       01  WS-INCOMPLETE-SW  PIC X(1) VALUE 'N'.
           88 COMPARISON-INCOMPLETE VALUE 'Y'.
       01  WS-COUNT-LABEL    PIC X(44).
       01  WS-COUNT-VALUE    PIC 9(8).
       01  WS-CHANGE-LINE.
           05 CL-KIND            PIC X(14).
           05 FILLER             PIC X(1).
           05 CL-BASE-SEQ        PIC X(8).
           05 FILLER             PIC X(1).
           05 CL-BASE-STATUS     PIC X(13).
           05 FILLER             PIC X(1).
           05 CL-BASE-REMOVED    PIC X(3).
           05 FILLER             PIC X(2).
           05 CL-RERUN-SEQ       PIC X(8).
           05 FILLER             PIC X(1).
           05 CL-RERUN-STATUS    PIC X(13).
           05 FILLER             PIC X(1).
           05 CL-RERUN-REMOVED   PIC X(3).
           05 FILLER             PIC X(2).
           05 CL-REPORT-LINE     PIC X(61).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM READ-CONTROL-CARD.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           SORT WORK-FILE
               ON ASCENDING KEY SORT-LINE-W
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS READ-BASE-FEED
               GIVING BASE-SORT-FILE.
           SORT WORK-FILE
               ON ASCENDING KEY SORT-LINE-W
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS READ-RERUN-FEED
               GIVING RERUN-SORT-FILE.
           PERFORM WRITE-FEED-IDENTIFICATION.
           PERFORM COMPARE-FEEDS.
           PERFORM COMPARE-DAY1-EXTRACTS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM WRITE-AUDIT-RECORD.
           IF COMPARISON-INCOMPLETE
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * RUN OPTIONS FROM THE CONTROL CARDS, DEFAULTS FIRST - THE SAME
      * CONVENTION ADVENT2400A'S READ-CONTROL-CARD USES.
      *-----------------------------------------------------------------
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-FILE-STATUS-C = '00'
               PERFORM READ-CONTROL-RECORD
                   UNTIL WS-FILE-STATUS-C = '10'
           END-IF.
           CLOSE CONTROL-CARD-FILE.

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
                   WHEN 'BASE-FEED'
                       MOVE CC-VALUE TO WS-BASE-FEED-NAME
                   WHEN 'RERUN-FEED'
                       MOVE CC-VALUE TO WS-RERUN-FEED-NAME
                   WHEN 'BASE-EXTRACT'
                       MOVE CC-VALUE TO WS-BASE-EXTRACT-NAME
                   WHEN 'RERUN-EXTRCT'
                       MOVE CC-VALUE TO WS-RERUN-EXTRACT-NAME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * SORT INPUT PASSES, ONE PER FEED. THE HDR AND TRL RECORDS ARE
      * KEPT BACK FROM THE SORT AND ONLY NOTED; EVERY REPORT RECORD
      * IS RELEASED WITH ITS POSITION IN THE FEED, SO THE LISTING CAN
      * POINT AT THE RECORD IN EITHER RUN.
      *-----------------------------------------------------------------
       READ-BASE-FEED.
           OPEN INPUT BASE-FEED-FILE.
           PERFORM RELEASE-BASE-RECORD
               UNTIL WS-FILE-STATUS-B = '10'.
           CLOSE BASE-FEED-FILE.

       RELEASE-BASE-RECORD.
           READ BASE-FEED-FILE NEXT RECORD.
           IF WS-FILE-STATUS-B NOT = '10'
               IF BSF-HDR-ID = 'HDR'
                   IF WS-BASE-HDR-SW = 'N'
                       MOVE BSF-HDR-DATE TO WS-BASE-HDR-DATE
                       MOVE 'Y' TO WS-BASE-HDR-SW
                   END-IF
               ELSE
                   IF BSF-TRL-ID = 'TRL'
                       MOVE BSF-TRL-COUNT TO WS-BASE-TRL-COUNT
                       MOVE 'Y' TO WS-BASE-TRL-SW
                   ELSE
                       ADD 1 TO WS-BASE-COUNT
                       MOVE BSF-LINE TO SORT-LINE-W
                       MOVE BSF-STATUS TO SORT-STATUS-W
                       MOVE BSF-REMOVED TO SORT-REMOVED-W
                       MOVE WS-BASE-COUNT TO SORT-SEQ-W
                       RELEASE SORT-RECORD-W
                   END-IF
               END-IF
           END-IF.

       READ-RERUN-FEED.
           OPEN INPUT RERUN-FEED-FILE.
           PERFORM RELEASE-RERUN-RECORD
               UNTIL WS-FILE-STATUS-R = '10'.
           CLOSE RERUN-FEED-FILE.

       RELEASE-RERUN-RECORD.
           READ RERUN-FEED-FILE NEXT RECORD.
           IF WS-FILE-STATUS-R NOT = '10'
               IF RSF-HDR-ID = 'HDR'
                   IF WS-RERUN-HDR-SW = 'N'
                       MOVE RSF-HDR-DATE TO WS-RERUN-HDR-DATE
                       MOVE 'Y' TO WS-RERUN-HDR-SW
                   END-IF
               ELSE
                   IF RSF-TRL-ID = 'TRL'
                       MOVE RSF-TRL-COUNT TO WS-RERUN-TRL-COUNT
                       MOVE 'Y' TO WS-RERUN-TRL-SW
                   ELSE
                       ADD 1 TO WS-RERUN-COUNT
                       MOVE RSF-LINE TO SORT-LINE-W
                       MOVE RSF-STATUS TO SORT-STATUS-W
                       MOVE RSF-REMOVED TO SORT-REMOVED-W
                       MOVE WS-RERUN-COUNT TO SORT-SEQ-W
                       RELEASE SORT-RECORD-W
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ONE LINE PER FEED SAYING WHAT WAS COMPARED, FOLLOWED BY A
      * WARNING FOR ANYTHING THAT MAKES THE COMPARISON UNSAFE TO USE:
      * A FEED WITH NO HEADER (MISSING OR NOT A SAFETY FEED), A FEED
      * WHOSE RECORD COUNT DISAGREES WITH ITS OWN TRAILER, OR TWO
      * FEEDS FOR DIFFERENT CYCLE DATES.
      *-----------------------------------------------------------------
       WRITE-FEED-IDENTIFICATION.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'BASE RUN FEED:  ' DELIMITED SIZE
                  WS-BASE-FEED-NAME DELIMITED BY SPACE
                  ' CYCLE ' DELIMITED SIZE
                  WS-BASE-HDR-DATE DELIMITED SIZE
                  ' REPORTS ' DELIMITED SIZE
                  WS-BASE-COUNT DELIMITED SIZE
                  ' TRAILER ' DELIMITED SIZE
                  WS-BASE-TRL-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BASE-HDR-SW = 'N'
               MOVE '*** BASE RUN FEED MISSING OR HAS NO HEADER'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-INCOMPLETE-SW
           ELSE
               IF WS-BASE-TRL-SW = 'N'
               OR WS-BASE-TRL-COUNT NOT = WS-BASE-COUNT
                   MOVE '*** BASE RUN FEED DISAGREES WITH ITS TRAILER'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'Y' TO WS-INCOMPLETE-SW
               END-IF
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'RERUN FEED:     ' DELIMITED SIZE
                  WS-RERUN-FEED-NAME DELIMITED BY SPACE
                  ' CYCLE ' DELIMITED SIZE
                  WS-RERUN-HDR-DATE DELIMITED SIZE
                  ' REPORTS ' DELIMITED SIZE
                  WS-RERUN-COUNT DELIMITED SIZE
                  ' TRAILER ' DELIMITED SIZE
                  WS-RERUN-TRL-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RERUN-HDR-SW = 'N'
               MOVE '*** RERUN FEED MISSING OR HAS NO HEADER'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-INCOMPLETE-SW
           ELSE
               IF WS-RERUN-TRL-SW = 'N'
               OR WS-RERUN-TRL-COUNT NOT = WS-RERUN-COUNT
                   MOVE '*** RERUN FEED DISAGREES WITH ITS TRAILER'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'Y' TO WS-INCOMPLETE-SW
               END-IF
           END-IF.
           IF WS-BASE-HDR-SW = 'Y' AND WS-RERUN-HDR-SW = 'Y'
           AND WS-BASE-HDR-DATE NOT = WS-RERUN-HDR-DATE
               MOVE '*** FEEDS ARE FOR DIFFERENT CYCLE DATES'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-INCOMPLETE-SW
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * MATCH-MERGE OF THE TWO SORTED FEEDS ON THE REPORT LINE. THE
      * LOWER KEY IS ALWAYS A REPORT THE OTHER RUN DOES NOT HAVE;
      * EQUAL KEYS ARE THE SAME REPORT IN BOTH RUNS AND ARE CHECKED
      * FOR A CHANGE OF RULING.
      *-----------------------------------------------------------------
       COMPARE-FEEDS.
           MOVE 'REPORT DIFFERENCES (SEQ IS POSITION IN EACH FEED)'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-CHANGE-LINE.
           MOVE 'CHANGE' TO CL-KIND.
           MOVE 'BASE SEQ' TO CL-BASE-SEQ.
           MOVE 'BASE STATUS' TO CL-BASE-STATUS.
           MOVE 'REM' TO CL-BASE-REMOVED.
           MOVE 'RERUN SQ' TO CL-RERUN-SEQ.
           MOVE 'RERUN STATUS' TO CL-RERUN-STATUS.
           MOVE 'REM' TO CL-RERUN-REMOVED.
           MOVE 'REPORT' TO CL-REPORT-LINE.
           MOVE WS-CHANGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT BASE-SORT-FILE.
           OPEN INPUT RERUN-SORT-FILE.
           PERFORM READ-BASE-SORT.
           PERFORM READ-RERUN-SORT.
           PERFORM MATCH-ONE-REPORT
               UNTIL WS-BASE-KEY = HIGH-VALUES
                 AND WS-RERUN-KEY = HIGH-VALUES.
           CLOSE BASE-SORT-FILE.
           CLOSE RERUN-SORT-FILE.
           IF WS-DIFFERENCE-COUNT = ZERO
               MOVE 'NO REPORT DIFFERENCES' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-BASE-SORT.
           READ BASE-SORT-FILE NEXT RECORD.
           IF WS-FILE-STATUS-S = '00'
               MOVE SORT-LINE-B TO WS-BASE-KEY
           ELSE
               MOVE HIGH-VALUES TO WS-BASE-KEY
           END-IF.

       READ-RERUN-SORT.
           READ RERUN-SORT-FILE NEXT RECORD.
           IF WS-FILE-STATUS-T = '00'
               MOVE SORT-LINE-R TO WS-RERUN-KEY
           ELSE
               MOVE HIGH-VALUES TO WS-RERUN-KEY
           END-IF.

       MATCH-ONE-REPORT.
           EVALUATE TRUE
               WHEN WS-BASE-KEY < WS-RERUN-KEY
                   ADD 1 TO WS-BASE-ONLY-COUNT
                   MOVE SPACES TO WS-CHANGE-LINE
                   MOVE 'BASE RUN ONLY' TO CL-KIND
                   PERFORM FILL-BASE-SIDE
                   PERFORM WRITE-CHANGE-LINE
                   PERFORM READ-BASE-SORT
               WHEN WS-BASE-KEY > WS-RERUN-KEY
                   ADD 1 TO WS-RERUN-ONLY-COUNT
                   MOVE SPACES TO WS-CHANGE-LINE
                   MOVE 'RERUN ONLY' TO CL-KIND
                   PERFORM FILL-RERUN-SIDE
                   MOVE SORT-LINE-R TO CL-REPORT-LINE
                   PERFORM WRITE-CHANGE-LINE
                   PERFORM READ-RERUN-SORT
               WHEN OTHER
                   PERFORM COMPARE-MATCHED-REPORT
                   PERFORM READ-BASE-SORT
                   PERFORM READ-RERUN-SORT
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE SAME REPORT IN BOTH RUNS. A CHANGE OF STATUS IS CLASSED BY
      * WHICH WAY IT WENT - INTO UNSAFE, OUT OF UNSAFE, OR BETWEEN
      * SAFE AND SAFE-DAMPENED (A DAMPENER CARD CHANGE); THE SAME
      * STATUS WITH A DIFFERENT LEVEL REMOVED BY THE DAMPENER IS A
      * LEVEL CHANGE.
      *-----------------------------------------------------------------
       COMPARE-MATCHED-REPORT.
           ADD 1 TO WS-MATCHED-COUNT.
           MOVE SPACES TO WS-CHANGE-LINE.
           IF SORT-STATUS-B = SORT-STATUS-R
               IF SORT-REMOVED-B = SORT-REMOVED-R
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   ADD 1 TO WS-LEVEL-COUNT
                   MOVE 'LEVEL CHANGED' TO CL-KIND
               END-IF
           ELSE
               IF SORT-STATUS-R = 'UNSAFE'
                   ADD 1 TO WS-TO-UNSAFE-COUNT
                   MOVE 'NOW UNSAFE' TO CL-KIND
               ELSE
                   IF SORT-STATUS-B = 'UNSAFE'
                       ADD 1 TO WS-TO-SAFE-COUNT
                       MOVE 'NOW SAFE' TO CL-KIND
                   ELSE
                       ADD 1 TO WS-SWAPPED-COUNT
                       MOVE 'SAFE/DAMPENED' TO CL-KIND
                   END-IF
               END-IF
           END-IF.
           IF CL-KIND NOT = SPACES
               PERFORM FILL-BASE-SIDE
               PERFORM FILL-RERUN-SIDE
               PERFORM WRITE-CHANGE-LINE
           END-IF.

       FILL-BASE-SIDE.
           MOVE SORT-SEQ-B TO CL-BASE-SEQ.
           MOVE SORT-STATUS-B TO CL-BASE-STATUS.
           MOVE SORT-REMOVED-B TO CL-BASE-REMOVED.
           MOVE SORT-LINE-B TO CL-REPORT-LINE.

       FILL-RERUN-SIDE.
           MOVE SORT-SEQ-R TO CL-RERUN-SEQ.
           MOVE SORT-STATUS-R TO CL-RERUN-STATUS.
           MOVE SORT-REMOVED-R TO CL-RERUN-REMOVED.

       WRITE-CHANGE-LINE.
           ADD 1 TO WS-DIFFERENCE-COUNT.
           MOVE WS-CHANGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * DAY 1 EXTRACT TOTALS. EACH EXTRACT IS A SINGLE RECORD; BOTH
      * TOTALS ARE PRINTED SIDE BY SIDE AND FLAGGED WHEN THEY DIFFER.
      * A MISSING EXTRACT IS REPORTED AND NOT COMPARED.
      *-----------------------------------------------------------------
       COMPARE-DAY1-EXTRACTS.
           MOVE 'DAY 1 EXTRACT TOTALS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT BASE-EXTRACT-FILE.
           READ BASE-EXTRACT-FILE NEXT RECORD.
           IF WS-FILE-STATUS-X = '00'
               MOVE 'Y' TO WS-BASE-EXTRACT-SW
           END-IF.
           CLOSE BASE-EXTRACT-FILE.
           OPEN INPUT RERUN-EXTRACT-FILE.
           READ RERUN-EXTRACT-FILE NEXT RECORD.
           IF WS-FILE-STATUS-Y = '00'
               MOVE 'Y' TO WS-RERUN-EXTRACT-SW
           END-IF.
           CLOSE RERUN-EXTRACT-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-BASE-EXTRACT-SW = 'Y'
               STRING 'BASE RUN EXTRACT: ' DELIMITED SIZE
                      WS-BASE-EXTRACT-NAME DELIMITED BY SPACE
                      ' RUN ' DELIMITED SIZE
                      BXT-RUN-DATE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      BXT-RUN-TIME DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING '*** BASE RUN EXTRACT NOT AVAILABLE: '
                          DELIMITED SIZE
                      WS-BASE-EXTRACT-NAME DELIMITED BY SPACE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE 'Y' TO WS-INCOMPLETE-SW
           END-IF.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-RERUN-EXTRACT-SW = 'Y'
               STRING 'RERUN EXTRACT:    ' DELIMITED SIZE
                      WS-RERUN-EXTRACT-NAME DELIMITED BY SPACE
                      ' RUN ' DELIMITED SIZE
                      RXT-RUN-DATE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      RXT-RUN-TIME DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING '*** RERUN EXTRACT NOT AVAILABLE: '
                          DELIMITED SIZE
                      WS-RERUN-EXTRACT-NAME DELIMITED BY SPACE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE 'Y' TO WS-INCOMPLETE-SW
           END-IF.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BASE-EXTRACT-SW = 'Y' AND WS-RERUN-EXTRACT-SW = 'Y'
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'AMOUNT TOTAL      BASE ' DELIMITED SIZE
                      BXT-AMOUNT-TOTAL DELIMITED SIZE
                      '  RERUN ' DELIMITED SIZE
                      RXT-AMOUNT-TOTAL DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               IF BXT-AMOUNT-TOTAL NOT = RXT-AMOUNT-TOTAL
                   ADD 1 TO WS-EXTRACT-CHANGED
                   MOVE '*** CHANGED' TO WS-PRINT-LINE(109:12)
               END-IF
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'SIMILARITY TOTAL  BASE ' DELIMITED SIZE
                      BXT-SIMILARITY-TOTAL DELIMITED SIZE
                      '  RERUN ' DELIMITED SIZE
                      RXT-SIMILARITY-TOTAL DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               IF BXT-SIMILARITY-TOTAL NOT = RXT-SIMILARITY-TOTAL
                   ADD 1 TO WS-EXTRACT-CHANGED
                   MOVE '*** CHANGED' TO WS-PRINT-LINE(109:12)
               END-IF
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * SUMMARY COUNTS FOR EACH KIND OF CHANGE, WRITTEN ONCE BOTH
      * COMPARISONS ARE DONE.
      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
           MOVE 'REPORTS IN BASE RUN . . . . . . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-BASE-COUNT TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'REPORTS IN RERUN. . . . . . . . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-RERUN-COUNT TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'REPORTS MATCHED . . . . . . . . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-MATCHED-COUNT TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'UNCHANGED . . . . . . . . . . . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-UNCHANGED-COUNT TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'FLIPPED SAFE TO UNSAFE. . . . . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-TO-UNSAFE-COUNT TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'FLIPPED UNSAFE TO SAFE. . . . . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-TO-SAFE-COUNT TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'SAFE/SAFE-DAMPENED SWAPPED. . . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-SWAPPED-COUNT TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'DAMPENER LEVEL CHANGED. . . . . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-LEVEL-COUNT TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'BASE RUN ONLY . . . . . . . . . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-BASE-ONLY-COUNT TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'RERUN ONLY. . . . . . . . . . . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-RERUN-ONLY-COUNT TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'TOTAL REPORT DIFFERENCES. . . . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-DIFFERENCE-COUNT TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'DAY 1 EXTRACT TOTALS CHANGED. . . . . . . . '
               TO WS-COUNT-LABEL.
           MOVE WS-EXTRACT-CHANGED TO WS-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF COMPARISON-INCOMPLETE
               MOVE '*** COMPARISON INCOMPLETE - SEE WARNINGS ABOVE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-COUNT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-COUNT-LABEL DELIMITED SIZE
                  WS-COUNT-VALUE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * ONE LINE APPENDED TO THE SHARED AUDIT LOG FOR EVERY RUN OF
      * THIS PROGRAM.
      *-----------------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ADV2425A ' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  ' START ' DELIMITED SIZE
                  WS-START-HH DELIMITED SIZE
                  WS-START-MN DELIMITED SIZE
                  WS-START-SS DELIMITED SIZE
                  ' END ' DELIMITED SIZE
                  WS-END-HH DELIMITED SIZE
                  WS-END-MN DELIMITED SIZE
                  WS-END-SS DELIMITED SIZE
                  ' BASE ' DELIMITED SIZE
                  WS-BASE-COUNT DELIMITED SIZE
                  ' RERUN ' DELIMITED SIZE
                  WS-RERUN-COUNT DELIMITED SIZE
                  ' DIFFERENCES ' DELIMITED SIZE
                  WS-DIFFERENCE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO AUDIT-LINE
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *-----------------------------------------------------------------
      * REPORT TITLE AND RUN-IDENTIFICATION LINES, WRITTEN ONCE AT THE
      * TOP OF ADVENT2425REPORT.DAT.
      *-----------------------------------------------------------------
       WRITE-REPORT-HEADER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
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
           MOVE 'ADVENT2425A - RERUN COMPARISON OF CERTIFIED-SAFE FEEDS'
               TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RUN DATE: ' DELIMITED SIZE
                  WS-RUN-DATE-EDIT DELIMITED SIZE
                  '   RUN TIME: ' DELIMITED SIZE
                  WS-RUN-TIME-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
