       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT2426A.
      *-----------------------------------------------------------------
      * MONTHLY SOURCE-OFFICE QUALITY SCORECARD. ADVENT2402A COUNTS
      * EVERY DAY 2 REPORT AGAINST THE REGIONAL OFFICE THAT SENT IT -
      * SENT, REJECTED, UNSAFE, DUPLICATE - AND ADVENT2410A COUNTS THE
      * CORRECTIONS, DROPS AND AGE-OFFS ITS REJECTS LATER NEEDED, BOTH
      * ON THE OFFICE STATISTICS MASTER (ADVENTOFFICESTATS.DAT, ONE ROW
      * PER CYCLE PER OFFICE). THIS JOB ADDS UP ONE CALENDAR MONTH OF
      * ROWS PER OFFICE AND RANKS THE OFFICES ON FIVE MEASURES:
      *   RECORDS SENT      VOLUME, RANK 1 THE BUSIEST OFFICE.
      *   REJECT RATE       REJECTED AS A PERCENT OF SENT.
      *   UNSAFE RATE       UNSAFE AS A PERCENT OF THE REPORTS THAT
      *                     WERE EVALUATED (SENT LESS REJECTED AND
      *                     DUPLICATE).
      *   CORRECTIONS       CORRECTIONS APPLIED TO THE OFFICE'S
      *                     REJECTS, WHETHER OR NOT THEY CURED THEM.
      *   AGED OFF          REJECTS NOBODY CORRECTED IN TIME.
      * ON THE FOUR QUALITY MEASURES RANK 1 IS THE WORST OFFICE, AND
      * OFFICES THAT TIE SHARE A RANK. THE SCORECARD LISTS THE
      * OFFICES BY THE SUM OF THEIR FOUR QUALITY RANKS, SO THE OFFICE
      * MOST IN NEED OF ATTENTION COMES FIRST; EQUAL SUMS ARE LISTED
      * BUSIEST FIRST. RATES ARE WHOLE PERCENTS, ROUNDED.
      * CONTROL CARDS (ADVENT2426CONTROL.DAT, KEYWORD IN COLUMNS
      * 1-12 AND VALUE FROM COLUMN 14, ASTERISK IN COLUMN 1 A
      * COMMENT):
      *   MONTH        YYYYMM TO SCORE (DEFAULT THE MONTH BEFORE THE
      *                RUN DATE).
      * RETURN CODE 4 WHEN THE MONTH HAS NO ROWS OR MORE OFFICES
      * REPORTED THAN THE SCORECARD HOLDS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE
               ASSIGN TO "Advent2426Control.dat"
               FILE STATUS IS WS-FILE-STATUS-C
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OFFICE-STATS-FILE
               ASSIGN TO "AdventOfficeStats.dat"
               FILE STATUS IS WS-FILE-STATUS-O
               ORGANIZATION IS INDEXED
               RECORD KEY IS OFS-KEY
               ACCESS MODE IS DYNAMIC.
           SELECT WORK-FILE ASSIGN TO SORT-WORK.
           SELECT OPTIONAL SORTED-FILE
               ASSIGN TO "Advent2426Sort.dat"
               FILE STATUS IS WS-FILE-STATUS-S
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REPORT-FILE
               ASSIGN TO "Advent2426Report.dat"
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
       SD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORT-RECORD-W.
           05 SORT-RANK-SUM-W    PIC 9(4).
           05 SORT-SENT-W        PIC 9(10).
           05 SORT-IDX-W         PIC 9(3).
       FD  SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  SORT-RECORD-S.
           05 SORT-RANK-SUM-S    PIC 9(4).
           05 SORT-SENT-S        PIC 9(10).
           05 SORT-IDX-S         PIC 9(3).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(132).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-C PIC X(2).
       01  WS-FILE-STATUS-O PIC X(2).
       01  WS-FILE-STATUS-S PIC X(2).
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
       01  WS-SCORE-MONTH.
           05 WS-SCORE-YYYY  PIC 9(4).
           05 WS-SCORE-MM    PIC 9(2).
       01  WS-SCORE-MONTH-NUM REDEFINES WS-SCORE-MONTH PIC 9(6).
       01  WS-MONTH-CARD     PIC X(6) VALUE SPACES.
       01  WS-OFS-DONE-SW    PIC X(1).
       01  WS-ROWS-READ      PIC 9(8) VALUE ZERO.
      *-----------------------------------------------------------------
      * ONE ENTRY PER OFFICE SEEN IN THE MONTH. THE SUITE HAS THREE
      * REGIONAL OFFICES AND ADVENT2415A TAKES AT MOST TEN SOURCES A
      * CYCLE, SO TWENTY LEAVES ROOM FOR RENAMED TAGS AND THE UNKNOWN
      * BUCKET; AN OFFICE PAST THE LIMIT IS REPORTED, NOT DROPPED
      * SILENTLY.
      *-----------------------------------------------------------------
       01  WS-OFFICE-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-OFFICE-TABLE.
           05 WS-OFFICE-ENTRY OCCURS 20 TIMES.
               10 WS-OFF-SOURCE      PIC X(8).
               10 WS-OFF-SENT        PIC 9(10).
               10 WS-OFF-REJECTED    PIC 9(10).
               10 WS-OFF-UNSAFE      PIC 9(10).
               10 WS-OFF-DUPLICATES  PIC 9(10).
               10 WS-OFF-CORRECTED   PIC 9(10).
               10 WS-OFF-DROPPED     PIC 9(10).
               10 WS-OFF-AGED        PIC 9(10).
               10 WS-OFF-REJECT-PCT  PIC 9(3).
               10 WS-OFF-UNSAFE-PCT  PIC 9(3).
               10 WS-OFF-SENT-RANK   PIC 9(3).
               10 WS-OFF-REJECT-RANK PIC 9(3).
               10 WS-OFF-UNSAFE-RANK PIC 9(3).
               10 WS-OFF-CORR-RANK   PIC 9(3).
               10 WS-OFF-AGED-RANK   PIC 9(3).
               10 WS-OFF-RANK-SUM    PIC 9(4).
       01  WS-OFF-IDX        PIC 9(3).
       01  WS-CMP-IDX        PIC 9(3).
       01  WS-FOUND-IDX      PIC 9(3).
       01  WS-OFFICE-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 OFFICE-TABLE-OVERFLOW VALUE 'Y'.
       01  WS-EVALUATED      PIC 9(10).
       01  WS-STANDING       PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-SENT       PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-REJECTED   PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-UNSAFE     PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-DUPLICATES PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-CORRECTED  PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-DROPPED    PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-AGED       PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-REJECT-PCT PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-UNSAFE-PCT PIC 9(3) VALUE ZERO.
       01  WS-OFFICE-LINE.
           05 OL-STANDING        PIC ZZ9.
           05 FILLER             PIC X(2).
           05 OL-SOURCE          PIC X(8).
           05 FILLER             PIC X(2).
           05 OL-SENT            PIC Z(9)9.
           05 FILLER             PIC X(1).
           05 OL-SENT-RANK       PIC ZZ9.
           05 FILLER             PIC X(2).
           05 OL-REJECTED        PIC Z(7)9.
           05 FILLER             PIC X(1).
           05 OL-REJECT-PCT      PIC ZZ9.
           05 FILLER             PIC X(1).
           05 OL-REJECT-RANK     PIC ZZ9.
           05 FILLER             PIC X(2).
           05 OL-UNSAFE          PIC Z(7)9.
           05 FILLER             PIC X(1).
           05 OL-UNSAFE-PCT      PIC ZZ9.
           05 FILLER             PIC X(1).
           05 OL-UNSAFE-RANK     PIC ZZ9.
           05 FILLER             PIC X(2).
           05 OL-CORRECTED       PIC Z(7)9.
           05 FILLER             PIC X(1).
           05 OL-CORR-RANK       PIC ZZ9.
           05 FILLER             PIC X(2).
           05 OL-AGED            PIC Z(7)9.
           05 FILLER             PIC X(1).
           05 OL-AGED-RANK       PIC ZZ9.
           05 FILLER             PIC X(2).
           05 OL-RANK-SUM        PIC ZZZ9.
           05 FILLER             PIC X(2).
           05 OL-DUPLICATES      PIC Z(7)9.
           05 FILLER             PIC X(1).
           05 OL-DROPPED         PIC Z(7)9.
           05 FILLER             PIC X(14).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.
           PERFORM LOAD-OFFICE-MONTH.
           PERFORM RANK-OFFICES.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           SORT WORK-FILE
               ON ASCENDING KEY SORT-RANK-SUM-W
               ON DESCENDING KEY SORT-SENT-W
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-OFFICES
               GIVING SORTED-FILE.
           PERFORM WRITE-SCORECARD.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM WRITE-AUDIT-RECORD.
           IF WS-OFFICE-COUNT = 0
           OR OFFICE-TABLE-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * RUN OPTIONS FROM THE CONTROL CARDS, DEFAULTS FIRST - THE SAME
      * CONVENTION ADVENT2400A'S READ-CONTROL-CARD USES. A MONTH CARD
      * THAT IS NOT SIX DIGITS WITH A MONTH OF 01-12 IS IGNORED AND
      * THE DEFAULT STANDS.
      *-----------------------------------------------------------------
       READ-CONTROL-CARD.
           MOVE WS-RUN-YYYY TO WS-SCORE-YYYY.
           MOVE WS-RUN-MM TO WS-SCORE-MM.
           IF WS-SCORE-MM = 1
               MOVE 12 TO WS-SCORE-MM
               SUBTRACT 1 FROM WS-SCORE-YYYY
           ELSE
               SUBTRACT 1 FROM WS-SCORE-MM
           END-IF.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-FILE-STATUS-C = '00'
               PERFORM READ-CONTROL-RECORD
                   UNTIL WS-FILE-STATUS-C = '10'
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           IF WS-MONTH-CARD NUMERIC
               IF WS-MONTH-CARD(5:2) >= '01'
               AND WS-MONTH-CARD(5:2) <= '12'
                   MOVE WS-MONTH-CARD TO WS-SCORE-MONTH
               END-IF
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
                   WHEN 'MONTH'
                       MOVE CC-VALUE(1:6) TO WS-MONTH-CARD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * WALKS THE OFFICE STATISTICS MASTER FROM THE FIRST OF THE MONTH
      * UNTIL THE CYCLE DATE LEAVES IT, ADDING EACH ROW INTO ITS
      * OFFICE'S ENTRY.
      *-----------------------------------------------------------------
       LOAD-OFFICE-MONTH.
           OPEN INPUT OFFICE-STATS-FILE.
           IF WS-FILE-STATUS-O = '00'
               COMPUTE OFS-CYCLE-DATE = WS-SCORE-MONTH-NUM * 100 + 1
               MOVE LOW-VALUES TO OFS-SOURCE
               MOVE 'N' TO WS-OFS-DONE-SW
               START OFFICE-STATS-FILE KEY IS NOT < OFS-KEY
                   INVALID KEY MOVE 'Y' TO WS-OFS-DONE-SW
               END-START
               PERFORM READ-OFFICE-ROW
                   UNTIL WS-OFS-DONE-SW = 'Y'
           END-IF.
           CLOSE OFFICE-STATS-FILE.

       READ-OFFICE-ROW.
           READ OFFICE-STATS-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-OFS-DONE-SW
               NOT AT END
                   IF OFS-CYCLE-DATE(1:6) NOT = WS-SCORE-MONTH
                       MOVE 'Y' TO WS-OFS-DONE-SW
                   ELSE
                       ADD 1 TO WS-ROWS-READ
                       PERFORM ADD-OFFICE-ROW
                   END-IF
           END-READ.

       ADD-OFFICE-ROW.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM SCAN-OFFICE-ENTRY
               VARYING WS-OFF-IDX FROM 1 BY 1
               UNTIL WS-OFF-IDX > WS-OFFICE-COUNT
                  OR WS-FOUND-IDX > 0.
           IF WS-FOUND-IDX = 0
               IF WS-OFFICE-COUNT = 20
                   SET OFFICE-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-OFFICE-COUNT
                   MOVE WS-OFFICE-COUNT TO WS-FOUND-IDX
                   INITIALIZE WS-OFFICE-ENTRY(WS-FOUND-IDX)
                   MOVE OFS-SOURCE TO WS-OFF-SOURCE(WS-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-FOUND-IDX > 0
               ADD OFS-RECORDS-SENT TO WS-OFF-SENT(WS-FOUND-IDX)
               ADD OFS-REJECTED TO WS-OFF-REJECTED(WS-FOUND-IDX)
               ADD OFS-UNSAFE TO WS-OFF-UNSAFE(WS-FOUND-IDX)
               ADD OFS-DUPLICATES TO WS-OFF-DUPLICATES(WS-FOUND-IDX)
               ADD OFS-CORRECTED TO WS-OFF-CORRECTED(WS-FOUND-IDX)
               ADD OFS-DROPPED TO WS-OFF-DROPPED(WS-FOUND-IDX)
               ADD OFS-AGED-OFF TO WS-OFF-AGED(WS-FOUND-IDX)
           END-IF.

       SCAN-OFFICE-ENTRY.
           IF WS-OFF-SOURCE(WS-OFF-IDX) = OFS-SOURCE
               MOVE WS-OFF-IDX TO WS-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * RATES FIRST, THEN EACH OFFICE'S RANK ON EVERY MEASURE: ONE
      * MORE THAN THE NUMBER OF OFFICES WITH A STRICTLY HIGHER VALUE,
      * SO EQUAL VALUES SHARE A RANK. THE RANK SUM LEAVES OUT RECORDS
      * SENT, WHICH IS VOLUME RATHER THAN QUALITY.
      *-----------------------------------------------------------------
       RANK-OFFICES.
           PERFORM COMPUTE-OFFICE-RATES
               VARYING WS-OFF-IDX FROM 1 BY 1
               UNTIL WS-OFF-IDX > WS-OFFICE-COUNT.
           PERFORM RANK-ONE-OFFICE
               VARYING WS-OFF-IDX FROM 1 BY 1
               UNTIL WS-OFF-IDX > WS-OFFICE-COUNT.

       COMPUTE-OFFICE-RATES.
           MOVE ZERO TO WS-OFF-REJECT-PCT(WS-OFF-IDX).
           MOVE ZERO TO WS-OFF-UNSAFE-PCT(WS-OFF-IDX).
           IF WS-OFF-SENT(WS-OFF-IDX) > 0
               COMPUTE WS-OFF-REJECT-PCT(WS-OFF-IDX) ROUNDED =
                   WS-OFF-REJECTED(WS-OFF-IDX) * 100
                   / WS-OFF-SENT(WS-OFF-IDX)
           END-IF.
           IF WS-OFF-SENT(WS-OFF-IDX) >
              WS-OFF-REJECTED(WS-OFF-IDX)
            + WS-OFF-DUPLICATES(WS-OFF-IDX)
               COMPUTE WS-EVALUATED = WS-OFF-SENT(WS-OFF-IDX)
                   - WS-OFF-REJECTED(WS-OFF-IDX)
                   - WS-OFF-DUPLICATES(WS-OFF-IDX)
               COMPUTE WS-OFF-UNSAFE-PCT(WS-OFF-IDX) ROUNDED =
                   WS-OFF-UNSAFE(WS-OFF-IDX) * 100 / WS-EVALUATED
           END-IF.

       RANK-ONE-OFFICE.
           MOVE 1 TO WS-OFF-SENT-RANK(WS-OFF-IDX).
           MOVE 1 TO WS-OFF-REJECT-RANK(WS-OFF-IDX).
           MOVE 1 TO WS-OFF-UNSAFE-RANK(WS-OFF-IDX).
           MOVE 1 TO WS-OFF-CORR-RANK(WS-OFF-IDX).
           MOVE 1 TO WS-OFF-AGED-RANK(WS-OFF-IDX).
           PERFORM COMPARE-OFFICE-PAIR
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-OFFICE-COUNT.
           COMPUTE WS-OFF-RANK-SUM(WS-OFF-IDX) =
               WS-OFF-REJECT-RANK(WS-OFF-IDX)
             + WS-OFF-UNSAFE-RANK(WS-OFF-IDX)
             + WS-OFF-CORR-RANK(WS-OFF-IDX)
             + WS-OFF-AGED-RANK(WS-OFF-IDX).

       COMPARE-OFFICE-PAIR.
           IF WS-OFF-SENT(WS-CMP-IDX) > WS-OFF-SENT(WS-OFF-IDX)
               ADD 1 TO WS-OFF-SENT-RANK(WS-OFF-IDX)
           END-IF.
           IF WS-OFF-REJECT-PCT(WS-CMP-IDX) >
              WS-OFF-REJECT-PCT(WS-OFF-IDX)
               ADD 1 TO WS-OFF-REJECT-RANK(WS-OFF-IDX)
           END-IF.
           IF WS-OFF-UNSAFE-PCT(WS-CMP-IDX) >
              WS-OFF-UNSAFE-PCT(WS-OFF-IDX)
               ADD 1 TO WS-OFF-UNSAFE-RANK(WS-OFF-IDX)
           END-IF.
           IF WS-OFF-CORRECTED(WS-CMP-IDX) >
              WS-OFF-CORRECTED(WS-OFF-IDX)
               ADD 1 TO WS-OFF-CORR-RANK(WS-OFF-IDX)
           END-IF.
           IF WS-OFF-AGED(WS-CMP-IDX) > WS-OFF-AGED(WS-OFF-IDX)
               ADD 1 TO WS-OFF-AGED-RANK(WS-OFF-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * SORT INPUT PASS: ONE RECORD PER OFFICE POINTING BACK AT ITS
      * TABLE ENTRY, KEYED FOR THE SCORECARD ORDER.
      *-----------------------------------------------------------------
       RELEASE-OFFICES.
           PERFORM RELEASE-ONE-OFFICE
               VARYING WS-OFF-IDX FROM 1 BY 1
               UNTIL WS-OFF-IDX > WS-OFFICE-COUNT.

       RELEASE-ONE-OFFICE.
           MOVE WS-OFF-RANK-SUM(WS-OFF-IDX) TO SORT-RANK-SUM-W.
           MOVE WS-OFF-SENT(WS-OFF-IDX) TO SORT-SENT-W.
           MOVE WS-OFF-IDX TO SORT-IDX-W.
           RELEASE SORT-RECORD-W.

      *-----------------------------------------------------------------
      * THE SCORECARD PROPER: COLUMN HEADINGS, THEN ONE LINE PER
      * OFFICE IN STANDING ORDER, EACH COUNT FOLLOWED BY ITS RATE
      * (WHERE THERE IS ONE) AND ITS RANK.
      *-----------------------------------------------------------------
       WRITE-SCORECARD.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '               ---- SENT ----  --- REJEC'
                       DELIMITED SIZE
                  'TED ---  ---- UNSAFE ----   CORRECTIONS '
                       DELIMITED SIZE
                  ' - AGED OFF -  RANK   ---- OTHER -----'
                       DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'POS  OFFICE         COUNT RNK     COUNT '
                       DELIMITED SIZE
                  'PCT RNK     COUNT PCT RNK     COUNT RNK '
                       DELIMITED SIZE
                  '    COUNT RNK   SUM      DUPS  DROPPED'
                       DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT SORTED-FILE.
           PERFORM WRITE-OFFICE-LINE
               UNTIL WS-FILE-STATUS-S = '10'.
           CLOSE SORTED-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-OFFICE-LINE.
           READ SORTED-FILE NEXT RECORD.
           IF WS-FILE-STATUS-S NOT = '10'
               ADD 1 TO WS-STANDING
               MOVE SORT-IDX-S TO WS-OFF-IDX
               MOVE SPACES TO WS-OFFICE-LINE
               MOVE WS-STANDING TO OL-STANDING
               MOVE WS-OFF-SOURCE(WS-OFF-IDX) TO OL-SOURCE
               MOVE WS-OFF-SENT(WS-OFF-IDX) TO OL-SENT
               MOVE WS-OFF-SENT-RANK(WS-OFF-IDX) TO OL-SENT-RANK
               MOVE WS-OFF-REJECTED(WS-OFF-IDX) TO OL-REJECTED
               MOVE WS-OFF-REJECT-PCT(WS-OFF-IDX) TO OL-REJECT-PCT
               MOVE WS-OFF-REJECT-RANK(WS-OFF-IDX) TO OL-REJECT-RANK
               MOVE WS-OFF-UNSAFE(WS-OFF-IDX) TO OL-UNSAFE
               MOVE WS-OFF-UNSAFE-PCT(WS-OFF-IDX) TO OL-UNSAFE-PCT
               MOVE WS-OFF-UNSAFE-RANK(WS-OFF-IDX) TO OL-UNSAFE-RANK
               MOVE WS-OFF-CORRECTED(WS-OFF-IDX) TO OL-CORRECTED
               MOVE WS-OFF-CORR-RANK(WS-OFF-IDX) TO OL-CORR-RANK
               MOVE WS-OFF-AGED(WS-OFF-IDX) TO OL-AGED
               MOVE WS-OFF-AGED-RANK(WS-OFF-IDX) TO OL-AGED-RANK
               MOVE WS-OFF-RANK-SUM(WS-OFF-IDX) TO OL-RANK-SUM
               MOVE WS-OFF-DUPLICATES(WS-OFF-IDX) TO OL-DUPLICATES
               MOVE WS-OFF-DROPPED(WS-OFF-IDX) TO OL-DROPPED
               MOVE WS-OFFICE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-OFF-SENT(WS-OFF-IDX) TO WS-TOTAL-SENT
               ADD WS-OFF-REJECTED(WS-OFF-IDX) TO WS-TOTAL-REJECTED
               ADD WS-OFF-UNSAFE(WS-OFF-IDX) TO WS-TOTAL-UNSAFE
               ADD WS-OFF-DUPLICATES(WS-OFF-IDX)
                   TO WS-TOTAL-DUPLICATES
               ADD WS-OFF-CORRECTED(WS-OFF-IDX) TO WS-TOTAL-CORRECTED
               ADD WS-OFF-DROPPED(WS-OFF-IDX) TO WS-TOTAL-DROPPED
               ADD WS-OFF-AGED(WS-OFF-IDX) TO WS-TOTAL-AGED
           END-IF.

      *-----------------------------------------------------------------
      * ALL-OFFICE TOTALS FOR THE MONTH, WITH THE SAME TWO RATES
      * WORKED OUT OVER THE WHOLE SUITE FOR COMPARISON.
      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
           IF WS-TOTAL-SENT > 0
               COMPUTE WS-TOTAL-REJECT-PCT ROUNDED =
                   WS-TOTAL-REJECTED * 100 / WS-TOTAL-SENT
           END-IF.
           IF WS-TOTAL-SENT > WS-TOTAL-REJECTED + WS-TOTAL-DUPLICATES
               COMPUTE WS-EVALUATED = WS-TOTAL-SENT
                   - WS-TOTAL-REJECTED - WS-TOTAL-DUPLICATES
               COMPUTE WS-TOTAL-UNSAFE-PCT ROUNDED =
                   WS-TOTAL-UNSAFE * 100 / WS-EVALUATED
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'OFFICES SCORED. . . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-OFFICE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RECORDS SENT. . . . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-TOTAL-SENT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RECORDS REJECTED. . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-TOTAL-REJECTED DELIMITED SIZE
                  ' PCT ' DELIMITED SIZE
                  WS-TOTAL-REJECT-PCT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REPORTS UNSAFE. . . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-TOTAL-UNSAFE DELIMITED SIZE
                  ' PCT ' DELIMITED SIZE
                  WS-TOTAL-UNSAFE-PCT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DUPLICATES DIVERTED . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-TOTAL-DUPLICATES DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CORRECTIONS NEEDED. . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-TOTAL-CORRECTED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REJECTS DROPPED BY OPERATOR . . . . . . . . '
                       DELIMITED SIZE
                  WS-TOTAL-DROPPED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REJECTS AGED OFF. . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-TOTAL-AGED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           IF WS-OFFICE-COUNT = 0
               MOVE '*** NO OFFICE STATISTICS ON FILE FOR THE MONTH'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF OFFICE-TABLE-OVERFLOW
               MOVE '*** MORE THAN 20 OFFICES - EXTRA NOT SCORED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * ONE LINE APPENDED TO THE SHARED AUDIT LOG FOR EVERY RUN OF
      * THIS PROGRAM.
      *-----------------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ADV2426A ' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  ' START ' DELIMITED SIZE
                  WS-START-HH DELIMITED SIZE
                  WS-START-MN DELIMITED SIZE
                  WS-START-SS DELIMITED SIZE
                  ' END ' DELIMITED SIZE
                  WS-END-HH DELIMITED SIZE
                  WS-END-MN DELIMITED SIZE
                  WS-END-SS DELIMITED SIZE
                  ' MONTH ' DELIMITED SIZE
                  WS-SCORE-MONTH DELIMITED SIZE
                  ' ROWS ' DELIMITED SIZE
                  WS-ROWS-READ DELIMITED SIZE
                  ' OFFICES ' DELIMITED SIZE
                  WS-OFFICE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO AUDIT-LINE
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *-----------------------------------------------------------------
      * REPORT TITLE AND RUN-IDENTIFICATION LINES, WRITTEN ONCE AT THE
      * TOP OF ADVENT2426REPORT.DAT.
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
           MOVE 'ADVENT2426A - MONTHLY SOURCE-OFFICE QUALITY SCORECARD'
               TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RUN DATE: ' DELIMITED SIZE
                  WS-RUN-DATE-EDIT DELIMITED SIZE
                  '   RUN TIME: ' DELIMITED SIZE
                  WS-RUN-TIME-EDIT DELIMITED SIZE
                  '   MONTH SCORED: ' DELIMITED SIZE
                  WS-SCORE-MM DELIMITED SIZE
                  '/' DELIMITED SIZE
                  WS-SCORE-YYYY DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
