       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT2429A.
      *-----------------------------------------------------------------
      * REGIONAL REPORT PACK DISTRIBUTION, RUN AS THE LAST JOB OF THE
      * ADVENT2400A STREAM. EVERY REGIONAL OFFICE USED TO BE SENT THE
      * WHOLE OF THE DAY 1 DETAIL ANALYSIS, THE DAY 2 FAILURE
      * ANALYSIS AND THE CROSS-FEED RECONCILIATION AND LEFT TO DIG
      * OUT ITS OWN LOCATIONS. THIS JOB BURSTS THE LOCATION-BEARING
      * LINES BEHIND THOSE THREE REPORTS INTO ONE PACK FILE PER
      * REGION (ADVENTDIST<REGION>.DAT), ROUTED BY LOC-REGION ON
      * ADVENTLOCMASTER.DAT:
      *
      *   DETAIL - THE RANK AND LEFT-ONLY LINES OF ADVENT2401DETAIL.DAT
      *            (A PAIR GOES TO THE REGION OF EITHER ITS LEFT OR ITS
      *            RIGHT LOCATION, SO A CROSS-REGION PAIR IS IN BOTH)
      *   DIAG   - ONE LINE PER UNSAFE REPORT FROM ADVENT2402DIAG.DAT,
      *            WHICH CARRIES THE REPORT'S DERIVED LOCATION ID
      *   RECON  - ONE LINE PER ORPHAN IN THE TWO ADVENT2414A SUSPENSE
      *            FILES, THE DETAIL BEHIND THE RECONCILIATION COUNTS
      *
      * WHICH REGIONS GET A PACK, AND WHICH OF THE THREE SECTIONS
      * EACH ONE GETS, COMES FROM THE DISTRIBUTION CONTROL FILE
      * (ADVENT2429DIST.DAT): REGION CODE IN COLUMNS 1-10 AND FROM
      * COLUMN 12 ANY OF DETAIL, DIAG AND RECON, OR ALL; AN ASTERISK
      * IN COLUMN 1 IS A COMMENT CARD. A LOCATION WITH NO ROW ON THE
      * MASTER, A BLANK REGION, OR A REGION WITH NO DISTRIBUTION CARD
      * GOES TO THE UNASSIGNED PACK, WHICH IS ALWAYS PRODUCED WITH ALL
      * THREE SECTIONS, WHATEVER ITS OWN CARD SAYS, SO NO LINE IS EVER
      * DROPPED. REGION CODES ARE SINGLE WORDS, AS ON THE
      * MASTER, SINCE THE CODE BECOMES PART OF THE PACK FILE NAME.
      *
      * EACH SECTION STARTS A NEW PAGE; EVERY PAGE CARRIES THE REGION
      * HEADING AND THE SECTION TITLE AND ENDS WITH ITS OWN LINE
      * TOTAL, AND EACH SECTION ENDS WITH A REGION SUBTOTAL. ONE ROW
      * PER REGION AND SECTION, PLUS ONE PER PACK, IS APPENDED TO THE
      * DISTRIBUTION LOG (ADVENTDISTLOG.DAT) WITH THE LINE AND PAGE
      * COUNTS AND THE PACK FILE NAME, SO WE CAN SHOW WHAT EACH
      * OFFICE WAS SENT FOR ANY CYCLE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIST-CONTROL-FILE
               ASSIGN TO "Advent2429Dist.dat"
               FILE STATUS IS WS-FILE-STATUS-C
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOC-MASTER-FILE
               ASSIGN TO "AdventLocMaster.dat"
               FILE STATUS IS WS-FILE-STATUS-M
               ORGANIZATION IS INDEXED
               RECORD KEY IS LOC-ID
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL DETAIL-FILE
               ASSIGN TO "Advent2401Detail.dat"
               FILE STATUS IS WS-FILE-STATUS-1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DIAG-FILE
               ASSIGN TO "Advent2402Diag.dat"
               FILE STATUS IS WS-FILE-STATUS-2
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-1-FILE
               ASSIGN TO "Advent2414Suspense1.dat"
               FILE STATUS IS WS-FILE-STATUS-S1
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-2-FILE
               ASSIGN TO "Advent2414Suspense2.dat"
               FILE STATUS IS WS-FILE-STATUS-S2
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PACK-FILE
               ASSIGN USING WS-PACK-FILE-NAME
               FILE STATUS IS WS-FILE-STATUS-P
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DIST-LOG-FILE
               ASSIGN TO "AdventDistLog.dat"
               FILE STATUS IS WS-FILE-STATUS-G
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "AdventAudit.log"
               FILE STATUS IS WS-FILE-STATUS-U
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIST-CARD.
           05 DC-REGION          PIC X(10).
           05 FILLER             PIC X(1).
           05 DC-REPORTS         PIC X(44).
           05 FILLER             PIC X(25).
       FD  LOC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOC-MASTER-RECORD.
           05 LOC-ID         PIC X(5).
           05 LOC-NAME       PIC X(20).
           05 LOC-REGION     PIC X(10).
           05 LOC-ACTIVE     PIC X(1).
       FD  DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  DETAIL-LINE PIC X(132).
       FD  DIAG-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIAG-RECORD.
           05 DIAG-CYCLE     PIC 9(8).
           05 FILLER         PIC X(1).
           05 DIAG-SEQ       PIC 9(8).
           05 FILLER         PIC X(1).
           05 DIAG-REASON    PIC X(16).
           05 FILLER         PIC X(1).
           05 DIAG-POSITION  PIC 9(3).
           05 FILLER         PIC X(1).
           05 DIAG-REMOVED   PIC 9(3).
           05 FILLER         PIC X(1).
           05 DIAG-SOURCE    PIC X(8).
           05 FILLER         PIC X(1).
           05 DIAG-LOCATION  PIC X(5).
       FD  SUSPENSE-1-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-1-RECORD.
           05 SUS1-SIDE      PIC X(5).
           05 FILLER         PIC X(1).
           05 SUS1-LOCATION  PIC X(5).
           05 FILLER         PIC X(1).
           05 SUS1-NAME      PIC X(20).
           05 FILLER         PIC X(1).
           05 SUS1-REGION    PIC X(10).
       FD  SUSPENSE-2-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-2-RECORD.
           05 SUS2-SEQ       PIC 9(8).
           05 FILLER         PIC X(1).
           05 SUS2-LOCATION  PIC X(5).
           05 FILLER         PIC X(1).
           05 SUS2-NAME      PIC X(20).
           05 FILLER         PIC X(1).
           05 SUS2-REGION    PIC X(10).
       FD  PACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PACK-LINE PIC X(132).
       FD  DIST-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIST-LOG-RECORD.
           05 DL-CYCLE-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 DL-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 DL-RUN-TIME        PIC 9(6).
           05 FILLER             PIC X(1).
           05 DL-REGION          PIC X(10).
           05 FILLER             PIC X(1).
           05 DL-SECTION         PIC X(6).
           05 FILLER             PIC X(1).
           05 DL-LINE-COUNT      PIC 9(7).
           05 FILLER             PIC X(1).
           05 DL-PAGE-COUNT      PIC 9(5).
           05 FILLER             PIC X(1).
           05 DL-FILE-NAME       PIC X(44).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-C  PIC X(2).
       01  WS-FILE-STATUS-M  PIC X(2).
       01  WS-FILE-STATUS-1  PIC X(2).
       01  WS-FILE-STATUS-2  PIC X(2).
       01  WS-FILE-STATUS-S1 PIC X(2).
       01  WS-FILE-STATUS-S2 PIC X(2).
       01  WS-FILE-STATUS-P  PIC X(2).
       01  WS-FILE-STATUS-G  PIC X(2).
       01  WS-FILE-STATUS-U  PIC X(2).
       01  WS-PACK-FILE-NAME PIC X(44).
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
       01  WS-HOLD-LINE      PIC X(132).
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
      *-----------------------------------------------------------------
      * DISTRIBUTION TABLE, ONE ENTRY PER REGION ON THE CONTROL FILE
      * PLUS THE UNASSIGNED ENTRY, WITH A Y/N SWITCH PER SECTION. A
      * REGION CARDED TWICE GETS THE SECTIONS OF BOTH CARDS. CARDS
      * PAST THE TABLE LIMIT ARE COUNTED AND THEIR REGIONS FALL TO
      * THE UNASSIGNED PACK.
      *-----------------------------------------------------------------
       01  WS-RGN-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-RGN-TABLE.
           05 WS-RGN-ENTRY OCCURS 50 TIMES.
               10 WS-RGN-NAME        PIC X(10).
               10 WS-RGN-DETAIL-SW   PIC X(1).
               10 WS-RGN-DIAG-SW     PIC X(1).
               10 WS-RGN-RECON-SW    PIC X(1).
       01  WS-RGN-IDX        PIC 9(3).
       01  WS-RGN-SCAN-IDX   PIC 9(3).
       01  WS-RGN-FOUND-IDX  PIC 9(3).
       01  WS-RGN-SEARCH     PIC X(10).
       01  WS-CARDS-LOADED   PIC 9(5) VALUE ZERO.
       01  WS-CARDS-OVERFLOW PIC 9(5) VALUE ZERO.
       01  WS-TALLY          PIC 9(3).
      *-----------------------------------------------------------------
      * ROUTING. A LINE IS WRITTEN TO THE PACK BEING BUILT WHEN ANY
      * LOCATION ON IT RESOLVES TO THAT PACK'S REGION.
      *-----------------------------------------------------------------
       01  WS-ROUTE-ID       PIC X(5).
       01  WS-ROUTE-NAME     PIC X(20).
       01  WS-ROUTE-REGION   PIC X(10).
       01  WS-ROUTE-MATCH-SW PIC X(1).
           88 ROUTE-TO-THIS-PACK     VALUE 'Y'.
      *-----------------------------------------------------------------
      * PACK, SECTION AND PAGE STATE FOR THE PACK BEING BUILT.
      *-----------------------------------------------------------------
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01  WS-PACK-REGION    PIC X(10).
       01  WS-PACK-LINES     PIC 9(7).
       01  WS-PAGE-NO        PIC 9(5).
       01  WS-PAGE-LINES     PIC 9(3).
       01  WS-SECTION-CODE   PIC X(6).
       01  WS-SECTION-TITLE  PIC X(60).
       01  WS-SECTION-LINES  PIC 9(7).
       01  WS-SECTION-FIRST-PAGE PIC 9(5).
       01  WS-LOG-SECTION    PIC X(6).
       01  WS-LOG-LINES      PIC 9(7).
       01  WS-LOG-PAGES      PIC 9(5).
      *-----------------------------------------------------------------
      * RUN TOTALS FOR THE AUDIT LINE AND THE COMPLETION STATUS. THE
      * INPUTS ARE READ AGAIN FOR EVERY PACK, SO RECORDS ARE COUNTED
      * ONLY WHILE THE UNASSIGNED PACK IS BUILT - THE ONE PACK THAT
      * ALWAYS CARRIES ALL THREE SECTIONS.
      *-----------------------------------------------------------------
       01  WS-RECORDS-READ   PIC 9(10) VALUE ZERO.
       01  WS-PACKS-WRITTEN  PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-LINES    PIC 9(10) VALUE ZERO.
       01  WS-UNASSIGNED-LINES PIC 9(7) VALUE ZERO.

       LINKAGE SECTION.
       COPY "Advent2400Ctl.cpy".

       PROCEDURE DIVISION USING ADVENT-CONTROL-BLOCK.

       PROGRAM-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-DATE-EDIT
           STRING WS-RUN-MM   DELIMITED SIZE '/'  DELIMITED SIZE
                  WS-RUN-DD   DELIMITED SIZE '/'  DELIMITED SIZE
                  WS-RUN-YYYY DELIMITED SIZE
               INTO WS-RUN-DATE-EDIT
           END-STRING.
           PERFORM LOAD-DISTRIBUTION-CONTROL.
           OPEN INPUT LOC-MASTER-FILE.
           OPEN EXTEND DIST-LOG-FILE.
           PERFORM WRITE-REGION-PACK
               VARYING WS-RGN-IDX FROM 1 BY 1
               UNTIL WS-RGN-IDX > WS-RGN-COUNT.
           CLOSE DIST-LOG-FILE.
           CLOSE LOC-MASTER-FILE.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM SET-COMPLETION-STATUS.

       PROGRAM-END.
           GOBACK.

      *-----------------------------------------------------------------
      * HANDS A COMPLETION STATUS BACK TO THE DRIVER: 4 WHEN THERE WAS
      * NO DISTRIBUTION CONTROL TO GO BY, WHEN CARDS WERE LOST PAST
      * THE TABLE LIMIT, OR WHEN ANY LINE ENDED UP IN THE UNASSIGNED
      * PACK (A LOCATION THE MASTER OR THE CONTROL FILE IS MISSING);
      * 0 OTHERWISE.
      *-----------------------------------------------------------------
       SET-COMPLETION-STATUS.
           MOVE 0 TO CTL-2429-STATUS.
           MOVE SPACES TO CTL-2429-MESSAGE.
           IF WS-UNASSIGNED-LINES > 0
               MOVE 4 TO CTL-2429-STATUS
               MOVE 'LINES WITH NO REGION - SEE UNASSIGNED PACK'
                   TO CTL-2429-MESSAGE
           END-IF.
           IF WS-CARDS-OVERFLOW > 0
               MOVE 4 TO CTL-2429-STATUS
               MOVE 'DISTRIBUTION TABLE FULL - CARDS IGNORED'
                   TO CTL-2429-MESSAGE
           END-IF.
           IF WS-CARDS-LOADED = 0
               MOVE 4 TO CTL-2429-STATUS
               MOVE 'NO DISTRIBUTION CONTROL - ALL LINES UNASSIGNED'
                   TO CTL-2429-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
      * LOADS THE DISTRIBUTION TABLE FROM ADVENT2429DIST.DAT AND
      * MAKES SURE THE UNASSIGNED PACK IS ALWAYS IN IT WITH ALL THREE
      * SECTIONS, SO A LINE NO REGION TAKES ALWAYS HAS SOMEWHERE TO GO.
      *-----------------------------------------------------------------
       LOAD-DISTRIBUTION-CONTROL.
           MOVE ZERO TO WS-RGN-COUNT.
           OPEN INPUT DIST-CONTROL-FILE.
           IF WS-FILE-STATUS-C = '00'
               PERFORM READ-DISTRIBUTION-CARD
                   UNTIL WS-FILE-STATUS-C = '10'
           END-IF.
           CLOSE DIST-CONTROL-FILE.
           MOVE 'UNASSIGNED' TO WS-RGN-SEARCH.
           PERFORM FIND-REGION-ENTRY.
           IF WS-RGN-FOUND-IDX = 0
               ADD 1 TO WS-RGN-COUNT
               MOVE WS-RGN-COUNT TO WS-RGN-FOUND-IDX
               MOVE 'UNASSIGNED' TO WS-RGN-NAME(WS-RGN-COUNT)
           END-IF.
           MOVE 'Y' TO WS-RGN-DETAIL-SW(WS-RGN-FOUND-IDX).
           MOVE 'Y' TO WS-RGN-DIAG-SW(WS-RGN-FOUND-IDX).
           MOVE 'Y' TO WS-RGN-RECON-SW(WS-RGN-FOUND-IDX).

       READ-DISTRIBUTION-CARD.
           READ DIST-CONTROL-FILE NEXT RECORD.
           IF WS-FILE-STATUS-C NOT = '10'
               PERFORM APPLY-DISTRIBUTION-CARD
           END-IF.

      *-----------------------------------------------------------------
      * ONE ENTRY PER REGION. THE LAST TABLE SLOT IS HELD BACK FOR
      * THE UNASSIGNED PACK.
      *-----------------------------------------------------------------
       APPLY-DISTRIBUTION-CARD.
           IF DC-REGION(1:1) = '*' OR DC-REGION = SPACES
               CONTINUE
           ELSE
               MOVE DC-REGION TO WS-RGN-SEARCH
               PERFORM FIND-REGION-ENTRY
               IF WS-RGN-FOUND-IDX = 0
                   IF WS-RGN-COUNT < 49
                   OR (WS-RGN-COUNT = 49
                       AND DC-REGION = 'UNASSIGNED')
                       ADD 1 TO WS-RGN-COUNT
                       MOVE WS-RGN-COUNT TO WS-RGN-FOUND-IDX
                       MOVE DC-REGION TO WS-RGN-NAME(WS-RGN-COUNT)
                       MOVE 'N' TO WS-RGN-DETAIL-SW(WS-RGN-COUNT)
                       MOVE 'N' TO WS-RGN-DIAG-SW(WS-RGN-COUNT)
                       MOVE 'N' TO WS-RGN-RECON-SW(WS-RGN-COUNT)
                   ELSE
                       ADD 1 TO WS-CARDS-OVERFLOW
                   END-IF
               END-IF
               IF WS-RGN-FOUND-IDX > 0
                   ADD 1 TO WS-CARDS-LOADED
                   PERFORM SET-REGION-SECTIONS
               END-IF
           END-IF.

       SET-REGION-SECTIONS.
           MOVE ZERO TO WS-TALLY.
           INSPECT DC-REPORTS TALLYING WS-TALLY FOR ALL 'ALL'.
           IF WS-TALLY > 0
               MOVE 'Y' TO WS-RGN-DETAIL-SW(WS-RGN-FOUND-IDX)
               MOVE 'Y' TO WS-RGN-DIAG-SW(WS-RGN-FOUND-IDX)
               MOVE 'Y' TO WS-RGN-RECON-SW(WS-RGN-FOUND-IDX)
           END-IF.
           MOVE ZERO TO WS-TALLY.
           INSPECT DC-REPORTS TALLYING WS-TALLY FOR ALL 'DETAIL'.
           IF WS-TALLY > 0
               MOVE 'Y' TO WS-RGN-DETAIL-SW(WS-RGN-FOUND-IDX)
           END-IF.
           MOVE ZERO TO WS-TALLY.
           INSPECT DC-REPORTS TALLYING WS-TALLY FOR ALL 'DIAG'.
           IF WS-TALLY > 0
               MOVE 'Y' TO WS-RGN-DIAG-SW(WS-RGN-FOUND-IDX)
           END-IF.
           MOVE ZERO TO WS-TALLY.
           INSPECT DC-REPORTS TALLYING WS-TALLY FOR ALL 'RECON'.
           IF WS-TALLY > 0
               MOVE 'Y' TO WS-RGN-RECON-SW(WS-RGN-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * TABLE LOOKUP OF WS-RGN-SEARCH. ZERO IN WS-RGN-FOUND-IDX MEANS
      * THE REGION HAS NO DISTRIBUTION ENTRY.
      *-----------------------------------------------------------------
       FIND-REGION-ENTRY.
           MOVE ZERO TO WS-RGN-FOUND-IDX.
           PERFORM CHECK-REGION-ENTRY
               VARYING WS-RGN-SCAN-IDX FROM 1 BY 1
               UNTIL WS-RGN-SCAN-IDX > WS-RGN-COUNT
                  OR WS-RGN-FOUND-IDX > 0.

       CHECK-REGION-ENTRY.
           IF WS-RGN-NAME(WS-RGN-SCAN-IDX) = WS-RGN-SEARCH
               MOVE WS-RGN-SCAN-IDX TO WS-RGN-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * ONE PACK FILE PER TABLE ENTRY, WITH EACH SECTION THE REGION
      * IS CARDED FOR. A SECTION WITH NOTHING FOR THE REGION STILL
      * PRINTS, SAYING SO, SO THE OFFICE KNOWS IT WAS NOT LEFT OUT.
      *-----------------------------------------------------------------
       WRITE-REGION-PACK.
           MOVE WS-RGN-NAME(WS-RGN-IDX) TO WS-PACK-REGION.
           MOVE SPACES TO WS-PACK-FILE-NAME.
           STRING 'AdventDist' DELIMITED SIZE
                  WS-PACK-REGION DELIMITED BY SPACE
                  '.dat' DELIMITED SIZE
               INTO WS-PACK-FILE-NAME
           END-STRING.
           MOVE ZERO TO WS-PACK-LINES.
           MOVE ZERO TO WS-PAGE-NO.
           OPEN OUTPUT PACK-FILE.
           IF WS-RGN-DETAIL-SW(WS-RGN-IDX) = 'Y'
               PERFORM BURST-DETAIL-SECTION
           END-IF.
           IF WS-RGN-DIAG-SW(WS-RGN-IDX) = 'Y'
               PERFORM BURST-DIAG-SECTION
           END-IF.
           IF WS-RGN-RECON-SW(WS-RGN-IDX) = 'Y'
               PERFORM BURST-RECON-SECTION
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REGION ' DELIMITED SIZE
                  WS-PACK-REGION DELIMITED SIZE
                  ' PACK TOTAL - ALL SECTIONS . . . . ' DELIMITED SIZE
                  WS-PACK-LINES DELIMITED SIZE
                  ' LINES ON ' DELIMITED SIZE
                  WS-PAGE-NO DELIMITED SIZE
                  ' PAGES' DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO PACK-LINE
           WRITE PACK-LINE
           CLOSE PACK-FILE.
           MOVE 'PACK' TO WS-LOG-SECTION.
           MOVE WS-PACK-LINES TO WS-LOG-LINES.
           MOVE WS-PAGE-NO TO WS-LOG-PAGES.
           PERFORM WRITE-DIST-LOG-RECORD.
           ADD 1 TO WS-PACKS-WRITTEN.
           ADD WS-PACK-LINES TO WS-TOTAL-LINES.
           IF WS-PACK-REGION = 'UNASSIGNED'
               MOVE WS-PACK-LINES TO WS-UNASSIGNED-LINES
           END-IF.

      *-----------------------------------------------------------------
      * DETAIL SECTION. ONLY THE RANK AND LEFT-ONLY LINES NAME A
      * LOCATION; THE RANK LINE CARRIES THE LEFT ID IN COLUMNS 16-20
      * AND THE RIGHT ID IN COLUMNS 61-65, THE LEFT-ONLY LINE ITS ID
      * IN COLUMNS 23-27. LINES ARE COPIED AS ADVENT2401A PRINTED
      * THEM, SO A RANK KEEPS ITS POSITION IN THE WHOLE CYCLE.
      *-----------------------------------------------------------------
       BURST-DETAIL-SECTION.
           MOVE 'DETAIL' TO WS-SECTION-CODE.
           MOVE 'ADVENT2401A - LOCATION PAIR DETAIL ANALYSIS'
               TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT DETAIL-FILE.
           IF WS-FILE-STATUS-1 = '00'
               PERFORM READ-DETAIL-LINE
                   UNTIL WS-FILE-STATUS-1 = '10'
           END-IF.
           CLOSE DETAIL-FILE.
           PERFORM END-SECTION.

       READ-DETAIL-LINE.
           READ DETAIL-FILE NEXT RECORD.
           IF WS-FILE-STATUS-1 NOT = '10'
               IF WS-PACK-REGION = 'UNASSIGNED'
                   ADD 1 TO WS-RECORDS-READ
               END-IF
               MOVE 'N' TO WS-ROUTE-MATCH-SW
               IF DETAIL-LINE(1:5) = 'RANK '
                   MOVE DETAIL-LINE(16:5) TO WS-ROUTE-ID
                   PERFORM CHECK-ROUTE
                   MOVE DETAIL-LINE(61:5) TO WS-ROUTE-ID
                   PERFORM CHECK-ROUTE
               END-IF
               IF DETAIL-LINE(1:22) = 'LEFT-ONLY LOCATION ID '
                   MOVE DETAIL-LINE(23:5) TO WS-ROUTE-ID
                   PERFORM CHECK-ROUTE
               END-IF
               IF ROUTE-TO-THIS-PACK
                   MOVE DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-PACK-DETAIL
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * DIAG SECTION. ONE LINE PER UNSAFE REPORT, FROM BOTH HALVES OF
      * A RESTARTED RUN, WITH THE FAILURE REASON, THE FIRST
      * VIOLATING POSITION, THE LEVEL THE DAMPENER REMOVED (ZERO IF
      * NONE) AND THE OFFICE THAT SENT IT.
      *-----------------------------------------------------------------
       BURST-DIAG-SECTION.
           MOVE 'DIAG' TO WS-SECTION-CODE.
           MOVE 'ADVENT2402A - UNSAFE REPORT FAILURE ANALYSIS'
               TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT DIAG-FILE.
           IF WS-FILE-STATUS-2 = '00'
               PERFORM READ-DIAG-RECORD
                   UNTIL WS-FILE-STATUS-2 = '10'
           END-IF.
           CLOSE DIAG-FILE.
           PERFORM END-SECTION.

       READ-DIAG-RECORD.
           READ DIAG-FILE NEXT RECORD.
           IF WS-FILE-STATUS-2 NOT = '10'
               IF WS-PACK-REGION = 'UNASSIGNED'
                   ADD 1 TO WS-RECORDS-READ
               END-IF
               MOVE 'N' TO WS-ROUTE-MATCH-SW
               MOVE DIAG-LOCATION TO WS-ROUTE-ID
               PERFORM CHECK-ROUTE
               IF ROUTE-TO-THIS-PACK
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING 'UNSAFE REPORT ' DELIMITED SIZE
                          DIAG-SEQ DELIMITED SIZE
                          ' LOCATION ' DELIMITED SIZE
                          DIAG-LOCATION DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          WS-ROUTE-NAME DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          DIAG-REASON DELIMITED SIZE
                          ' POSITION ' DELIMITED SIZE
                          DIAG-POSITION DELIMITED SIZE
                          ' REMOVED ' DELIMITED SIZE
                          DIAG-REMOVED DELIMITED SIZE
                          ' OFFICE ' DELIMITED SIZE
                          DIAG-SOURCE DELIMITED SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-PACK-DETAIL
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * RECON SECTION. THE DAY 1 ORPHANS (A LISTED LOCATION NO SAFETY
      * REPORT MAPS TO) FOLLOWED BY THE DAY 2 ORPHANS (A SAFETY REPORT
      * WHOSE LOCATION IS ON NEITHER DAY 1 LIST).
      *-----------------------------------------------------------------
       BURST-RECON-SECTION.
           MOVE 'RECON' TO WS-SECTION-CODE.
           MOVE 'ADVENT2414A - CROSS-FEED RECONCILIATION'
               TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           OPEN INPUT SUSPENSE-1-FILE.
           IF WS-FILE-STATUS-S1 = '00'
               PERFORM READ-SUSPENSE-1
                   UNTIL WS-FILE-STATUS-S1 = '10'
           END-IF.
           CLOSE SUSPENSE-1-FILE.
           OPEN INPUT SUSPENSE-2-FILE.
           IF WS-FILE-STATUS-S2 = '00'
               PERFORM READ-SUSPENSE-2
                   UNTIL WS-FILE-STATUS-S2 = '10'
           END-IF.
           CLOSE SUSPENSE-2-FILE.
           PERFORM END-SECTION.

       READ-SUSPENSE-1.
           READ SUSPENSE-1-FILE NEXT RECORD.
           IF WS-FILE-STATUS-S1 NOT = '10'
               IF WS-PACK-REGION = 'UNASSIGNED'
                   ADD 1 TO WS-RECORDS-READ
               END-IF
               MOVE 'N' TO WS-ROUTE-MATCH-SW
               MOVE SUS1-LOCATION TO WS-ROUTE-ID
               PERFORM CHECK-ROUTE
               IF ROUTE-TO-THIS-PACK
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING 'DAY 1 ORPHAN ' DELIMITED SIZE
                          SUS1-SIDE DELIMITED SIZE
                          ' LOCATION ' DELIMITED SIZE
                          SUS1-LOCATION DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          WS-ROUTE-NAME DELIMITED SIZE
                          ' - NO DAY 2 SAFETY REPORT' DELIMITED SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-PACK-DETAIL
               END-IF
           END-IF.

       READ-SUSPENSE-2.
           READ SUSPENSE-2-FILE NEXT RECORD.
           IF WS-FILE-STATUS-S2 NOT = '10'
               IF WS-PACK-REGION = 'UNASSIGNED'
                   ADD 1 TO WS-RECORDS-READ
               END-IF
               MOVE 'N' TO WS-ROUTE-MATCH-SW
               MOVE SUS2-LOCATION TO WS-ROUTE-ID
               PERFORM CHECK-ROUTE
               IF ROUTE-TO-THIS-PACK
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING 'DAY 2 ORPHAN REPORT ' DELIMITED SIZE
                          SUS2-SEQ DELIMITED SIZE
                          ' LOCATION ' DELIMITED SIZE
                          SUS2-LOCATION DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          WS-ROUTE-NAME DELIMITED SIZE
                          ' - ON NEITHER DAY 1 LIST' DELIMITED SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-PACK-DETAIL
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * RESOLVES WS-ROUTE-ID TO ITS DISTRIBUTION REGION AND SETS THE
      * MATCH SWITCH WHEN THAT IS THE PACK BEING BUILT. A RETIRED
      * LOCATION STILL BELONGS TO ITS OWN REGION. NO LOCATION, NO ROW
      * ON THE MASTER, A BLANK REGION OR A REGION WITH NO
      * DISTRIBUTION ENTRY ALL RESOLVE TO UNASSIGNED.
      *-----------------------------------------------------------------
       CHECK-ROUTE.
           MOVE 'UNASSIGNED' TO WS-ROUTE-REGION.
           IF WS-ROUTE-ID = SPACES
               MOVE '*NO LOCATION*' TO WS-ROUTE-NAME
           ELSE
               MOVE '*NOT ON MASTER*' TO WS-ROUTE-NAME
               MOVE WS-ROUTE-ID TO LOC-ID
               READ LOC-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LOC-NAME TO WS-ROUTE-NAME
                       IF LOC-REGION NOT = SPACES
                           MOVE LOC-REGION TO WS-ROUTE-REGION
                       END-IF
               END-READ
           END-IF.
           MOVE WS-ROUTE-REGION TO WS-RGN-SEARCH.
           PERFORM FIND-REGION-ENTRY.
           IF WS-RGN-FOUND-IDX = 0
               MOVE 'UNASSIGNED' TO WS-ROUTE-REGION
           END-IF.
           IF WS-ROUTE-REGION = WS-PACK-REGION
               MOVE 'Y' TO WS-ROUTE-MATCH-SW
           END-IF.

      *-----------------------------------------------------------------
      * PAGE AND SECTION CONTROL. EVERY SECTION OPENS A NEW PAGE; A
      * PAGE CLOSES WITH ITS OWN LINE TOTAL WHEN IT IS FULL OR THE
      * SECTION ENDS, AND THE SECTION THEN CLOSES WITH THE REGION
      * SUBTOTAL AND ITS DISTRIBUTION LOG ROW.
      *-----------------------------------------------------------------
       START-SECTION.
           MOVE ZERO TO WS-SECTION-LINES.
           COMPUTE WS-SECTION-FIRST-PAGE = WS-PAGE-NO + 1.
           PERFORM START-PAGE.

       START-PAGE.
           ADD 1 TO WS-PAGE-NO.
           MOVE ZERO TO WS-PAGE-LINES.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ADVENT2429A - REGIONAL REPORT PACK   REGION: '
                       DELIMITED SIZE
                  WS-PACK-REGION DELIMITED SIZE
                  '   CYCLE: ' DELIMITED SIZE
                  CTL-CYCLE-DATE DELIMITED SIZE
                  '   RUN DATE: ' DELIMITED SIZE
                  WS-RUN-DATE-EDIT DELIMITED SIZE
                  '   PAGE ' DELIMITED SIZE
                  WS-PAGE-NO DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO PACK-LINE
           WRITE PACK-LINE
           MOVE WS-SECTION-TITLE TO PACK-LINE
           WRITE PACK-LINE
           MOVE SPACES TO PACK-LINE
           WRITE PACK-LINE.

      *-----------------------------------------------------------------
      * ONE ROUTED LINE, ALREADY BUILT IN WS-PRINT-LINE. IT IS HELD
      * ASIDE WHILE A PAGE BREAK REUSES THE PRINT LINE.
      *-----------------------------------------------------------------
       WRITE-PACK-DETAIL.
           MOVE WS-PRINT-LINE TO WS-HOLD-LINE.
           IF WS-PAGE-LINES NOT < WS-LINES-PER-PAGE
               PERFORM END-PAGE
               PERFORM START-PAGE
           END-IF.
           MOVE WS-HOLD-LINE TO PACK-LINE.
           WRITE PACK-LINE.
           ADD 1 TO WS-PAGE-LINES.
           ADD 1 TO WS-SECTION-LINES.
           ADD 1 TO WS-PACK-LINES.

       END-PAGE.
           MOVE SPACES TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PAGE ' DELIMITED SIZE
                  WS-PAGE-NO DELIMITED SIZE
                  ' TOTAL - LINES ON THIS PAGE. . . . . . '
                      DELIMITED SIZE
                  WS-PAGE-LINES DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO PACK-LINE
           WRITE PACK-LINE.

       END-SECTION.
           IF WS-SECTION-LINES = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'NO ' DELIMITED SIZE
                      WS-SECTION-CODE DELIMITED BY SPACE
                      ' LINES FOR THIS REGION THIS CYCLE'
                          DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO PACK-LINE
               WRITE PACK-LINE
           END-IF.
           PERFORM END-PAGE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REGION ' DELIMITED SIZE
                  WS-PACK-REGION DELIMITED SIZE
                  ' SUBTOTAL - ' DELIMITED SIZE
                  WS-SECTION-CODE DELIMITED SIZE
                  ' LINES . . . . . . ' DELIMITED SIZE
                  WS-SECTION-LINES DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO PACK-LINE
           WRITE PACK-LINE
           MOVE SPACES TO PACK-LINE
           WRITE PACK-LINE.
           MOVE WS-SECTION-CODE TO WS-LOG-SECTION.
           MOVE WS-SECTION-LINES TO WS-LOG-LINES.
           COMPUTE WS-LOG-PAGES =
               WS-PAGE-NO - WS-SECTION-FIRST-PAGE + 1.
           PERFORM WRITE-DIST-LOG-RECORD.

      *-----------------------------------------------------------------
      * ONE DISTRIBUTION LOG ROW: WHAT WENT INTO WHICH REGION'S PACK
      * FOR WHICH CYCLE, WHEN, AND HOW MANY LINES AND PAGES.
      *-----------------------------------------------------------------
       WRITE-DIST-LOG-RECORD.
           MOVE SPACES TO DIST-LOG-RECORD.
           MOVE CTL-CYCLE-DATE TO DL-CYCLE-DATE.
           MOVE WS-RUN-DATE TO DL-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO DL-RUN-TIME.
           MOVE WS-PACK-REGION TO DL-REGION.
           MOVE WS-LOG-SECTION TO DL-SECTION.
           MOVE WS-LOG-LINES TO DL-LINE-COUNT.
           MOVE WS-LOG-PAGES TO DL-PAGE-COUNT.
           MOVE WS-PACK-FILE-NAME TO DL-FILE-NAME.
           WRITE DIST-LOG-RECORD.

      *-----------------------------------------------------------------
      * ONE LINE APPENDED TO THE SHARED AUDIT LOG FOR EVERY RUN OF
      * THIS PROGRAM.
      *-----------------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ADV2429A ' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  ' START ' DELIMITED SIZE
                  WS-START-HH DELIMITED SIZE
                  WS-START-MN DELIMITED SIZE
                  WS-START-SS DELIMITED SIZE
                  ' END ' DELIMITED SIZE
                  WS-END-HH DELIMITED SIZE
                  WS-END-MN DELIMITED SIZE
                  WS-END-SS DELIMITED SIZE
                  ' READ ' DELIMITED SIZE
                  WS-RECORDS-READ DELIMITED SIZE
                  ' PACKS ' DELIMITED SIZE
                  WS-PACKS-WRITTEN DELIMITED SIZE
                  ' PRINTED ' DELIMITED SIZE
                  WS-TOTAL-LINES DELIMITED SIZE
                  ' UNASSIGNED ' DELIMITED SIZE
                  WS-UNASSIGNED-LINES DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO AUDIT-LINE
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.
