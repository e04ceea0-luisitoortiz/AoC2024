       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT2420A.
      *-----------------------------------------------------------------
      * PER-LOCATION AND PER-REGION SAFETY SCORECARD. ADVENT2402A
      * DERIVES A LOCATION ID FOR EVERY VALID REPORT (ITS
      * CROSS-REFERENCE FILE) AND WRITES EVERY VALID REPORT'S
      * DISPOSITION TO THE CERTIFIED-SAFE FEED, IN THE SAME ORDER, BUT
      * UNTIL NOW NOTHING PUT THE TWO TOGETHER. THIS JOB WALKS THE
      * SAFETY FEED AND THE CROSS-REFERENCE SIDE BY SIDE, PICKS UP
      * THE CYCLE'S OUTSTANDING REJECTS FROM THE REJECT FILE, AND
      * ACCUMULATES REPORTS RECEIVED, SAFE, SAFE-DAMPENED, UNSAFE AND
      * REJECTED FOR EACH LOCATION IN A KEYED SCORECARD FILE KEYED BY
      * REGION AND LOCATION, WITH NAME, REGION AND ACTIVE FLAG FROM
      * ADVENTLOCMASTER.DAT. THE SCORECARD REPORT THEN LISTS EVERY
      * LOCATION WITH ITS PERCENTAGE SAFE UNDER ITS REGION, WITH A
      * ROLL-UP LINE PER REGION AND A SUITE TOTAL, SO THE REGIONAL
      * MANAGERS CAN SEE WHICH SITES ARE GETTING WORSE. A LOCATION
      * THE MASTER SAYS IS RETIRED BUT WHICH STILL RECEIVED REPORTS
      * IS FLAGGED, LISTED SEPARATELY AND ALERTED.
      *
      * RECORDS ADVENT2410A APPENDED TO THE FEED FROM THE REJECT
      * RECYCLE HAVE NO CROSS-REFERENCE ENTRY; THEIR LOCATION IS
      * DERIVED FROM THE REPORT LINE WITH THE SAME FIXED DERIVATION
      * ADVENT2402A USES. A REJECT WHOSE LINE STILL HOLDS NOTHING BUT
      * ONE- AND TWO-DIGIT LEVELS IS BOOKED TO ITS DERIVED LOCATION
      * THE SAME WAY; ONE THAT CANNOT BE READ AS LEVELS AT ALL IS
      * BOOKED TO THE UNASSIGNED REGION WITH NO LOCATION.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SAFETY-FILE
               ASSIGN USING WS-SAFETY-FILE-NAME
               FILE STATUS IS WS-FILE-STATUS-Y
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XREF-FILE
               ASSIGN TO "Advent2402Xref.dat"
               FILE STATUS IS WS-FILE-STATUS-F
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-FILE
               ASSIGN USING WS-REJECT-FILE-NAME
               FILE STATUS IS WS-FILE-STATUS-J
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOC-MASTER-FILE
               ASSIGN TO "AdventLocMaster.dat"
               FILE STATUS IS WS-FILE-STATUS-M
               ORGANIZATION IS INDEXED
               RECORD KEY IS LOC-ID
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL SCORE-FILE
               ASSIGN TO "Advent2420Score.dat"
               FILE STATUS IS WS-FILE-STATUS-S
               ORGANIZATION IS INDEXED
               RECORD KEY IS SC-KEY
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL REPORT-FILE
               ASSIGN TO "Advent2420Report.dat"
               FILE STATUS IS WS-FILE-STATUS-P
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "AdventAudit.log"
               FILE STATUS IS WS-FILE-STATUS-U
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-FILE
               ASSIGN TO "AdventAlert.dat"
               FILE STATUS IS WS-FILE-STATUS-E
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SAFETY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SAFETY-RECORD.
           05 SFD-STATUS     PIC X(13).
           05 FILLER         PIC X(1).
           05 SFD-REMOVED    PIC 9(3).
           05 FILLER         PIC X(1).
           05 SFD-LINE       PIC X(200).
       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  XREF-RECORD.
           05 XREF-SEQ       PIC 9(8).
           05 FILLER         PIC X(1).
           05 XREF-LOCATION  PIC X(5).
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05 REJECT-CYCLE   PIC 9(8).
           05 FILLER         PIC X(1).
           05 REJECT-SEQ     PIC 9(8).
           05 FILLER         PIC X(1).
           05 REJECT-LINE    PIC X(200).
           05 FILLER         PIC X(1).
           05 REJECT-REASON  PIC X(30).
           05 FILLER         PIC X(1).
           05 REJECT-SOURCE  PIC X(8).
       FD  LOC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOC-MASTER-RECORD.
           05 LOC-ID         PIC X(5).
           05 LOC-NAME       PIC X(20).
           05 LOC-REGION     PIC X(10).
           05 LOC-ACTIVE     PIC X(1).
       FD  SCORE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCORE-RECORD.
           05 SC-KEY.
               10 SC-REGION      PIC X(10).
               10 SC-LOCATION    PIC X(5).
           05 SC-NAME            PIC X(20).
           05 SC-ACTIVE          PIC X(1).
               88 SC-LOCATION-RETIRED  VALUE 'R'.
           05 SC-CYCLE-DATE      PIC 9(8).
           05 SC-RECEIVED        PIC 9(7).
           05 SC-SAFE            PIC 9(7).
           05 SC-DAMPENED        PIC 9(7).
           05 SC-UNSAFE          PIC 9(7).
           05 SC-REJECTED        PIC 9(7).
           05 SC-PCT-SAFE        PIC 9(3).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(132).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE PIC X(132).
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "Advent2400Alrt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SAFETY-FILE-NAME  PIC X(44)
               VALUE 'Advent2402Safety.dat'.
       01  WS-REJECT-FILE-NAME  PIC X(44)
               VALUE 'Advent2402Reject.dat'.
       01  WS-FILE-STATUS-Y  PIC X(2).
       01  WS-FILE-STATUS-F  PIC X(2).
       01  WS-FILE-STATUS-J  PIC X(2).
       01  WS-FILE-STATUS-M  PIC X(2).
       01  WS-FILE-STATUS-S  PIC X(2).
       01  WS-FILE-STATUS-P  PIC X(2).
       01  WS-FILE-STATUS-U  PIC X(2).
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
       01  WS-RECORDS-READ   PIC 9(10) VALUE ZERO.
       01  WS-XREF-USED      PIC 9(10) VALUE ZERO.
       01  WS-DERIVED-USED   PIC 9(10) VALUE ZERO.
       01  WS-REJECTS-BOOKED PIC 9(10) VALUE ZERO.
       01  WS-NO-LOCATION    PIC 9(10) VALUE ZERO.
       01  WS-LOCATION-COUNT PIC 9(7) VALUE ZERO.
       01  WS-REGION-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-RETIRED-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-XREF-EOF-SW    PIC X(1) VALUE 'N'.
       01  WS-SCORE-DONE-SW  PIC X(1).
      *-----------------------------------------------------------------
      * ONE REPORT'S CONTRIBUTION TO THE SCORECARD: THE LOCATION IT
      * BELONGS TO AND WHICH OF THE FIVE COUNTERS IT ADDS TO. THE
      * DISPOSITION CODE IS S (SAFE), D (SAFE-DAMPENED), U (UNSAFE)
      * OR R (REJECTED).
      *-----------------------------------------------------------------
       01  WS-BOOK-LOCATION  PIC X(5).
       01  WS-BOOK-DISP      PIC X(1).
           88 BOOK-SAFE          VALUE 'S'.
           88 BOOK-DAMPENED      VALUE 'D'.
           88 BOOK-UNSAFE        VALUE 'U'.
           88 BOOK-REJECTED      VALUE 'R'.
      *-----------------------------------------------------------------
      * LOCATION MASTER LOOKUP. AN ID WITH NO ROW ON THE MASTER (OR
      * A REPORT WITH NO DERIVABLE LOCATION) GOES TO THE UNASSIGNED
      * REGION SO IT STILL SHOWS UP IN THE TOTALS.
      *-----------------------------------------------------------------
       01  WS-LOC-NAME-OUT   PIC X(20).
       01  WS-LOC-REGION-OUT PIC X(10).
       01  WS-LOC-ACTIVE-OUT PIC X(1).
      *-----------------------------------------------------------------
      * LENIENT LEVEL PARSE FOR THE LINES THAT HAVE NO CROSS-REFERENCE
      * ENTRY. THE UPSTREAM SYSTEM ASSIGNS A REPORT TO A LOCATION BY
      * (SUM OF THE LEVELS * 100 + LEVEL COUNT) MOD 100000 WHETHER OR
      * NOT WE ACCEPTED THE REPORT, SO ANY LINE MADE UP ONLY OF ONE-
      * AND TWO-DIGIT TOKENS STILL RESOLVES; RUNS OF SPACES ARE
      * TOLERATED HERE. ANYTHING ELSE HAS NO LOCATION.
      *-----------------------------------------------------------------
       01  WS-DERIVE-LINE    PIC X(200).
       01  WS-DERIVE-SW      PIC X(1).
       01  WS-PARSE-PTR      PIC 9(3).
       01  WS-TOKEN          PIC X(6).
       01  WS-LEVEL-TEXT     PIC X(2).
       01  WS-LEVEL-VALUE REDEFINES WS-LEVEL-TEXT PIC 9(2).
       01  WS-LEVEL-COUNT    PIC 9(3).
       01  WS-LEVEL-SUM      PIC 9(7).
       01  WS-DERIVED-ID     PIC 9(5).
      *-----------------------------------------------------------------
      * REGION CONTROL BREAK FOR THE REPORT. THE SCORECARD FILE IS
      * KEYED REGION FIRST, SO A STRAIGHT WALK PRESENTS EACH REGION'S
      * LOCATIONS TOGETHER.
      *-----------------------------------------------------------------
       01  WS-CURRENT-REGION PIC X(10).
       01  WS-FIRST-REGION-SW PIC X(1).
       01  WS-PCT-SAFE       PIC 9(3).
       01  WS-REGION-TOTALS.
           05 WS-RGN-LOCATIONS   PIC 9(7).
           05 WS-RGN-RECEIVED    PIC 9(7).
           05 WS-RGN-SAFE        PIC 9(7).
           05 WS-RGN-DAMPENED    PIC 9(7).
           05 WS-RGN-UNSAFE      PIC 9(7).
           05 WS-RGN-REJECTED    PIC 9(7).
       01  WS-GRAND-TOTALS.
           05 WS-TOT-RECEIVED    PIC 9(7) VALUE ZERO.
           05 WS-TOT-SAFE        PIC 9(7) VALUE ZERO.
           05 WS-TOT-DAMPENED    PIC 9(7) VALUE ZERO.
           05 WS-TOT-UNSAFE      PIC 9(7) VALUE ZERO.
           05 WS-TOT-REJECTED    PIC 9(7) VALUE ZERO.
       01  WS-FILE-STATUS-E  PIC X(2).
       01  WS-ALERT-EVENT    PIC X(8).
       01  WS-ALERT-SEVERITY PIC 9(1).
       01  WS-ALERT-KEY      PIC X(44).
       01  WS-ALERT-TIME-WORK PIC 9(8).

       LINKAGE SECTION.
       COPY "Advent2400Ctl.cpy".

       PROCEDURE DIVISION USING ADVENT-CONTROL-BLOCK.

       PROGRAM-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM APPLY-CONTROL-OPTIONS.
           OPEN OUTPUT SCORE-FILE.
           CLOSE SCORE-FILE.
           OPEN I-O SCORE-FILE.
           OPEN INPUT LOC-MASTER-FILE.
           PERFORM BOOK-SAFETY-FEED.
           PERFORM BOOK-CYCLE-REJECTS.
           CLOSE LOC-MASTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-SCORECARD.
           PERFORM WRITE-RETIRED-SECTION.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           CLOSE SCORE-FILE.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM SET-COMPLETION-STATUS.

       PROGRAM-END.
           GOBACK.

      *-----------------------------------------------------------------
      * HANDS A COMPLETION STATUS BACK TO THE DRIVER: 4 WHEN A RETIRED
      * LOCATION IS STILL RECEIVING REPORTS OR THE SAFETY FEED HELD
      * NOTHING TO SCORE, 0 OTHERWISE.
      *-----------------------------------------------------------------
       SET-COMPLETION-STATUS.
           MOVE 0 TO CTL-2420-STATUS.
           MOVE SPACES TO CTL-2420-MESSAGE.
           IF WS-RECORDS-READ = 0
               MOVE 4 TO CTL-2420-STATUS
               MOVE 'NO DISPOSITIONS ON SAFETY FEED - NOTHING SCORED'
                   TO CTL-2420-MESSAGE
           ELSE
               IF WS-RETIRED-COUNT > 0
                   MOVE 4 TO CTL-2420-STATUS
                   MOVE 'RETIRED LOCATIONS STILL REPORTING - SEE REPORT'
                       TO CTL-2420-MESSAGE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * PICKS UP THE FILE NAMES THE DRIVER RESOLVED FROM THE OPERATOR
      * RUN-CONTROL CARD. A BLANK FIELD IN THE CONTROL BLOCK LEAVES
      * THE BUILT-IN DEFAULT NAME IN PLACE.
      *-----------------------------------------------------------------
       APPLY-CONTROL-OPTIONS.
           IF CTL-SAFETY-NAME NOT = SPACES
               MOVE CTL-SAFETY-NAME TO WS-SAFETY-FILE-NAME
           END-IF.
           IF CTL-2402-REJECT-NAME NOT = SPACES
               MOVE CTL-2402-REJECT-NAME TO WS-REJECT-FILE-NAME
           END-IF.

      *-----------------------------------------------------------------
      * SAFETY FEED AND CROSS-REFERENCE SIDE BY SIDE. ADVENT2402A
      * WRITES ONE CROSS-REFERENCE RECORD AND ONE DISPOSITION FOR
      * EVERY VALID REPORT, IN INPUT ORDER, SO THE NTH DATA RECORD ON
      * THE FEED BELONGS TO THE NTH CROSS-REFERENCE LOCATION. ONCE THE
      * CROSS-REFERENCE RUNS OUT, THE REMAINING FEED RECORDS ARE THE
      * ADVENT2410A RECOVERIES AND ARE DERIVED FROM THE LINE ITSELF.
      * HDR AND TRL RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
       BOOK-SAFETY-FEED.
           MOVE 'N' TO WS-XREF-EOF-SW.
           OPEN INPUT XREF-FILE.
           OPEN INPUT SAFETY-FILE.
           PERFORM BOOK-ONE-DISPOSITION
               UNTIL WS-FILE-STATUS-Y = '10'.
           CLOSE SAFETY-FILE.
           CLOSE XREF-FILE.

       BOOK-ONE-DISPOSITION.
           READ SAFETY-FILE NEXT RECORD.
           IF WS-FILE-STATUS-Y NOT = '10'
               IF SAFETY-RECORD(1:3) = 'HDR'
               OR SAFETY-RECORD(1:3) = 'TRL'
                   CONTINUE
               ELSE
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM RESOLVE-DISPOSITION-LOCATION
                   EVALUATE SFD-STATUS
                       WHEN 'SAFE'
                           SET BOOK-SAFE TO TRUE
                       WHEN 'SAFE-DAMPENED'
                           SET BOOK-DAMPENED TO TRUE
                       WHEN OTHER
                           SET BOOK-UNSAFE TO TRUE
                   END-EVALUATE
                   PERFORM BOOK-REPORT
               END-IF
           END-IF.

       RESOLVE-DISPOSITION-LOCATION.
           IF WS-XREF-EOF-SW = 'N'
               READ XREF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-XREF-EOF-SW
               END-READ
           END-IF.
           IF WS-XREF-EOF-SW = 'N'
               ADD 1 TO WS-XREF-USED
               MOVE XREF-LOCATION TO WS-BOOK-LOCATION
           ELSE
               ADD 1 TO WS-DERIVED-USED
               MOVE SFD-LINE TO WS-DERIVE-LINE
               PERFORM DERIVE-LINE-LOCATION
           END-IF.

      *-----------------------------------------------------------------
      * THE CYCLE'S REJECTS. THE REJECT FILE ALSO CARRIES EARLIER
      * CYCLES' UNRESOLVED REJECTS FORWARD, SO ONLY THOSE STAMPED
      * WITH THIS CYCLE DATE ARE BOOKED.
      *-----------------------------------------------------------------
       BOOK-CYCLE-REJECTS.
           OPEN INPUT REJECT-FILE.
           PERFORM BOOK-ONE-REJECT
               UNTIL WS-FILE-STATUS-J = '10'.
           CLOSE REJECT-FILE.

       BOOK-ONE-REJECT.
           READ REJECT-FILE NEXT RECORD.
           IF WS-FILE-STATUS-J NOT = '10'
               IF REJECT-CYCLE = CTL-CYCLE-DATE
                   ADD 1 TO WS-REJECTS-BOOKED
                   MOVE REJECT-LINE TO WS-DERIVE-LINE
                   PERFORM DERIVE-LINE-LOCATION
                   SET BOOK-REJECTED TO TRUE
                   PERFORM BOOK-REPORT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * LEVEL SUM AND COUNT OVER WS-DERIVE-LINE, THEN THE FIXED
      * DERIVATION. A LINE THAT IS NOT ALL LEVELS COMES BACK WITH
      * SPACES AS ITS LOCATION.
      *-----------------------------------------------------------------
       DERIVE-LINE-LOCATION.
           MOVE 'Y' TO WS-DERIVE-SW.
           MOVE ZERO TO WS-LEVEL-COUNT.
           MOVE ZERO TO WS-LEVEL-SUM.
           MOVE 1 TO WS-PARSE-PTR.
           PERFORM DERIVE-ONE-TOKEN
               UNTIL WS-PARSE-PTR > 200
                  OR WS-DERIVE-SW = 'N'.
           IF WS-DERIVE-SW = 'Y' AND WS-LEVEL-COUNT > 0
               COMPUTE WS-DERIVED-ID =
                   FUNCTION MOD(WS-LEVEL-SUM * 100 + WS-LEVEL-COUNT,
                                100000)
               MOVE WS-DERIVED-ID TO WS-BOOK-LOCATION
           ELSE
               MOVE SPACES TO WS-BOOK-LOCATION
           END-IF.

       DERIVE-ONE-TOKEN.
           MOVE SPACES TO WS-TOKEN.
           UNSTRING WS-DERIVE-LINE DELIMITED BY ALL SPACE
               INTO WS-TOKEN
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING.
           IF WS-TOKEN NOT = SPACES
               IF WS-TOKEN(1:1) NUMERIC
               AND (WS-TOKEN(2:1) = SPACE OR WS-TOKEN(2:1) NUMERIC)
               AND WS-TOKEN(3:4) = SPACES
                   IF WS-TOKEN(2:1) = SPACE
                       MOVE '0' TO WS-LEVEL-TEXT(1:1)
                       MOVE WS-TOKEN(1:1) TO WS-LEVEL-TEXT(2:1)
                   ELSE
                       MOVE WS-TOKEN(1:2) TO WS-LEVEL-TEXT
                   END-IF
                   ADD 1 TO WS-LEVEL-COUNT
                   ADD WS-LEVEL-VALUE TO WS-LEVEL-SUM
               ELSE
                   MOVE 'N' TO WS-DERIVE-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ADDS ONE REPORT TO ITS LOCATION'S SCORECARD ROW, OPENING THE
      * ROW (WITH NAME, REGION AND ACTIVE FLAG FROM THE LOCATION
      * MASTER) THE FIRST TIME THE LOCATION IS SEEN THIS CYCLE.
      *-----------------------------------------------------------------
       BOOK-REPORT.
           PERFORM FETCH-LOCATION-NAME.
           MOVE WS-LOC-REGION-OUT TO SC-REGION.
           MOVE WS-BOOK-LOCATION TO SC-LOCATION.
           READ SCORE-FILE
               INVALID KEY
                   MOVE SPACES TO SCORE-RECORD
                   MOVE WS-LOC-REGION-OUT TO SC-REGION
                   MOVE WS-BOOK-LOCATION TO SC-LOCATION
                   MOVE WS-LOC-NAME-OUT TO SC-NAME
                   MOVE WS-LOC-ACTIVE-OUT TO SC-ACTIVE
                   MOVE CTL-CYCLE-DATE TO SC-CYCLE-DATE
                   MOVE ZERO TO SC-RECEIVED SC-SAFE SC-DAMPENED
                                SC-UNSAFE SC-REJECTED SC-PCT-SAFE
                   PERFORM ADD-TO-SCORE-ROW
                   WRITE SCORE-RECORD
                   ADD 1 TO WS-LOCATION-COUNT
               NOT INVALID KEY
                   PERFORM ADD-TO-SCORE-ROW
                   REWRITE SCORE-RECORD
           END-READ.

       ADD-TO-SCORE-ROW.
           ADD 1 TO SC-RECEIVED.
           EVALUATE TRUE
               WHEN BOOK-SAFE
                   ADD 1 TO SC-SAFE
               WHEN BOOK-DAMPENED
                   ADD 1 TO SC-DAMPENED
               WHEN BOOK-UNSAFE
                   ADD 1 TO SC-UNSAFE
               WHEN OTHER
                   ADD 1 TO SC-REJECTED
           END-EVALUATE.
           COMPUTE SC-PCT-SAFE ROUNDED =
               (SC-SAFE + SC-DAMPENED) * 100 / SC-RECEIVED.

      *-----------------------------------------------------------------
      * KEYED LOOKUP AGAINST THE LOCATION MASTER. A RETIRED ROW STILL
      * RESOLVES TO ITS OWN REGION - THE ACTIVE FLAG IS WHAT MARKS IT.
      *-----------------------------------------------------------------
       FETCH-LOCATION-NAME.
           IF WS-BOOK-LOCATION = SPACES
               ADD 1 TO WS-NO-LOCATION
               MOVE '*NO LOCATION*' TO WS-LOC-NAME-OUT
               MOVE 'UNASSIGNED' TO WS-LOC-REGION-OUT
               MOVE SPACES TO WS-LOC-ACTIVE-OUT
           ELSE
               MOVE '*NOT ON MASTER*' TO WS-LOC-NAME-OUT
               MOVE 'UNASSIGNED' TO WS-LOC-REGION-OUT
               MOVE SPACES TO WS-LOC-ACTIVE-OUT
               MOVE WS-BOOK-LOCATION TO LOC-ID
               READ LOC-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE LOC-NAME TO WS-LOC-NAME-OUT
                       IF LOC-REGION NOT = SPACES
                           MOVE LOC-REGION TO WS-LOC-REGION-OUT
                       END-IF
                       MOVE LOC-ACTIVE TO WS-LOC-ACTIVE-OUT
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * THE SCORECARD ITSELF - ONE LINE PER LOCATION UNDER ITS REGION
      * HEADING, A ROLL-UP LINE AT EACH CHANGE OF REGION, AND A SUITE
      * TOTAL AT THE END. RETIRED LOCATIONS ARE FLAGGED IN THE RIGHT
      * MARGIN AND ALERTED AS THEY GO BY.
      *-----------------------------------------------------------------
       WRITE-SCORECARD.
           MOVE 'Y' TO WS-FIRST-REGION-SW.
           MOVE LOW-VALUES TO SC-KEY.
           MOVE 'N' TO WS-SCORE-DONE-SW.
           START SCORE-FILE KEY IS NOT < SC-KEY
               INVALID KEY MOVE 'Y' TO WS-SCORE-DONE-SW
           END-START.
           PERFORM WRITE-ONE-SCORE-LINE
               UNTIL WS-SCORE-DONE-SW = 'Y'.
           IF WS-FIRST-REGION-SW = 'N'
               PERFORM WRITE-REGION-TOTAL
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-TOT-RECEIVED > 0
               COMPUTE WS-PCT-SAFE ROUNDED =
                   (WS-TOT-SAFE + WS-TOT-DAMPENED) * 100
                   / WS-TOT-RECEIVED
           ELSE
               MOVE ZERO TO WS-PCT-SAFE
           END-IF.
           STRING 'ALL REGIONS TOTAL          ' DELIMITED SIZE
                  '      RCVD ' DELIMITED SIZE
                  WS-TOT-RECEIVED DELIMITED SIZE
                  ' SAFE ' DELIMITED SIZE
                  WS-TOT-SAFE DELIMITED SIZE
                  ' DAMP ' DELIMITED SIZE
                  WS-TOT-DAMPENED DELIMITED SIZE
                  ' UNSAFE ' DELIMITED SIZE
                  WS-TOT-UNSAFE DELIMITED SIZE
                  ' REJ ' DELIMITED SIZE
                  WS-TOT-REJECTED DELIMITED SIZE
                  ' PCT ' DELIMITED SIZE
                  WS-PCT-SAFE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ONE-SCORE-LINE.
           READ SCORE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCORE-DONE-SW
               NOT AT END
                   IF WS-FIRST-REGION-SW = 'Y'
                       MOVE 'N' TO WS-FIRST-REGION-SW
                       PERFORM START-NEW-REGION
                   ELSE
                       IF SC-REGION NOT = WS-CURRENT-REGION
                           PERFORM WRITE-REGION-TOTAL
                           PERFORM START-NEW-REGION
                       END-IF
                   END-IF
                   PERFORM WRITE-LOCATION-LINE
           END-READ.

       START-NEW-REGION.
           ADD 1 TO WS-REGION-COUNT.
           MOVE SC-REGION TO WS-CURRENT-REGION.
           MOVE ZERO TO WS-RGN-LOCATIONS WS-RGN-RECEIVED WS-RGN-SAFE
                        WS-RGN-DAMPENED WS-RGN-UNSAFE WS-RGN-REJECTED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'REGION ' DELIMITED SIZE
                  WS-CURRENT-REGION DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-LOCATION-LINE.
           ADD 1 TO WS-RGN-LOCATIONS.
           ADD SC-RECEIVED TO WS-RGN-RECEIVED WS-TOT-RECEIVED.
           ADD SC-SAFE TO WS-RGN-SAFE WS-TOT-SAFE.
           ADD SC-DAMPENED TO WS-RGN-DAMPENED WS-TOT-DAMPENED.
           ADD SC-UNSAFE TO WS-RGN-UNSAFE WS-TOT-UNSAFE.
           ADD SC-REJECTED TO WS-RGN-REJECTED WS-TOT-REJECTED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  LOC ' DELIMITED SIZE
                  SC-LOCATION DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SC-NAME DELIMITED SIZE
                  ' RCVD ' DELIMITED SIZE
                  SC-RECEIVED DELIMITED SIZE
                  ' SAFE ' DELIMITED SIZE
                  SC-SAFE DELIMITED SIZE
                  ' DAMP ' DELIMITED SIZE
                  SC-DAMPENED DELIMITED SIZE
                  ' UNSAFE ' DELIMITED SIZE
                  SC-UNSAFE DELIMITED SIZE
                  ' REJ ' DELIMITED SIZE
                  SC-REJECTED DELIMITED SIZE
                  ' PCT ' DELIMITED SIZE
                  SC-PCT-SAFE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           IF SC-LOCATION-RETIRED
               ADD 1 TO WS-RETIRED-COUNT
               MOVE ' *** RETIRED' TO WS-PRINT-LINE(109:12)
               MOVE 'RETIRRPT' TO WS-ALERT-EVENT
               MOVE 4 TO WS-ALERT-SEVERITY
               MOVE SC-LOCATION TO WS-ALERT-KEY
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REGION-TOTAL.
           IF WS-RGN-RECEIVED > 0
               COMPUTE WS-PCT-SAFE ROUNDED =
                   (WS-RGN-SAFE + WS-RGN-DAMPENED) * 100
                   / WS-RGN-RECEIVED
           ELSE
               MOVE ZERO TO WS-PCT-SAFE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  REGION TOTAL ' DELIMITED SIZE
                  WS-CURRENT-REGION DELIMITED SIZE
                  ' LOCS ' DELIMITED SIZE
                  WS-RGN-LOCATIONS DELIMITED SIZE
                  ' RCVD ' DELIMITED SIZE
                  WS-RGN-RECEIVED DELIMITED SIZE
                  ' SAFE ' DELIMITED SIZE
                  WS-RGN-SAFE DELIMITED SIZE
                  ' DAMP ' DELIMITED SIZE
                  WS-RGN-DAMPENED DELIMITED SIZE
                  ' UNSAFE ' DELIMITED SIZE
                  WS-RGN-UNSAFE DELIMITED SIZE
                  ' REJ ' DELIMITED SIZE
                  WS-RGN-REJECTED DELIMITED SIZE
                  ' PCT ' DELIMITED SIZE
                  WS-PCT-SAFE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RETIRED LOCATIONS THAT STILL RECEIVED REPORTS THIS CYCLE,
      * LISTED ON THEIR OWN SO THEY ARE NOT LOST IN THE SCORECARD.
      * EITHER THE MASTER IS WRONG OR A RETIRED SITE IS STILL
      * SENDING; BOTH NEED SOMEONE TO LOOK.
      *-----------------------------------------------------------------
       WRITE-RETIRED-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RETIRED LOCATIONS STILL RECEIVING REPORTS'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RETIRED-COUNT = 0
               MOVE 'NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE LOW-VALUES TO SC-KEY
               MOVE 'N' TO WS-SCORE-DONE-SW
               START SCORE-FILE KEY IS NOT < SC-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCORE-DONE-SW
               END-START
               PERFORM WRITE-ONE-RETIRED-LINE
                   UNTIL WS-SCORE-DONE-SW = 'Y'
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ONE-RETIRED-LINE.
           READ SCORE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCORE-DONE-SW
               NOT AT END
                   IF SC-LOCATION-RETIRED
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING '  LOC ' DELIMITED SIZE
                              SC-LOCATION DELIMITED SIZE
                              ' ' DELIMITED SIZE
                              SC-NAME DELIMITED SIZE
                              ' REGION ' DELIMITED SIZE
                              SC-REGION DELIMITED SIZE
                              ' REPORTS RECEIVED ' DELIMITED SIZE
                              SC-RECEIVED DELIMITED SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                       MOVE WS-PRINT-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * ONE FIXED-FORMAT EVENT RECORD APPENDED TO THE SHARED ALERT
      * FILE AS AN EXCEPTION HAPPENS, SO MONITORING SEES IT WITHOUT
      * PARSING REPORTS OR THE AUDIT LOG. THE CALLER SETS THE EVENT
      * CODE, SEVERITY AND KEY FIELD FIRST.
      *-----------------------------------------------------------------
       WRITE-ALERT-RECORD.
           MOVE SPACES TO ALERT-RECORD.
           MOVE 'ADV2420A' TO ALERT-PROGRAM-ID.
           MOVE CTL-CYCLE-DATE TO ALERT-CYCLE-DATE.
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
           STRING 'ADV2420A ' DELIMITED SIZE
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
                  ' LOCATIONS ' DELIMITED SIZE
                  WS-LOCATION-COUNT DELIMITED SIZE
                  ' RETIRED ' DELIMITED SIZE
                  WS-RETIRED-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO AUDIT-LINE
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *-----------------------------------------------------------------
      * REPORT TITLE AND RUN-IDENTIFICATION LINES, WRITTEN ONCE AT THE
      * TOP OF ADVENT2420REPORT.DAT.
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
           MOVE 'ADVENT2420A - LOCATION AND REGION SAFETY SCORECARD'
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
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CYCLE DATE: ' DELIMITED SIZE
                  CTL-CYCLE-DATE DELIMITED SIZE
                  '   SAFETY FEED: ' DELIMITED SIZE
                  WS-SAFETY-FILE-NAME DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PCT IS SAFE PLUS SAFE-DAMPENED AS A PERCENTAGE OF RCVD'
               TO REPORT-LINE
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * HOW THE REPORTS WERE TIED TO LOCATIONS, SO A SCORECARD BUILT
      * MOSTLY FROM DERIVED OR UNRESOLVED LOCATIONS IS OBVIOUS.
      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DISPOSITIONS READ FROM SAFETY FEED. . . . . '
                       DELIMITED SIZE
                  WS-RECORDS-READ DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LOCATED VIA CROSS-REFERENCE . . . . . . . . '
                       DELIMITED SIZE
                  WS-XREF-USED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LOCATED BY DERIVATION (RECYCLED). . . . . . '
                       DELIMITED SIZE
                  WS-DERIVED-USED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CYCLE REJECTS BOOKED. . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-REJECTS-BOOKED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REPORTS WITH NO DERIVABLE LOCATION. . . . . '
                       DELIMITED SIZE
                  WS-NO-LOCATION DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LOCATIONS SCORED. . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-LOCATION-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REGIONS SCORED. . . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-REGION-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RETIRED LOCATIONS STILL REPORTING . . . . . '
                       DELIMITED SIZE
                  WS-RETIRED-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
