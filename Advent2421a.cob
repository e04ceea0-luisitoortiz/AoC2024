       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT2421A.
      *-----------------------------------------------------------------
      * DAY 1 LOCATION CHURN REPORT. ADVENT2401A REBUILDS ITS KEYED
      * LEFT AND RIGHT LISTS FROM SCRATCH EVERY CYCLE AND ADVENT2413A
      * UNLOADS EACH CYCLE'S LISTS INTO FLAT GENERATIONS RECORDED IN
      * ADVENTGENCATALOG.DAT. THIS JOB LOOKS UP THE LATEST CATALOGED
      * GENERATION OF EACH LIST OLDER THAN THE CURRENT CYCLE, COUNTS
      * THE OCCURRENCES OF EVERY LOCATION ID IN IT (LIST-LEFT-L ON THE
      * LEFT LIST, LIST-RIGHT-R ON THE RIGHT), COUNTS TODAY'S KEYED
      * LISTS THE SAME WAY, AND REPORTS EVERY ID THAT WAS ADDED,
      * DROPPED OUT, OR WHOSE OCCURRENCE COUNT MOVED. THE RESULT IS
      * KEPT IN A KEYED CHURN FILE, KEYED BY SIDE AND LOCATION, WITH
      * NAME AND REGION FROM ADVENTLOCMASTER.DAT, AND PRINTED. WHEN
      * THE DISTANCE TOTAL ON THE ADVENT2411A TREND REPORT SWINGS
      * PAST ITS LIMIT, THIS IS THE REPORT THAT SAYS WHY.
      *
      * IT RUNS BEFORE ADVENT2413A ARCHIVES THE CURRENT CYCLE, AND IN
      * ANY CASE ONLY GENERATIONS DATED BEFORE THE CYCLE DATE ARE
      * CONSIDERED, SO A RERUN COMPARES AGAINST THE SAME PRIOR CYCLE.
      * A SIDE WITH NO PRIOR GENERATION (FIRST CYCLE, OR PURGED) IS
      * NOT COMPARED AT ALL RATHER THAN REPORTED AS ALL ADDED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO "AdventGenCatalog.dat"
               FILE STATUS IS WS-FILE-STATUS-C
               ORGANIZATION IS INDEXED
               RECORD KEY IS CAT-KEY
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL GEN-IN-FILE
               ASSIGN USING WS-GEN-FILE-NAME
               FILE STATUS IS WS-FILE-STATUS-G
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEFT-FILE
               ASSIGN TO "Advent2401Left.dat"
               FILE STATUS IS WS-FILE-STATUS-L
               ORGANIZATION IS INDEXED
               RECORD KEY IS LIST-SEQ-L
               ALTERNATE RECORD KEY IS LIST-LEFT-L WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL RIGHT-FILE
               ASSIGN TO "Advent2401Right.dat"
               FILE STATUS IS WS-FILE-STATUS-R
               ORGANIZATION IS INDEXED
               RECORD KEY IS LIST-SEQ-R
               ALTERNATE RECORD KEY IS LIST-RIGHT-R WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL LOC-MASTER-FILE
               ASSIGN TO "AdventLocMaster.dat"
               FILE STATUS IS WS-FILE-STATUS-M
               ORGANIZATION IS INDEXED
               RECORD KEY IS LOC-ID
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL CHURN-FILE
               ASSIGN TO "Advent2421Churn.dat"
               FILE STATUS IS WS-FILE-STATUS-H
               ORGANIZATION IS INDEXED
               RECORD KEY IS CH-KEY
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL REPORT-FILE
               ASSIGN TO "Advent2421Report.dat"
               FILE STATUS IS WS-FILE-STATUS-P
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "AdventAudit.log"
               FILE STATUS IS WS-FILE-STATUS-U
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           05 CAT-KEY.
               10 CAT-FILE-NAME     PIC X(44).
               10 CAT-CYCLE-DATE    PIC 9(8).
           05 CAT-RECORD-COUNT      PIC 9(8).
           05 CAT-ARCHIVED-DATE     PIC 9(8).
       FD  GEN-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-RECORD.
           05 GEN-SEQ      PIC 9(8).
           05 GEN-LEFT     PIC X(5).
           05 GEN-SPACE    PIC X(3).
           05 GEN-RIGHT    PIC X(5).
       FD  LEFT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIST-RECORD-L.
           05 LIST-SEQ-L   PIC 9(8).
           05 LIST-LEFT-L  PIC X(5).
           05 LIST-SPACE-L PIC X(3).
           05 LIST-RIGHT-L PIC X(5).
       FD  RIGHT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIST-RECORD-R.
           05 LIST-SEQ-R   PIC 9(8).
           05 LIST-LEFT-R  PIC X(5).
           05 LIST-SPACE-R PIC X(3).
           05 LIST-RIGHT-R PIC X(5).
       FD  LOC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOC-MASTER-RECORD.
           05 LOC-ID         PIC X(5).
           05 LOC-NAME       PIC X(20).
           05 LOC-REGION     PIC X(10).
           05 LOC-ACTIVE     PIC X(1).
       FD  CHURN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHURN-RECORD.
           05 CH-KEY.
               10 CH-SIDE        PIC X(5).
               10 CH-LOCATION    PIC X(5).
           05 CH-CYCLE-DATE      PIC 9(8).
           05 CH-PRIOR-DATE      PIC 9(8).
           05 CH-PRIOR-COUNT     PIC 9(7).
           05 CH-TODAY-COUNT     PIC 9(7).
           05 CH-CHANGE          PIC X(7).
               88 CH-ADDED           VALUE 'ADDED'.
               88 CH-DROPPED         VALUE 'DROPPED'.
               88 CH-CHANGED         VALUE 'CHANGED'.
           05 CH-NAME            PIC X(20).
           05 CH-REGION          PIC X(10).
           05 CH-ACTIVE          PIC X(1).
               88 CH-LOCATION-RETIRED  VALUE 'R'.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(132).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GEN-FILE-NAME  PIC X(60).
       01  WS-FILE-STATUS-C  PIC X(2).
       01  WS-FILE-STATUS-G  PIC X(2).
       01  WS-FILE-STATUS-L  PIC X(2).
       01  WS-FILE-STATUS-R  PIC X(2).
       01  WS-FILE-STATUS-M  PIC X(2).
       01  WS-FILE-STATUS-H  PIC X(2).
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
      *-----------------------------------------------------------------
      * PRIOR GENERATION LOOKUP. THE CATALOG IS KEYED BY SOURCE FILE
      * NAME THEN CYCLE DATE, SO A WALK FROM THE NAME'S LOWEST DATE
      * UP TO (NOT INCLUDING) THE CURRENT CYCLE LEAVES THE LATEST
      * EARLIER GENERATION'S DATE BEHIND. ZERO MEANS NONE.
      *-----------------------------------------------------------------
       01  WS-CAT-SEARCH-NAME PIC X(44).
       01  WS-CAT-FOUND-DATE  PIC 9(8).
       01  WS-CAT-DONE-SW     PIC X(1).
       01  WS-PRIOR-LEFT-DATE  PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-RIGHT-DATE PIC 9(8) VALUE ZERO.
       01  WS-LEFT-COMPARED-SW  PIC X(1) VALUE 'N'.
       01  WS-RIGHT-COMPARED-SW PIC X(1) VALUE 'N'.
       01  WS-LIST-DONE-SW    PIC X(1).
       01  WS-CHURN-DONE-SW   PIC X(1).
      *-----------------------------------------------------------------
      * ONE OCCURRENCE TO BE COUNTED: WHICH LIST, WHICH ID, AND
      * WHETHER IT CAME FROM THE PRIOR GENERATION OR TODAY'S LIST.
      *-----------------------------------------------------------------
       01  WS-BOOK-SIDE      PIC X(5).
       01  WS-BOOK-LOCATION  PIC X(5).
       01  WS-BOOK-WHEN      PIC X(1).
           88 BOOK-PRIOR         VALUE 'P'.
           88 BOOK-TODAY         VALUE 'T'.
       01  WS-BOOK-PRIOR-DATE PIC 9(8).
      *-----------------------------------------------------------------
      * RECORD COUNTS AND CHURN COUNTS PER SIDE.
      *-----------------------------------------------------------------
       01  WS-PRIOR-READ-L   PIC 9(10) VALUE ZERO.
       01  WS-PRIOR-READ-R   PIC 9(10) VALUE ZERO.
       01  WS-TODAY-READ-L   PIC 9(10) VALUE ZERO.
       01  WS-TODAY-READ-R   PIC 9(10) VALUE ZERO.
       01  WS-ADDED-L        PIC 9(7) VALUE ZERO.
       01  WS-ADDED-R        PIC 9(7) VALUE ZERO.
       01  WS-DROPPED-L      PIC 9(7) VALUE ZERO.
       01  WS-DROPPED-R      PIC 9(7) VALUE ZERO.
       01  WS-CHANGED-L      PIC 9(7) VALUE ZERO.
       01  WS-CHANGED-R      PIC 9(7) VALUE ZERO.
       01  WS-UNCHANGED      PIC 9(7) VALUE ZERO.
       01  WS-CHURN-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-RECORDS-READ   PIC 9(10) VALUE ZERO.
       01  WS-CURRENT-SIDE   PIC X(5).
       01  WS-LOC-NAME-OUT   PIC X(20).
       01  WS-LOC-REGION-OUT PIC X(10).
       01  WS-LOC-ACTIVE-OUT PIC X(1).

       LINKAGE SECTION.
       COPY "Advent2400Ctl.cpy".

       PROCEDURE DIVISION USING ADVENT-CONTROL-BLOCK.

       PROGRAM-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT CHURN-FILE.
           CLOSE CHURN-FILE.
           OPEN I-O CHURN-FILE.
           OPEN INPUT CATALOG-FILE.
           MOVE 'Advent2401Left.dat' TO WS-CAT-SEARCH-NAME.
           PERFORM FIND-PRIOR-GENERATION.
           MOVE WS-CAT-FOUND-DATE TO WS-PRIOR-LEFT-DATE.
           MOVE 'Advent2401Right.dat' TO WS-CAT-SEARCH-NAME.
           PERFORM FIND-PRIOR-GENERATION.
           MOVE WS-CAT-FOUND-DATE TO WS-PRIOR-RIGHT-DATE.
           CLOSE CATALOG-FILE.
           IF WS-PRIOR-LEFT-DATE > 0
               PERFORM LOAD-PRIOR-LEFT
               IF WS-PRIOR-READ-L > 0
                   MOVE 'Y' TO WS-LEFT-COMPARED-SW
                   PERFORM LOAD-TODAY-LEFT
               END-IF
           END-IF.
           IF WS-PRIOR-RIGHT-DATE > 0
               PERFORM LOAD-PRIOR-RIGHT
               IF WS-PRIOR-READ-R > 0
                   MOVE 'Y' TO WS-RIGHT-COMPARED-SW
                   PERFORM LOAD-TODAY-RIGHT
               END-IF
           END-IF.
           OPEN INPUT LOC-MASTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-CHURN-DETAIL.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           CLOSE LOC-MASTER-FILE.
           CLOSE CHURN-FILE.
           COMPUTE WS-RECORDS-READ = WS-PRIOR-READ-L + WS-PRIOR-READ-R
               + WS-TODAY-READ-L + WS-TODAY-READ-R.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM SET-COMPLETION-STATUS.

       PROGRAM-END.
           GOBACK.

      *-----------------------------------------------------------------
      * HANDS A COMPLETION STATUS BACK TO THE DRIVER: 4 WHEN NEITHER
      * LIST HAD A PRIOR GENERATION TO COMPARE AGAINST, 0 OTHERWISE.
      * CHURN ITSELF IS INFORMATION, NOT AN ERROR.
      *-----------------------------------------------------------------
       SET-COMPLETION-STATUS.
           MOVE 0 TO CTL-2421-STATUS.
           MOVE SPACES TO CTL-2421-MESSAGE.
           IF WS-LEFT-COMPARED-SW = 'N'
           AND WS-RIGHT-COMPARED-SW = 'N'
               MOVE 4 TO CTL-2421-STATUS
               MOVE 'NO PRIOR LIST GENERATION CATALOGED - NOT COMPARED'
                   TO CTL-2421-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
      * LATEST CATALOGED GENERATION OF WS-CAT-SEARCH-NAME DATED
      * BEFORE THE CURRENT CYCLE, RETURNED IN WS-CAT-FOUND-DATE.
      *-----------------------------------------------------------------
       FIND-PRIOR-GENERATION.
           MOVE ZERO TO WS-CAT-FOUND-DATE.
           MOVE WS-CAT-SEARCH-NAME TO CAT-FILE-NAME.
           MOVE ZERO TO CAT-CYCLE-DATE.
           MOVE 'N' TO WS-CAT-DONE-SW.
           START CATALOG-FILE KEY IS NOT < CAT-KEY
               INVALID KEY MOVE 'Y' TO WS-CAT-DONE-SW
           END-START.
           PERFORM SCAN-CATALOG-ENTRY
               UNTIL WS-CAT-DONE-SW = 'Y'.

       SCAN-CATALOG-ENTRY.
           READ CATALOG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CAT-DONE-SW
               NOT AT END
                   IF CAT-FILE-NAME NOT = WS-CAT-SEARCH-NAME
                   OR CAT-CYCLE-DATE NOT < CTL-CYCLE-DATE
                       MOVE 'Y' TO WS-CAT-DONE-SW
                   ELSE
                       MOVE CAT-CYCLE-DATE TO WS-CAT-FOUND-DATE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * PRIOR GENERATIONS. THE FLAT COPY HOLDS THE KEYED RECORD IMAGE
      * ONE PER LINE, SO THE LEFT LIST'S ID IS IN THE LEFT FIELD AND
      * THE RIGHT LIST'S IN THE RIGHT FIELD, AS ON THE KEYED FILES.
      *-----------------------------------------------------------------
       LOAD-PRIOR-LEFT.
           MOVE SPACES TO WS-GEN-FILE-NAME.
           STRING 'Advent2401Left.dat' DELIMITED SIZE
                  '.G' DELIMITED SIZE
                  WS-PRIOR-LEFT-DATE DELIMITED SIZE
               INTO WS-GEN-FILE-NAME
           END-STRING.
           MOVE 'LEFT' TO WS-BOOK-SIDE.
           SET BOOK-PRIOR TO TRUE.
           MOVE WS-PRIOR-LEFT-DATE TO WS-BOOK-PRIOR-DATE.
           OPEN INPUT GEN-IN-FILE.
           PERFORM READ-PRIOR-LEFT
               UNTIL WS-FILE-STATUS-G = '10'.
           CLOSE GEN-IN-FILE.

       READ-PRIOR-LEFT.
           READ GEN-IN-FILE NEXT RECORD.
           IF WS-FILE-STATUS-G NOT = '10'
               ADD 1 TO WS-PRIOR-READ-L
               MOVE GEN-LEFT TO WS-BOOK-LOCATION
               PERFORM BOOK-OCCURRENCE
           END-IF.

       LOAD-PRIOR-RIGHT.
           MOVE SPACES TO WS-GEN-FILE-NAME.
           STRING 'Advent2401Right.dat' DELIMITED SIZE
                  '.G' DELIMITED SIZE
                  WS-PRIOR-RIGHT-DATE DELIMITED SIZE
               INTO WS-GEN-FILE-NAME
           END-STRING.
           MOVE 'RIGHT' TO WS-BOOK-SIDE.
           SET BOOK-PRIOR TO TRUE.
           MOVE WS-PRIOR-RIGHT-DATE TO WS-BOOK-PRIOR-DATE.
           OPEN INPUT GEN-IN-FILE.
           PERFORM READ-PRIOR-RIGHT
               UNTIL WS-FILE-STATUS-G = '10'.
           CLOSE GEN-IN-FILE.

       READ-PRIOR-RIGHT.
           READ GEN-IN-FILE NEXT RECORD.
           IF WS-FILE-STATUS-G NOT = '10'
               ADD 1 TO WS-PRIOR-READ-R
               MOVE GEN-RIGHT TO WS-BOOK-LOCATION
               PERFORM BOOK-OCCURRENCE
           END-IF.

      *-----------------------------------------------------------------
      * TODAY'S KEYED LISTS AS ADVENT2401A LEFT THEM.
      *-----------------------------------------------------------------
       LOAD-TODAY-LEFT.
           MOVE 'LEFT' TO WS-BOOK-SIDE.
           SET BOOK-TODAY TO TRUE.
           MOVE WS-PRIOR-LEFT-DATE TO WS-BOOK-PRIOR-DATE.
           OPEN INPUT LEFT-FILE.
           MOVE ZERO TO LIST-SEQ-L.
           MOVE 'N' TO WS-LIST-DONE-SW.
           START LEFT-FILE KEY IS NOT < LIST-SEQ-L
               INVALID KEY MOVE 'Y' TO WS-LIST-DONE-SW
           END-START.
           PERFORM READ-TODAY-LEFT
               UNTIL WS-LIST-DONE-SW = 'Y'.
           CLOSE LEFT-FILE.

       READ-TODAY-LEFT.
           READ LEFT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-DONE-SW
               NOT AT END
                   ADD 1 TO WS-TODAY-READ-L
                   MOVE LIST-LEFT-L TO WS-BOOK-LOCATION
                   PERFORM BOOK-OCCURRENCE
           END-READ.

       LOAD-TODAY-RIGHT.
           MOVE 'RIGHT' TO WS-BOOK-SIDE.
           SET BOOK-TODAY TO TRUE.
           MOVE WS-PRIOR-RIGHT-DATE TO WS-BOOK-PRIOR-DATE.
           OPEN INPUT RIGHT-FILE.
           MOVE ZERO TO LIST-SEQ-R.
           MOVE 'N' TO WS-LIST-DONE-SW.
           START RIGHT-FILE KEY IS NOT < LIST-SEQ-R
               INVALID KEY MOVE 'Y' TO WS-LIST-DONE-SW
           END-START.
           PERFORM READ-TODAY-RIGHT
               UNTIL WS-LIST-DONE-SW = 'Y'.
           CLOSE RIGHT-FILE.

       READ-TODAY-RIGHT.
           READ RIGHT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-DONE-SW
               NOT AT END
                   ADD 1 TO WS-TODAY-READ-R
                   MOVE LIST-RIGHT-R TO WS-BOOK-LOCATION
                   PERFORM BOOK-OCCURRENCE
           END-READ.

      *-----------------------------------------------------------------
      * ADDS ONE OCCURRENCE TO THE PRIOR OR TODAY COUNT OF ITS ROW ON
      * THE CHURN FILE, OPENING THE ROW THE FIRST TIME THE ID IS SEEN.
      * A BLANK ID IS NOT A LOCATION AND IS NOT COUNTED.
      *-----------------------------------------------------------------
       BOOK-OCCURRENCE.
           IF WS-BOOK-LOCATION NOT = SPACES
               MOVE WS-BOOK-SIDE TO CH-SIDE
               MOVE WS-BOOK-LOCATION TO CH-LOCATION
               READ CHURN-FILE
                   INVALID KEY
                       MOVE SPACES TO CHURN-RECORD
                       MOVE WS-BOOK-SIDE TO CH-SIDE
                       MOVE WS-BOOK-LOCATION TO CH-LOCATION
                       MOVE CTL-CYCLE-DATE TO CH-CYCLE-DATE
                       MOVE WS-BOOK-PRIOR-DATE TO CH-PRIOR-DATE
                       MOVE ZERO TO CH-PRIOR-COUNT CH-TODAY-COUNT
                       PERFORM ADD-TO-CHURN-ROW
                       WRITE CHURN-RECORD
                   NOT INVALID KEY
                       PERFORM ADD-TO-CHURN-ROW
                       REWRITE CHURN-RECORD
               END-READ
           END-IF.

       ADD-TO-CHURN-ROW.
           IF BOOK-PRIOR
               ADD 1 TO CH-PRIOR-COUNT
           ELSE
               ADD 1 TO CH-TODAY-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * WALKS THE CHURN FILE, WHICH IS KEYED SIDE FIRST. AN ID WHOSE
      * COUNT DID NOT MOVE IS REMOVED, SO THE FILE LEFT BEHIND HOLDS
      * ONLY THE CHURN. EVERY OTHER ROW IS CLASSIFIED, GIVEN ITS NAME
      * AND REGION FROM THE LOCATION MASTER AND PRINTED UNDER ITS
      * SIDE'S HEADING.
      *-----------------------------------------------------------------
       WRITE-CHURN-DETAIL.
           MOVE SPACES TO WS-CURRENT-SIDE.
           MOVE LOW-VALUES TO CH-KEY.
           MOVE 'N' TO WS-CHURN-DONE-SW.
           START CHURN-FILE KEY IS NOT < CH-KEY
               INVALID KEY MOVE 'Y' TO WS-CHURN-DONE-SW
           END-START.
           PERFORM WRITE-ONE-CHURN-LINE
               UNTIL WS-CHURN-DONE-SW = 'Y'.
           IF WS-CHURN-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'NO LOCATION CHURN' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ONE-CHURN-LINE.
           READ CHURN-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CHURN-DONE-SW
               NOT AT END
                   IF CH-PRIOR-COUNT = CH-TODAY-COUNT
                       ADD 1 TO WS-UNCHANGED
                       DELETE CHURN-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   ELSE
                       PERFORM CLASSIFY-CHURN-ROW
                   END-IF
           END-READ.

       CLASSIFY-CHURN-ROW.
           ADD 1 TO WS-CHURN-COUNT.
           EVALUATE TRUE
               WHEN CH-PRIOR-COUNT = 0
                   SET CH-ADDED TO TRUE
               WHEN CH-TODAY-COUNT = 0
                   SET CH-DROPPED TO TRUE
               WHEN OTHER
                   SET CH-CHANGED TO TRUE
           END-EVALUATE.
           IF CH-SIDE = 'LEFT'
               EVALUATE TRUE
                   WHEN CH-ADDED
                       ADD 1 TO WS-ADDED-L
                   WHEN CH-DROPPED
                       ADD 1 TO WS-DROPPED-L
                   WHEN OTHER
                       ADD 1 TO WS-CHANGED-L
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN CH-ADDED
                       ADD 1 TO WS-ADDED-R
                   WHEN CH-DROPPED
                       ADD 1 TO WS-DROPPED-R
                   WHEN OTHER
                       ADD 1 TO WS-CHANGED-R
               END-EVALUATE
           END-IF.
           PERFORM FETCH-LOCATION-NAME.
           MOVE WS-LOC-NAME-OUT TO CH-NAME.
           MOVE WS-LOC-REGION-OUT TO CH-REGION.
           MOVE WS-LOC-ACTIVE-OUT TO CH-ACTIVE.
           REWRITE CHURN-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
           IF CH-SIDE NOT = WS-CURRENT-SIDE
               MOVE CH-SIDE TO WS-CURRENT-SIDE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               IF CH-SIDE = 'LEFT'
                   STRING 'LEFT LIST - PRIOR GENERATION ' DELIMITED SIZE
                          WS-PRIOR-LEFT-DATE DELIMITED SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   STRING 'RIGHT LIST - PRIOR GENERATION '
                              DELIMITED SIZE
                          WS-PRIOR-RIGHT-DATE DELIMITED SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               END-IF
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  ' DELIMITED SIZE
                  CH-CHANGE DELIMITED SIZE
                  ' LOC ' DELIMITED SIZE
                  CH-LOCATION DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CH-NAME DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CH-REGION DELIMITED SIZE
                  ' PRIOR ' DELIMITED SIZE
                  CH-PRIOR-COUNT DELIMITED SIZE
                  ' TODAY ' DELIMITED SIZE
                  CH-TODAY-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           IF CH-LOCATION-RETIRED AND CH-TODAY-COUNT > 0
               MOVE ' *** RETIRED' TO WS-PRINT-LINE(109:12)
           END-IF.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * KEYED LOOKUP AGAINST THE LOCATION MASTER. AN ID WITH NO ROW
      * ON THE MASTER GOES TO THE UNASSIGNED REGION.
      *-----------------------------------------------------------------
       FETCH-LOCATION-NAME.
           MOVE '*NOT ON MASTER*' TO WS-LOC-NAME-OUT.
           MOVE 'UNASSIGNED' TO WS-LOC-REGION-OUT.
           MOVE SPACES TO WS-LOC-ACTIVE-OUT.
           MOVE CH-LOCATION TO LOC-ID.
           READ LOC-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE LOC-NAME TO WS-LOC-NAME-OUT
                   IF LOC-REGION NOT = SPACES
                       MOVE LOC-REGION TO WS-LOC-REGION-OUT
                   END-IF
                   MOVE LOC-ACTIVE TO WS-LOC-ACTIVE-OUT
           END-READ.

      *-----------------------------------------------------------------
      * ONE LINE APPENDED TO THE SHARED AUDIT LOG FOR EVERY RUN OF
      * THIS PROGRAM.
      *-----------------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ADV2421A ' DELIMITED SIZE
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
                  ' CHURN ' DELIMITED SIZE
                  WS-CHURN-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO AUDIT-LINE
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *-----------------------------------------------------------------
      * REPORT TITLE AND RUN-IDENTIFICATION LINES, WRITTEN ONCE AT THE
      * TOP OF ADVENT2421REPORT.DAT.
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
           MOVE 'ADVENT2421A - DAY 1 LOCATION CHURN REPORT'
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
                  '   PRIOR LEFT: ' DELIMITED SIZE
                  WS-PRIOR-LEFT-DATE DELIMITED SIZE
                  '   PRIOR RIGHT: ' DELIMITED SIZE
                  WS-PRIOR-RIGHT-DATE DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LEFT-COMPARED-SW = 'N'
               MOVE 'LEFT LIST NOT COMPARED - NO PRIOR GENERATION'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-RIGHT-COMPARED-SW = 'N'
               MOVE 'RIGHT LIST NOT COMPARED - NO PRIOR GENERATION'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 'PRIOR AND TODAY ARE OCCURRENCE COUNTS OF THE ID'
               TO REPORT-LINE
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * RECORD AND CHURN COUNTS PER SIDE.
      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LEFT RECORDS PRIOR / TODAY. . . . . . . . . '
                       DELIMITED SIZE
                  WS-PRIOR-READ-L DELIMITED SIZE
                  ' / ' DELIMITED SIZE
                  WS-TODAY-READ-L DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LEFT IDS ADDED / DROPPED / CHANGED. . . . . '
                       DELIMITED SIZE
                  WS-ADDED-L DELIMITED SIZE
                  ' / ' DELIMITED SIZE
                  WS-DROPPED-L DELIMITED SIZE
                  ' / ' DELIMITED SIZE
                  WS-CHANGED-L DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RIGHT RECORDS PRIOR / TODAY . . . . . . . . '
                       DELIMITED SIZE
                  WS-PRIOR-READ-R DELIMITED SIZE
                  ' / ' DELIMITED SIZE
                  WS-TODAY-READ-R DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RIGHT IDS ADDED / DROPPED / CHANGED . . . . '
                       DELIMITED SIZE
                  WS-ADDED-R DELIMITED SIZE
                  ' / ' DELIMITED SIZE
                  WS-DROPPED-R DELIMITED SIZE
                  ' / ' DELIMITED SIZE
                  WS-CHANGED-R DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'IDS WITH NO CHANGE. . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-UNCHANGED DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
