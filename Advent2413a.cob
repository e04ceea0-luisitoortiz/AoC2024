      * ONCE ITS LAST RECORD SAYS COMPLETE - AN IN-PROGRESS
      * CHECKPOINT (A PENDING RESTART) IS NEVER TOUCHED. AUDIT ASKS
      * FOR 90 DAYS OF REPORTS; THE CATALOG IS HOW WE PROVE WE HAVE
      * THEM. ADVENT2401A'S INDEXED LEFT AND RIGHT LISTS ARE UNLOADED
      * INTO FLAT GENERATIONS THE SAME WAY, SO ADVENT2421A CAN FIND
      * THE PRIOR CYCLE'S LISTS THROUGH THE CATALOG AND REPORT THE
      * DAY'S LOCATION CHURN. THE CERTIFIED-SAFE FEED IS KEPT TOO, SO
      * A RERUN OF A CYCLE CAN BE CHECKED AGAINST THE FIRST RUN BY
      * ADVENT2425A.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN USING WS-GEN-TARGET-NAME
               FILE STATUS IS WS-FILE-STATUS-O
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
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO "AdventGenCatalog.dat"
               FILE STATUS IS WS-FILE-STATUS-T
       FILE SECTION.
       FD  GEN-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-IN-RECORD PIC X(300).
       FD  GEN-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-OUT-RECORD PIC X(300).
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
       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
       01  WS-FILE-STATUS-K PIC X(2).
       01  WS-FILE-STATUS-P PIC X(2).
       01  WS-FILE-STATUS-U PIC X(2).
       01  WS-FILE-STATUS-L PIC X(2).
       01  WS-FILE-STATUS-R PIC X(2).
       01  WS-START-TIME.
           05 WS-START-HH    PIC 9(2).
           05 WS-START-MN    PIC 9(2).
      * FIXED OUTPUT NAMES. AN EMPTY OR MISSING SOURCE IS REPORTED
      * AND LEFT OUT OF THE CATALOG.
      *-----------------------------------------------------------------
       01  WS-ARCHIVE-COUNT  PIC 9(2) VALUE 14.
       01  WS-ARCHIVE-TABLE.
           05 WS-ARCHIVE-NAME PIC X(44) OCCURS 14 TIMES.
       01  WS-ARCHIVE-IDX    PIC 9(2).
       01  WS-GEN-SOURCE-NAME PIC X(44).
       01  WS-GEN-TARGET-NAME PIC X(60).
       01  WS-CKPT-LAST      PIC X(132).
       01  WS-CKPT-SEEN-SW   PIC X(1).
       01  WS-PURGE-DONE-SW  PIC X(1).
       01  WS-LIST-DONE-SW   PIC X(1).
       01  WS-FILE-STATUS-E  PIC X(2).
       01  WS-ALERT-EVENT    PIC X(8).
       01  WS-ALERT-SEVERITY PIC 9(1).
           PERFORM ARCHIVE-ONE-FILE
               VARYING WS-ARCHIVE-IDX FROM 1 BY 1
               UNTIL WS-ARCHIVE-IDX > WS-ARCHIVE-COUNT.
           PERFORM ARCHIVE-LEFT-LIST.
           PERFORM ARCHIVE-RIGHT-LIST.
           PERFORM PURGE-OLD-GENERATIONS.
           CLOSE CATALOG-FILE.
           MOVE 'Advent2401Checkpoint.dat' TO WS-CKPT-NAME.
           MOVE 'Advent2402DiagReport.dat' TO WS-ARCHIVE-NAME(11).
           MOVE 'Advent2414Report.dat' TO WS-ARCHIVE-NAME(12).
           MOVE 'Advent2410Extract.dat' TO WS-ARCHIVE-NAME(13).
           MOVE CTL-SAFETY-NAME TO WS-ARCHIVE-NAME(14).

      *-----------------------------------------------------------------
      * COPIES ONE OUTPUT FILE INTO ITS DATED GENERATION AND CATALOGS
               UNTIL WS-FILE-STATUS-I = '10'.
           CLOSE GEN-IN-FILE.
           CLOSE GEN-OUT-FILE.
           PERFORM CATALOG-GENERATION.

      *-----------------------------------------------------------------
      * SHARED TAIL OF EVERY ARCHIVE STEP: AN EMPTY COPY IS DELETED,
      * REPORTED AND ALERTED; ANYTHING ELSE IS CATALOGED UNDER ITS
      * SOURCE NAME AND THE CYCLE DATE.
      *-----------------------------------------------------------------
       CATALOG-GENERATION.
           IF WS-COPY-COUNT = ZERO
               MOVE WS-GEN-TARGET-NAME TO WS-DELETE-NAME
               CALL 'CBL_DELETE_FILE' USING WS-DELETE-NAME
               ADD 1 TO WS-COPY-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * ADVENT2401A REBUILDS ITS KEYED LEFT AND RIGHT LISTS FROM
      * SCRATCH EVERY CYCLE, SO YESTERDAY'S LISTS ARE GONE BY THE
      * TIME ANYONE ASKS WHAT CHANGED. EACH LIST IS UNLOADED IN
      * PRIMARY-KEY ORDER INTO A FLAT GENERATION FILE - ONE LINE PER
      * RECORD, SAME LAYOUT AS THE KEYED RECORD - AND CATALOGED UNDER
      * THE KEYED FILE'S OWN NAME, SO THE RETENTION PURGE AND
      * ADVENT2419A'S RESTORE TREAT IT LIKE ANY OTHER GENERATION.
      *-----------------------------------------------------------------
       ARCHIVE-LEFT-LIST.
           MOVE 'Advent2401Left.dat' TO WS-GEN-SOURCE-NAME.
           PERFORM BUILD-LIST-TARGET-NAME.
           MOVE ZERO TO WS-COPY-COUNT.
           OPEN INPUT LEFT-FILE.
           OPEN OUTPUT GEN-OUT-FILE.
           MOVE ZERO TO LIST-SEQ-L.
           MOVE 'N' TO WS-LIST-DONE-SW.
           START LEFT-FILE KEY IS NOT < LIST-SEQ-L
               INVALID KEY MOVE 'Y' TO WS-LIST-DONE-SW
           END-START.
           PERFORM UNLOAD-LEFT-RECORD
               UNTIL WS-LIST-DONE-SW = 'Y'.
           CLOSE LEFT-FILE.
           CLOSE GEN-OUT-FILE.
           PERFORM CATALOG-GENERATION.

       UNLOAD-LEFT-RECORD.
           READ LEFT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-DONE-SW
               NOT AT END
                   MOVE SPACES TO GEN-OUT-RECORD
                   MOVE LIST-RECORD-L TO GEN-OUT-RECORD
                   WRITE GEN-OUT-RECORD
                   ADD 1 TO WS-COPY-COUNT
           END-READ.

       ARCHIVE-RIGHT-LIST.
           MOVE 'Advent2401Right.dat' TO WS-GEN-SOURCE-NAME.
           PERFORM BUILD-LIST-TARGET-NAME.
           MOVE ZERO TO WS-COPY-COUNT.
           OPEN INPUT RIGHT-FILE.
           OPEN OUTPUT GEN-OUT-FILE.
           MOVE ZERO TO LIST-SEQ-R.
           MOVE 'N' TO WS-LIST-DONE-SW.
           START RIGHT-FILE KEY IS NOT < LIST-SEQ-R
               INVALID KEY MOVE 'Y' TO WS-LIST-DONE-SW
           END-START.
           PERFORM UNLOAD-RIGHT-RECORD
               UNTIL WS-LIST-DONE-SW = 'Y'.
           CLOSE RIGHT-FILE.
           CLOSE GEN-OUT-FILE.
           PERFORM CATALOG-GENERATION.

       UNLOAD-RIGHT-RECORD.
           READ RIGHT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LIST-DONE-SW
               NOT AT END
                   MOVE SPACES TO GEN-OUT-RECORD
                   MOVE LIST-RECORD-R TO GEN-OUT-RECORD
                   WRITE GEN-OUT-RECORD
                   ADD 1 TO WS-COPY-COUNT
           END-READ.

       BUILD-LIST-TARGET-NAME.
           MOVE SPACES TO WS-GEN-TARGET-NAME.
           STRING WS-GEN-SOURCE-NAME DELIMITED BY SPACE
                  '.G' DELIMITED SIZE
                  CTL-CYCLE-DATE DELIMITED SIZE
               INTO WS-GEN-TARGET-NAME
           END-STRING.

      *-----------------------------------------------------------------
      * WALKS THE WHOLE CATALOG AND RETIRES EVERY GENERATION WHOSE
      * CYCLE DATE FALLS BEFORE THE RETENTION CUTOFF: THE GENERATION
