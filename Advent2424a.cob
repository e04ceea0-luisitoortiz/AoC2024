       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT2424A.
      *-----------------------------------------------------------------
      * MAINTENANCE JOURNAL PRINT FOR THE MONTHLY AUDIT PACK. THE
      * ONLINE SCREENS (ADVENT2416A LOCATIONS, ADVENT2418A
      * CORRECTIONS AND DROPS, ADVENT2423A OPERATOR AUTHORITY) AND
      * ADVENT2428A (BATCH LOCATION-MASTER UPDATE FROM THE HQ
      * TRANSACTION DECK) WRITE ONE ROW PER CHANGE TO THE SHARED
      * KEYED JOURNAL (ADVENTJOURNAL.DAT) WITH THE SIGNED-ON OPERATOR
      * (OR THE DECK'S SOURCE SYSTEM) AND THE RECORD BEFORE AND
      * AFTER. THIS JOB PRINTS THE JOURNAL FOR A
      * DATE RANGE IN DATE AND TIME ORDER - WHO, WHEN, WHICH PROGRAM,
      * WHAT ACTION ON WHICH KEY, AND BOTH IMAGES - FOLLOWED BY
      * COUNTS BY KIND OF CHANGE, SO "WHO MOVED THIS LOCATION TO
      * ANOTHER REGION AND WHAT WAS IT BEFORE" HAS A PRINTED ANSWER.
      * CONTROL CARDS (ADVENT2424CONTROL.DAT, KEYWORD IN COLUMNS
      * 1-12 AND VALUE FROM COLUMN 14, ASTERISK IN COLUMN 1 A
      * COMMENT):
      *   DATE-FROM    FIRST JOURNAL DATE TO PRINT.
      *   DATE-TO      LAST JOURNAL DATE TO PRINT.
      *   OPERATOR     OPTIONAL - RESTRICT TO ONE OPERATOR ID.
      *   PROGRAM      OPTIONAL - RESTRICT TO ONE PROGRAM (ADV2416A).
      * WITH NO DATE CARDS THE RANGE IS THE WHOLE OF THE PREVIOUS
      * CALENDAR MONTH, WHICH IS WHAT THE AUDIT PACK WANTS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE
               ASSIGN TO "Advent2424Control.dat"
               FILE STATUS IS WS-FILE-STATUS-C
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "AdventJournal.dat"
               FILE STATUS IS WS-FILE-STATUS-N
               ORGANIZATION IS INDEXED
               RECORD KEY IS JRN-KEY
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL REPORT-FILE
               ASSIGN TO "Advent2424Report.dat"
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
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "Advent2400Jrnl.cpy".
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(132).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-C PIC X(2).
       01  WS-FILE-STATUS-N PIC X(2).
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
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-RUN-DATE-EDIT  PIC X(10).
       01  WS-RUN-TIME.
           05 WS-RUN-HH      PIC 9(2).
           05 WS-RUN-MN      PIC 9(2).
           05 WS-RUN-SS      PIC 9(2).
           05 WS-RUN-HS      PIC 9(2).
       01  WS-RUN-TIME-EDIT  PIC X(08).
       01  WS-DATE-FROM      PIC 9(8) VALUE ZERO.
       01  WS-DATE-TO        PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR-FILTER PIC X(8) VALUE SPACES.
       01  WS-PROGRAM-FILTER PIC X(8) VALUE SPACES.
      *-----------------------------------------------------------------
      * DEFAULT RANGE WORK FIELDS: THE FIRST OF THIS MONTH, LESS ONE
      * DAY, IS THE LAST DAY OF LAST MONTH.
      *-----------------------------------------------------------------
       01  WS-MONTH-START.
           05 WS-MONTH-START-YYYY PIC 9(4).
           05 WS-MONTH-START-MM   PIC 9(2).
           05 WS-MONTH-START-DD   PIC 9(2).
       01  WS-MONTH-START-NUM REDEFINES WS-MONTH-START PIC 9(8).
       01  WS-DAY-NUM        PIC 9(7).
       01  WS-SCAN-DONE-SW   PIC X(1).
       01  WS-IMAGE-LABEL    PIC X(10).
       01  WS-IMAGE          PIC X(300).
       01  WS-PRINTED-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-ADD-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-UPDATE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-RETIRE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-REACTIVATE-COUNT PIC 9(7) VALUE ZERO.
       01  WS-CORRECTION-COUNT PIC 9(7) VALUE ZERO.
       01  WS-DROP-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-AUTHORITY-COUNT PIC 9(7) VALUE ZERO.
       01  WS-OTHER-COUNT    PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM READ-CONTROL-CARD.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN INPUT JOURNAL-FILE.
           PERFORM SCAN-JOURNAL.
           CLOSE JOURNAL-FILE.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM WRITE-AUDIT-RECORD.

       PROGRAM-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * RUN OPTIONS FROM THE CONTROL CARDS, DEFAULTS FIRST - THE SAME
      * CONVENTION ADVENT2400A'S READ-CONTROL-CARD USES. THE DEFAULT
      * RANGE IS LAST CALENDAR MONTH, FIRST DAY THROUGH LAST.
      *-----------------------------------------------------------------
       READ-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-MONTH-START-NUM.
           MOVE 1 TO WS-MONTH-START-DD.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-NUM) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUM) TO WS-DATE-TO.
           MOVE WS-DATE-TO TO WS-MONTH-START-NUM.
           MOVE 1 TO WS-MONTH-START-DD.
           MOVE WS-MONTH-START-NUM TO WS-DATE-FROM.
           MOVE SPACES TO WS-OPERATOR-FILTER.
           MOVE SPACES TO WS-PROGRAM-FILTER.
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
                   WHEN 'DATE-FROM'
                       MOVE CC-VALUE(1:8) TO WS-DATE-FROM
                   WHEN 'DATE-TO'
                       MOVE CC-VALUE(1:8) TO WS-DATE-TO
                   WHEN 'OPERATOR'
                       MOVE CC-VALUE(1:8) TO WS-OPERATOR-FILTER
                   WHEN 'PROGRAM'
                       MOVE CC-VALUE(1:8) TO WS-PROGRAM-FILTER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * THE JOURNAL KEY IS DATE MAJOR, SO THE WALK STARTS AT THE
      * FIRST ROW ON OR AFTER DATE-FROM AND STOPS AT THE FIRST ROW
      * PAST DATE-TO. THE OPERATOR AND PROGRAM FILTERS ARE APPLIED
      * ROW BY ROW INSIDE THE RANGE.
      *-----------------------------------------------------------------
       SCAN-JOURNAL.
           MOVE LOW-VALUES TO JRN-KEY.
           MOVE WS-DATE-FROM TO JRN-DATE.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           START JOURNAL-FILE KEY IS NOT < JRN-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START.
           PERFORM EXAMINE-JOURNAL-RECORD
               UNTIL WS-SCAN-DONE-SW = 'Y'.

       EXAMINE-JOURNAL-RECORD.
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF JRN-DATE > WS-DATE-TO
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   ELSE
                       IF (WS-OPERATOR-FILTER = SPACES
                           OR JRN-OPERATOR-ID = WS-OPERATOR-FILTER)
                       AND (WS-PROGRAM-FILTER = SPACES
                           OR JRN-PROGRAM-ID = WS-PROGRAM-FILTER)
                           PERFORM PRINT-JOURNAL-ENTRY
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * ONE ENTRY: AN IDENTIFYING LINE, THEN THE BEFORE AND AFTER
      * IMAGES IN 100-CHARACTER SLICES, BLANK TRAILING SLICES LEFT
      * OFF. AN ADD HAS NO BEFORE IMAGE AND SAYS SO.
      *-----------------------------------------------------------------
       PRINT-JOURNAL-ENTRY.
           ADD 1 TO WS-PRINTED-COUNT.
           PERFORM COUNT-JOURNAL-ACTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING JRN-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  JRN-TIME(1:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  JRN-TIME(3:2) DELIMITED SIZE
                  ':' DELIMITED SIZE
                  JRN-TIME(5:2) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  JRN-PROGRAM-ID DELIMITED SIZE
                  ' OPERATOR ' DELIMITED SIZE
                  JRN-OPERATOR-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  JRN-ACTION DELIMITED SIZE
                  ' KEY ' DELIMITED SIZE
                  JRN-RECORD-KEY DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  BEFORE: ' TO WS-IMAGE-LABEL.
           MOVE JRN-BEFORE-IMAGE TO WS-IMAGE.
           PERFORM PRINT-RECORD-IMAGE.
           MOVE '  AFTER:  ' TO WS-IMAGE-LABEL.
           MOVE JRN-AFTER-IMAGE TO WS-IMAGE.
           PERFORM PRINT-RECORD-IMAGE.

       PRINT-RECORD-IMAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-IMAGE = SPACES
               STRING WS-IMAGE-LABEL DELIMITED SIZE
                      '(NONE)' DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING WS-IMAGE-LABEL DELIMITED SIZE
                      WS-IMAGE(1:100) DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-IMAGE(101:100) NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-IMAGE(101:100) TO WS-PRINT-LINE(11:100)
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-IMAGE(201:100) NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-IMAGE(201:100) TO WS-PRINT-LINE(11:100)
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * ACTIONS ARE COUNTED BY PROGRAM AS WELL AS NAME: ADD AND
      * UPDATE MEAN A LOCATION IN ADVENT2416A BUT AN OPERATOR IN
      * ADVENT2423A, AND EVERY ADVENT2423A ROW IS AN AUTHORITY CHANGE.
      *-----------------------------------------------------------------
       COUNT-JOURNAL-ACTION.
           IF JRN-PROGRAM-ID = 'ADV2423A'
               ADD 1 TO WS-AUTHORITY-COUNT
           ELSE
               EVALUATE JRN-ACTION
                   WHEN 'ADD'
                       ADD 1 TO WS-ADD-COUNT
                   WHEN 'UPDATE'
                       ADD 1 TO WS-UPDATE-COUNT
                   WHEN 'RETIRE'
                       ADD 1 TO WS-RETIRE-COUNT
                   WHEN 'REACTIVATE'
                       ADD 1 TO WS-REACTIVATE-COUNT
                   WHEN 'CORRECTION'
                       ADD 1 TO WS-CORRECTION-COUNT
                   WHEN 'DROP'
                       ADD 1 TO WS-DROP-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-OTHER-COUNT
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * TOTALS BY KIND OF CHANGE, WRITTEN ONCE THE WALK IS DONE.
      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PRINTED-COUNT = ZERO
               MOVE 'NO JOURNAL ENTRIES IN THE REQUESTED RANGE'
                   TO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'JOURNAL ENTRIES PRINTED . . . . . . . . . . '
                      DELIMITED SIZE
                  WS-PRINTED-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'LOCATION ADDS . . . . . . . . . . . . . . . '
                      DELIMITED SIZE
                  WS-ADD-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'LOCATION UPDATES. . . . . . . . . . . . . . '
                      DELIMITED SIZE
                  WS-UPDATE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'LOCATION RETIREMENTS. . . . . . . . . . . . '
                      DELIMITED SIZE
                  WS-RETIRE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'LOCATION REACTIVATIONS. . . . . . . . . . . '
                      DELIMITED SIZE
                  WS-REACTIVATE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CORRECTIONS ENTERED . . . . . . . . . . . . '
                      DELIMITED SIZE
                  WS-CORRECTION-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'DROPS ENTERED . . . . . . . . . . . . . . . '
                      DELIMITED SIZE
                  WS-DROP-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'OPERATOR AUTHORITY CHANGES. . . . . . . . . '
                      DELIMITED SIZE
                  WS-AUTHORITY-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-OTHER-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'OTHER ENTRIES . . . . . . . . . . . . . . . '
                          DELIMITED SIZE
                      WS-OTHER-COUNT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * ONE LINE APPENDED TO THE SHARED AUDIT LOG FOR EVERY RUN OF
      * THIS PROGRAM.
      *-----------------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ADV2424A ' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  ' START ' DELIMITED SIZE
                  WS-START-HH DELIMITED SIZE
                  WS-START-MN DELIMITED SIZE
                  WS-START-SS DELIMITED SIZE
                  ' END ' DELIMITED SIZE
                  WS-END-HH DELIMITED SIZE
                  WS-END-MN DELIMITED SIZE
                  WS-END-SS DELIMITED SIZE
                  ' FROM ' DELIMITED SIZE
                  WS-DATE-FROM DELIMITED SIZE
                  ' TO ' DELIMITED SIZE
                  WS-DATE-TO DELIMITED SIZE
                  ' PRINTED ' DELIMITED SIZE
                  WS-PRINTED-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO AUDIT-LINE
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *-----------------------------------------------------------------
      * REPORT TITLE AND RUN-IDENTIFICATION LINES, WRITTEN ONCE AT THE
      * TOP OF ADVENT2424REPORT.DAT.
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
           MOVE 'ADVENT2424A - MAINTENANCE JOURNAL' TO WS-PRINT-LINE
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
           STRING 'JOURNAL DATES ' DELIMITED SIZE
                  WS-DATE-FROM DELIMITED SIZE
                  ' THROUGH ' DELIMITED SIZE
                  WS-DATE-TO DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OPERATOR-FILTER NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'OPERATOR FILTER: ' DELIMITED SIZE
                      WS-OPERATOR-FILTER DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-PROGRAM-FILTER NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'PROGRAM FILTER: ' DELIMITED SIZE
                      WS-PROGRAM-FILTER DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
