       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT2428A.
      *-----------------------------------------------------------------
      * LOCATION REFERENCE MASTER BATCH UPDATE. WHEN HEADQUARTERS
      * RE-ORGANIZES REGIONS OR OPENS A BATCH OF NEW SITES IT SENDS A
      * TRANSACTION DECK (ADVENTLOCTRANS.DAT) INSTEAD OF HAVING THE
      * ROWS KEYED ONE AT A TIME THROUGH ADVENT2416A. THE DECK CARRIES
      * AN HDR RECORD (DECK DATE AND SENDING SYSTEM) AND A TRL RECORD
      * (DATA RECORD COUNT) LIKE THE DAILY FEEDS, AND IS BALANCED THE
      * SAME WAY BEFORE ANYTHING IS TOUCHED: A MISSING HEADER OR
      * TRAILER, OR A COUNT THAT DOES NOT MATCH, REJECTS THE WHOLE
      * DECK WITH A FEEDOOB EVENT ON THE SHARED ALERT FILE.
      * EACH DATA RECORD IS ONE TRANSACTION:
      *   ADD          NEW LOCATION, WRITTEN ACTIVE. THE ID MUST NOT BE
      *                ON THE MASTER; NAME AND REGION ARE REQUIRED.
      *   CHANGE       NEW NAME AND/OR REGION FOR AN ID ON THE MASTER.
      *                A BLANK FIELD LEAVES THAT FIELD AS IT IS; THE
      *                ACTIVE FLAG IS NOT TOUCHED.
      *   RETIRE       FLAGS AN ACTIVE LOCATION RETIRED.
      *   REACTIVATE   FLAGS A RETIRED LOCATION ACTIVE AGAIN.
      * THE ID MUST BE FIVE DIGITS. A TRANSACTION THAT BREAKS A RULE IS
      * REJECTED AND COPIED, WITH ITS REASON IN THE SPARE COLUMNS, TO
      * THE EXCEPTION DECK (ADVENTLOCTRANSEXC.DAT), WHICH CARRIES ITS
      * OWN HDR AND TRL SO IT CAN BE CORRECTED AND RESUBMITTED AS IT
      * STANDS. EVERY TRANSACTION IS LISTED APPLIED OR REJECTED ON
      * ADVENT2428REPORT.DAT.
      * EVERY APPLIED CHANGE IS WRITTEN TO THE SHARED MAINTENANCE
      * JOURNAL WITH THE RECORD BEFORE AND AFTER, AS ADVENT2416A DOES.
      * THERE IS NO OPERATOR AT A BATCH JOB, SO THE JOURNAL'S OPERATOR
      * FIELD CARRIES THE SENDING SYSTEM FROM THE DECK HEADER. THE
      * JOB WILL NOT UPDATE THE MASTER WITHOUT THE JOURNAL.
      * IN VALIDATE MODE THE MASTER IS ONLY READ AND NOTHING IS
      * JOURNALED; EARLIER TRANSACTIONS IN THE DECK ARE HELD IN A
      * TABLE SO A LATER ONE FOR THE SAME ID IS CHECKED AGAINST WHAT
      * THE MASTER WOULD THEN HOLD, AND THE LISTING AND EXCEPTION DECK
      * COME OUT EXACTLY AS AN UPDATE RUN WOULD PRODUCE THEM.
      * CONTROL CARDS (ADVENT2428CONTROL.DAT, KEYWORD IN COLUMNS
      * 1-12 AND VALUE FROM COLUMN 14, ASTERISK IN COLUMN 1 A
      * COMMENT):
      *   MODE         UPDATE (DEFAULT) OR VALIDATE. ANY OTHER VALUE
      *                RUNS VALIDATE, THE SAFE SIDE.
      *   TRANS-FILE   TRANSACTION DECK NAME.
      *   EXCEPTIONS   EXCEPTION DECK NAME.
      * RETURN CODE 4 WHEN ANY TRANSACTION WAS REJECTED, 8 WHEN THE
      * DECK WAS OUT OF BALANCE OR THE MASTER OR JOURNAL COULD NOT BE
      * USED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARD-FILE
               ASSIGN TO "Advent2428Control.dat"
               FILE STATUS IS WS-FILE-STATUS-C
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN USING WS-TRANS-FILE-NAME
               FILE STATUS IS WS-FILE-STATUS-T
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN USING WS-EXCEPTION-FILE-NAME
               FILE STATUS IS WS-FILE-STATUS-X
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOC-MASTER-FILE
               ASSIGN TO "AdventLocMaster.dat"
               FILE STATUS IS WS-FILE-STATUS-M
               ORGANIZATION IS INDEXED
               RECORD KEY IS LOC-ID
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "AdventJournal.dat"
               FILE STATUS IS WS-FILE-STATUS-N
               ORGANIZATION IS INDEXED
               RECORD KEY IS JRN-KEY
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL REPORT-FILE
               ASSIGN TO "Advent2428Report.dat"
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
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD.
           05 CC-KEYWORD         PIC X(12).
           05 FILLER             PIC X(1).
           05 CC-VALUE           PIC X(44).
           05 FILLER             PIC X(23).
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANS-RECORD.
           05 LTX-ACTION         PIC X(10).
               88 LTX-ADD            VALUE 'ADD'.
               88 LTX-CHANGE         VALUE 'CHANGE'.
               88 LTX-RETIRE         VALUE 'RETIRE'.
               88 LTX-REACTIVATE     VALUE 'REACTIVATE'.
           05 FILLER             PIC X(1).
           05 LTX-LOC-ID         PIC X(5).
           05 FILLER             PIC X(1).
           05 LTX-NAME           PIC X(20).
           05 FILLER             PIC X(1).
           05 LTX-REGION         PIC X(10).
           05 FILLER             PIC X(1).
           05 LTX-REASON         PIC X(30).
           05 FILLER             PIC X(1).
       01  TRANS-HEADER-RECORD.
           05 LTX-HDR-ID         PIC X(3).
           05 FILLER             PIC X(1).
           05 LTX-HDR-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 LTX-HDR-SOURCE     PIC X(8).
           05 FILLER             PIC X(59).
       01  TRANS-TRAILER-RECORD.
           05 LTX-TRL-ID         PIC X(3).
           05 FILLER             PIC X(1).
           05 LTX-TRL-COUNT      PIC 9(8).
           05 FILLER             PIC X(68).
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-RECORD      PIC X(80).
       FD  LOC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOC-MASTER-RECORD.
           05 LOC-ID         PIC X(5).
           05 LOC-NAME       PIC X(20).
           05 LOC-REGION     PIC X(10).
           05 LOC-ACTIVE     PIC X(1).
               88 LOCATION-ACTIVE     VALUE 'A'.
               88 LOCATION-RETIRED    VALUE 'R'.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "Advent2400Jrnl.cpy".
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
       01  WS-FILE-STATUS-C PIC X(2).
       01  WS-FILE-STATUS-T PIC X(2).
       01  WS-FILE-STATUS-X PIC X(2).
       01  WS-FILE-STATUS-M PIC X(2).
       01  WS-FILE-STATUS-N PIC X(2).
       01  WS-FILE-STATUS-P PIC X(2).
       01  WS-FILE-STATUS-U PIC X(2).
       01  WS-FILE-STATUS-E PIC X(2).
       01  WS-TRANS-FILE-NAME PIC X(44)
               VALUE 'AdventLocTrans.dat'.
       01  WS-EXCEPTION-FILE-NAME PIC X(44)
               VALUE 'AdventLocTransExc.dat'.
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
       01  WS-RUN-MODE       PIC X(8) VALUE 'UPDATE'.
           88 MODE-UPDATE        VALUE 'UPDATE'.
           88 MODE-VALIDATE      VALUE 'VALIDATE'.
       01  WS-RETURN-STATUS  PIC 9(1) VALUE ZERO.
      *-----------------------------------------------------------------
      * DECK BALANCING, THE SAME HEADER AND TRAILER CHECKS ADVENT2402A
      * MAKES ON THE DAY 2 FEED.
      *-----------------------------------------------------------------
       01  WS-DECK-DATE      PIC 9(8) VALUE ZERO.
       01  WS-DECK-SOURCE    PIC X(8) VALUE SPACES.
       01  WS-TRAILER-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-RECORDS-READ   PIC 9(8) VALUE ZERO.
       01  WS-HEADER-SW      PIC X(1) VALUE 'N'.
           88 DECK-HEADER-SEEN   VALUE 'Y'.
       01  WS-TRAILER-SW     PIC X(1) VALUE 'N'.
           88 DECK-TRAILER-SEEN  VALUE 'Y'.
       01  WS-BALANCE-SW     PIC X(1) VALUE 'Y'.
           88 DECK-IN-BALANCE     VALUE 'Y'.
           88 DECK-OUT-OF-BALANCE VALUE 'N'.
       01  WS-FILES-READY-SW PIC X(1).
      *-----------------------------------------------------------------
      * TRANSACTION PROCESSING.
      *-----------------------------------------------------------------
       01  WS-TRANS-SEQ      PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-ID       PIC X(5).
       01  WS-FOUND-SW       PIC X(1).
       01  WS-REJECT-REASON  PIC X(30).
       01  WS-BEFORE-IMAGE   PIC X(300).
       01  WS-AFTER-IMAGE    PIC X(300).
       01  WS-JOURNAL-ACTION PIC X(10).
       01  WS-JOURNAL-OPERATOR PIC X(8).
       01  WS-JRN-WRITTEN-SW PIC X(1).
       01  WS-APPLIED-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-REJECTED-COUNT PIC 9(8) VALUE ZERO.
       01  WS-ADD-COUNT      PIC 9(8) VALUE ZERO.
       01  WS-CHANGE-COUNT   PIC 9(8) VALUE ZERO.
       01  WS-RETIRE-COUNT   PIC 9(8) VALUE ZERO.
       01  WS-REACTIVATE-COUNT PIC 9(8) VALUE ZERO.
       01  WS-JRN-FAILURES   PIC 9(8) VALUE ZERO.
      *-----------------------------------------------------------------
      * VALIDATE MODE ONLY: THE MASTER ROW EACH ID WOULD HOLD AFTER
      * THE TRANSACTIONS SO FAR IN THE DECK. A HEADQUARTERS DECK RUNS
      * TO A FEW HUNDRED ROWS; PAST THE LIMIT LATER TRANSACTIONS ARE
      * CHECKED AGAINST THE MASTER ALONE AND THE LISTING SAYS SO.
      *-----------------------------------------------------------------
       01  WS-DECK-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-DECK-TABLE.
           05 WS-DECK-ENTRY OCCURS 2000 TIMES.
               10 WS-DECK-ID         PIC X(5).
               10 WS-DECK-IMAGE      PIC X(36).
       01  WS-DECK-IDX       PIC 9(4).
       01  WS-DECK-FOUND-IDX PIC 9(4).
       01  WS-DECK-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 DECK-TABLE-OVERFLOW VALUE 'Y'.
       01  WS-ALERT-EVENT        PIC X(8).
       01  WS-ALERT-SEVERITY     PIC 9(1).
       01  WS-ALERT-KEY          PIC X(44).
       01  WS-ALERT-TIME-WORK    PIC 9(8).
       01  WS-LISTING-LINE.
           05 XL-SEQ             PIC Z(7)9.
           05 FILLER             PIC X(2).
           05 XL-ACTION          PIC X(10).
           05 FILLER             PIC X(2).
           05 XL-LOC-ID          PIC X(5).
           05 FILLER             PIC X(2).
           05 XL-NAME            PIC X(20).
           05 FILLER             PIC X(2).
           05 XL-REGION          PIC X(10).
           05 FILLER             PIC X(2).
           05 XL-RESULT          PIC X(8).
           05 FILLER             PIC X(2).
           05 XL-REASON          PIC X(30).
           05 FILLER             PIC X(29).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-DECK-BALANCE.
           IF DECK-OUT-OF-BALANCE
               MOVE 8 TO WS-RETURN-STATUS
               MOVE '*** DECK NOT PROCESSED - NO TRANSACTION APPLIED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM OPEN-UPDATE-FILES
               IF WS-FILES-READY-SW = 'Y'
                   PERFORM PROCESS-DECK
               ELSE
                   MOVE 8 TO WS-RETURN-STATUS
               END-IF
               PERFORM CLOSE-UPDATE-FILES
           END-IF.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM WRITE-AUDIT-RECORD.
           IF WS-RETURN-STATUS = 0 AND WS-REJECTED-COUNT > 0
               MOVE 4 TO WS-RETURN-STATUS
           END-IF.
           MOVE WS-RETURN-STATUS TO RETURN-CODE.

       PROGRAM-END.
           STOP RUN.

      *-----------------------------------------------------------------
      * RUN OPTIONS FROM THE CONTROL CARDS, DEFAULTS FIRST - THE SAME
      * CONVENTION ADVENT2400A'S READ-CONTROL-CARD USES.
      *-----------------------------------------------------------------
       READ-CONTROL-CARD.
           MOVE 'UPDATE' TO WS-RUN-MODE.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-FILE-STATUS-C = '00'
               PERFORM READ-CONTROL-RECORD
                   UNTIL WS-FILE-STATUS-C = '10'
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           IF NOT MODE-UPDATE
               MOVE 'VALIDATE' TO WS-RUN-MODE
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
                   WHEN 'MODE'
                       MOVE CC-VALUE(1:8) TO WS-RUN-MODE
                   WHEN 'TRANS-FILE'
                       MOVE CC-VALUE TO WS-TRANS-FILE-NAME
                   WHEN 'EXCEPTIONS'
                       MOVE CC-VALUE TO WS-EXCEPTION-FILE-NAME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * FIRST PASS OF THE DECK: CAPTURE THE HEADER AND TRAILER AND
      * COUNT THE DATA RECORDS BETWEEN THEM, THEN BALANCE. NOTHING IS
      * APPLIED UNTIL THE WHOLE DECK IS KNOWN TO HAVE ARRIVED.
      *-----------------------------------------------------------------
       CHECK-DECK-BALANCE.
           OPEN INPUT TRANS-FILE.
           IF WS-FILE-STATUS-T = '00'
               PERFORM COUNT-DECK-RECORD
                   UNTIL WS-FILE-STATUS-T = '10'
           END-IF.
           CLOSE TRANS-FILE.
           PERFORM BALANCE-DECK-TOTALS.

       COUNT-DECK-RECORD.
           READ TRANS-FILE NEXT RECORD.
           IF WS-FILE-STATUS-T NOT = '10'
               IF LTX-HDR-ID = 'HDR'
                   MOVE LTX-HDR-DATE TO WS-DECK-DATE
                   MOVE LTX-HDR-SOURCE TO WS-DECK-SOURCE
                   SET DECK-HEADER-SEEN TO TRUE
               ELSE
                   IF LTX-TRL-ID = 'TRL'
                       MOVE LTX-TRL-COUNT TO WS-TRAILER-COUNT
                       SET DECK-TRAILER-SEEN TO TRUE
                   ELSE
                       ADD 1 TO WS-RECORDS-READ
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * BALANCES THE DECK AGAINST ITS TRAILER. A MISSING HEADER OR
      * TRAILER FAILS IT, SINCE A TRUNCATED TRANSFER USUALLY LOSES THE
      * TRAILER FIRST, AND SO DOES A TRAILER COUNT THAT DOES NOT MATCH
      * THE RECORDS READ.
      *-----------------------------------------------------------------
       BALANCE-DECK-TOTALS.
           IF DECK-HEADER-SEEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'DECK DATE: ' DELIMITED SIZE
                      WS-DECK-DATE DELIMITED SIZE
                      '   SOURCE SYSTEM: ' DELIMITED SIZE
                      WS-DECK-SOURCE DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               SET DECK-OUT-OF-BALANCE TO TRUE
               MOVE '*** DECK OUT OF BALANCE - HEADER RECORD MISSING'
                   TO WS-PRINT-LINE
               PERFORM WRITE-BALANCE-LINES
           END-IF.
           IF NOT DECK-TRAILER-SEEN
               SET DECK-OUT-OF-BALANCE TO TRUE
               MOVE '*** DECK OUT OF BALANCE - TRAILER RECORD MISSING'
                   TO WS-PRINT-LINE
               PERFORM WRITE-BALANCE-LINES
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-RECORDS-READ
                   SET DECK-OUT-OF-BALANCE TO TRUE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '*** DECK OUT OF BALANCE - TRAILER COUNT '
                              DELIMITED SIZE
                          WS-TRAILER-COUNT DELIMITED SIZE
                          ' RECORDS READ ' DELIMITED SIZE
                          WS-RECORDS-READ DELIMITED SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-BALANCE-LINES
               END-IF
           END-IF.
           IF DECK-IN-BALANCE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'DECK IN BALANCE - TRAILER COUNT ' DELIMITED SIZE
                      WS-TRAILER-COUNT DELIMITED SIZE
                      ' MATCHES RECORDS READ' DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      * ONE OUT-OF-BALANCE LINE, WRITTEN BOTH TO THE REPORT AND TO THE
      * SHARED AUDIT LOG, WITH A FEEDOOB EVENT FOR MONITORING.
      *-----------------------------------------------------------------
       WRITE-BALANCE-LINES.
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING 'ADV2428A ' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PRINT-LINE(1:80) DELIMITED SIZE
               INTO AUDIT-LINE
           END-STRING
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE
           MOVE 'FEEDOOB' TO WS-ALERT-EVENT
           MOVE 8 TO WS-ALERT-SEVERITY
           MOVE WS-TRANS-FILE-NAME TO WS-ALERT-KEY
           PERFORM WRITE-ALERT-RECORD.

      *-----------------------------------------------------------------
      * AN UPDATE RUN OPENS THE MASTER FOR UPDATE AND THE JOURNAL,
      * WHICH THE OPEN CREATES ON FIRST USE (STATUS 05); ANY OTHER
      * FAILURE LEAVES THE FILE AS IT IS, NOTHING IS APPLIED AND THE
      * RUN ENDS WITH RETURN CODE 8. A VALIDATE RUN ONLY READS THE
      * MASTER.
      *-----------------------------------------------------------------
       OPEN-UPDATE-FILES.
           MOVE 'Y' TO WS-FILES-READY-SW.
           IF MODE-UPDATE
               OPEN I-O LOC-MASTER-FILE
           ELSE
               OPEN INPUT LOC-MASTER-FILE
           END-IF.
           IF WS-FILE-STATUS-M NOT = '00' AND '05'
               MOVE 'N' TO WS-FILES-READY-SW
               MOVE SPACES TO WS-PRINT-LINE
               STRING '*** LOCATION MASTER OPEN FAILED - STATUS '
                          DELIMITED SIZE
                      WS-FILE-STATUS-M DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF MODE-UPDATE AND WS-FILES-READY-SW = 'Y'
               PERFORM OPEN-JOURNAL
               IF WS-FILE-STATUS-N NOT = '00' AND '05'
                   MOVE 'N' TO WS-FILES-READY-SW
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '*** MAINTENANCE JOURNAL OPEN FAILED - '
                              DELIMITED SIZE
                          'STATUS ' DELIMITED SIZE
                          WS-FILE-STATUS-N DELIMITED SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   MOVE WS-PRINT-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           IF WS-DECK-SOURCE = SPACES
               MOVE 'BATCH' TO WS-JOURNAL-OPERATOR
           ELSE
               MOVE WS-DECK-SOURCE TO WS-JOURNAL-OPERATOR
           END-IF.

       CLOSE-UPDATE-FILES.
           CLOSE LOC-MASTER-FILE.
           IF MODE-UPDATE
               CLOSE JOURNAL-FILE
           END-IF.

       OPEN-JOURNAL.
           OPEN I-O JOURNAL-FILE.

      *-----------------------------------------------------------------
      * SECOND PASS OF THE DECK: EVERY DATA RECORD IS APPLIED (OR, IN
      * VALIDATE MODE, CHECKED) AND LISTED. THE EXCEPTION DECK GETS
      * THE ORIGINAL HEADER AND A TRAILER COUNTING ITS OWN RECORDS.
      *-----------------------------------------------------------------
       PROCESS-DECK.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE SPACES TO TRANS-HEADER-RECORD.
           MOVE 'HDR' TO LTX-HDR-ID.
           MOVE WS-DECK-DATE TO LTX-HDR-DATE.
           MOVE WS-DECK-SOURCE TO LTX-HDR-SOURCE.
           MOVE TRANS-HEADER-RECORD TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 'SEQ' TO WS-PRINT-LINE(6:3).
           MOVE 'ACTION' TO WS-PRINT-LINE(11:6).
           MOVE 'LOC' TO WS-PRINT-LINE(23:3).
           MOVE 'NAME' TO WS-PRINT-LINE(30:4).
           MOVE 'REGION' TO WS-PRINT-LINE(52:6).
           MOVE 'RESULT' TO WS-PRINT-LINE(64:6).
           MOVE 'REASON' TO WS-PRINT-LINE(74:6).
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-TRANSACTION
               UNTIL WS-FILE-STATUS-T = '10'.
           MOVE SPACES TO TRANS-TRAILER-RECORD.
           MOVE 'TRL' TO LTX-TRL-ID.
           MOVE WS-REJECTED-COUNT TO LTX-TRL-COUNT.
           MOVE TRANS-TRAILER-RECORD TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
           CLOSE TRANS-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-TRANSACTION.
           READ TRANS-FILE NEXT RECORD.
           IF WS-FILE-STATUS-T NOT = '10'
               IF LTX-HDR-ID NOT = 'HDR' AND LTX-TRL-ID NOT = 'TRL'
                   ADD 1 TO WS-TRANS-SEQ
                   PERFORM APPLY-TRANSACTION
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ONE TRANSACTION. THE ID IS CHECKED FIRST, THEN THE ROW IS
      * FETCHED AND THE ACTION'S OWN RULES APPLIED. A BLANK REASON ON
      * RETURN MEANS THE TRANSACTION WENT THROUGH.
      *-----------------------------------------------------------------
       APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE LTX-LOC-ID TO WS-ENTRY-ID.
           IF LTX-LOC-ID = SPACES
               MOVE 'LOCATION ID BLANK' TO WS-REJECT-REASON
           ELSE
               IF LTX-LOC-ID NOT NUMERIC
                   MOVE 'LOCATION ID NOT 5 DIGITS' TO WS-REJECT-REASON
               ELSE
                   PERFORM FETCH-LOCATION
                   EVALUATE TRUE
                       WHEN LTX-ADD
                           PERFORM ADD-LOCATION
                       WHEN LTX-CHANGE
                           PERFORM CHANGE-LOCATION
                       WHEN LTX-RETIRE
                           PERFORM RETIRE-LOCATION
                       WHEN LTX-REACTIVATE
                           PERFORM REACTIVATE-LOCATION
                       WHEN OTHER
                           MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           MOVE SPACES TO WS-LISTING-LINE.
           MOVE WS-TRANS-SEQ TO XL-SEQ.
           MOVE LTX-ACTION TO XL-ACTION.
           MOVE LTX-LOC-ID TO XL-LOC-ID.
           MOVE LTX-NAME TO XL-NAME.
           MOVE LTX-REGION TO XL-REGION.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM COUNT-APPLIED-ACTION
               IF MODE-UPDATE
                   MOVE 'APPLIED' TO XL-RESULT
               ELSE
                   MOVE 'VALID' TO XL-RESULT
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED' TO XL-RESULT
               MOVE WS-REJECT-REASON TO XL-REASON
               MOVE WS-REJECT-REASON TO LTX-REASON
               MOVE TRANS-RECORD TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF.
           MOVE WS-LISTING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       COUNT-APPLIED-ACTION.
           EVALUATE TRUE
               WHEN LTX-ADD
                   ADD 1 TO WS-ADD-COUNT
               WHEN LTX-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN LTX-RETIRE
                   ADD 1 TO WS-RETIRE-COUNT
               WHEN LTX-REACTIVATE
                   ADD 1 TO WS-REACTIVATE-COUNT
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE SCREEN'S RULES, ONE PARAGRAPH PER ACTION. THE CURRENT ROW
      * IS KEPT AS THE JOURNAL'S BEFORE IMAGE.
      *-----------------------------------------------------------------
       ADD-LOCATION.
           IF WS-FOUND-SW = 'Y'
               MOVE 'DUPLICATE ADD - ID ON MASTER' TO WS-REJECT-REASON
           ELSE
               IF LTX-NAME = SPACES
                   MOVE 'NAME BLANK ON ADD' TO WS-REJECT-REASON
               ELSE
                   IF LTX-REGION = SPACES
                       MOVE 'REGION BLANK ON ADD' TO WS-REJECT-REASON
                   ELSE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO LOC-MASTER-RECORD
                       MOVE WS-ENTRY-ID TO LOC-ID
                       MOVE LTX-NAME TO LOC-NAME
                       MOVE LTX-REGION TO LOC-REGION
                       SET LOCATION-ACTIVE TO TRUE
                       MOVE 'ADD' TO WS-JOURNAL-ACTION
                       PERFORM STORE-LOCATION
                   END-IF
               END-IF
           END-IF.

       CHANGE-LOCATION.
           IF WS-FOUND-SW = 'N'
               MOVE 'CHANGE TO ID NOT ON MASTER' TO WS-REJECT-REASON
           ELSE
               IF LTX-NAME = SPACES AND LTX-REGION = SPACES
                   MOVE 'NO NAME OR REGION TO CHANGE'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE LOC-MASTER-RECORD TO WS-BEFORE-IMAGE
                   IF LTX-NAME NOT = SPACES
                       MOVE LTX-NAME TO LOC-NAME
                   END-IF
                   IF LTX-REGION NOT = SPACES
                       MOVE LTX-REGION TO LOC-REGION
                   END-IF
                   MOVE 'UPDATE' TO WS-JOURNAL-ACTION
                   PERFORM STORE-LOCATION
               END-IF
           END-IF.

       RETIRE-LOCATION.
           IF WS-FOUND-SW = 'N'
               MOVE 'RETIRE OF ID NOT ON MASTER' TO WS-REJECT-REASON
           ELSE
               IF LOCATION-RETIRED
                   MOVE 'ALREADY RETIRED' TO WS-REJECT-REASON
               ELSE
                   MOVE LOC-MASTER-RECORD TO WS-BEFORE-IMAGE
                   SET LOCATION-RETIRED TO TRUE
                   MOVE 'RETIRE' TO WS-JOURNAL-ACTION
                   PERFORM STORE-LOCATION
               END-IF
           END-IF.

       REACTIVATE-LOCATION.
           IF WS-FOUND-SW = 'N'
               MOVE 'REACTIVATE OF ID NOT ON MASTER'
                   TO WS-REJECT-REASON
           ELSE
               IF LOCATION-ACTIVE
                   MOVE 'ALREADY ACTIVE' TO WS-REJECT-REASON
               ELSE
                   MOVE LOC-MASTER-RECORD TO WS-BEFORE-IMAGE
                   SET LOCATION-ACTIVE TO TRUE
                   MOVE 'REACTIVATE' TO WS-JOURNAL-ACTION
                   PERFORM STORE-LOCATION
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE ROW AS IT STANDS BEFORE THIS TRANSACTION. IN VALIDATE MODE
      * AN EARLIER TRANSACTION IN THE DECK FOR THE SAME ID WINS OVER
      * THE MASTER.
      *-----------------------------------------------------------------
       FETCH-LOCATION.
           MOVE 'N' TO WS-FOUND-SW.
           IF MODE-VALIDATE
               PERFORM FIND-DECK-ENTRY
               IF WS-DECK-FOUND-IDX > 0
                   MOVE WS-DECK-IMAGE(WS-DECK-FOUND-IDX)
                       TO LOC-MASTER-RECORD
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.
           IF WS-FOUND-SW = 'N'
               MOVE WS-ENTRY-ID TO LOC-ID
               READ LOC-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * AN UPDATE RUN WRITES OR REWRITES THE MASTER ROW AND JOURNALS
      * IT; A VALIDATE RUN ONLY REMEMBERS WHAT THE ROW WOULD BECOME.
      *-----------------------------------------------------------------
       STORE-LOCATION.
           IF MODE-UPDATE
               MOVE LOC-MASTER-RECORD TO WS-AFTER-IMAGE
               IF WS-JOURNAL-ACTION = 'ADD'
                   WRITE LOC-MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER WRITE FAILED'
                               TO WS-REJECT-REASON
                   END-WRITE
               ELSE
                   REWRITE LOC-MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-REJECT-REASON
                   END-REWRITE
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM JOURNAL-LOCATION-CHANGE
               END-IF
           ELSE
               PERFORM SAVE-DECK-ENTRY
           END-IF.

       FIND-DECK-ENTRY.
           MOVE 0 TO WS-DECK-FOUND-IDX.
           PERFORM SCAN-DECK-ENTRY
               VARYING WS-DECK-IDX FROM 1 BY 1
               UNTIL WS-DECK-IDX > WS-DECK-COUNT
                  OR WS-DECK-FOUND-IDX > 0.

       SCAN-DECK-ENTRY.
           IF WS-DECK-ID(WS-DECK-IDX) = WS-ENTRY-ID
               MOVE WS-DECK-IDX TO WS-DECK-FOUND-IDX
           END-IF.

       SAVE-DECK-ENTRY.
           PERFORM FIND-DECK-ENTRY.
           IF WS-DECK-FOUND-IDX = 0
               IF WS-DECK-COUNT = 2000
                   SET DECK-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-DECK-COUNT
                   MOVE WS-DECK-COUNT TO WS-DECK-FOUND-IDX
                   MOVE WS-ENTRY-ID TO WS-DECK-ID(WS-DECK-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-DECK-FOUND-IDX > 0
               MOVE LOC-MASTER-RECORD
                   TO WS-DECK-IMAGE(WS-DECK-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * ONE JOURNAL ROW PER APPLIED CHANGE, IN THE SAME FORM
      * ADVENT2416A WRITES, BUMPING THE SEQUENCE WHEN THE KEY IS
      * ALREADY TAKEN - A BATCH RUN LANDS MANY CHANGES IN ONE
      * HUNDREDTH OF A SECOND.
      *-----------------------------------------------------------------
       JOURNAL-LOCATION-CHANGE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-ENTRY-ID TO JRN-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME FROM TIME.
           MOVE 'ADV2428A' TO JRN-PROGRAM-ID.
           MOVE ZERO TO JRN-SEQ.
           MOVE WS-JOURNAL-OPERATOR TO JRN-OPERATOR-ID.
           MOVE 'N' TO WS-JRN-WRITTEN-SW.
           PERFORM WRITE-JOURNAL-RECORD
               UNTIL WS-JRN-WRITTEN-SW = 'Y'.

       WRITE-JOURNAL-RECORD.
           WRITE JOURNAL-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-FILE-STATUS-N = '22'
               ADD 1 TO JRN-SEQ
           ELSE
               MOVE 'Y' TO WS-JRN-WRITTEN-SW
               IF WS-FILE-STATUS-N NOT = '00'
                   ADD 1 TO WS-JRN-FAILURES
                   DISPLAY 'JOURNAL WRITE FAILED - STATUS '
                       WS-FILE-STATUS-N ' LOCATION ' WS-ENTRY-ID
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * DECK TOTALS, APPLIED COUNTS BY ACTION, AND ANY CONDITION THE
      * READER MUST NOT MISS.
      *-----------------------------------------------------------------
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TRANSACTIONS READ . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-TRANS-SEQ DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF MODE-UPDATE
               STRING 'TRANSACTIONS APPLIED. . . . . . . . . . . . '
                           DELIMITED SIZE
                      WS-APPLIED-COUNT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING 'TRANSACTIONS VALID. . . . . . . . . . . . . '
                           DELIMITED SIZE
                      WS-APPLIED-COUNT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '   ADDS. . . . . . . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-ADD-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '   CHANGES . . . . . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-CHANGE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '   RETIREMENTS . . . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-RETIRE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '   REACTIVATIONS . . . . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-REACTIVATE-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TRANSACTIONS REJECTED . . . . . . . . . . . '
                       DELIMITED SIZE
                  WS-REJECTED-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
           IF MODE-VALIDATE
               MOVE '*** VALIDATE ONLY - MASTER NOT UPDATED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF DECK-TABLE-OVERFLOW
               MOVE '*** OVER 2000 IDS - LATER ROWS CHECKED ON MASTER'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-JRN-FAILURES > 0
               MOVE 8 TO WS-RETURN-STATUS
               MOVE SPACES TO WS-PRINT-LINE
               STRING '*** JOURNAL WRITES FAILED . . . . . . . . . '
                           DELIMITED SIZE
                      WS-JRN-FAILURES DELIMITED SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * WRITES ONE EVENT TO THE SHARED ALERT FILE FOR MONITORING. THE
      * CALLER SETS THE EVENT CODE, SEVERITY AND KEY FIELD FIRST.
      *-----------------------------------------------------------------
       WRITE-ALERT-RECORD.
           MOVE SPACES TO ALERT-RECORD.
           MOVE 'ADV2428A' TO ALERT-PROGRAM-ID.
           MOVE WS-DECK-DATE TO ALERT-CYCLE-DATE.
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
           STRING 'ADV2428A ' DELIMITED SIZE
                  WS-RUN-DATE DELIMITED SIZE
                  ' START ' DELIMITED SIZE
                  WS-START-HH DELIMITED SIZE
                  WS-START-MN DELIMITED SIZE
                  WS-START-SS DELIMITED SIZE
                  ' END ' DELIMITED SIZE
                  WS-END-HH DELIMITED SIZE
                  WS-END-MN DELIMITED SIZE
                  WS-END-SS DELIMITED SIZE
                  ' MODE ' DELIMITED SIZE
                  WS-RUN-MODE DELIMITED SIZE
                  ' READ ' DELIMITED SIZE
                  WS-TRANS-SEQ DELIMITED SIZE
                  ' APPLIED ' DELIMITED SIZE
                  WS-APPLIED-COUNT DELIMITED SIZE
                  ' REJECTED ' DELIMITED SIZE
                  WS-REJECTED-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO AUDIT-LINE
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *-----------------------------------------------------------------
      * REPORT TITLE AND RUN-IDENTIFICATION LINES, WRITTEN ONCE AT THE
      * TOP OF ADVENT2428REPORT.DAT.
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
           MOVE 'ADVENT2428A - LOCATION MASTER BATCH UPDATE'
               TO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RUN DATE: ' DELIMITED SIZE
                  WS-RUN-DATE-EDIT DELIMITED SIZE
                  '   RUN TIME: ' DELIMITED SIZE
                  WS-RUN-TIME-EDIT DELIMITED SIZE
                  '   MODE: ' DELIMITED SIZE
                  WS-RUN-MODE DELIMITED SIZE
                  '   DECK: ' DELIMITED SIZE
                  WS-TRANS-FILE-NAME DELIMITED SPACE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
