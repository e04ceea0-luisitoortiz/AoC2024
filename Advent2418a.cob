      * RECORD ONCE IT PASSES - NOTHING THAT WILL BOUNCE EVER MAKES
      * IT INTO THE DECK. IT WRITES ONLY THE CORRECTION FILE; THE
      * REJECT FILE BELONGS TO THE BATCH STREAM AND IS OPENED FOR
      * INPUT ONLY. THE OPERATOR SIGNS ON FIRST WITH AN ID THAT MUST
      * BE ACTIVE ON THE OPERATOR AUTHORITY FILE (ADVENTOPERATOR.DAT)
      * WITH CORRECTION OR LOCATION-MAINTENANCE AUTHORITY, AND EVERY
      * CORRECTION AND DROP IS WRITTEN TO THE SHARED MAINTENANCE
      * JOURNAL WITH THE REJECT AS THE BEFORE IMAGE AND THE
      * CORRECTION RECORD AS THE AFTER IMAGE. EACH REJECT IS SHOWN
      * WITH THE SOURCE OFFICE THAT SENT IT, AND THE CORRECTION OR
      * DROP CARRIES THAT OFFICE ON TO THE DECK.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "Advent2402Correct.dat"
               FILE STATUS IS WS-FILE-STATUS-C
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "AdventOperator.dat"
               FILE STATUS IS WS-FILE-STATUS-O
               ORGANIZATION IS INDEXED
               RECORD KEY IS OPR-ID
               ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "AdventJournal.dat"
               FILE STATUS IS WS-FILE-STATUS-N
               ORGANIZATION IS INDEXED
               RECORD KEY IS JRN-KEY
               ACCESS MODE IS DYNAMIC.

       DATA DIVISION.
       FILE SECTION.
           05 REJECT-LINE    PIC X(200).
           05 FILLER         PIC X(1).
           05 REJECT-REASON  PIC X(30).
           05 FILLER         PIC X(1).
           05 REJECT-SOURCE  PIC X(8).
       FD  CORRECTION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORRECTION-RECORD.
           05 CORR-ACTION    PIC X(1).
           05 FILLER         PIC X(1).
           05 CORR-LINE      PIC X(200).
           05 FILLER         PIC X(1).
           05 CORR-SOURCE    PIC X(8).
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           05 OPR-ID             PIC X(8).
           05 OPR-NAME           PIC X(20).
           05 OPR-AUTHORITY      PIC X(1).
               88 OPR-SECURITY-ADMIN     VALUE 'S'.
               88 OPR-LOCATION-MAINT     VALUE 'L'.
               88 OPR-CORRECTION-ONLY    VALUE 'C'.
           05 OPR-ACTIVE         PIC X(1).
               88 OPERATOR-ACTIVE        VALUE 'A'.
               88 OPERATOR-REVOKED       VALUE 'R'.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "Advent2400Jrnl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-J  PIC X(2).
       01  WS-FILE-STATUS-C  PIC X(2).
       01  WS-FILE-STATUS-O  PIC X(2).
       01  WS-FILE-STATUS-N  PIC X(2).
       01  WS-OPERATOR-ID    PIC X(8).
       01  WS-SIGNED-ON-SW   PIC X(1) VALUE 'N'.
       01  WS-JOURNAL-ACTION PIC X(10).
       01  WS-JRN-WRITTEN-SW PIC X(1).
       01  WS-AFTER-IMAGE    PIC X(300).
       01  WS-ACTION-CHOICE  PIC X(1).
       01  WS-RECORD-DONE-SW PIC X(1).
       01  WS-QUIT-SW        PIC X(1) VALUE 'N'.

       PROGRAM-BEGIN.
           DISPLAY 'ADVENT2418A - REJECT CORRECTION ENTRY'.
           PERFORM OPERATOR-SIGN-ON.
           IF WS-SIGNED-ON-SW = 'N'
               DISPLAY 'SIGN-ON REFUSED'
           ELSE
               PERFORM OPEN-JOURNAL
               IF WS-FILE-STATUS-N NOT = '00' AND '05'
                   DISPLAY 'MAINTENANCE JOURNAL OPEN FAILED - STATUS '
                       WS-FILE-STATUS-N
               ELSE
                   PERFORM RUN-CORRECTION-ENTRY
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

       PROGRAM-END.
           STOP RUN.

       RUN-CORRECTION-ENTRY.
           OPEN INPUT REJECT-FILE.
           IF WS-FILE-STATUS-J NOT = '00'
               DISPLAY 'REJECT FILE OPEN FAILED - STATUS '
               '  CORRECTIONS ENTERED ' WS-ENTERED-COUNT
               '  DROPS ENTERED ' WS-DROPPED-COUNT.

      *-----------------------------------------------------------------
      * ONE REJECT ON SCREEN: ITS KEY, REASON AND LINE, THEN THE
      * ACTION PROMPT UNTIL THE OPERATOR SETTLES IT (A CORRECTION
               ADD 1 TO WS-REJECTS-SHOWN
               DISPLAY ' '
               DISPLAY 'CYCLE ' REJECT-CYCLE ' SEQ ' REJECT-SEQ
                   ' OFFICE ' REJECT-SOURCE
               DISPLAY 'REASON ' REJECT-REASON
               DISPLAY 'LINE: ' REJECT-LINE(1:100)
               IF REJECT-LINE(101:100) NOT = SPACES
                   DISPLAY '      ' REJECT-LINE(101:100)
               MOVE REJECT-SEQ TO CORR-SEQ
               MOVE 'C' TO CORR-ACTION
               MOVE LIST-RECORD TO CORR-LINE
               MOVE REJECT-SOURCE TO CORR-SOURCE
               MOVE CORRECTION-RECORD TO WS-AFTER-IMAGE
               WRITE CORRECTION-RECORD
               MOVE 'CORRECTION' TO WS-JOURNAL-ACTION
               PERFORM JOURNAL-CORRECTION-ENTRY
               ADD 1 TO WS-ENTERED-COUNT
               DISPLAY 'CORRECTION ACCEPTED - ' WS-LEVEL-COUNT
                   ' LEVELS PARSED'
           MOVE REJECT-CYCLE TO CORR-CYCLE.
           MOVE REJECT-SEQ TO CORR-SEQ.
           MOVE 'D' TO CORR-ACTION.
           MOVE REJECT-SOURCE TO CORR-SOURCE.
           MOVE CORRECTION-RECORD TO WS-AFTER-IMAGE.
           WRITE CORRECTION-RECORD.
           MOVE 'DROP' TO WS-JOURNAL-ACTION.
           PERFORM JOURNAL-CORRECTION-ENTRY.
           ADD 1 TO WS-DROPPED-COUNT.
           DISPLAY 'DROP ACTION RECORDED'.
           MOVE 'Y' TO WS-RECORD-DONE-SW.

      *-----------------------------------------------------------------
      * SIGN-ON AGAINST THE OPERATOR AUTHORITY FILE. THE ID MUST BE
      * ON FILE AND ACTIVE WITH CORRECTION OR LOCATION-MAINTENANCE
      * AUTHORITY. A MISSING AUTHORITY FILE SIGNS NOBODY ON.
      *-----------------------------------------------------------------
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-SIGNED-ON-SW.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           OPEN INPUT OPERATOR-FILE.
           MOVE WS-OPERATOR-ID TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT ON AUTHORITY FILE'
               NOT INVALID KEY
                   IF OPERATOR-REVOKED
                       DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                           ' AUTHORITY REVOKED'
                   ELSE
                       IF OPR-CORRECTION-ONLY OR OPR-LOCATION-MAINT
                           MOVE 'Y' TO WS-SIGNED-ON-SW
                           DISPLAY 'SIGNED ON AS ' OPR-NAME
                       ELSE
                           DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                               ' NOT AUTHORIZED FOR CORRECTIONS'
                       END-IF
                   END-IF
           END-READ.
           CLOSE OPERATOR-FILE.

      *-----------------------------------------------------------------
      * THE JOURNAL IS OPTIONAL, SO THE OPEN CREATES IT ON FIRST USE
      * (STATUS 05). ANY OTHER STATUS LEAVES THE FILE AS IT IS AND
      * THE SCREEN DOES NOT RUN.
      *-----------------------------------------------------------------
       OPEN-JOURNAL.
           OPEN I-O JOURNAL-FILE.

       JOURNAL-CORRECTION-ENTRY.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           STRING REJECT-CYCLE DELIMITED SIZE
                  '/' DELIMITED SIZE
                  REJECT-SEQ DELIMITED SIZE
               INTO JRN-RECORD-KEY
           END-STRING.
           MOVE REJECT-RECORD TO JRN-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           PERFORM WRITE-JOURNAL-ENTRY.

      *-----------------------------------------------------------------
      * STAMPS THE JOURNAL ROW THE CALLER HAS FILLED IN WITH THE
      * DATE, TIME, PROGRAM AND OPERATOR AND WRITES IT, BUMPING THE
      * SEQUENCE WHEN THE KEY IS ALREADY TAKEN.
      *-----------------------------------------------------------------
       WRITE-JOURNAL-ENTRY.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME FROM TIME.
           MOVE 'ADV2418A' TO JRN-PROGRAM-ID.
           MOVE ZERO TO JRN-SEQ.
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID.
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
                   DISPLAY 'JOURNAL WRITE FAILED - STATUS '
                       WS-FILE-STATUS-N
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * EVERYTHING BELOW THIS LINE MIRRORS ADVENT2402A'S VALIDATION,
      * SO A REPLACEMENT KEYED HERE IS JUDGED BY EXACTLY THE RULES
