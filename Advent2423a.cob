       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT2423A.
      *-----------------------------------------------------------------
      * OPERATOR AUTHORITY MAINTENANCE. ADVENT2416A AND ADVENT2418A
      * WILL ONLY RUN FOR AN OPERATOR WHO SIGNS ON WITH AN ID THAT IS
      * ACTIVE ON ADVENTOPERATOR.DAT, A KEYED MASTER (OPERATOR ID,
      * NAME, AUTHORITY, ACTIVE FLAG) FOLLOWING THE INDEXED PATTERN
      * OF ADVENTLOCMASTER.DAT. THE AUTHORITY CODE SAYS WHAT THE
      * OPERATOR MAY DO:
      *   L  LOCATION MAINTENANCE (ADVENT2416A) AND CORRECTIONS
      *      (ADVENT2418A).
      *   C  CORRECTIONS ONLY (ADVENT2418A).
      *   S  SECURITY ADMINISTRATOR - MAINTAINS THIS FILE AND
      *      NOTHING ELSE.
      * THIS PROGRAM, AN ACCEPT/DISPLAY MENU IN THE STYLE OF
      * ADVENT2416A, IS THE ONLY WRITER OF THE FILE AND ITSELF
      * REQUIRES AN S SIGN-ON. ON AN EMPTY FILE THE FIRST OPERATOR
      * KEYED IS ENROLLED AS A SECURITY ADMINISTRATOR SO THE FILE
      * CAN BE STARTED AT ALL. AN OPERATOR IS NEVER DELETED, ONLY
      * REVOKED, SO THE JOURNAL'S OPERATOR IDS ALWAYS RESOLVE.
      * EVERY CHANGE GOES TO THE SHARED MAINTENANCE JOURNAL WITH THE
      * RECORD BEFORE AND AFTER.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01  WS-FILE-STATUS-O  PIC X(2).
       01  WS-FILE-STATUS-N  PIC X(2).
       01  WS-MENU-CHOICE    PIC X(1).
       01  WS-OPERATOR-ID    PIC X(8).
       01  WS-SIGNED-ON-SW   PIC X(1) VALUE 'N'.
       01  WS-FILE-EMPTY-SW  PIC X(1).
       01  WS-ENTRY-ID       PIC X(8).
       01  WS-ENTRY-NAME     PIC X(20).
       01  WS-ENTRY-AUTHORITY PIC X(1).
       01  WS-FOUND-SW       PIC X(1).
       01  WS-BEFORE-IMAGE   PIC X(300).
       01  WS-AFTER-IMAGE    PIC X(300).
       01  WS-JOURNAL-ACTION PIC X(10).
       01  WS-JRN-WRITTEN-SW PIC X(1).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           DISPLAY 'ADVENT2423A - OPERATOR AUTHORITY MAINTENANCE'.
           PERFORM OPEN-JOURNAL.
           IF WS-FILE-STATUS-N NOT = '00' AND '05'
               DISPLAY 'MAINTENANCE JOURNAL OPEN FAILED - STATUS '
                   WS-FILE-STATUS-N
           ELSE
               PERFORM OPEN-OPERATOR-FILE
               IF WS-FILE-STATUS-O NOT = '00' AND '05'
                   DISPLAY 'OPERATOR FILE OPEN FAILED - STATUS '
                       WS-FILE-STATUS-O
               ELSE
                   PERFORM OPERATOR-SIGN-ON
                   IF WS-SIGNED-ON-SW = 'N'
                       DISPLAY 'SIGN-ON REFUSED'
                   ELSE
                       MOVE SPACES TO WS-MENU-CHOICE
                       PERFORM MAINTENANCE-MENU
                           UNTIL WS-MENU-CHOICE = 'Q' OR 'q'
                   END-IF
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.
           CLOSE JOURNAL-FILE.

       PROGRAM-END.
           STOP RUN.

       MAINTENANCE-MENU.
           DISPLAY ' '.
           DISPLAY 'ADVENT2423A - OPERATOR AUTHORITY MAINTENANCE'.
           DISPLAY '  1 - ADD OR UPDATE OPERATOR'.
           DISPLAY '  2 - REVOKE OPERATOR'.
           DISPLAY '  3 - REINSTATE OPERATOR'.
           DISPLAY '  4 - INQUIRE OPERATOR'.
           DISPLAY '  Q - QUIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM ADD-OR-UPDATE-OPERATOR
               WHEN '2'
                   PERFORM REVOKE-OPERATOR
               WHEN '3'
                   PERFORM REINSTATE-OPERATOR
               WHEN '4'
                   PERFORM INQUIRE-OPERATOR
               WHEN 'Q'
               WHEN 'q'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CHOICE'
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE AUTHORITY FILE IS OPTIONAL, SO THE OPEN CREATES IT ON
      * FIRST USE (STATUS 05) AND THE FIRST SECURITY ADMINISTRATOR CAN
      * BE ENROLLED. ANY OTHER STATUS LEAVES THE FILE AS IT IS.
      *-----------------------------------------------------------------
       OPEN-OPERATOR-FILE.
           OPEN I-O OPERATOR-FILE.

      *-----------------------------------------------------------------
      * SIGN-ON REQUIRES AN ACTIVE SECURITY ADMINISTRATOR. WHEN THE
      * FILE HOLDS NO OPERATORS AT ALL, THE ID KEYED IS ENROLLED AS
      * THE FIRST SECURITY ADMINISTRATOR AND SIGNED ON; THE JOURNAL
      * RECORDS THE ENROLMENT LIKE ANY OTHER ADD.
      *-----------------------------------------------------------------
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-SIGNED-ON-SW.
           MOVE 'N' TO WS-FILE-EMPTY-SW.
           MOVE LOW-VALUES TO OPR-ID.
           START OPERATOR-FILE KEY IS NOT < OPR-ID
               INVALID KEY MOVE 'Y' TO WS-FILE-EMPTY-SW
           END-START.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR ID MUST NOT BE BLANK'
           ELSE
               IF WS-FILE-EMPTY-SW = 'Y'
                   PERFORM ENROL-FIRST-ADMINISTRATOR
               ELSE
                   PERFORM CHECK-ADMINISTRATOR
               END-IF
           END-IF.

       ENROL-FIRST-ADMINISTRATOR.
           DISPLAY 'AUTHORITY FILE IS EMPTY - ENROLLING '
               WS-OPERATOR-ID ' AS SECURITY ADMINISTRATOR'.
           DISPLAY 'OPERATOR NAME: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-NAME.
           MOVE WS-OPERATOR-ID TO WS-ENTRY-ID.
           MOVE SPACES TO OPERATOR-RECORD.
           MOVE WS-OPERATOR-ID TO OPR-ID.
           MOVE WS-ENTRY-NAME TO OPR-NAME.
           SET OPR-SECURITY-ADMIN TO TRUE.
           SET OPERATOR-ACTIVE TO TRUE.
           MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE.
           WRITE OPERATOR-RECORD.
           IF WS-FILE-STATUS-O = '00'
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE 'ADD' TO WS-JOURNAL-ACTION
               PERFORM JOURNAL-OPERATOR-CHANGE
               MOVE 'Y' TO WS-SIGNED-ON-SW
               DISPLAY 'SIGNED ON AS ' WS-ENTRY-NAME
           ELSE
               DISPLAY 'OPERATOR WRITE FAILED - STATUS '
                   WS-FILE-STATUS-O
           END-IF.

       CHECK-ADMINISTRATOR.
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
                       IF OPR-SECURITY-ADMIN
                           MOVE 'Y' TO WS-SIGNED-ON-SW
                           DISPLAY 'SIGNED ON AS ' OPR-NAME
                       ELSE
                           DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                               ' NOT A SECURITY ADMINISTRATOR'
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * A NEW ID IS WRITTEN ACTIVE; AN EXISTING ID HAS ITS NAME AND
      * AUTHORITY REPLACED AND KEEPS ITS ACTIVE FLAG, SO CHANGING AN
      * OPERATOR'S AUTHORITY NEVER QUIETLY REINSTATES A REVOKED ONE.
      * AS WITH REVOKE, THE SIGNED-ON ADMINISTRATOR MAY NOT TAKE AWAY
      * THEIR OWN SECURITY AUTHORITY.
      *-----------------------------------------------------------------
       ADD-OR-UPDATE-OPERATOR.
           PERFORM ACCEPT-OPERATOR-ID.
           IF WS-ENTRY-ID = SPACES
               DISPLAY 'OPERATOR ID MUST NOT BE BLANK'
           ELSE
               PERFORM FETCH-OPERATOR
               DISPLAY 'OPERATOR NAME: ' WITH NO ADVANCING
               ACCEPT WS-ENTRY-NAME
               DISPLAY 'AUTHORITY (L = LOCATIONS, C = CORRECTIONS, '
                   'S = SECURITY): ' WITH NO ADVANCING
               ACCEPT WS-ENTRY-AUTHORITY
               INSPECT WS-ENTRY-AUTHORITY CONVERTING 'lcs' TO 'LCS'
               IF WS-ENTRY-AUTHORITY NOT = 'L' AND 'C' AND 'S'
                   DISPLAY 'AUTHORITY MUST BE L, C OR S'
               ELSE
                   IF WS-FOUND-SW = 'Y'
                   AND WS-ENTRY-ID = WS-OPERATOR-ID
                   AND WS-ENTRY-AUTHORITY NOT = 'S'
                       DISPLAY 'YOU MAY NOT REMOVE YOUR OWN '
                           'ADMINISTRATOR AUTHORITY'
                   ELSE
                       PERFORM STORE-OPERATOR
                   END-IF
               END-IF
           END-IF.

       STORE-OPERATOR.
           IF WS-FOUND-SW = 'Y'
               MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ENTRY-NAME TO OPR-NAME
               MOVE WS-ENTRY-AUTHORITY TO OPR-AUTHORITY
               MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE
               REWRITE OPERATOR-RECORD
               MOVE 'UPDATE' TO WS-JOURNAL-ACTION
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO OPERATOR-RECORD
               MOVE WS-ENTRY-ID TO OPR-ID
               MOVE WS-ENTRY-NAME TO OPR-NAME
               MOVE WS-ENTRY-AUTHORITY TO OPR-AUTHORITY
               SET OPERATOR-ACTIVE TO TRUE
               MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE
               WRITE OPERATOR-RECORD
               MOVE 'ADD' TO WS-JOURNAL-ACTION
           END-IF.
           IF WS-FILE-STATUS-O = '00'
               PERFORM JOURNAL-OPERATOR-CHANGE
               DISPLAY 'OPERATOR ' WS-ENTRY-ID ' STORED'
           ELSE
               DISPLAY 'OPERATOR FILE WRITE FAILED - STATUS '
                   WS-FILE-STATUS-O
           END-IF.

      *-----------------------------------------------------------------
      * THE SIGNED-ON ADMINISTRATOR MAY NOT REVOKE THEIR OWN ID -
      * THAT COULD LEAVE THE FILE WITH NOBODY ABLE TO SIGN ON HERE.
      *-----------------------------------------------------------------
       REVOKE-OPERATOR.
           PERFORM ACCEPT-OPERATOR-ID.
           PERFORM FETCH-OPERATOR.
           IF WS-FOUND-SW = 'N'
               DISPLAY 'OPERATOR ' WS-ENTRY-ID ' NOT ON FILE'
           ELSE
               IF WS-ENTRY-ID = WS-OPERATOR-ID
                   DISPLAY 'YOU MAY NOT REVOKE YOUR OWN OPERATOR ID'
               ELSE
                   IF OPERATOR-REVOKED
                       DISPLAY 'OPERATOR ' WS-ENTRY-ID
                           ' ALREADY REVOKED'
                   ELSE
                       MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
                       SET OPERATOR-REVOKED TO TRUE
                       MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE
                       REWRITE OPERATOR-RECORD
                       IF WS-FILE-STATUS-O = '00'
                           MOVE 'REVOKE' TO WS-JOURNAL-ACTION
                           PERFORM JOURNAL-OPERATOR-CHANGE
                           DISPLAY 'OPERATOR ' WS-ENTRY-ID ' REVOKED'
                       ELSE
                           DISPLAY 'OPERATOR FILE REWRITE FAILED - '
                               'STATUS ' WS-FILE-STATUS-O
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REINSTATE-OPERATOR.
           PERFORM ACCEPT-OPERATOR-ID.
           PERFORM FETCH-OPERATOR.
           IF WS-FOUND-SW = 'N'
               DISPLAY 'OPERATOR ' WS-ENTRY-ID ' NOT ON FILE'
           ELSE
               IF OPERATOR-ACTIVE
                   DISPLAY 'OPERATOR ' WS-ENTRY-ID ' ALREADY ACTIVE'
               ELSE
                   MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
                   SET OPERATOR-ACTIVE TO TRUE
                   MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE
                   REWRITE OPERATOR-RECORD
                   IF WS-FILE-STATUS-O = '00'
                       MOVE 'REINSTATE' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-OPERATOR-CHANGE
                       DISPLAY 'OPERATOR ' WS-ENTRY-ID ' REINSTATED'
                   ELSE
                       DISPLAY 'OPERATOR FILE REWRITE FAILED - '
                           'STATUS ' WS-FILE-STATUS-O
                   END-IF
               END-IF
           END-IF.

       INQUIRE-OPERATOR.
           PERFORM ACCEPT-OPERATOR-ID.
           PERFORM FETCH-OPERATOR.
           IF WS-FOUND-SW = 'N'
               DISPLAY 'OPERATOR ' WS-ENTRY-ID ' NOT ON FILE'
           ELSE
               DISPLAY 'OPERATOR ' OPR-ID ' NAME ' OPR-NAME
                   ' AUTHORITY ' OPR-AUTHORITY
               IF OPERATOR-REVOKED
                   DISPLAY '         STATUS REVOKED'
               ELSE
                   DISPLAY '         STATUS ACTIVE'
               END-IF
           END-IF.

       ACCEPT-OPERATOR-ID.
           DISPLAY 'OPERATOR ID (UP TO 8): ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ID.

       FETCH-OPERATOR.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-ENTRY-ID TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ.

      *-----------------------------------------------------------------
      * THE JOURNAL IS OPTIONAL, SO THE OPEN CREATES IT ON FIRST USE
      * (STATUS 05). ANY OTHER STATUS LEAVES THE FILE AS IT IS AND
      * THE SCREEN DOES NOT RUN.
      *-----------------------------------------------------------------
       OPEN-JOURNAL.
           OPEN I-O JOURNAL-FILE.

       JOURNAL-OPERATOR-CHANGE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-ENTRY-ID TO JRN-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
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
           MOVE 'ADV2423A' TO JRN-PROGRAM-ID.
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
