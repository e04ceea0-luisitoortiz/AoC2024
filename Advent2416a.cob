      * OPERATOR'S WAY IN, AN ACCEPT/DISPLAY MENU IN THE STYLE OF
      * ADVENT2412A: ADD OR UPDATE A LOCATION, RETIRE ONE (THE ROW
      * STAYS ON FILE SO OLD REPORTS STILL RESOLVE, FLAGGED
      * RETIRED), REACTIVATE ONE, OR INQUIRE. THIS PROGRAM AND THE
      * HEADQUARTERS BATCH UPDATE ADVENT2428A, WHICH APPLIES THE SAME
      * RULES, ARE THE ONLY WRITERS OF THE MASTER; THE OTHER BATCH
      * JOBS ONLY EVER READ IT.
      * THE OPERATOR SIGNS ON FIRST WITH AN ID THAT MUST BE ACTIVE ON
      * THE OPERATOR AUTHORITY FILE (ADVENTOPERATOR.DAT, MAINTAINED
      * THROUGH ADVENT2423A) WITH LOCATION-MAINTENANCE AUTHORITY, AND
      * EVERY ADD, UPDATE, RETIRE AND REACTIVATE IS WRITTEN TO THE
      * SHARED MAINTENANCE JOURNAL WITH THE OPERATOR AND THE RECORD
      * BEFORE AND AFTER. THE SCREEN WILL NOT RUN WITHOUT THE
      * JOURNAL - AN UNRECORDED CHANGE IS WHAT IT EXISTS TO PREVENT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               RECORD KEY IS LOC-ID
               ACCESS MODE IS DYNAMIC.
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
           05 LOC-ACTIVE     PIC X(1).
               88 LOCATION-ACTIVE     VALUE 'A'.
               88 LOCATION-RETIRED    VALUE 'R'.
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
       01  WS-FILE-STATUS-M  PIC X(2).
       01  WS-FILE-STATUS-O  PIC X(2).
       01  WS-FILE-STATUS-N  PIC X(2).
       01  WS-OPERATOR-ID    PIC X(8).
       01  WS-SIGNED-ON-SW   PIC X(1) VALUE 'N'.
       01  WS-BEFORE-IMAGE   PIC X(300).
       01  WS-AFTER-IMAGE    PIC X(300).
       01  WS-JOURNAL-ACTION PIC X(10).
       01  WS-JRN-WRITTEN-SW PIC X(1).
       01  WS-MENU-CHOICE    PIC X(1).
       01  WS-ENTRY-ID       PIC X(5).
       01  WS-ENTRY-NAME     PIC X(20).
       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           DISPLAY 'ADVENT2416A - LOCATION MASTER MAINTENANCE'.
           PERFORM OPERATOR-SIGN-ON.
           IF WS-SIGNED-ON-SW = 'N'
               DISPLAY 'SIGN-ON REFUSED'
           ELSE
               PERFORM OPEN-JOURNAL
               IF WS-FILE-STATUS-N NOT = '00' AND '05'
                   DISPLAY 'MAINTENANCE JOURNAL OPEN FAILED - STATUS '
                       WS-FILE-STATUS-N
               ELSE
                   PERFORM RUN-MAINTENANCE
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

       PROGRAM-END.
           STOP RUN.

       RUN-MAINTENANCE.
           OPEN I-O LOC-MASTER-FILE.
           IF WS-FILE-STATUS-M NOT = '00' AND '05'
               DISPLAY 'LOCATION MASTER OPEN FAILED - STATUS '
           END-IF.
           CLOSE LOC-MASTER-FILE.

       MAINTENANCE-MENU.
           DISPLAY ' '.
           DISPLAY 'ADVENT2416A - LOCATION MASTER MAINTENANCE'.
      * A NEW ID IS WRITTEN ACTIVE; AN EXISTING ID HAS ITS NAME AND
      * REGION REPLACED AND COMES BACK ACTIVE, SO ADD-OR-UPDATE ALSO
      * SERVES TO FIX A MIS-KEYED NAME. A BLANK ID IS REFUSED -
      * NOTHING IN THE FEEDS EVER CARRIES ONE. THE EXISTING ROW IS
      * READ FIRST SO THE JOURNAL GETS ITS BEFORE IMAGE AND THE
      * CHANGE IS RECORDED AS AN ADD OR AN UPDATE.
      *-----------------------------------------------------------------
       ADD-OR-UPDATE-LOCATION.
           PERFORM ACCEPT-LOCATION-ID.
           IF WS-ENTRY-ID = SPACES
               DISPLAY 'LOCATION ID MUST NOT BE BLANK'
           ELSE
               PERFORM FETCH-LOCATION
               IF WS-FOUND-SW = 'Y'
                   MOVE LOC-MASTER-RECORD TO WS-BEFORE-IMAGE
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
               END-IF
               DISPLAY 'LOCATION NAME: ' WITH NO ADVANCING
               ACCEPT WS-ENTRY-NAME
               DISPLAY 'REGION: ' WITH NO ADVANCING
               MOVE WS-ENTRY-NAME TO LOC-NAME
               MOVE WS-ENTRY-REGION TO LOC-REGION
               SET LOCATION-ACTIVE TO TRUE
               MOVE LOC-MASTER-RECORD TO WS-AFTER-IMAGE
               IF WS-FOUND-SW = 'Y'
                   REWRITE LOC-MASTER-RECORD
                   MOVE 'UPDATE' TO WS-JOURNAL-ACTION
               ELSE
                   WRITE LOC-MASTER-RECORD
                   MOVE 'ADD' TO WS-JOURNAL-ACTION
               END-IF
               IF WS-FILE-STATUS-M = '00'
                   PERFORM JOURNAL-LOCATION-CHANGE
                   DISPLAY 'LOCATION ' WS-ENTRY-ID ' STORED'
               ELSE
                   DISPLAY 'LOCATION MASTER WRITE FAILED - STATUS '
                       WS-FILE-STATUS-M
               END-IF
           END-IF.

       RETIRE-LOCATION.
               IF LOCATION-RETIRED
                   DISPLAY 'LOCATION ' WS-ENTRY-ID ' ALREADY RETIRED'
               ELSE
                   MOVE LOC-MASTER-RECORD TO WS-BEFORE-IMAGE
                   SET LOCATION-RETIRED TO TRUE
                   MOVE LOC-MASTER-RECORD TO WS-AFTER-IMAGE
                   REWRITE LOC-MASTER-RECORD
                   IF WS-FILE-STATUS-M = '00'
                       MOVE 'RETIRE' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-LOCATION-CHANGE
                       DISPLAY 'LOCATION ' WS-ENTRY-ID ' RETIRED'
                   ELSE
                       DISPLAY 'LOCATION MASTER REWRITE FAILED - '
                           'STATUS ' WS-FILE-STATUS-M
                   END-IF
               END-IF
           END-IF.

               IF LOCATION-ACTIVE
                   DISPLAY 'LOCATION ' WS-ENTRY-ID ' ALREADY ACTIVE'
               ELSE
                   MOVE LOC-MASTER-RECORD TO WS-BEFORE-IMAGE
                   SET LOCATION-ACTIVE TO TRUE
                   MOVE LOC-MASTER-RECORD TO WS-AFTER-IMAGE
                   REWRITE LOC-MASTER-RECORD
                   IF WS-FILE-STATUS-M = '00'
                       MOVE 'REACTIVATE' TO WS-JOURNAL-ACTION
                       PERFORM JOURNAL-LOCATION-CHANGE
                       DISPLAY 'LOCATION ' WS-ENTRY-ID ' REACTIVATED'
                   ELSE
                       DISPLAY 'LOCATION MASTER REWRITE FAILED - '
                           'STATUS ' WS-FILE-STATUS-M
                   END-IF
               END-IF
           END-IF.

               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SW
           END-READ.

      *-----------------------------------------------------------------
      * SIGN-ON AGAINST THE OPERATOR AUTHORITY FILE. THE ID MUST BE
      * ON FILE, ACTIVE, AND CARRY LOCATION-MAINTENANCE AUTHORITY; AN
      * OPERATOR WHO MAY ONLY ENTER CORRECTIONS IS TURNED AWAY HERE.
      * A MISSING AUTHORITY FILE SIGNS NOBODY ON.
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
                       IF OPR-LOCATION-MAINT
                           MOVE 'Y' TO WS-SIGNED-ON-SW
                           DISPLAY 'SIGNED ON AS ' OPR-NAME
                       ELSE
                           DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                               ' NOT AUTHORIZED FOR LOCATION'
                               ' MAINTENANCE'
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

       JOURNAL-LOCATION-CHANGE.
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
           MOVE 'ADV2416A' TO JRN-PROGRAM-ID.
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
