      *-----------------------------------------------------------------
      * ADVENT2400JRNL - RECORD LAYOUT FOR THE SHARED MAINTENANCE
      * JOURNAL (ADVENTJOURNAL.DAT). EVERY ONLINE SCREEN THAT
      * CHANGES A MASTER OR THE CORRECTION DECK - ADVENT2416A
      * (LOCATIONS), ADVENT2418A (CORRECTIONS AND DROPS) AND
      * ADVENT2423A (OPERATOR AUTHORITY) - WRITES ONE ROW PER CHANGE
      * WITH THE SIGNED-ON OPERATOR AND THE RECORD IMAGE BEFORE AND
      * AFTER, SO AUDIT CAN BE TOLD WHO CHANGED WHAT AND WHAT IT WAS.
      * THE LOCATION BATCH UPDATE ADVENT2428A WRITES THE SAME ROWS,
      * WITH THE DECK'S SENDING SYSTEM IN PLACE OF AN OPERATOR.
      * THE KEY IS DATE, TIME AND PROGRAM, WITH A SEQUENCE NUMBER
      * THAT IS BUMPED WHEN TWO CHANGES LAND IN THE SAME HUNDREDTH OF
      * A SECOND; ADVENT2424A PRINTS THE JOURNAL FOR A DATE RANGE.
      * EACH IMAGE HOLDS THE WHOLE OF THE LARGEST RECORD JOURNALED
      * (THE 258-BYTE REJECT RECORD BEHIND A CORRECTION OR DROP).
      * BEFORE IMAGE IS SPACES FOR AN ADD. ROWS ARE NEVER REWRITTEN
      * OR DELETED BY ANY PROGRAM IN THE SUITE.
      *-----------------------------------------------------------------
       01  JOURNAL-RECORD.
           05 JRN-KEY.
               10 JRN-DATE       PIC 9(8).
               10 JRN-TIME       PIC 9(8).
               10 JRN-PROGRAM-ID PIC X(8).
               10 JRN-SEQ        PIC 9(4).
           05 JRN-OPERATOR-ID    PIC X(8).
           05 JRN-ACTION         PIC X(10).
           05 JRN-RECORD-KEY     PIC X(20).
           05 JRN-BEFORE-IMAGE   PIC X(300).
           05 JRN-AFTER-IMAGE    PIC X(300).
