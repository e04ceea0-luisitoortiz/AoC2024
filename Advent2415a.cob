      *   CYCLE-DATE   DATE FOR THE COMBINED HEADER (DEFAULT TODAY).
      *   OUTPUT       COMBINED FEED NAME (DEFAULT BY FEED-TYPE).
      *   SOURCE       ONE PER-SOURCE FEED FILE; REPEAT UP TO 10.
      * ON A DAY 2 FEED EACH MERGED DATA RECORD ALSO CARRIES, IN
      * COLUMNS 201-208 AFTER THE REPORT ITSELF, THE SOURCE-SYSTEM TAG
      * FROM ITS OWN OFFICE'S HDR, SO ADVENT2402A AND THE JOBS AFTER IT
      * CAN NAME THE OFFICE BEHIND EVERY REJECT AND UNSAFE REPORT.
      * DAY 1 RECORDS ARE PASSED THROUGH AS THEY ARRIVED.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER          PIC X(177).
       FD  COMBINED-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMBINED-RECORD.
           05 COMB-DATA       PIC X(200).
           05 COMB-SOURCE     PIC X(8).
       01  COMBINED-HEADER-RECORD.
           05 COMB-HDR-ID     PIC X(3).
           05 FILLER          PIC X(1).
                           ADD AMOUNT-LEFT TO WS-SRC-HASH
                           ADD AMOUNT-RIGHT TO WS-SRC-HASH
                       END-IF
                       MOVE SPACES TO COMBINED-RECORD
                       MOVE SOURCE-RECORD TO COMB-DATA
                       IF FEED-TYPE-2402
                           MOVE WS-SRC-FEED-SOURCE TO COMB-SOURCE
                       END-IF
                       WRITE COMBINED-RECORD
                       ADD 1 TO WS-COMBINED-RECORDS
                   END-IF
