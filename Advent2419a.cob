           05 CAT-ARCHIVED-DATE  PIC 9(8).
       FD  GEN-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-IN-RECORD PIC X(300).
       FD  GEN-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-OUT-RECORD PIC X(300).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE PIC X(132).
