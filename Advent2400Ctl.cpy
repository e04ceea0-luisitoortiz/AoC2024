      * WHICH REPRODUCES THE OLD EVERY-PAIR BEHAVIOR.
      *-----------------------------------------------------------------
           05 CTL-CKPT-INTERVAL     PIC 9(5).
      *-----------------------------------------------------------------
      * COMPLETION STATUS FROM ADVENT2420A, THE PER-LOCATION AND
      * PER-REGION SAFETY SCORECARD RUN AFTER THE RECONCILIATION.
      *-----------------------------------------------------------------
           05 CTL-2420-STATUS       PIC 9(1).
           05 CTL-2420-MESSAGE      PIC X(60).
      *-----------------------------------------------------------------
      * COMPLETION STATUS FROM ADVENT2421A, THE DAY 1 LOCATION CHURN
      * REPORT AGAINST THE PRIOR CYCLE'S ARCHIVED LIST GENERATIONS.
      *-----------------------------------------------------------------
           05 CTL-2421-STATUS       PIC 9(1).
           05 CTL-2421-MESSAGE      PIC X(60).
      *-----------------------------------------------------------------
      * DUPLICATE-REPORT CONTROLS FOR ADVENT2402A: HOW MANY RESENT
      * REPORTS ONE CYCLE MAY DIVERT BEFORE AN ALERT IS RAISED, AND
      * HOW MANY DAYS A FINGERPRINT IS KEPT AFTER IT WAS LAST SEEN.
      *-----------------------------------------------------------------
           05 CTL-DUP-LIMIT         PIC 9(5).
           05 CTL-FPRINT-RETAIN-DAYS PIC 9(3).
      *-----------------------------------------------------------------
      * COMPLETION STATUS FROM ADVENT2429A, THE REGIONAL REPORT PACK
      * DISTRIBUTION RUN AT THE END OF THE STREAM.
      *-----------------------------------------------------------------
           05 CTL-2429-STATUS       PIC 9(1).
           05 CTL-2429-MESSAGE      PIC X(60).
