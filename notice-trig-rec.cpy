      *=================================================================
      *    TRG-REC - ONE NOTICE RULE ALREADY FIRED FOR ONE ACCOUNT, ON
      *    THE KEYED ALREADY-TRIGGERED FILE (TRIGVS) THE RULES-DRIVEN
      *    TRIGGER (NTCTRIG) KEEPS ACROSS RUNS. A RULE FIRES FOR AN
      *    ACCOUNT AT MOST ONCE PER KEY, SO A RERUN OR A LATE EXTRACT
      *    CANNOT SEND THE SAME NOTICE TWICE.
      *=================================================================
       01  TRG-REC.
           05  TRG-KEY.
               10  TRG-RULE-ID           PIC X(10).
               10  TRG-ACCOUNT-NUM       PIC X(20).
      *        THE BILLING CYCLE THE RULE FIRED FOR - THE DUE DATE
      *        (YYYYMMDD) IT WAS MEASURED FROM, OR SPACES FOR A
      *        ONCE-PER-ACCOUNT RULE, WHICH NEVER FIRES AGAIN.
               10  TRG-CYCLE             PIC X(08).
           05  TRG-ROW-IDENTIFIER        PIC X(50).
      *    THE DATE THE RULE SCHEDULED THE NOTICE FOR AND THE RUN
      *    DATE IT WAS WRITTEN TO ROWIDIN ON.
           05  TRG-TARGET-DATE           PIC X(08).
           05  TRG-RUN-DATE              PIC X(08).
           05  TRG-TIMESTAMP             PIC X(19).
