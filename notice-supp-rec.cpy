      *    BEFORE ANY SECTION IS STAGED - A HIT SUSPENDS THE ROW
      *    (RSN 19) INSTEAD OF DELIVERING. BUILT AND REFRESHED BY
      *    SUPRLD FROM THE LEGAL DNC CARDS, EXTENDED BY SMSSTOP FROM
      *    THE GATEWAY'S INBOUND STOP REPLIES, BY SMSRPLY FROM
      *    WRONG-NUMBER REPLIES AND BY THE SUPM SERVICE-DESK
      *    TRANSACTION.
      *=================================================================
       01  SUP-REC.
      *    PRIMARY KEY - WHAT KIND OF VALUE IS SUPPRESSED, PLUS THE
      *    DATE (YYYYMMDD) THE SUPPRESSION TAKES EFFECT. SPACES
      *    MEANS IMMEDIATELY.
           05  SUP-EFF-DATE              PIC X(08).
      *    WHERE THE ENTRY CAME FROM - 'CARDS', 'SMSSTOP', 'SMSRPLY'
      *    OR 'DESK' - SO A COMPLIANCE QUESTION CAN BE ANSWERED FROM
      *    THE FILE.
           05  SUP-SOURCE                PIC X(08).
