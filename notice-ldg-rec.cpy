      *=================================================================
      *    LDG-REC - ONE ACCOUNT'S ENTRY ON THE KEYED CONTACT LEDGER
      *    (CONTLDG) - EVERY NOTICE THE BUILD HAS STAGED FOR THE
      *    ACCOUNT, LIVE OR HELD, WITHIN THE LONGEST CAP WINDOW. THE
      *    NIGHTLY BUILD, EVERY PARTITIONED STREAM AND THE SUSPENSE
      *    RECYCLE ALL UPDATE THE SAME LEDGER, SO THE FREQUENCY CAP
      *    SEES EVERY CONTACT WHICHEVER JOB MADE IT. CONTACTS ARE
      *    KEPT IN THE ORDER THEY WERE STAGED; A FULL RECORD DROPS
      *    ITS EARLIEST-STAGED CONTACT TO MAKE ROOM.
      *=================================================================
       01  LDG-REC.
           05  LDG-ACCOUNT-NUM           PIC X(20).
           05  LDG-LAST-UPDATE           PIC X(19).
           05  LDG-CONTACT-CNT           PIC 9(02).
           05  LDG-CONTACT               OCCURS 40 TIMES.
      *        THE DAY THE NOTICE GOES OUT - THE RUN DATE, OR THE
      *        ROW'S EARLIEST SEND DATE WHEN THAT IS LATER.
               10  LDG-CONTACT-DATE      PIC X(08).
               10  LDG-NOTICE-CLASS      PIC X(10).
               10  LDG-CHANNEL           PIC X(05).
               10  LDG-ROW-IDENTIFIER    PIC X(50).
      *        THE RUN DATE THE CONTACT WAS STAGED ON. A RESTARTED RUN
      *        THAT REBUILDS THE SAME ROW FINDS ITS OWN CONTACT BY ROW
      *        IDENTIFIER AND RUN DATE AND NEITHER COUNTS IT NOR ADDS
      *        IT AGAIN.
               10  LDG-RUN-DATE          PIC X(08).
      *        'Y' WHEN THE NOTICE WAS EXEMPT FROM THE CAP (LEGAL
      *        CLASS OR PRIORITY CLASS 1) - IT STILL COUNTS TOWARD
      *        LATER NOTICES.
               10  LDG-EXEMPT-SW         PIC X(01).
