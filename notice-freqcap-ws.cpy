      *=================================================================
      *    CONTACT FREQUENCY CAP STORAGE - THE CAP TABLE LOADED FROM
      *    THE FREQCAP CARDS AND THE WORK FIELDS THE CAP CHECK AND THE
      *    CONTACT LEDGER UPDATE (notice-freqcap-pd) USE. COPIED BY
      *    EVERY PROGRAM THAT BUILDS NOTICES, ALONG WITH
      *    notice-daynum-ws. A MISSING FREQCAP FILE LOADS NO CAPS -
      *    THE LEDGER IS STILL KEPT, SO A CAP ADDED LATER SEES THE
      *    CONTACTS ALREADY MADE.
      *=================================================================

       77  WS-CAP-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-CAP-CNT                       PIC 9(02) VALUE 0.
       77  WS-CAP-MAX                       PIC 9(02) VALUE 30.
       01  WS-FREQ-CAP-TBL.
           05  WS-CAP-ENTRY              OCCURS 30 TIMES.
               10  WS-CAP-NOTICE-CLASS   PIC X(10).
               10  WS-CAP-CHANNEL        PIC X(05).
               10  WS-CAP-MAX-CONTACTS   PIC 9(02).
               10  WS-CAP-WINDOW-DAYS    PIC 9(03).
               10  WS-CAP-ACTION         PIC X(04).
                   88  WS-CAP-ACTION-HOLD          VALUE 'HOLD'.
                   88  WS-CAP-ACTION-SUSP          VALUE 'SUSP'.
       01  WS-CAP-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-CAP-EOF                             VALUE 'Y'.
       01  WS-CAP-DUP-SW                    PIC X(01) VALUE 'N'.
           88  WS-CAP-DUP-Y                           VALUE 'Y'.
           88  WS-CAP-DUP-N                           VALUE 'N'.
      *    LONGEST WINDOW A CAP CAN ASK FOR, AND HOW FAR BACK THE
      *    LEDGER KEEPS CONTACTS - NEVER LESS THAN THE DEFAULT, RAISED
      *    TO THE LONGEST WINDOW LOADED.
       77  WS-CAP-WINDOW-LIMIT              PIC 9(03) VALUE 366.
       77  WS-CAP-KEEP-DAYS                 PIC 9(03) VALUE 90.

      *    CONTACT LEDGER (CONTLDG). OPENED I-O FOR THE WHOLE RUN AND
      *    CREATED EMPTY THE FIRST TIME. A CAP MAY ALLOW AT MOST ONE
      *    CONTACT FEWER THAN A LEDGER RECORD HOLDS.
       77  WS-LDG-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-LDG-MAX                       PIC 9(02) VALUE 40.
       01  WS-LDG-AVAIL-SW                  PIC X(01) VALUE 'N'.
           88  WS-LDG-AVAIL                           VALUE 'Y'.
       01  WS-LDG-FOUND-SW                  PIC X(01) VALUE 'N'.
           88  WS-LDG-FOUND                           VALUE 'Y'.
           88  WS-LDG-NOT-FOUND                       VALUE 'N'.
       01  WS-LDG-REPEAT-SW                 PIC X(01) VALUE 'N'.
           88  WS-LDG-REPEAT-Y                        VALUE 'Y'.
           88  WS-LDG-REPEAT-N                        VALUE 'N'.
       77  WS-LDG-IX                        PIC 9(02) VALUE 0.
       77  WS-LDG-KEEP-CNT                  PIC 9(02) VALUE 0.

      *    WORK FIELDS OF 6300-CHECK-FREQ-CAP AND 6400-RECORD-CONTACT.
      *    THE CONTACT DATE IS THE DAY THE ROW WILL GO OUT - TODAY, OR
      *    ITS EARLIEST SEND DATE WHEN THAT IS LATER. THE RUN DATE IS
      *    TAKEN ONCE, WHEN THE CAPS ARE LOADED.
       77  WS-CAP-RUN-DATE                  PIC X(08) VALUE SPACES.
       77  WS-CAP-IX                        PIC 9(02) VALUE 0.
       77  WS-CAP-USE                       PIC 9(02) VALUE 0.
       77  WS-CAP-CONTACT-DATE              PIC X(08) VALUE SPACES.
       77  WS-CAP-CONTACT-DAYNUM            PIC S9(09) COMP VALUE 0.
       77  WS-CAP-WIN-START                 PIC S9(09) COMP VALUE 0.
       77  WS-CAP-KEEP-FROM                 PIC S9(09) COMP VALUE 0.
       77  WS-CAP-TODAY-DAYNUM              PIC S9(09) COMP VALUE 0.
       77  WS-CAP-WIN-END                   PIC S9(09) COMP VALUE 0.
       77  WS-CAP-HOLD-DAYNUM               PIC S9(09) COMP VALUE 0.
       77  WS-CAP-COUNTED                   PIC 9(02) VALUE 0.
       77  WS-CAP-FIRST-COUNT               PIC 9(02) VALUE 0.
       01  WS-CAP-CLEAR-SW                  PIC X(01) VALUE 'N'.
           88  WS-CAP-CLEAR-Y                         VALUE 'Y'.
           88  WS-CAP-CLEAR-N                         VALUE 'N'.
       01  WS-CAP-EXEMPT-SW                 PIC X(01) VALUE 'N'.
           88  WS-CAP-EXEMPT-Y                        VALUE 'Y'.
           88  WS-CAP-EXEMPT-N                        VALUE 'N'.
      *    SET WHEN THE CAP HELD THE CURRENT ROW, SO THE HOLD-FILE
      *    AUDIT EVENT NAMES THE CAP RATHER THAN THE SEND WINDOW.
       01  WS-CAP-HELD-SW                   PIC X(01) VALUE 'N'.
           88  WS-CAP-HELD-Y                          VALUE 'Y'.
           88  WS-CAP-HELD-N                          VALUE 'N'.
