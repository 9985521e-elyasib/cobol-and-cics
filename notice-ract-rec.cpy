      *=================================================================
      *    RAC-REC - ONE CUSTOMER SMS REPLY THE COLLECTIONS OR
      *    SERVICING TEAMS MUST ACT ON, WRITTEN BY SMSRPLY TO THE
      *    BUSINESS ACTION FILE (RPLYACT). THE TEAMS CALL THE
      *    CUSTOMER BACK FROM IT, SO THE PHONE NUMBER AND NAME ARE IN
      *    CLEAR. A REPLY NO SMS NOTICE COULD BE FOUND FOR CARRIES A
      *    BLANK ROW IDENTIFIER, ACCOUNT AND NAME - THE NUMBER IS
      *    STILL WORTH A CALL.
      *=================================================================
       01  RAC-REC.
      *    'CONFIRM'  - "YES" TO A PAYMENT ARRANGEMENT
      *    'CALLBACK' - THE CUSTOMER ASKED TO BE CALLED
      *    'WRONGNUM' - NOT THE CUSTOMER'S PHONE; THE NUMBER IS ALREADY
      *                 SUPPRESSED, THE ACCOUNT'S PHONE NEEDS FIXING
           05  RAC-ACTION                PIC X(08).
           05  FILLER                    PIC X(01).
           05  RAC-PHONE-NUM             PIC X(15).
           05  FILLER                    PIC X(01).
      *    WHEN THE REPLY ARRIVED, 'YYYY-MM-DD HH:MM:SS'.
           05  RAC-REPLY-TS              PIC X(19).
           05  FILLER                    PIC X(01).
      *    THE NOTICE THE REPLY ANSWERS - ITS ROW AND WHEN THE GATEWAY
      *    SENT IT - AND THE ACCOUNT AND CUSTOMER IT WENT TO.
           05  RAC-ROW-IDENTIFIER        PIC X(50).
           05  FILLER                    PIC X(01).
           05  RAC-SENT-TS               PIC X(19).
           05  FILLER                    PIC X(01).
           05  RAC-ACCOUNT-NUM           PIC X(20).
           05  FILLER                    PIC X(01).
           05  RAC-CUST-NAME             PIC X(40).
           05  FILLER                    PIC X(01).
           05  RAC-REPLY-TEXT            PIC X(160).
