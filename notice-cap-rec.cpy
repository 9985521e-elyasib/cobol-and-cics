      *=================================================================
      *    CAP-REC - ONE CONTACT FREQUENCY CAP CARD. AT MOST
      *    CAP-MAX-CONTACTS NOTICES OF THE NOTICE CLASS ON THE
      *    CHANNEL MAY REACH ONE ACCOUNT IN ANY CAP-WINDOW-DAYS
      *    CALENDAR DAYS, EG.
      *        MKTG       SMS   02 007 HOLD
      *    ALLOWS TWO MARKETING TEXTS A WEEK. A NOTICE OVER ITS CAP IS
      *    HELD UNTIL THE OLDEST CONTACT IN THE WINDOW AGES OUT
      *    (ACTION HOLD) OR SUSPENDED (ACTION SUSP).
      *=================================================================
       01  CAP-REC.
           05  CAP-NOTICE-CLASS          PIC X(10).
           05  FILLER                    PIC X(01).
           05  CAP-CHANNEL               PIC X(05).
           05  FILLER                    PIC X(01).
           05  CAP-MAX-CONTACTS          PIC 9(02).
           05  FILLER                    PIC X(01).
           05  CAP-WINDOW-DAYS           PIC 9(03).
           05  FILLER                    PIC X(01).
           05  CAP-ACTION                PIC X(04).
