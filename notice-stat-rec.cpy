      *    SUSPENSE BY REASON CODE, SAME SLOTS AS WS-CTL-SUSP-REASON.
           05  STA-SUSP-REASON           OCCURS 20 TIMES
                                         PIC 9(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
      *    LETTER-CHANNEL DELIVERY RECORDS AND LEGAL NOTICES
      *    REROUTED TO LETTER. KEPT AFTER THE REASON TABLE SO OLDER
      *    HISTORY RECORDS STILL LINE UP; THEY READ BACK AS SPACES.
           05  STA-DLV-LETTER            PIC 9(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  STA-LTR-REROUTED          PIC 9(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
      *    CONTACT FREQUENCY CAP - ROWS HELD, ROWS SUSPENDED, AND
      *    EXEMPT ROWS THAT WENT OUT OVER A CAP.
           05  STA-CAP-HELD              PIC 9(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  STA-CAP-SUSP              PIC 9(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  STA-CAP-EXEMPT            PIC 9(07).
