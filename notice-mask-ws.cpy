      *=================================================================
      *    PII MASKING STORAGE - THE RULE TABLE LOADED FROM THE
      *    MASKRULE CARDS (MSK-REC) AND THE WORK FIELDS THE MASKING
      *    PARAGRAPHS (notice-mask-pd) USE. COPIED BY EVERY PROGRAM
      *    THAT WRITES OR COPIES AUDIT EVENTS. A MISSING MASKRULE
      *    FILE LOADS NO RULES AND EVERY VALUE GOES THROUGH AS IT
      *    STANDS.
      *=================================================================

       77  WS-MSK-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-MSK-CNT                       PIC 9(02) VALUE 0.
       77  WS-MSK-MAX                       PIC 9(02) VALUE 20.
       01  WS-MASK-RULE-TBL.
           05  WS-MASK-RULE              OCCURS 20 TIMES.
               10  WS-MSK-TBL-FIELD      PIC X(15).
               10  WS-MSK-TBL-RULE       PIC X(04).
       77  WS-MSK-IX                        PIC 9(02) VALUE 0.
       01  WS-MSK-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-MSK-EOF                             VALUE 'Y'.
       01  WS-MSK-DUP-SW                    PIC X(01) VALUE 'N'.
           88  WS-MSK-DUP-Y                           VALUE 'Y'.
           88  WS-MSK-DUP-N                           VALUE 'N'.
       01  WS-MSK-FIELD-SW                  PIC X(01) VALUE 'N'.
           88  WS-MSK-FIELD-KNOWN                     VALUE 'Y'.
           88  WS-MSK-FIELD-UNKNOWN                   VALUE 'N'.
      *    A RULE CARD THAT CANNOT BE READ IS A SETUP ERROR - RUNNING
      *    ON WITHOUT IT WOULD LEAVE A FIELD IN CLEAR. THE LOAD SETS
      *    THE SWITCH AND THE MESSAGE; THE COPYING PROGRAM STOPS IN
      *    ITS OWN WAY.
       01  WS-MSK-SETUP-SW                  PIC X(01) VALUE 'N'.
           88  WS-MSK-SETUP-BAD                       VALUE 'Y'.
           88  WS-MSK-SETUP-OK                        VALUE 'N'.
       77  WS-MSK-ERR-MSG                   PIC X(40) VALUE SPACES.

      *    ONE VALUE - THE FIELD NAME AND VALUE GOING IN, THE MASKED
      *    VALUE (SAME LENGTH) COMING BACK IN WS-MSK-VALUE.
       77  WS-MSK-FIELD-NAME                PIC X(15) VALUE SPACES.
       01  WS-MSK-RULE-COD                  PIC X(04) VALUE SPACES.
           88  WS-MSK-RULE-NONE                       VALUE SPACES.
           88  WS-MSK-RULE-LAST4                      VALUE 'LST4'.
           88  WS-MSK-RULE-EMAIL                      VALUE 'EMAL'.
           88  WS-MSK-RULE-INITIALS                   VALUE 'INIT'.
           88  WS-MSK-RULE-FULL                       VALUE 'FULL'.
           88  WS-MSK-RULE-VALID                      VALUE 'LST4'
                                                            'EMAL'
                                                            'INIT'
                                                            'FULL'.
       77  WS-MSK-VALUE                     PIC X(60) VALUE SPACES.
       77  WS-MSK-LEN                       PIC S9(4) COMP VALUE 0.
       77  WS-MSK-POS                       PIC S9(4) COMP VALUE 0.
       77  WS-MSK-ALNUM-CNT                 PIC S9(4) COMP VALUE 0.
       77  WS-MSK-ALNUM-SEEN                PIC S9(4) COMP VALUE 0.
       77  WS-MSK-AT-POS                    PIC S9(4) COMP VALUE 0.
       77  WS-MSK-STAR-FROM                 PIC S9(4) COMP VALUE 0.
       01  WS-MSK-CHAR-SW                   PIC X(01) VALUE 'N'.
           88  WS-MSK-CHAR-ALNUM                      VALUE 'Y'.
           88  WS-MSK-CHAR-OTHER                      VALUE 'N'.
       01  WS-MSK-WORD-SW                   PIC X(01) VALUE 'N'.
           88  WS-MSK-IN-WORD                         VALUE 'Y'.
           88  WS-MSK-NOT-IN-WORD                     VALUE 'N'.

      *    FREE TEXT - EVERY OCCURRENCE OF THE CLEAR VALUE IN
      *    WS-MSK-TEXT IS OVERLAID WITH ITS MASKED FORM. A VALUE
      *    SHORTER THAN WS-MSK-MIN-LEN IS NOT HUNTED FOR IN TEXT - IT
      *    WOULD MATCH INSIDE ORDINARY WORDS.
       77  WS-MSK-CLEAR                     PIC X(60) VALUE SPACES.
       77  WS-MSK-TEXT                      PIC X(400) VALUE SPACES.
       77  WS-MSK-TEXT-POS                  PIC S9(4) COMP VALUE 0.
       77  WS-MSK-TEXT-LAST                 PIC S9(4) COMP VALUE 0.
       77  WS-MSK-MIN-LEN                   PIC S9(4) COMP VALUE 4.

      *    AN AUDIT EVENT COPIED BY A LATER STEP - ITS ROW, ITS
      *    "@@NN=VALUE " SUBSTITUTION LIST AND ITS DETAIL TEXT. EACH
      *    @NN IS NAMED BY THE FIELD MAP (THE ROW'S OWN ENTRY, ELSE
      *    THE '*DEFAULT*' ONE), AND THE NAME PICKS THE RULE.
       77  WS-MSK-ROW-ID                    PIC X(50) VALUE SPACES.
       77  WS-MSK-SUBS                      PIC X(100) VALUE SPACES.
       77  WS-MSK-SUB-IX                    PIC X(03) VALUE SPACES.
       77  WS-MSK-MAP-DEFAULT-ID            PIC X(50)
                                            VALUE '*DEFAULT*'.
       77  WS-MSK-SUBS-END                  PIC S9(4) COMP VALUE 0.
       77  WS-MSK-SCAN-POS                  PIC S9(4) COMP VALUE 0.
       77  WS-MSK-SCAN-IX                   PIC S9(4) COMP VALUE 0.
       77  WS-MSK-NEXT-POS                  PIC S9(4) COMP VALUE 0.
       77  WS-MSK-VAL-POS                   PIC S9(4) COMP VALUE 0.
       77  WS-MSK-VAL-END                   PIC S9(4) COMP VALUE 0.
       77  WS-MSK-ENT-LEN                   PIC S9(4) COMP VALUE 0.
