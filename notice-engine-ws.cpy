      *    MARKETING CAMPAIGN.
       77  WS-PRIORITY                      PIC 9(01) VALUE 5.

      *    effective_start_date (YYYYMMDD) OF THE TEMPLATE VERSION
      *    FETCHED, SPACES WHEN THE VERSION HAS NONE. WITH
      *    WS-LANG-USED IT NAMES THE VERSION ON EVERY DELIVERY AND
      *    HOLD RECORD, FOR THE CONTENT VAULT.
       77  WS-TMPL-EFF-DATE                 PIC X(08) VALUE SPACES.

      *    CUSTOMER CONTACT-PREFERENCE LOOKUP. THE TEMPLATE'S OWN
      *    CHANNEL IS KEPT IN WS-TMPL-CHANNEL AND WS-CHANNEL BECOMES
      *    THE CHANNEL ACTUALLY USED, RESOLVED ONCE PER ROW BY
           88  WS-CHAN-USABLE-N                       VALUE 'N'.
       77  WS-CHAN-CHECK                    PIC X(05) VALUE SPACES.

      *    LETTER (PRINT-AND-MAIL) CHANNEL. CHANNEL CODES ARE FIVE
      *    BYTES ON EVERY RECORD THAT CARRIES ONE, SO THE LETTER
      *    CHANNEL TRAVELS AS 'LETTR'. A ROW WHOSE EMAIL AND PHONE ARE
      *    BOTH BLANK GOES BY LETTER WHEN IT HAS A POSTAL ADDRESS, AND
      *    A LEGAL-CLASS NOTICE (notice_class WS-LTR-LEGAL-CLASS, OR
      *    PRIORITY CLASS 1) WHOSE EMAIL OR PHONE IS QUARANTINED IS
      *    REROUTED TO LETTER RATHER THAN SUSPENDED. THE RECIPIENT ON
      *    A LETTER'S DELIVERY RECORDS IS WS-LTR-ADDR-KEY - POSTAL
      *    CODE THEN ADDRESS LINE 1 - WHICH IS ALSO THE ADDRESS THE
      *    RETURNED-MAIL RECONCILIATION QUARANTINES IN BADADDVS.
       77  WS-LTR-LEGAL-CLASS               PIC X(10) VALUE 'LEGAL'.
       01  WS-LTR-ADDR-KEY.
           05  WS-LTR-KEY-POSTAL         PIC X(10) VALUE SPACES.
           05  WS-LTR-KEY-LINE1          PIC X(40) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE SPACES.
       01  WS-LTR-REROUTE-SW                PIC X(01) VALUE 'N'.
           88  WS-LTR-REROUTE-Y                       VALUE 'Y'.
           88  WS-LTR-REROUTE-N                       VALUE 'N'.
      *    LINE-WRAP WORK AREA. A LETTER SECTION IS BROKEN AT THE
      *    LAST SPACE THAT FITS WS-LTR-LINE-WIDTH - A WORD LONGER
      *    THAN THE LINE IS CUT AT THE WIDTH - AND EACH PRINTED LINE
      *    IS STAGED AS ONE DELIVERY RECORD, IN PLACE OF THE EMAIL
      *    AND SMS SEGMENTATION.
       77  WS-LTR-LINE-WIDTH                PIC 9(02) VALUE 65.
       77  WS-LTR-LINE-NUM                  PIC 9(02) VALUE 0.
       77  WS-LTR-OFFSET                    PIC 9(04) VALUE 0.
       77  WS-LTR-LINE-LEN                  PIC 9(04) VALUE 0.
       77  WS-LTR-BREAK-POS                 PIC 9(04) VALUE 0.

      *    DO-NOT-CONTACT SUPPRESSION LOOKUP. THE ENGINE PROBES THE
      *    KEYED SUPPRESSION FILE (SUPPRVS) FOR THE ROW'S ACCOUNT
      *    AND ITS RESOLVED RECIPIENT ADDRESS BEFORE ANY SECTION IS
       77  WS-AVAIL-LEN                     PIC S9(4) COMP VALUE 0.
       77  WS-SUBS-L                        PIC S9(4) COMP VALUE 0.
       77  WS-SUBS-T                        PIC X(50) VALUE SPACES.
       77  WS-SUBS-MASK-T                   PIC X(50) VALUE SPACES.
      *    SLOT SUBSCRIPT FOR MASKING A BUILT SECTION'S TEXT - THE
      *    PROOF LISTING MASKS INSIDE ITS OWN INDX-CO LOOP.
       77  WS-MSK-SLOT-IX                   PIC 9(02) VALUE 0.
       77  WS-CURR-STRING-NUM               PIC 9(01) VALUE 0.

      *    CONDITIONAL CONTENT BLOCKS. A SECTION MAY CARRY
      *        {IF @NN<COND>}...{ELSE}...{ENDIF}
      *    ({ELSE} OPTIONAL, NO NESTING), RESOLVED BY 2310-RESOLVE-
      *    BLOCKS AGAINST THE RAW BUS-REC FIELD @NN IS MAPPED TO,
      *    BEFORE ANY @NN IS SUBSTITUTED. <COND> IS ONE OF
      *        >0      BALANCE IS ABOVE ZERO (BALANCE ENTRIES ONLY)
      *        <TODAY  DUE-DATE FALLS BEFORE THE RUN (AS-OF) DATE
      *                (DUE-DATE ENTRIES ONLY)
      *        =XXX    THE FIELD EQUALS XXX, EG. {IF @07=ES} ON A
      *                LANG-CODE ENTRY
      *        (NONE)  THE FIELD IS NOT BLANK
      *    ONE BLANK MAY SEPARATE THE @NN FROM ITS OPERATOR.
      *    A MALFORMED BLOCK SUSPENDS THE ROW RSN 04. TMPLCHK HOLDS
      *    TEMPLATES TO THE SAME SYNTAX BEFORE THEY GO LIVE.
       01  WS-BLK-PENDING-SW                PIC X(01) VALUE 'N'.
           88  WS-BLK-PENDING-Y                       VALUE 'Y'.
           88  WS-BLK-PENDING-N                       VALUE 'N'.
       01  WS-BLK-MORE-SW                   PIC X(01) VALUE 'N'.
           88  WS-BLK-MORE-Y                          VALUE 'Y'.
           88  WS-BLK-MORE-N                          VALUE 'N'.
       01  WS-BLK-BAD-SW                    PIC X(01) VALUE 'N'.
           88  WS-BLK-BAD-Y                           VALUE 'Y'.
           88  WS-BLK-BAD-N                           VALUE 'N'.
       01  WS-BLK-TRUE-SW                   PIC X(01) VALUE 'N'.
           88  WS-BLK-TRUE-Y                          VALUE 'Y'.
           88  WS-BLK-TRUE-N                          VALUE 'N'.
      *    TOKEN SEARCH - WS-BLK-TOKEN(1:WS-BLK-TOK-LEN) LOOKED FOR IN
      *    WS-STR-T FROM WS-BLK-FROM THROUGH WS-BLK-LIMIT; WS-BLK-AT IS
      *    THE ABSOLUTE POSITION FOUND, 0 WHEN NOT FOUND.
       77  WS-BLK-TOKEN                     PIC X(07) VALUE SPACES.
       77  WS-BLK-TOK-LEN                   PIC S9(4) COMP VALUE 0.
       77  WS-BLK-FROM                      PIC S9(4) COMP VALUE 0.
       77  WS-BLK-LIMIT                     PIC S9(4) COMP VALUE 0.
       77  WS-BLK-AVAIL                     PIC S9(4) COMP VALUE 0.
       77  WS-BLK-TLLY                      PIC S9(4) COMP VALUE 0.
       77  WS-BLK-AT                        PIC S9(4) COMP VALUE 0.
      *    WHERE THE PARTS OF THE BLOCK BEING RESOLVED SIT IN WS-STR-T.
       77  WS-BLK-IF-POS                    PIC S9(4) COMP VALUE 0.
       77  WS-BLK-COND-END                  PIC S9(4) COMP VALUE 0.
       77  WS-BLK-ELSE-POS                  PIC S9(4) COMP VALUE 0.
       77  WS-BLK-END-POS                   PIC S9(4) COMP VALUE 0.
       77  WS-BLK-KEEP-POS                  PIC S9(4) COMP VALUE 0.
       77  WS-BLK-KEEP-LEN                  PIC S9(4) COMP VALUE 0.
       77  WS-BLK-TAIL-LEN                  PIC S9(4) COMP VALUE 0.
       77  WS-BLK-PTR                       PIC S9(4) COMP VALUE 0.
      *    THE CONDITION - '@NN' THEN THE OPERATOR AND OPERAND.
       77  WS-BLK-COND-LEN                  PIC S9(4) COMP VALUE 0.
       01  WS-BLK-COND                      PIC X(30) VALUE SPACES.
       01  WS-BLK-COND-PARTS REDEFINES WS-BLK-COND.
           05  WS-BLK-CODE                  PIC X(03).
           05  WS-BLK-OPER                  PIC X(27).
       77  WS-BLK-OPER-WK                   PIC X(27) VALUE SPACES.
       77  WS-BLK-FLD-NAME                  PIC X(15) VALUE SPACES.
       77  WS-BLK-VALUE                     PIC X(50) VALUE SPACES.
       77  WS-BLK-BRANCH                    PIC X(04) VALUE SPACES.
      *    BRANCHES TAKEN IN EACH SECTION OF THE CURRENT ROW, AS
      *    '@NN:IF', '@NN:ELSE' OR '@NN:NONE' (CONDITION FALSE, NO
      *    {ELSE}), FOR THE PROOF LISTING. A SECTION WITH MORE BLOCKS
      *    THAN THE LINE HOLDS ENDS IN '...'.
       01  WS-BLK-FIRED-TBL.
           05  WS-BLK-FIRED                 OCCURS 3 TIMES.
               10  WS-BLK-FIRED-P           PIC S9(4) COMP.
               10  WS-BLK-FIRED-T           PIC X(100).
       77  WS-BLK-FIRED-IX                  PIC 9(01) VALUE 0.

      *    DIGEST MODE - OPTED IN PER RUN BY THE DRIVING PROGRAM
      *    (RUNOPTS CARD DIGEST=Y IN THE NIGHTLY BATCH). WHEN ON,
      *    EMAIL-CHANNEL RECORDS GO TO THE DIGEST WORK FILE AT FLUSH
           05  WS-CTL-DLV-BY-PRI         OCCURS 9 TIMES
                                         PIC 9(07) VALUE 0.

      *    COUNTERS ADDED AFTER WS-CTL-TOTALS FILLED ITS CHECKPOINT
      *    SLOT. CARRIED IN THE CHECKPOINT'S OWN EXTENSION FIELD
      *    (CKP-CTL-TOTALS-EXT) AND RESET ON RESTART WHEN THE
      *    CHECKPOINT PREDATES THEM. NEW COUNTERS GO ON THE END.
       01  WS-CTL-TOTALS-EXT.
      *    LIVE DELIVERY RECORDS (PRINTED LINES) ON THE LETTER
      *    CHANNEL.
           05  WS-CTL-DLV-LETTER         PIC 9(07) VALUE 0.
      *    ROWS A QUARANTINED EMAIL OR PHONE WOULD HAVE SUSPENDED
      *    (RSN 20) THAT WENT BY LETTER INSTEAD - LEGAL CLASSES ONLY.
           05  WS-CTL-LTR-REROUTED       PIC 9(07) VALUE 0.
      *    ROWS THE CONTACT FREQUENCY CAP HELD TO A LATER DATE OR
      *    SUSPENDED (RSN 3), AND LEGAL/PRIORITY-1 ROWS THAT WERE AT
      *    OR OVER A CAP AND WENT OUT ANYWAY.
           05  WS-CTL-CAP-HELD           PIC 9(07) VALUE 0.
           05  WS-CTL-CAP-SUSP           PIC 9(07) VALUE 0.
           05  WS-CTL-CAP-EXEMPT         PIC 9(07) VALUE 0.

      *    PRESENTATION-FORMATTING WORK AREAS FOR THE MAP-DRIVEN
      *    FORMAT CODES (MAP-FORMAT-COD). DATES COME IN AS YYYYMMDD,
      *    AMOUNTS FROM BUS-BALANCE, PHONES AS 10 LEADING DIGITS - A
                   49  WS-SUB-T             PIC X(50).
           05  WS-TEMP                      PIC X(400).
           05  WS-TLLY-CTR                  PIC S9(4) COMP.
      *        THE BUS-REC FIELD NAME BEHIND EACH WS-SUB SLOT, FOR
      *        THE CONDITIONAL-BLOCK TESTS.
           05  WS-SUB-FLD-TBL.
               10  WS-SUB-FLD-NAME          OCCURS 100 TIMES
                                            PIC X(15).
      *        EACH WS-SUB SLOT'S VALUE AS THE AUDIT TRAIL SHOWS
      *        IT - MASKED BY THE MASKRULE RULE FOR ITS FIELD, THE
      *        SAME LENGTH AS WS-SUB-T, AND THE SAME AS WS-SUB-T WHEN
      *        THE FIELD HAS NO RULE.
           05  WS-SUB-MASK-TBL.
               10  WS-SUB-MASK-T            OCCURS 100 TIMES
                                            PIC X(50).
