      *=================================================================
      *    TEMPLATE CHECK WORK AREAS - THE TAG, @NN FIELD-MAP AND
      *    400-BYTE LENGTH CHECKS RUN AGAINST ONE TEMPLATE VERSION,
      *    SHARED BY THE TMPLCHK BATCH PRE-FLIGHT AND THE TMPA ONLINE
      *    AUTHORING TRANSACTION SO A STAGED VERSION IS HELD TO
      *    EXACTLY THE RULES THE PRE-FLIGHT APPLIES. THE COPYING
      *    PROGRAM ALSO SUPPLIES notice-engine-ws (WS-NUM-SECTIONS,
      *    WS-CHANNEL, WS-MAP-DEFAULT-ID, AND THE WS-BLK- TOKEN SEARCH
      *    AND CONDITION AREAS THE CONTENT-BLOCK CHECKS SHARE WITH THE
      *    ENGINE) AND A WS-VAL-SECT/WS-VAL-MSG PAIR FOR THE FINDING
      *    BEING REPORTED.
      *=================================================================
      *    THE WHOLE TEMPLATE TEXT AS STORED, TAGS INCLUDED. SIZED TO
      *    HOLD THREE FULL 400-BYTE SECTIONS PLUS TAGS WITH ROOM TO
      *    SPARE.
       01  WS-TMPL.
           49  WS-TMPL-L                 PIC S9(4) COMP.
           49  WS-TMPL-T                 PIC X(2000).
       77  WS-TMPL-ROW-IDENTIFIER       PIC X(50) VALUE SPACES.
       77  WS-TMPL-LANG                 PIC X(02) VALUE SPACES.
       77  WS-TMPL-EFF-START            PIC X(08) VALUE SPACES.
       77  WS-TMPL-EFF-END              PIC X(08) VALUE SPACES.

      *    PER-SECTION TAG AND LENGTH WORK AREAS. SECTION TAGS ARE
      *    <a>/<b>/<c> IN SECTION-NUMBER ORDER, AS THE BUILD ENGINE'S
      *    TEMPLATE FETCH EXTRACTS THEM.
       77  WS-CHK-SECT                  PIC 9(01) VALUE 0.
       77  WS-OPEN-TAG                  PIC X(03) VALUE SPACES.
       77  WS-CLOSE-TAG                 PIC X(04) VALUE SPACES.
       77  WS-OPEN-POS                  PIC S9(4) COMP VALUE 0.
       77  WS-CLOSE-POS                 PIC S9(4) COMP VALUE 0.
       77  WS-TAG-TLLY                  PIC S9(4) COMP VALUE 0.
       77  WS-SECT-LEN                  PIC S9(4) COMP VALUE 0.
       77  WS-SECT-START                PIC S9(4) COMP VALUE 0.

      *    PLACEHOLDER SCAN WORK AREAS - THE SAME FORWARD SCAN THE
      *    BUILD ENGINE USES, APPLIED TO THE RAW SECTION TEXT.
       77  WS-PH-POS                    PIC S9(4) COMP VALUE 1.
       77  WS-PH-AVAIL                  PIC S9(4) COMP VALUE 0.
       77  WS-PH-TLLY                   PIC S9(4) COMP VALUE 0.
       77  WS-PH-CODE                   PIC X(03) VALUE SPACES.
       77  WS-PH-COUNT                  PIC 9(03) VALUE 0.
       77  WS-PH-DONE-SW                PIC X(01) VALUE 'N'.
           88  WS-PH-DONE-Y                       VALUE 'Y'.
           88  WS-PH-DONE-N                       VALUE 'N'.
       77  WS-WORST-LEN                 PIC S9(5) COMP VALUE 0.
       77  WS-WORST-LEN-ED              PIC 9(05) VALUE 0.
       77  WS-FIELD-LEN                 PIC S9(4) COMP VALUE 0.
       77  WS-MAP-HIT-SW                PIC X(01) VALUE 'N'.
           88  WS-MAP-HIT-Y                       VALUE 'Y'.
           88  WS-MAP-HIT-N                       VALUE 'N'.
       77  WS-MAP-FLD-NAME              PIC X(15) VALUE SPACES.
       77  WS-MAP-FMT-CODE              PIC X(04) VALUE SPACES.
      *    WHICH IDENTIFIER THIS TEMPLATE'S LOOKUPS RUN UNDER - THE
      *    ROW'S OWN WHEN IT HAS MAP ENTRIES, OTHERWISE '*DEFAULT*',
      *    MIRRORING THE ENGINE'S ALL-OR-NOTHING FALLBACK.
       77  WS-MAP-LOOKUP-ID             PIC X(50) VALUE SPACES.

      *    CONDITIONAL CONTENT BLOCKS FOUND IN THE SECTION BEING
      *    CHECKED - WHERE EACH {IF, ITS CONDITION'S CLOSING '}', ITS
      *    {ELSE} (0 WHEN NONE) AND ITS {ENDIF} SIT IN WS-TMPL-T. THE
      *    WORST-CASE LENGTH IS PROJECTED OVER THE TEXT BETWEEN THE
      *    BLOCKS PLUS THE LONGER BRANCH OF EACH BLOCK.
       77  WS-BLKC-MAX                  PIC S9(4) COMP VALUE 50.
       77  WS-BLKC-CNT                  PIC S9(4) COMP VALUE 0.
       77  WS-BLKC-IX                   PIC S9(4) COMP VALUE 0.
       01  WS-BLKC-TBL.
           05  WS-BLKC                  OCCURS 50 TIMES.
               10  WS-BLKC-IF-POS       PIC S9(4) COMP.
               10  WS-BLKC-COND-END     PIC S9(4) COMP.
               10  WS-BLKC-ELSE-POS     PIC S9(4) COMP.
               10  WS-BLKC-END-POS      PIC S9(4) COMP.
       77  WS-BLKC-NEXT                 PIC S9(4) COMP VALUE 0.
       77  WS-BLKC-SECT-END             PIC S9(4) COMP VALUE 0.
       01  WS-BLKC-BAD-SW               PIC X(01) VALUE 'N'.
           88  WS-BLKC-BAD-Y                      VALUE 'Y'.
           88  WS-BLKC-BAD-N                      VALUE 'N'.
      *    ONE RANGE OF THE SECTION BEING PROJECTED - WS-PH-POS
      *    THROUGH WS-RNG-END - AND ITS WORST-CASE SUBSTITUTED LENGTH.
       77  WS-RNG-END                   PIC S9(4) COMP VALUE 0.
       77  WS-RNG-WORST                 PIC S9(5) COMP VALUE 0.
       77  WS-RNG-SAVE                  PIC S9(5) COMP VALUE 0.
       77  WS-RNG-THEN                  PIC S9(5) COMP VALUE 0.
       77  WS-RNG-ELSE                  PIC S9(5) COMP VALUE 0.
