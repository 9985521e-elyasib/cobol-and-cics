      *=================================================================
      *    SMSRPLY
      *    INBOUND SMS REPLY PROCESSING. SMSSTOP ONLY UNDERSTANDS
      *    STOP; EVERY OTHER TEXT A CUSTOMER SENDS BACK USED TO BE
      *    THROWN AWAY. THE GATEWAY NOW DELIVERS THEM ALL ON RPLYIN
      *    (PHONE NUMBER, TIMESTAMP, TEXT) AND THIS STEP:
      *      - CLASSIFIES EACH REPLY BY THE KEYWORD CARDS (RPLYKEY) -
      *        THE LONGEST KEYWORD THE TEXT STARTS WITH, IN ANY CASE,
      *        AS A WHOLE WORD, WINS ("CALL ME" BEATS "CALL"). A
      *        REPLY NO KEYWORD FITS IS CLASSED OTHER;
      *      - MATCHES IT TO THE MOST RECENT SMS NOTICE THE GATEWAY
      *        SENT TO THAT PHONE NUMBER AT OR BEFORE THE REPLY, OFF
      *        THE NOTICE HISTORY (NTCHIST SENT EVENTS, EACH ROW'S
      *        PHONE READ FROM BUSVSAM). NUMBERS ARE COMPARED ON
      *        THEIR DIGITS, A LEADING 1 DROPPED, SO PUNCTUATION AND
      *        THE COUNTRY CODE DO NOT STOP A MATCH;
      *      - WRITES AN SMSREPLY EVENT FOR THE MATCHED ROW ONTO
      *        NTCHIST, SO NTCINQ SHOWS IT STRAIGHT AWAY, AND ONTO
      *        THE AUDIT TRAIL (AUDITOUT, EXTENDED LIKE GWRECON'S
      *        OUTCOME EVENTS) SO EVERY LATER NTCHSTLD REBUILD KEEPS
      *        IT. THE DETAIL IS MASKED BY THE MASKRULE CARDS;
      *      - HELP: BUILDS THE AUTO-RESPONSE AS A NORMAL PARMSTR ROW.
      *        THE APPROVED VERSIONS OF THE REPLY TEMPLATE (HELPTMPL=
      *        CARD) ARE COPIED IN table_name UNDER A NEW ROW
      *        IDENTIFIER - THE TEMPLATE'S OWN, '-', THE PHONE DIGITS,
      *        '-', THE REPLY TIME - WHOSE BUSINESS RECORD, A COPY OF
      *        THE MATCHED ROW'S WITH THE REPLYING PHONE AND NO DUE
      *        DATE (SO NO NTCTRIG RULE CAN FIRE ON IT), GOES TO
      *        RPLYBUS AND WHOSE ROWIDIN LINE GOES TO RPLYROW. APPEND
      *        RPLYBUS TO THE NEXT BUSDATA EXTRACT AND RPLYROW TO THE
      *        NEXT RUN'S ROW LIST;
      *      - CONFIRM, CALLBACK AND WRONGNUM REPLIES GO TO THE
      *        BUSINESS ACTION FILE (RPLYACT) FOR THE COLLECTIONS AND
      *        SERVICING TEAMS;
      *      - WRONGNUM ALSO PUTS THE PHONE ON THE SUPPRESSION FILE
      *        (SUPPRVS), SCOPE ALL NOTICES, AS SMSSTOP DOES - UNDER
      *        THE NUMBER AS THE ACCOUNT HOLDS IT, WHICH IS WHAT THE
      *        NIGHTLY BUILD PROBES, AND AS THE GATEWAY SENT IT IF
      *        THAT DIFFERS - SO WE STOP TEXTING A STRANGER ABOUT
      *        SOMEONE ELSE'S ACCOUNT.
      *    A REPLY NO SMS NOTICE CAN BE FOUND FOR HAS NO ROW TO HANG
      *    AN EVENT OR A HELP RESPONSE ON; IT IS LISTED, AND ITS
      *    ACTION RECORD AND SUPPRESSION ARE STILL WRITTEN. A MATCHED
      *    REPLY WHOSE EVENT IS ALREADY ON NTCHIST WAS HANDLED BY AN
      *    EARLIER RUN AND IS PASSED OVER, SO A RERUN DOES NOT ANSWER
      *    OR ACTION IT TWICE. RPLYACT, RPLYBUS AND RPLYROW ARE
      *    EXTENDED, SO A RERUN KEEPS WHAT THE FAILED RUN WROTE; THE
      *    TEAMS' PICK-UP, THE BUSDATA APPEND AND THE ROWIDIN APPEND
      *    EACH EMPTY THEIR FILE ONCE TAKEN. AN UNMATCHED REPLY HAS NO
      *    EVENT TO SHOW IT WAS HANDLED - A RERUN LISTS ITS ACTION
      *    RECORD AGAIN.
      *
      *    RUN IT AFTER NTCHSTLD, SO THE NIGHT'S SENT EVENTS ARE
      *    THERE TO MATCH. ENDS RC 4 WHEN A HELP REPLY COULD NOT BE
      *    ANSWERED FOR WANT OF AN APPROVED REPLY TEMPLATE.
      *
      *    KEYWORD CARDS (RPLYKEY):
      *      HELPTMPL=RRRR...    ROW IDENTIFIER OF THE HELP REPLY
      *                          TEMPLATE (DEFAULT SMSHELP, AT MOST
      *                          18 CHARACTERS). ITS ROWS ARE COPIED
      *                          UNDER A NEW IDENTIFIER EACH TIME, SO
      *                          IT MUST TAKE ITS @NN FIELDS FROM THE
      *                          '*DEFAULT*' FIELD MAP - A TEMPLATE
      *                          WITH FLDMAPVS ENTRIES OF ITS OWN
      *                          STOPS THE RUN.
      *      CCCCCCCC KKKK...    CATEGORY IN COLUMNS 1-8 - HELP,
      *                          CONFIRM, CALLBACK OR WRONGNUM - AND
      *                          THE KEYWORD IN COLUMNS 10-29, EG.
      *                            HELP     INFO
      *                            CONFIRM  YES
      *                            CALLBACK CALL ME
      *                            WRONGNUM WRONG NUMBER
      *    A CARD BEGINNING * IS A COMMENT. A MISSING FILE, A BAD
      *    CARD OR NO KEYWORDS AT ALL STOPS THE RUN - WITHOUT THEM A
      *    WRONG-NUMBER REPLY WOULD GO UNSUPPRESSED.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SMSRPLY.
       AUTHOR.        E SOSA.
       INSTALLATION.  DATA PROCESSING - NOTICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *=================================================================
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 ES    ORIGINAL - CLASSIFIES INBOUND SMS REPLIES,
      *                     MATCHES THEM TO THE NOTICE HISTORY, HELP
      *                     AUTO-RESPONSE, BUSINESS ACTION FILE AND
      *                     WRONG-NUMBER SUPPRESSION
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLY-IN-FILE  ASSIGN TO "RPLYIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KEYWORD-FILE   ASSIGN TO "RPLYKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-FILE-STATUS.

           SELECT BUSINESS-FILE  ASSIGN TO "BUSVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUS-ROW-IDENTIFIER
               FILE STATUS IS WS-BUS-FILE-STATUS.

           SELECT HISTORY-FILE   ASSIGN TO "NTCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS HST-ACCOUNT-NUM
                   WITH DUPLICATES
               FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT SUPPRESSION-FILE ASSIGN TO "SUPPRVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-KEY
               FILE STATUS IS WS-SUP-FILE-STATUS.

           SELECT AUDIT-FILE     ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACTION-FILE    ASSIGN TO "RPLYACT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPLY-BUS-FILE ASSIGN TO "RPLYBUS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPLY-ROW-FILE ASSIGN TO "RPLYROW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIELD-MAP-FILE ASSIGN TO "FLDMAPVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-KEY
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT MASK-RULE-FILE ASSIGN TO "MASKRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE GATEWAY'S INBOUND-REPLY FILE, ONE RECORD PER TEXT
      *    RECEIVED.
       FD  REPLY-IN-FILE
           RECORDING MODE IS F.
       01  RPL-REC.
           05  RPL-PHONE-NUM             PIC X(15).
           05  FILLER                    PIC X(01).
           05  RPL-TIMESTAMP             PIC X(19).
           05  FILLER                    PIC X(01).
           05  RPL-TEXT                  PIC X(160).

       FD  KEYWORD-FILE
           RECORDING MODE IS F.
       01  KEY-CARD.
           05  KEY-CATEGORY              PIC X(08).
           05  FILLER                    PIC X(01).
           05  KEY-WORD                  PIC X(20).
           05  FILLER                    PIC X(51).

       FD  BUSINESS-FILE.
       COPY "notice-bus-rec.cpy".

       FD  HISTORY-FILE.
       COPY "notice-hist-rec.cpy".

       FD  SUPPRESSION-FILE.
       COPY "notice-supp-rec.cpy".

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY "notice-aud-rec.cpy".

       FD  ACTION-FILE
           RECORDING MODE IS F.
       COPY "notice-ract-rec.cpy".

      *    HELP AUTO-RESPONSE BUSINESS RECORDS, IN EXTRACT LAYOUT.
       FD  REPLY-BUS-FILE
           RECORDING MODE IS F.
       COPY "notice-bus-rec.cpy"
           REPLACING LEADING ==BUS== BY ==RBS==.

      *    HELP AUTO-RESPONSE ROWS, IN ROWIDIN FORMAT.
       FD  REPLY-ROW-FILE
           RECORDING MODE IS F.
       COPY "notice-rowid-rec.cpy".

       FD  FIELD-MAP-FILE.
       COPY "notice-map-rec.cpy".

       FD  MASK-RULE-FILE
           RECORDING MODE IS F.
       COPY "notice-msk-rec.cpy".

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================
       WORKING-STORAGE SECTION.

      *    SHARED ENGINE STORAGE - USED HERE FOR THE SQLCA, THE
      *    ERROR RETURN AREA AND THE BUSINESS FILE STATUS.
       COPY "notice-engine-ws.cpy".

       77  WS-KEY-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-HST-FILE-STATUS               PIC X(02) VALUE '00'.
       01  WS-RPY-SWITCHES.
           05  WS-KEY-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-KEY-EOF                      VALUE 'Y'.
           05  WS-RPL-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-RPL-EOF                      VALUE 'Y'.
           05  WS-HST-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-HST-EOF                      VALUE 'Y'.

      *    THE KEYWORD TABLE, LOADED FROM RPLYKEY, AND THE HELP REPLY
      *    TEMPLATE'S ROW IDENTIFIER.
       77  WS-KEY-CNT                       PIC 9(02) VALUE 0.
       77  WS-KEY-MAX                       PIC 9(02) VALUE 50.
       01  WS-KEY-TBL.
           05  WS-KEY-ENTRY              OCCURS 50 TIMES.
               10  WS-KEY-TBL-CATEGORY   PIC X(08).
               10  WS-KEY-TBL-WORD       PIC X(20).
               10  WS-KEY-TBL-LEN        PIC S9(4) COMP.
       77  WS-KEY-IX                        PIC 9(02) VALUE 0.
       77  WS-KEY-LEN                       PIC S9(4) COMP VALUE 0.
       77  WS-RPY-HELP-TMPL                 PIC X(50)
                                            VALUE 'SMSHELP'.
       77  WS-RPY-HELP-TMPL-LEN             PIC S9(4) COMP VALUE 0.
       77  WS-RPY-HELP-TMPL-MAX             PIC S9(4) COMP VALUE 18.

      *    THE RUN'S REPLIES, AS READ AND CLASSIFIED, WITH THE NOTICE
      *    EACH ONE ANSWERS ONCE THE HISTORY PASS HAS FOUND IT. THE
      *    PHONE KEY IS THE NUMBER'S DIGITS, LEADING 1 DROPPED.
       77  WS-RPY-CNT                       PIC 9(04) VALUE 0.
       77  WS-RPY-MAX                       PIC 9(04) VALUE 1000.
       01  WS-RPY-TBL.
           05  WS-RPY-ENTRY              OCCURS 1000 TIMES.
               10  WS-RPY-PHONE          PIC X(15).
               10  WS-RPY-PHONE-KEY      PIC X(15).
               10  WS-RPY-TS             PIC X(19).
               10  WS-RPY-TEXT           PIC X(160).
               10  WS-RPY-CATEGORY       PIC X(08).
               10  WS-RPY-ROW-ID         PIC X(50).
               10  WS-RPY-SENT-TS        PIC X(19).
               10  WS-RPY-ACCOUNT        PIC X(20).
       77  WS-RPY-IX                        PIC 9(04) VALUE 0.

      *    CLASSIFYING ONE REPLY - THE TEXT IN UPPER CASE FROM ITS
      *    FIRST NON-BLANK, AND THE LONGEST KEYWORD IT STARTS WITH.
       77  WS-RPY-NORM                      PIC X(160) VALUE SPACES.
       77  WS-RPY-WORK                      PIC X(181) VALUE SPACES.
       77  WS-RPY-LEAD                      PIC S9(4) COMP VALUE 0.
       77  WS-RPY-BEST-LEN                  PIC S9(4) COMP VALUE 0.
       01  WS-RPY-NEXT-CHAR                 PIC X(01) VALUE SPACE.
           88  WS-RPY-NEXT-ALNUM            VALUE 'A' THRU 'Z'
                                                  '0' THRU '9'.
       01  WS-RPY-CAT                       PIC X(08) VALUE SPACES.
           88  WS-RPY-CAT-HELP                        VALUE 'HELP'.
           88  WS-RPY-CAT-CONFIRM                     VALUE 'CONFIRM'.
           88  WS-RPY-CAT-CALLBACK                    VALUE 'CALLBACK'.
           88  WS-RPY-CAT-WRONGNUM                    VALUE 'WRONGNUM'.
           88  WS-RPY-CAT-VALID                       VALUE 'HELP'
                                                            'CONFIRM'
                                                            'CALLBACK'
                                                            'WRONGNUM'.

      *    PHONE DIGITS - ONE NUMBER IN, ITS DIGITS OUT.
       77  WS-RPY-PHONE-IN                  PIC X(15) VALUE SPACES.
       77  WS-RPY-PHONE-OUT                 PIC X(15) VALUE SPACES.
       77  WS-RPY-PHONE-POS                 PIC S9(4) COMP VALUE 0.
       77  WS-RPY-DIGIT-CNT                 PIC S9(4) COMP VALUE 0.

      *    THE HISTORY PASS - THE LAST ROW WHOSE PHONE WAS LOOKED UP
      *    AND THAT PHONE'S KEY (SPACES WHEN THE ROW HAS NO BUSINESS
      *    RECORD OR NO PHONE).
       77  WS-RPY-LAST-ROW                  PIC X(50) VALUE SPACES.
       77  WS-RPY-ROW-PHONE-KEY             PIC X(15) VALUE SPACES.

      *    DISPOSING OF ONE REPLY.
       01  WS-RPY-DONE-SW                   PIC X(01) VALUE 'N'.
           88  WS-RPY-DONE-BEFORE                     VALUE 'Y'.
           88  WS-RPY-NOT-DONE                        VALUE 'N'.
       01  WS-RPY-BUS-SW                    PIC X(01) VALUE 'N'.
           88  WS-RPY-BUS-FOUND                       VALUE 'Y'.
           88  WS-RPY-BUS-MISSING                     VALUE 'N'.
       77  WS-RPY-NEW-ROW-ID                PIC X(50) VALUE SPACES.
       77  WS-RPY-EFF-DATE                  PIC X(08) VALUE SPACES.

       77  WS-RPY-READ-CTR                  PIC 9(07) VALUE 0.
       77  WS-RPY-SKIP-CTR                  PIC 9(07) VALUE 0.
       77  WS-RPY-HST-READ-CTR              PIC 9(07) VALUE 0.
       77  WS-RPY-MATCH-CTR                 PIC 9(07) VALUE 0.
       77  WS-RPY-NOMATCH-CTR               PIC 9(07) VALUE 0.
       77  WS-RPY-AGAIN-CTR                 PIC 9(07) VALUE 0.
       77  WS-RPY-HELP-CTR                  PIC 9(07) VALUE 0.
       77  WS-RPY-HELP-NOANS-CTR            PIC 9(07) VALUE 0.
       77  WS-RPY-CONFIRM-CTR               PIC 9(07) VALUE 0.
       77  WS-RPY-CALLBACK-CTR              PIC 9(07) VALUE 0.
       77  WS-RPY-WRONGNUM-CTR              PIC 9(07) VALUE 0.
       77  WS-RPY-OTHER-CTR                 PIC 9(07) VALUE 0.
       77  WS-RPY-ACTION-CTR                PIC 9(07) VALUE 0.
       77  WS-RPY-SUP-ADD-CTR               PIC 9(07) VALUE 0.
       77  WS-RPY-SUP-DUP-CTR               PIC 9(07) VALUE 0.

       COPY "notice-mask-ws.cpy".

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
       PROCEDURE DIVISION.

      *=================================================================
      *    0000-MAINLINE. LOADS AND CLASSIFIES THE REPLIES, MATCHES
      *    THEM TO THE HISTORY IN ONE PASS, THEN DISPOSES OF EACH.
      *=================================================================
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE

           PERFORM 2000-MATCH-ONE-EVENT
               UNTIL WS-HST-EOF

           PERFORM 4000-DISPOSE-ONE-REPLY
               VARYING WS-RPY-IX FROM 1 BY 1
               UNTIL WS-RPY-IX > WS-RPY-CNT

           PERFORM 9999-TERMINATE

           STOP RUN
           .

      *=================================================================
      *    1000-INITIALIZE. LOADS THE MASKING RULES, THE KEYWORDS AND
      *    THE REPLIES, OPENS THE FILES - THE SUPPRESSION FILE IS
      *    CREATED ON A FIRST-EVER RUN (STATUS 35), AS SMSSTOP DOES -
      *    AND PRIMES THE HISTORY PASS. NO REPLIES, NO PASS.
      *=================================================================
       1000-INITIALIZE.

           PERFORM 6500-LOAD-MASK-RULES
           IF WS-MSK-SETUP-BAD
               DISPLAY 'SMSRPLY ABEND - ' WS-MSK-ERR-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-KEYWORDS

           OPEN INPUT  REPLY-IN-FILE
           PERFORM 1210-READ-REPLY
           PERFORM 1220-STORE-ONE-REPLY
               UNTIL WS-RPL-EOF
           CLOSE REPLY-IN-FILE

           OPEN INPUT  BUSINESS-FILE
           IF WS-BUS-FILE-STATUS NOT = '00'
               DISPLAY 'SMSRPLY ABEND - BUSINESS OPEN FAILED '
                       WS-BUS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    HISTORY-FILE
           IF WS-HST-FILE-STATUS NOT = '00'
               DISPLAY 'SMSRPLY ABEND - HISTORY OPEN FAILED '
                       WS-HST-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SUPPRESSION-FILE
           IF WS-SUP-FILE-STATUS = '35'
               OPEN OUTPUT SUPPRESSION-FILE
               IF WS-SUP-FILE-STATUS = '00'
                   CLOSE SUPPRESSION-FILE
                   OPEN I-O SUPPRESSION-FILE
               END-IF
           END-IF
           IF WS-SUP-FILE-STATUS NOT = '00'
               DISPLAY 'SMSRPLY ABEND - SUPPRESSION OPEN FAILED '
                       WS-SUP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    THE ACTION, HELP BUSINESS AND HELP ROW FILES ARE EXTENDED,
      *    NOT REWRITTEN: A RERUN PASSES OVER THE REPLIES A FAILED RUN
      *    ALREADY HANDLED, SO WHAT THAT RUN WROTE FOR THEM MUST STAY.
      *    THE STEPS THAT TAKE THEM UP EMPTY THEM.
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND ACTION-FILE
           OPEN EXTEND REPLY-BUS-FILE
           OPEN EXTEND REPLY-ROW-FILE

           IF WS-RPY-CNT = 0
               SET WS-HST-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO HST-KEY
               START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
                   INVALID KEY
                       SET WS-HST-EOF TO TRUE
               END-START
               IF NOT WS-HST-EOF
                   PERFORM 2100-READ-NEXT-EVENT
               END-IF
           END-IF
           .

      *=================================================================
      *    1100-LOAD-KEYWORDS. LOADS THE KEYWORD CARDS AND THE HELP
      *    TEMPLATE CARD.
      *=================================================================
       1100-LOAD-KEYWORDS.

           OPEN INPUT KEYWORD-FILE
           IF WS-KEY-FILE-STATUS NOT = '00'
               DISPLAY 'SMSRPLY ABEND - KEYWORD CARDS OPEN FAILED '
                       WS-KEY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1110-READ-KEYWORD
           PERFORM 1120-STORE-ONE-KEYWORD
               UNTIL WS-KEY-EOF
           CLOSE KEYWORD-FILE

           IF WS-KEY-CNT = 0
               DISPLAY 'SMSRPLY ABEND - NO KEYWORD CARDS ON RPLYKEY'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1140-TRIM-ONE-TMPL-BYTE
               VARYING WS-RPY-HELP-TMPL-LEN FROM 50 BY -1
               UNTIL WS-RPY-HELP-TMPL-LEN = 0
                  OR WS-RPY-HELP-TMPL(WS-RPY-HELP-TMPL-LEN:1)
                     NOT = SPACE
           IF WS-RPY-HELP-TMPL-LEN = 0
              OR WS-RPY-HELP-TMPL-LEN > WS-RPY-HELP-TMPL-MAX
               DISPLAY 'SMSRPLY ABEND - HELPTMPL BLANK OR OVER '
                       WS-RPY-HELP-TMPL-MAX ' CHARACTERS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1150-CHECK-TMPL-MAP

           DISPLAY 'SMSRPLY - KEYWORDS LOADED:      ' WS-KEY-CNT
           DISPLAY 'SMSRPLY - HELP REPLY TEMPLATE:  '
                   WS-RPY-HELP-TMPL(1:WS-RPY-HELP-TMPL-LEN)
           .

      *=================================================================
      *    1110-READ-KEYWORD. READS THE NEXT KEYWORD CARD.
      *=================================================================
       1110-READ-KEYWORD.

           READ KEYWORD-FILE
               AT END
                   SET WS-KEY-EOF TO TRUE
           END-READ
           .

      *=================================================================
      *    1120-STORE-ONE-KEYWORD. EDITS AND STORES THE CARD JUST READ
      *    AND READS THE NEXT. THE KEYWORD IS KEPT IN UPPER CASE WITH
      *    ITS LENGTH, TRAILING SPACES OFF.
      *=================================================================
       1120-STORE-ONE-KEYWORD.

           EVALUATE TRUE
             WHEN KEY-CARD(1:1) = '*'
                 CONTINUE
             WHEN KEY-CARD(1:9) = 'HELPTMPL='
                 MOVE KEY-CARD(10:50) TO WS-RPY-HELP-TMPL
             WHEN OTHER
                 MOVE KEY-CATEGORY TO WS-RPY-CAT
                 PERFORM 1130-TRIM-ONE-KEY-BYTE
                     VARYING WS-KEY-LEN FROM 20 BY -1
                     UNTIL WS-KEY-LEN = 0
                        OR KEY-WORD(WS-KEY-LEN:1) NOT = SPACE
                 EVALUATE TRUE
                   WHEN NOT WS-RPY-CAT-VALID
                       DISPLAY 'SMSRPLY ABEND - BAD CATEGORY ON '
                               'KEYWORD CARD: ' KEY-CARD(1:30)
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   WHEN WS-KEY-LEN = 0
                       DISPLAY 'SMSRPLY ABEND - NO KEYWORD ON CARD: '
                               KEY-CARD(1:30)
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   WHEN WS-KEY-CNT >= WS-KEY-MAX
                       DISPLAY 'SMSRPLY ABEND - MORE THAN ' WS-KEY-MAX
                               ' KEYWORD CARDS'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   WHEN OTHER
                       ADD 1 TO WS-KEY-CNT
                       MOVE WS-RPY-CAT TO
                            WS-KEY-TBL-CATEGORY(WS-KEY-CNT)
                       MOVE KEY-WORD   TO WS-KEY-TBL-WORD(WS-KEY-CNT)
                       INSPECT WS-KEY-TBL-WORD(WS-KEY-CNT)
                           CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       MOVE WS-KEY-LEN TO WS-KEY-TBL-LEN(WS-KEY-CNT)
                 END-EVALUATE
           END-EVALUATE

           PERFORM 1110-READ-KEYWORD
           .

      *=================================================================
      *    1130-TRIM-ONE-KEY-BYTE. No work of its own - exists only so
      *    the PERFORM VARYING above has a paragraph to iterate.
      *=================================================================
       1130-TRIM-ONE-KEY-BYTE.

           CONTINUE
           .

      *=================================================================
      *    1140-TRIM-ONE-TMPL-BYTE. No work of its own - exists only
      *    so the PERFORM VARYING above has a paragraph to iterate.
      *=================================================================
       1140-TRIM-ONE-TMPL-BYTE.

           CONTINUE
           .

      *=================================================================
      *    1150-CHECK-TMPL-MAP. THE HELP ANSWER RUNS UNDER A NEW ROW
      *    IDENTIFIER, WHICH HAS NO FIELD MAP ENTRIES, SO THE BUILD
      *    RESOLVES ITS @NN CODES THROUGH THE '*DEFAULT*' MAP. A REPLY
      *    TEMPLATE MAPPED UNDER ITS OWN IDENTIFIER WOULD HAVE EVERY
      *    ANSWER FILLED FROM THE WRONG FIELDS - THE RUN STOPS UNTIL
      *    THE TEMPLATE IS MOVED ONTO THE DEFAULT MAP.
      *=================================================================
       1150-CHECK-TMPL-MAP.

           OPEN INPUT FIELD-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'SMSRPLY ABEND - FIELD MAP OPEN FAILED '
                       WS-MAP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET  WS-MAP-MORE      TO TRUE
           MOVE WS-RPY-HELP-TMPL TO MAP-ROW-IDENTIFIER
           MOVE LOW-VALUES       TO MAP-SUB-IX
           START FIELD-MAP-FILE KEY IS NOT LESS THAN MAP-KEY
               INVALID KEY
                   SET WS-MAP-EOF TO TRUE
           END-START
           IF WS-MAP-MORE
               READ FIELD-MAP-FILE NEXT RECORD
                   AT END
                       SET WS-MAP-EOF TO TRUE
               END-READ
           END-IF
           IF WS-MAP-MORE
              AND MAP-ROW-IDENTIFIER = WS-RPY-HELP-TMPL
               DISPLAY 'SMSRPLY ABEND - HELP REPLY TEMPLATE '
                       WS-RPY-HELP-TMPL(1:WS-RPY-HELP-TMPL-LEN)
                       ' HAS FIELD MAP ENTRIES OF ITS OWN - MAP IT'
               DISPLAY 'SMSRPLY ABEND - UNDER *DEFAULT* ONLY'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE FIELD-MAP-FILE
           .

      *=================================================================
      *    1210-READ-REPLY. READS THE NEXT INBOUND REPLY.
      *=================================================================
       1210-READ-REPLY.

           READ REPLY-IN-FILE
               AT END
                   SET WS-RPL-EOF TO TRUE
           END-READ
           .

      *=================================================================
      *    1220-STORE-ONE-REPLY. CLASSIFIES AND STORES THE REPLY JUST
      *    READ AND READS THE NEXT. A REPLY WITH NO USABLE NUMBER OR
      *    TIMESTAMP CANNOT BE MATCHED, SUPPRESSED OR CALLED BACK - IT
      *    IS REPORTED AND SKIPPED. MORE REPLIES THAN THE TABLE HOLDS
      *    STOPS THE RUN: SPLIT RPLYIN AND RUN THE STEP PER PIECE.
      *=================================================================
       1220-STORE-ONE-REPLY.

           ADD 1 TO WS-RPY-READ-CTR

           MOVE RPL-PHONE-NUM TO WS-RPY-PHONE-IN
           PERFORM 7100-PHONE-DIGITS

           EVALUATE TRUE
             WHEN WS-RPY-PHONE-OUT = SPACES
                  OR RPL-TIMESTAMP(1:4) IS NOT NUMERIC
                  OR RPL-TIMESTAMP(6:2) IS NOT NUMERIC
                  OR RPL-TIMESTAMP(9:2) IS NOT NUMERIC
                 ADD 1 TO WS-RPY-SKIP-CTR
                 DISPLAY 'SMSRPLY - REPLY WITHOUT A NUMBER OR TIME '
                         'SKIPPED, RECORD ' WS-RPY-READ-CTR
             WHEN WS-RPY-CNT >= WS-RPY-MAX
                 DISPLAY 'SMSRPLY ABEND - MORE THAN ' WS-RPY-MAX
                         ' REPLIES - SPLIT RPLYIN'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             WHEN OTHER
                 ADD 1 TO WS-RPY-CNT
                 MOVE RPL-PHONE-NUM    TO WS-RPY-PHONE(WS-RPY-CNT)
                 MOVE WS-RPY-PHONE-OUT TO WS-RPY-PHONE-KEY(WS-RPY-CNT)
                 MOVE RPL-TIMESTAMP    TO WS-RPY-TS(WS-RPY-CNT)
                 MOVE RPL-TEXT         TO WS-RPY-TEXT(WS-RPY-CNT)
                 MOVE SPACES           TO WS-RPY-ROW-ID(WS-RPY-CNT)
                 MOVE SPACES           TO WS-RPY-SENT-TS(WS-RPY-CNT)
                 MOVE SPACES           TO WS-RPY-ACCOUNT(WS-RPY-CNT)
                 PERFORM 1300-CLASSIFY-REPLY
                 MOVE WS-RPY-CAT       TO WS-RPY-CATEGORY(WS-RPY-CNT)
           END-EVALUATE

           PERFORM 1210-READ-REPLY
           .

      *=================================================================
      *    1300-CLASSIFY-REPLY. THE TEXT IN UPPER CASE FROM ITS FIRST
      *    NON-BLANK; THE LONGEST KEYWORD IT STARTS WITH AS A WHOLE
      *    WORD GIVES THE CATEGORY, NONE GIVES OTHER.
      *=================================================================
       1300-CLASSIFY-REPLY.

           MOVE RPL-TEXT TO WS-RPY-NORM
           INSPECT WS-RPY-NORM
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 1310-SKIP-ONE-LEAD-BYTE
               VARYING WS-RPY-LEAD FROM 1 BY 1
               UNTIL WS-RPY-LEAD = 160
                  OR WS-RPY-NORM(WS-RPY-LEAD:1) NOT = SPACE
           MOVE SPACES                   TO WS-RPY-WORK
           MOVE WS-RPY-NORM(WS-RPY-LEAD:) TO WS-RPY-WORK

           MOVE 'OTHER' TO WS-RPY-CAT
           MOVE 0       TO WS-RPY-BEST-LEN
           PERFORM 1320-TRY-ONE-KEYWORD
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-CNT
           .

      *=================================================================
      *    1310-SKIP-ONE-LEAD-BYTE. No work of its own - exists only
      *    so the PERFORM VARYING above has a paragraph to iterate.
      *=================================================================
       1310-SKIP-ONE-LEAD-BYTE.

           CONTINUE
           .

      *=================================================================
      *    1320-TRY-ONE-KEYWORD. TAKES ONE KEYWORD'S CATEGORY WHEN IT
      *    IS LONGER THAN THE BEST SO FAR, THE TEXT STARTS WITH IT AND
      *    NO LETTER OR DIGIT FOLLOWS IT ("YES!" IS YES, "YESTERDAY"
      *    IS NOT).
      *=================================================================
       1320-TRY-ONE-KEYWORD.

           MOVE WS-KEY-TBL-LEN(WS-KEY-IX) TO WS-KEY-LEN
           IF WS-KEY-LEN > WS-RPY-BEST-LEN
               IF WS-RPY-WORK(1:WS-KEY-LEN) =
                  WS-KEY-TBL-WORD(WS-KEY-IX)(1:WS-KEY-LEN)
                   MOVE WS-RPY-WORK(WS-KEY-LEN + 1:1)
                        TO WS-RPY-NEXT-CHAR
                   IF NOT WS-RPY-NEXT-ALNUM
                       MOVE WS-KEY-LEN TO WS-RPY-BEST-LEN
                       MOVE WS-KEY-TBL-CATEGORY(WS-KEY-IX)
                            TO WS-RPY-CAT
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    2000-MATCH-ONE-EVENT. AN SMS THE GATEWAY REPORTED SENT IS
      *    OFFERED TO EVERY REPLY FROM ITS ROW'S PHONE - EACH REPLY
      *    KEEPS THE LATEST ONE SENT AT OR BEFORE IT ARRIVED. THE
      *    HISTORY IS IN ROW ORDER, SO A ROW'S PHONE IS READ ONCE.
      *=================================================================
       2000-MATCH-ONE-EVENT.

           IF HST-EVENT-TYP = 'SENT' AND HST-CHANNEL = 'SMS'
               IF HST-ROW-IDENTIFIER NOT = WS-RPY-LAST-ROW
                   MOVE HST-ROW-IDENTIFIER TO WS-RPY-LAST-ROW
                   PERFORM 2200-FIND-ROW-PHONE
               END-IF
               IF WS-RPY-ROW-PHONE-KEY NOT = SPACES
                   PERFORM 2300-MATCH-ONE-REPLY
                       VARYING WS-RPY-IX FROM 1 BY 1
                       UNTIL WS-RPY-IX > WS-RPY-CNT
               END-IF
           END-IF

           PERFORM 2100-READ-NEXT-EVENT
           .

      *=================================================================
      *    2100-READ-NEXT-EVENT. READS THE NEXT HISTORY EVENT.
      *=================================================================
       2100-READ-NEXT-EVENT.

           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RPY-HST-READ-CTR
           END-READ
           .

      *=================================================================
      *    2200-FIND-ROW-PHONE. THE ROW'S PHONE KEY, OFF ITS BUSINESS
      *    RECORD. A ROW WITHOUT ONE MATCHES NOTHING.
      *=================================================================
       2200-FIND-ROW-PHONE.

           MOVE SPACES             TO WS-RPY-ROW-PHONE-KEY
           MOVE HST-ROW-IDENTIFIER TO BUS-ROW-IDENTIFIER

           READ BUSINESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BUS-PHONE-NUM    TO WS-RPY-PHONE-IN
                   PERFORM 7100-PHONE-DIGITS
                   MOVE WS-RPY-PHONE-OUT TO WS-RPY-ROW-PHONE-KEY
           END-READ
           .

      *=================================================================
      *    2300-MATCH-ONE-REPLY. OFFERS THE SENT EVENT TO ONE REPLY.
      *=================================================================
       2300-MATCH-ONE-REPLY.

           IF WS-RPY-PHONE-KEY(WS-RPY-IX) = WS-RPY-ROW-PHONE-KEY
               AND HST-TIMESTAMP NOT > WS-RPY-TS(WS-RPY-IX)
               AND HST-TIMESTAMP > WS-RPY-SENT-TS(WS-RPY-IX)
               MOVE HST-ROW-IDENTIFIER TO WS-RPY-ROW-ID(WS-RPY-IX)
               MOVE HST-TIMESTAMP      TO WS-RPY-SENT-TS(WS-RPY-IX)
               MOVE HST-ACCOUNT-NUM    TO WS-RPY-ACCOUNT(WS-RPY-IX)
           END-IF
           .

      *=================================================================
      *    3000-END. A DATABASE FAILURE PART WAY THROUGH STOPS THE
      *    STEP. THE REPLIES ALREADY DISPOSED OF HAVE THEIR EVENTS ON
      *    NTCHIST AND THEIR OUTPUT ON THE EXTENDED FILES, SO A RERUN
      *    PICKS UP WHERE THIS ONE STOPPED.
      *=================================================================
       3000-END.

           DISPLAY 'SMSRPLY ABEND - ' OUT-ERR-COD ' ' OUT-ERR-MSG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *=================================================================
      *    4000-DISPOSE-ONE-REPLY. A MATCHED REPLY ALREADY ON THE
      *    HISTORY IS PASSED OVER; OTHERWISE ITS CATEGORY IS ACTED ON
      *    AND ITS EVENT WRITTEN - LAST, SO A REPLY IS ONLY MARKED
      *    DONE ONCE IT IS. AN UNMATCHED REPLY IS LISTED AND ACTED ON
      *    AS FAR AS IT CAN BE WITHOUT A ROW.
      *=================================================================
       4000-DISPOSE-ONE-REPLY.

           MOVE WS-RPY-CATEGORY(WS-RPY-IX) TO WS-RPY-CAT
           SET WS-RPY-BUS-MISSING TO TRUE

           IF WS-RPY-ROW-ID(WS-RPY-IX) = SPACES
               ADD 1 TO WS-RPY-NOMATCH-CTR
               DISPLAY 'SMSRPLY - NO SMS NOTICE FOUND FOR THE '
                       WS-RPY-CAT ' REPLY AT ' WS-RPY-TS(WS-RPY-IX)
               PERFORM 4200-APPLY-CATEGORY
           ELSE
               PERFORM 4100-CHECK-DONE-BEFORE
               IF WS-RPY-DONE-BEFORE
                   ADD 1 TO WS-RPY-AGAIN-CTR
               ELSE
                   ADD 1 TO WS-RPY-MATCH-CTR
                   MOVE WS-RPY-ROW-ID(WS-RPY-IX) TO BUS-ROW-IDENTIFIER
                   READ BUSINESS-FILE
                       INVALID KEY
                           SET WS-RPY-BUS-MISSING TO TRUE
                       NOT INVALID KEY
                           SET WS-RPY-BUS-FOUND   TO TRUE
                   END-READ
                   PERFORM 4200-APPLY-CATEGORY
                   PERFORM 4300-RECORD-REPLY-EVENT
               END-IF
           END-IF
           .

      *=================================================================
      *    4100-CHECK-DONE-BEFORE. AN SMSREPLY EVENT ALREADY ON THE
      *    HISTORY FOR THE REPLY'S ROW AND TIME MEANS AN EARLIER RUN
      *    HANDLED IT. THE EVENT IS WRITTEN HERE AS SEQUENCE 0, BUT AN
      *    NTCHSTLD REBUILD SINCE RENUMBERS IT AMONG THE ROW'S OTHER
      *    EVENTS, SO EVERY EVENT AT THAT ROW AND TIME IS LOOKED AT.
      *=================================================================
       4100-CHECK-DONE-BEFORE.

           SET WS-RPY-NOT-DONE TO TRUE
           MOVE 'N'                      TO WS-HST-EOF-SW
           MOVE WS-RPY-ROW-ID(WS-RPY-IX) TO HST-ROW-IDENTIFIER
           MOVE WS-RPY-TS(WS-RPY-IX)     TO HST-TIMESTAMP
           MOVE 0                        TO HST-SEQ

           START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   SET WS-HST-EOF TO TRUE
           END-START
           IF NOT WS-HST-EOF
               PERFORM 4110-READ-EVENT-AT-REPLY
           END-IF
           PERFORM 4120-CHECK-ONE-EVENT
               UNTIL WS-HST-EOF OR WS-RPY-DONE-BEFORE
           .

      *=================================================================
      *    4110-READ-EVENT-AT-REPLY. READS THE NEXT HISTORY EVENT; ONE
      *    FOR ANOTHER ROW OR TIME ENDS THE LOOK.
      *=================================================================
       4110-READ-EVENT-AT-REPLY.

           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HST-EOF TO TRUE
           END-READ
           IF NOT WS-HST-EOF
               IF HST-ROW-IDENTIFIER NOT = WS-RPY-ROW-ID(WS-RPY-IX)
                  OR HST-TIMESTAMP NOT = WS-RPY-TS(WS-RPY-IX)
                   SET WS-HST-EOF TO TRUE
               END-IF
           END-IF
           .

      *=================================================================
      *    4120-CHECK-ONE-EVENT. AN SMSREPLY EVENT ENDS THE LOOK;
      *    ANYTHING ELSE AT THE SAME TIME MOVES ON TO THE NEXT.
      *=================================================================
       4120-CHECK-ONE-EVENT.

           IF HST-EVENT-TYP = 'SMSREPLY'
               SET WS-RPY-DONE-BEFORE TO TRUE
           ELSE
               PERFORM 4110-READ-EVENT-AT-REPLY
           END-IF
           .

      *=================================================================
      *    4200-APPLY-CATEGORY. HELP IS ANSWERED (WHEN THE MATCHED
      *    ROW'S BUSINESS RECORD IS THERE TO ANSWER FROM); CONFIRM,
      *    CALLBACK AND WRONGNUM GO TO THE ACTION FILE; WRONGNUM ALSO
      *    SUPPRESSES THE NUMBER. OTHER IS ONLY RECORDED.
      *=================================================================
       4200-APPLY-CATEGORY.

           EVALUATE TRUE
             WHEN WS-RPY-CAT-HELP
                 IF WS-RPY-BUS-FOUND
                     PERFORM 4400-BUILD-HELP-ROW
                 ELSE
                     ADD 1 TO WS-RPY-HELP-NOANS-CTR
                 END-IF
             WHEN WS-RPY-CAT-CONFIRM
                 ADD 1 TO WS-RPY-CONFIRM-CTR
                 PERFORM 4500-WRITE-ACTION
             WHEN WS-RPY-CAT-CALLBACK
                 ADD 1 TO WS-RPY-CALLBACK-CTR
                 PERFORM 4500-WRITE-ACTION
             WHEN WS-RPY-CAT-WRONGNUM
                 ADD 1 TO WS-RPY-WRONGNUM-CTR
                 PERFORM 4500-WRITE-ACTION
                 PERFORM 4600-SUPPRESS-PHONE
             WHEN OTHER
                 ADD 1 TO WS-RPY-OTHER-CTR
           END-EVALUATE
           .

      *=================================================================
      *    4300-RECORD-REPLY-EVENT. THE SMSREPLY EVENT - CATEGORY AND
      *    TEXT, THE ROW'S PHONE AND EMAIL MASKED WHEREVER THE
      *    CUSTOMER TYPED THEM - STAMPED WITH THE REPLY TIME, ONTO THE
      *    AUDIT TRAIL AND THE HISTORY FILE.
      *=================================================================
       4300-RECORD-REPLY-EVENT.

           MOVE SPACES TO WS-MSK-TEXT
           STRING WS-RPY-CAT DELIMITED BY SPACE
                  ': ' WS-RPY-TEXT(WS-RPY-IX) DELIMITED BY SIZE
               INTO WS-MSK-TEXT
           IF WS-RPY-BUS-FOUND
               PERFORM 4310-MASK-RECIPIENTS
           END-IF

           MOVE SPACES                   TO AUD-REC
           MOVE WS-RPY-ROW-ID(WS-RPY-IX) TO AUD-ROW-IDENTIFIER
           MOVE 'SMSREPLY'               TO AUD-EVENT-TYP
           MOVE 0                        TO AUD-STRING-NUM
           MOVE 0                        TO AUD-SQLCODE
           MOVE WS-MSK-TEXT              TO AUD-DETAIL
           MOVE WS-RPY-TS(WS-RPY-IX)     TO AUD-TIMESTAMP
           MOVE 'SMS'                    TO AUD-CHANNEL
           WRITE AUD-REC

           MOVE SPACES                   TO HST-REC
           MOVE WS-RPY-ROW-ID(WS-RPY-IX) TO HST-ROW-IDENTIFIER
           MOVE WS-RPY-TS(WS-RPY-IX)     TO HST-TIMESTAMP
           MOVE 0                        TO HST-SEQ
           MOVE WS-RPY-ACCOUNT(WS-RPY-IX) TO HST-ACCOUNT-NUM
           MOVE 'SMSREPLY'               TO HST-EVENT-TYP
           MOVE 0                        TO HST-STRING-NUM
           MOVE 'SMS'                    TO HST-CHANNEL
           MOVE WS-MSK-TEXT(1:100)       TO HST-DETAIL
           WRITE HST-REC
               INVALID KEY
                   DISPLAY 'SMSRPLY - HISTORY WRITE FAILED '
                           WS-HST-FILE-STATUS ' FOR '
                           WS-RPY-ROW-ID(WS-RPY-IX)(1:30)
           END-WRITE
           .

      *=================================================================
      *    4310-MASK-RECIPIENTS. THE ROW'S PHONE AND EMAIL, MASKED BY
      *    THEIR OWN RULES WHEREVER THEY APPEAR IN THE DETAIL, AS
      *    NTCHSTLD MASKS THEM.
      *=================================================================
       4310-MASK-RECIPIENTS.

           MOVE 'PHONE-NUM'           TO WS-MSK-FIELD-NAME
           MOVE BUS-PHONE-NUM         TO WS-MSK-VALUE
           MOVE WS-MSK-VALUE          TO WS-MSK-CLEAR
           PERFORM 6520-MASK-FIELD-VALUE
           IF NOT WS-MSK-RULE-NONE
               PERFORM 6540-MASK-TEXT-OCCURS
           END-IF

           MOVE 'EMAIL-ADDR'          TO WS-MSK-FIELD-NAME
           MOVE BUS-EMAIL-ADDR        TO WS-MSK-VALUE
           MOVE WS-MSK-VALUE          TO WS-MSK-CLEAR
           PERFORM 6520-MASK-FIELD-VALUE
           IF NOT WS-MSK-RULE-NONE
               PERFORM 6540-MASK-TEXT-OCCURS
           END-IF
           .

      *=================================================================
      *    4400-BUILD-HELP-ROW. THE HELP AUTO-RESPONSE AS A NORMAL
      *    PARMSTR ROW: THE REPLY TEMPLATE'S APPROVED VERSIONS (EVERY
      *    LANGUAGE, SO THE CUSTOMER'S IS PICKED AS USUAL) COPIED
      *    UNDER THE NEW ROW IDENTIFIER, ITS BUSINESS RECORD AND ITS
      *    ROWIDIN LINE. NO APPROVED REPLY TEMPLATE LEAVES THE REPLY
      *    UNANSWERED AND ENDS THE STEP RC 4.
      *=================================================================
       4400-BUILD-HELP-ROW.

           MOVE WS-RPY-PHONE(WS-RPY-IX) TO WS-RPY-PHONE-IN
           PERFORM 7100-PHONE-DIGITS
           MOVE SPACES TO WS-RPY-NEW-ROW-ID
           STRING WS-RPY-HELP-TMPL(1:WS-RPY-HELP-TMPL-LEN)
                  '-'
                  WS-RPY-PHONE-OUT DELIMITED BY SPACE
                  '-'
                  WS-RPY-TS(WS-RPY-IX)(1:4)  WS-RPY-TS(WS-RPY-IX)(6:2)
                  WS-RPY-TS(WS-RPY-IX)(9:2)  WS-RPY-TS(WS-RPY-IX)(12:2)
                  WS-RPY-TS(WS-RPY-IX)(15:2) WS-RPY-TS(WS-RPY-IX)(18:2)
                  DELIMITED BY SIZE
               INTO WS-RPY-NEW-ROW-ID

           EXEC SQL
               INSERT INTO table_name
                      (row_identifier, language, effective_start_date,
                       effective_end_date, field_name, num_sections,
                       channel, notice_class, priority_class,
                       approval_status)
               SELECT :WS-RPY-NEW-ROW-ID, language,
                       effective_start_date, effective_end_date,
                       field_name, num_sections, channel,
                       notice_class, priority_class, approval_status
                 FROM  table_name
                WHERE  row_identifier = :WS-RPY-HELP-TMPL
                  AND  ISNULL(approval_status, 'A') = 'A'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                 ADD 1 TO WS-RPY-HELP-CTR
                 MOVE BUS-REC           TO RBS-REC
                 MOVE WS-RPY-NEW-ROW-ID TO RBS-ROW-IDENTIFIER
                 MOVE WS-RPY-PHONE(WS-RPY-IX) TO RBS-PHONE-NUM
                 MOVE SPACES            TO RBS-DUE-DATE
                 WRITE RBS-REC

                 MOVE SPACES            TO ROWID-REC
                 MOVE WS-RPY-NEW-ROW-ID TO RID-ROW-IDENTIFIER
                 WRITE ROWID-REC
             WHEN 100
                 ADD 1 TO WS-RPY-HELP-NOANS-CTR
                 DISPLAY 'SMSRPLY - NO APPROVED REPLY TEMPLATE '
                         WS-RPY-HELP-TMPL(1:WS-RPY-HELP-TMPL-LEN)
                         ' - HELP AT ' WS-RPY-TS(WS-RPY-IX)
                         ' NOT ANSWERED'
                 IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                 END-IF
             WHEN OTHER
                 MOVE  SQLCODE              TO OUT-ERR-COD
                 MOVE  SQLERRMC             TO OUT-ERR-MSG
                 PERFORM 3000-END
           END-EVALUATE
           .

      *=================================================================
      *    4500-WRITE-ACTION. ONE BUSINESS ACTION RECORD FOR THE
      *    COLLECTIONS AND SERVICING TEAMS.
      *=================================================================
       4500-WRITE-ACTION.

           MOVE SPACES                     TO RAC-REC
           MOVE WS-RPY-CAT                 TO RAC-ACTION
           MOVE WS-RPY-PHONE(WS-RPY-IX)    TO RAC-PHONE-NUM
           MOVE WS-RPY-TS(WS-RPY-IX)       TO RAC-REPLY-TS
           MOVE WS-RPY-ROW-ID(WS-RPY-IX)   TO RAC-ROW-IDENTIFIER
           MOVE WS-RPY-SENT-TS(WS-RPY-IX)  TO RAC-SENT-TS
           MOVE WS-RPY-ACCOUNT(WS-RPY-IX)  TO RAC-ACCOUNT-NUM
           IF WS-RPY-BUS-FOUND
               MOVE BUS-CUST-NAME          TO RAC-CUST-NAME
           END-IF
           MOVE WS-RPY-TEXT(WS-RPY-IX)     TO RAC-REPLY-TEXT
           WRITE RAC-REC
           ADD 1 TO WS-RPY-ACTION-CTR
           .

      *=================================================================
      *    4600-SUPPRESS-PHONE. A WRONG NUMBER GOES ON THE
      *    SUPPRESSION FILE, SCOPE ALL NOTICES, EFFECTIVE THE DAY THE
      *    REPLY ARRIVED - UNDER THE NUMBER AS THE MATCHED ACCOUNT
      *    HOLDS IT (WHAT THE NIGHTLY BUILD PROBES) AND AS THE GATEWAY
      *    SENT IT, WHEN THAT IS WRITTEN DIFFERENTLY.
      *=================================================================
       4600-SUPPRESS-PHONE.

           MOVE SPACES TO WS-RPY-EFF-DATE
           STRING WS-RPY-TS(WS-RPY-IX)(1:4) WS-RPY-TS(WS-RPY-IX)(6:2)
                  WS-RPY-TS(WS-RPY-IX)(9:2)
               DELIMITED BY SIZE INTO WS-RPY-EFF-DATE

           IF WS-RPY-BUS-FOUND
               MOVE SPACES                  TO SUP-KEY-VALUE
               MOVE BUS-PHONE-NUM           TO SUP-KEY-VALUE(1:15)
               PERFORM 4610-WRITE-ONE-SUPPRESSION
           END-IF

           IF WS-RPY-BUS-MISSING
              OR WS-RPY-PHONE(WS-RPY-IX) NOT = BUS-PHONE-NUM
               MOVE SPACES                  TO SUP-KEY-VALUE
               MOVE WS-RPY-PHONE(WS-RPY-IX) TO SUP-KEY-VALUE(1:15)
               PERFORM 4610-WRITE-ONE-SUPPRESSION
           END-IF
           .

      *=================================================================
      *    4610-WRITE-ONE-SUPPRESSION. ONE PHONE ENTRY. A NUMBER
      *    ALREADY SUPPRESSED IS LEFT AS IT STANDS - THE EARLIER ENTRY
      *    IS THE ONE THAT COUNTS.
      *=================================================================
       4610-WRITE-ONE-SUPPRESSION.

           MOVE 'P'               TO SUP-KEY-TYPE
           MOVE 'A'               TO SUP-SCOPE
           MOVE WS-RPY-EFF-DATE   TO SUP-EFF-DATE
           MOVE 'SMSRPLY'         TO SUP-SOURCE
           WRITE SUP-REC
               INVALID KEY
                   ADD 1 TO WS-RPY-SUP-DUP-CTR
               NOT INVALID KEY
                   ADD 1 TO WS-RPY-SUP-ADD-CTR
           END-WRITE
           .

      *=================================================================
      *    7100-PHONE-DIGITS. THE DIGITS OF WS-RPY-PHONE-IN, LEFT-
      *    JUSTIFIED IN WS-RPY-PHONE-OUT, AN 11-DIGIT NUMBER'S LEADING
      *    1 (THE COUNTRY CODE) DROPPED. NO DIGITS GIVES SPACES.
      *=================================================================
       7100-PHONE-DIGITS.

           MOVE SPACES TO WS-RPY-PHONE-OUT
           MOVE 0      TO WS-RPY-DIGIT-CNT
           PERFORM 7110-KEEP-ONE-DIGIT
               VARYING WS-RPY-PHONE-POS FROM 1 BY 1
               UNTIL WS-RPY-PHONE-POS > 15

           IF WS-RPY-DIGIT-CNT = 11 AND WS-RPY-PHONE-OUT(1:1) = '1'
               MOVE WS-RPY-PHONE-OUT(2:14) TO WS-RPY-PHONE-IN
               MOVE WS-RPY-PHONE-IN        TO WS-RPY-PHONE-OUT
           END-IF
           .

      *=================================================================
      *    7110-KEEP-ONE-DIGIT. APPENDS THE BYTE AT WS-RPY-PHONE-POS
      *    WHEN IT IS A DIGIT.
      *=================================================================
       7110-KEEP-ONE-DIGIT.

           IF WS-RPY-PHONE-IN(WS-RPY-PHONE-POS:1) IS NUMERIC
               ADD 1 TO WS-RPY-DIGIT-CNT
               MOVE WS-RPY-PHONE-IN(WS-RPY-PHONE-POS:1)
                    TO WS-RPY-PHONE-OUT(WS-RPY-DIGIT-CNT:1)
           END-IF
           .

      *=================================================================
      *    9999-TERMINATE. CLOSES THE FILES AND REPORTS THE TOTALS.
      *=================================================================
       9999-TERMINATE.

           CLOSE BUSINESS-FILE
           CLOSE HISTORY-FILE
           CLOSE SUPPRESSION-FILE
           CLOSE AUDIT-FILE
           CLOSE ACTION-FILE
           CLOSE REPLY-BUS-FILE
           CLOSE REPLY-ROW-FILE

           DISPLAY 'SMSRPLY - REPLIES READ:         ' WS-RPY-READ-CTR
           DISPLAY 'SMSRPLY - SKIPPED:              ' WS-RPY-SKIP-CTR
           DISPLAY 'SMSRPLY - HISTORY EVENTS READ:  '
                   WS-RPY-HST-READ-CTR
           DISPLAY 'SMSRPLY - MATCHED TO A NOTICE:  ' WS-RPY-MATCH-CTR
           DISPLAY 'SMSRPLY - NO NOTICE FOUND:      '
                   WS-RPY-NOMATCH-CTR
           DISPLAY 'SMSRPLY - HANDLED BY AN EARLIER RUN: '
                   WS-RPY-AGAIN-CTR
           DISPLAY 'SMSRPLY - HELP ANSWERED:        ' WS-RPY-HELP-CTR
           DISPLAY 'SMSRPLY - HELP NOT ANSWERED:    '
                   WS-RPY-HELP-NOANS-CTR
           DISPLAY 'SMSRPLY - CONFIRMATIONS:        '
                   WS-RPY-CONFIRM-CTR
           DISPLAY 'SMSRPLY - CALLBACK REQUESTS:    '
                   WS-RPY-CALLBACK-CTR
           DISPLAY 'SMSRPLY - WRONG NUMBERS:        '
                   WS-RPY-WRONGNUM-CTR
           DISPLAY 'SMSRPLY - OTHER REPLIES:        ' WS-RPY-OTHER-CTR
           DISPLAY 'SMSRPLY - ACTION RECORDS:       '
                   WS-RPY-ACTION-CTR
           DISPLAY 'SMSRPLY - NUMBERS SUPPRESSED:   '
                   WS-RPY-SUP-ADD-CTR
           DISPLAY 'SMSRPLY - ALREADY SUPPRESSED:   '
                   WS-RPY-SUP-DUP-CTR
           .

       COPY "notice-mask-pd.cpy".
