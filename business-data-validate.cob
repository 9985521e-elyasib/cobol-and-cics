      *=================================================================
      *    BUSDATVL
      *    BUSINESS DATA VALIDATION. RUNS BETWEEN THE UPSTREAM
      *    EXTRACT AND THE BUSDATLD LOAD AND EDITS EVERY EXTRACT
      *    RECORD (BUSDATA) FIELD BY FIELD, SO BAD UPSTREAM DATA
      *    STOPS HERE INSTEAD OF REACHING THE NIGHTLY BUILD AS "DUE
      *    ON 00000000" OR AN EMAIL TO AN ADDRESS WITHOUT AN @:
      *      - CUSTOMER NAME AND ACCOUNT NUMBER NOT BLANK
      *      - EMAIL ADDRESS, WHEN PRESENT, ONE @ WITH A LOCAL PART
      *        BEFORE IT AND A DOTTED DOMAIN AFTER IT, NO SPACES
      *      - PHONE NUMBER, WHEN PRESENT, 10 DIGITS (11 WITH A
      *        LEADING 1) AMONG THE USUAL PUNCTUATION
      *      - DUE DATE, WHEN PRESENT, A REAL CALENDAR DATE
      *      - BALANCE NUMERIC AND NOT NEGATIVE
      *      - LANGUAGE CODE, WHEN PRESENT, ONE table_name HAS AN
      *        APPROVED TEMPLATE VERSION IN
      *    RECORDS THAT PASS ARE COPIED UNCHANGED TO THE VALIDATED
      *    EXTRACT (BUSVALID), WHICH IS WHAT BUSDATLD LOADS. A
      *    RECORD THAT FAILS GOES TO THE REJECT FILE (BUSREJ) - ONE
      *    LINE PER FAILING FIELD, NAMING THE FIELD AND THE REASON -
      *    AND IS NOT LOADED. THE VALIDATION REPORT (BUSVRPT) GIVES
      *    THE COUNTS BY ERROR TYPE.
      *
      *    A BUSREJPCT=NNN CARD ON RUNOPTS SETS THE MOST REJECTS, AS
      *    A WHOLE PERCENT OF THE RECORDS READ, THE NIGHT WILL RUN
      *    WITH (DEFAULT WS-VLD-REJ-PCT-DFLT). OVER IT THE STEP ENDS
      *    RC 8 AND THE SCHEDULER STOPS THE NIGHT - ONE BROKEN
      *    EXTRACT CANNOT TURN INTO FIFTY THOUSAND GARBAGE NOTICES.
      *    REJECTS WITHIN IT END RC 4; THE GOOD RECORDS LOAD AND THE
      *    REJECTS GO BACK UPSTREAM FOR CORRECTION.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSDATVL.
       AUTHOR.        E SOSA.
       INSTALLATION.  DATA PROCESSING - NOTICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *=================================================================
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 ES    ORIGINAL - FIELD-LEVEL EDITS OF THE
      *                     BUSINESS EXTRACT AHEAD OF BUSDATLD, REJECT
      *                     FILE, REPORT AND REJECT-PERCENT STOP
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-EXTRACT-FILE ASSIGN TO "BUSDATA"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-VALID-FILE ASSIGN TO "BUSVALID"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-REJECT-FILE ASSIGN TO "BUSREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VLD-RPT-FILE   ASSIGN TO "BUSVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-OPTIONS-FILE ASSIGN TO "RUNOPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SEQUENTIAL EXTRACT AS THE UPSTREAM SYSTEMS WROTE IT.
       FD  BUS-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY "notice-bus-rec.cpy"
           REPLACING LEADING ==BUS== BY ==BXT==.

      *    THE RECORDS THAT PASSED, UNCHANGED - BUSDATLD'S INPUT.
       FD  BUS-VALID-FILE
           RECORDING MODE IS F.
       COPY "notice-bus-rec.cpy"
           REPLACING LEADING ==BUS== BY ==BVL==.

      *    ONE LINE PER FAILING FIELD OF A REJECTED RECORD. REJ-VALUE
      *    IS THE FIELD AS RECEIVED, SO UPSTREAM CAN SEE WHAT CAME.
       FD  BUS-REJECT-FILE
           RECORDING MODE IS F.
       01  REJ-REC.
           05  REJ-ROW-IDENTIFIER        PIC X(50).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  REJ-ACCOUNT-NUM           PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  REJ-FIELD                 PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  REJ-REASON                PIC X(24).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  REJ-VALUE                 PIC X(60).

       FD  VLD-RPT-FILE
           RECORDING MODE IS F.
       01  VLD-RPT-LINE                  PIC X(80).

      *    RUN OPTION CARDS - THE SAME FILE THE NIGHTLY BATCH READS.
      *    ONLY BUSREJPCT= IS ACTED ON HERE.
       FD  RUN-OPTIONS-FILE
           RECORDING MODE IS F.
       01  OPT-CARD                      PIC X(80).

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================
       WORKING-STORAGE SECTION.

      *    SHARED ENGINE STORAGE - USED HERE FOR THE SQLCA, THE
      *    ERROR RETURN AREA AND THE TIMESTAMP WORK AREAS.
       COPY "notice-engine-ws.cpy".

       77  WS-OPT-FILE-STATUS               PIC X(02) VALUE '00'.
       01  WS-OPT-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-OPT-EOF                             VALUE 'Y'.
       01  WS-EXTR-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-EXTR-EOF                            VALUE 'Y'.

      *    THE REJECT THRESHOLD. NO BUSREJPCT CARD LEAVES THE
      *    DEFAULT.
       77  WS-VLD-REJ-PCT-DFLT              PIC 9(03) VALUE 5.
       77  WS-VLD-REJ-PCT-MAX               PIC 9(03) VALUE 5.
       77  WS-VLD-REJ-PCT                   PIC 9(03)V99 VALUE 0.

       77  WS-VLD-READ-CTR                  PIC 9(07) VALUE 0.
       77  WS-VLD-PASS-CTR                  PIC 9(07) VALUE 0.
       77  WS-VLD-REJ-CTR                   PIC 9(07) VALUE 0.
       77  WS-VLD-ERR-LINE-CTR              PIC 9(07) VALUE 0.

      *    SET BY ANY FAILING EDIT ON THE CURRENT RECORD.
       01  WS-VLD-REC-SW                    PIC X(01) VALUE 'Y'.
           88  WS-VLD-REC-OK                          VALUE 'Y'.
           88  WS-VLD-REC-BAD                         VALUE 'N'.

      *    ERROR TYPES, INDEXED BY WS-VLD-ERR-IX - THE FIELD AND THE
      *    REASON AS THEY PRINT ON THE REJECT FILE AND THE REPORT.
       01  WS-VLD-ERR-NAME-VALS.
           05  FILLER  PIC X(36) VALUE
               'CUST-NAME   NAME BLANK'.
           05  FILLER  PIC X(36) VALUE
               'ACCOUNT-NUM ACCOUNT BLANK'.
           05  FILLER  PIC X(36) VALUE
               'EMAIL-ADDR  EMAIL SYNTAX INVALID'.
           05  FILLER  PIC X(36) VALUE
               'PHONE-NUM   PHONE DIGIT COUNT WRONG'.
           05  FILLER  PIC X(36) VALUE
               'DUE-DATE    NOT A CALENDAR DATE'.
           05  FILLER  PIC X(36) VALUE
               'BALANCE     BALANCE NOT NUMERIC'.
           05  FILLER  PIC X(36) VALUE
               'BALANCE     BALANCE NEGATIVE'.
           05  FILLER  PIC X(36) VALUE
               'LANG-CODE   NO TEMPLATES IN LANGUAGE'.
       01  WS-VLD-ERR-NAMES REDEFINES WS-VLD-ERR-NAME-VALS.
           05  WS-VLD-ERR-NAME  OCCURS 8 TIMES.
               10  WS-VLD-ERR-FIELD      PIC X(12).
               10  WS-VLD-ERR-REASON     PIC X(24).
       01  WS-VLD-ERR-COUNTS.
           05  WS-VLD-ERR-CNT  OCCURS 8 TIMES PIC 9(07).
       77  WS-VLD-ERR-MAX                   PIC 9(02) VALUE 8.
       77  WS-VLD-ERR-IX                    PIC 9(02) VALUE 0.
       77  WS-VLD-ERR-VALUE                 PIC X(60) VALUE SPACES.

      *    LANGUAGES table_name HAS AN APPROVED TEMPLATE VERSION IN,
      *    LOADED ONCE AT START. A BLANK LANGUAGE CODE MEANS THE
      *    DEFAULT AND IS NOT LOOKED UP.
       01  WS-VLD-LANG-TABLE.
           05  WS-VLD-LANG-ENTRY  OCCURS 50 TIMES PIC X(02).
       77  WS-VLD-LANG-MAX                  PIC 9(02) VALUE 50.
       77  WS-VLD-LANG-CNT                  PIC 9(02) VALUE 0.
       77  WS-VLD-LANG-IX                   PIC 9(02) VALUE 0.
       77  WS-VLD-LANG-FETCHED              PIC X(02) VALUE SPACES.
       01  WS-VLD-LANG-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-VLD-LANG-FOUND                      VALUE 'Y'.
       01  WS-VLD-LANG-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-VLD-LANG-EOF                        VALUE 'Y'.

      *    EMAIL EDIT WORK AREAS.
       77  WS-VLD-EMAIL-LEN                 PIC 9(03) VALUE 0.
       77  WS-VLD-AT-CNT                    PIC 9(03) VALUE 0.
       77  WS-VLD-SPACE-CNT                 PIC 9(03) VALUE 0.
       77  WS-VLD-LOCAL-LEN                 PIC 9(03) VALUE 0.
       77  WS-VLD-DOMAIN-POS                PIC 9(03) VALUE 0.
       77  WS-VLD-DOMAIN-LEN                PIC 9(03) VALUE 0.
       77  WS-VLD-DOT-CNT                   PIC 9(03) VALUE 0.

      *    PHONE EDIT WORK AREAS. ONLY DIGITS AND THE PUNCTUATION
      *    UPSTREAM FORMATS NUMBERS WITH ARE ALLOWED.
       77  WS-VLD-DIGIT-CNT                 PIC 9(03) VALUE 0.
       77  WS-VLD-OTHER-CNT                 PIC 9(03) VALUE 0.
       77  WS-VLD-CHAR-IX                   PIC 9(03) VALUE 0.
       01  WS-VLD-FIRST-DIGIT               PIC X(01) VALUE SPACE.
       01  WS-VLD-PHONE-CHAR                PIC X(01) VALUE SPACE.
           88  WS-VLD-PHONE-PUNCT                     VALUE
               ' ' '(' ')' '-' '.' '+' '/'.

      *    CALENDAR DATE EDIT WORK AREAS.
       01  WS-VLD-DATE.
           05  WS-VLD-DATE-YYYY          PIC 9(04).
           05  WS-VLD-DATE-MM            PIC 9(02).
           05  WS-VLD-DATE-DD            PIC 9(02).
       01  WS-VLD-MONTH-DAY-VALS         PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-VLD-MONTH-DAYS REDEFINES WS-VLD-MONTH-DAY-VALS.
           05  WS-VLD-MONTH-DAY  OCCURS 12 TIMES PIC 9(02).
       77  WS-VLD-DAYS-IN-MONTH             PIC 9(02) VALUE 0.
       77  WS-VLD-QUOTIENT                  PIC 9(04) VALUE 0.
       77  WS-VLD-REM-4                     PIC 9(04) VALUE 0.
       77  WS-VLD-REM-100                   PIC 9(04) VALUE 0.
       77  WS-VLD-REM-400                   PIC 9(04) VALUE 0.

      *    BALANCE EDIT - THE LAST BYTE OF AN UNSIGNED ZONED FIELD
      *    CARRYING A NEGATIVE OVERPUNCH.
       01  WS-VLD-SIGN-BYTE                 PIC X(01) VALUE SPACE.
           88  WS-VLD-NEG-OVERPUNCH                   VALUE
               '}' 'J' THRU 'R' 'p' THRU 'y'.

       01  WS-VRP-HDR.
           05  FILLER                    PIC X(36) VALUE
               'BUSDATVL EXTRACT VALIDATION REPORT'.
           05  FILLER                    PIC X(25) VALUE SPACES.
           05  WS-VRP-HDR-TS             PIC X(19).
       01  WS-VRP-DTL.
           05  WS-VRP-FIELD              PIC X(12) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-VRP-REASON             PIC X(24) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE ': '.
           05  WS-VRP-CNT                PIC Z(06)9.
           05  FILLER                    PIC X(34) VALUE SPACES.
       01  WS-VRP-PCT-LINE.
           05  WS-VRP-PCT-LABEL          PIC X(37) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE ': '.
           05  WS-VRP-PCT                PIC ZZ9.99.
           05  FILLER                    PIC X(35) VALUE SPACES.
       01  WS-VRP-VERDICT                   PIC X(80) VALUE SPACES.

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
       PROCEDURE DIVISION.

      *=================================================================
      *    0000-MAINLINE. EDITS EVERY EXTRACT RECORD AND PASSES OR
      *    REJECTS IT.
      *=================================================================
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE

           PERFORM 2000-VALIDATE-ONE-RECORD
               UNTIL WS-EXTR-EOF

           PERFORM 9999-TERMINATE

           STOP RUN
           .

      *=================================================================
      *    1000-INITIALIZE. READS THE THRESHOLD CARD, LOADS THE
      *    TEMPLATE LANGUAGES, OPENS THE FILES AND READS THE FIRST
      *    EXTRACT RECORD.
      *=================================================================
       1000-INITIALIZE.

           MOVE WS-VLD-REJ-PCT-DFLT TO WS-VLD-REJ-PCT-MAX
           INITIALIZE WS-VLD-ERR-COUNTS

           OPEN INPUT RUN-OPTIONS-FILE
           IF WS-OPT-FILE-STATUS = '00'
               PERFORM 1310-READ-ONE-OPT-CARD
               PERFORM 1320-APPLY-ONE-OPT-CARD
                   UNTIL WS-OPT-EOF
               CLOSE RUN-OPTIONS-FILE
           END-IF

           PERFORM 1400-LOAD-LANGUAGES

           OPEN INPUT  BUS-EXTRACT-FILE
           OPEN OUTPUT BUS-VALID-FILE
           OPEN OUTPUT BUS-REJECT-FILE
           OPEN OUTPUT VLD-RPT-FILE

           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-TIMESTAMP-OUT TO WS-VRP-HDR-TS
           WRITE VLD-RPT-LINE FROM WS-VRP-HDR
           MOVE SPACES TO VLD-RPT-LINE
           WRITE VLD-RPT-LINE

           PERFORM 2100-READ-EXTRACT
           .

      *=================================================================
      *    1310-READ-ONE-OPT-CARD. READS THE NEXT OPTION CARD.
      *=================================================================
       1310-READ-ONE-OPT-CARD.

           READ RUN-OPTIONS-FILE
               AT END
                   SET WS-OPT-EOF TO TRUE
           END-READ
           .

      *=================================================================
      *    1320-APPLY-ONE-OPT-CARD. APPLIES THE CARD JUST READ.
      *    CARDS THE OTHER STEPS OWN ARE PASSED OVER QUIETLY.
      *=================================================================
       1320-APPLY-ONE-OPT-CARD.

           IF OPT-CARD(1:10) = 'BUSREJPCT='
               IF OPT-CARD(11:3) IS NUMERIC
                  AND OPT-CARD(11:3) NOT > '100'
                   MOVE OPT-CARD(11:3) TO WS-VLD-REJ-PCT-MAX
               ELSE
                   DISPLAY 'BUSDATVL - BUSREJPCT NOT 000-100, '
                           'CARD IGNORED: ' OPT-CARD(1:20)
               END-IF
           END-IF

           PERFORM 1310-READ-ONE-OPT-CARD
           .

      *=================================================================
      *    1400-LOAD-LANGUAGES. LOADS EVERY LANGUAGE table_name HAS
      *    AN APPROVED TEMPLATE VERSION IN - THE ONLY VERSIONS THE
      *    NIGHTLY FETCH EVER SELECTS. ROWS LOADED BEFORE THE
      *    APPROVAL COLUMN EXISTED CARRY A NULL STATUS AND COUNT AS
      *    APPROVED, AS THEY DO THERE.
      *=================================================================
       1400-LOAD-LANGUAGES.

           EXEC SQL
               DECLARE LANGCSR CURSOR FOR
               SELECT DISTINCT language
                 FROM table_name with(nolock)
                WHERE ISNULL(approval_status, 'A') = 'A'
             ORDER BY language
           END-EXEC

           EXEC SQL
               OPEN LANGCSR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE  SQLCODE              TO OUT-ERR-COD
               MOVE  SQLERRMC             TO OUT-ERR-MSG
               PERFORM 3000-END
           END-IF

           PERFORM 1410-FETCH-LANGUAGE
           PERFORM 1420-STORE-LANGUAGE
               UNTIL WS-VLD-LANG-EOF

           EXEC SQL
               CLOSE LANGCSR
           END-EXEC

           DISPLAY 'BUSDATVL - TEMPLATE LANGUAGES:  ' WS-VLD-LANG-CNT
           .

      *=================================================================
      *    1410-FETCH-LANGUAGE. FETCHES THE NEXT TEMPLATE LANGUAGE.
      *=================================================================
       1410-FETCH-LANGUAGE.

           EXEC SQL
               FETCH LANGCSR
                INTO  :WS-VLD-LANG-FETCHED
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                 CONTINUE
             WHEN 100
                 SET WS-VLD-LANG-EOF TO TRUE
             WHEN OTHER
                 MOVE  SQLCODE              TO OUT-ERR-COD
                 MOVE  SQLERRMC             TO OUT-ERR-MSG
                 PERFORM 3000-END
           END-EVALUATE
           .

      *=================================================================
      *    1420-STORE-LANGUAGE. ADDS THE LANGUAGE JUST FETCHED TO THE
      *    TABLE AND FETCHES THE NEXT. A FULL TABLE STOPS THE RUN -
      *    A LANGUAGE LEFT OFF IT WOULD REJECT GOOD RECORDS.
      *=================================================================
       1420-STORE-LANGUAGE.

           IF WS-VLD-LANG-CNT NOT < WS-VLD-LANG-MAX
               MOVE 16                         TO OUT-ERR-COD
               MOVE 'LANGUAGE TABLE FULL'      TO OUT-ERR-MSG
               PERFORM 3000-END
           END-IF

           ADD  1                   TO WS-VLD-LANG-CNT
           MOVE WS-VLD-LANG-FETCHED TO
                WS-VLD-LANG-ENTRY(WS-VLD-LANG-CNT)

           PERFORM 1410-FETCH-LANGUAGE
           .

      *=================================================================
      *    2000-VALIDATE-ONE-RECORD. RUNS EVERY EDIT AGAINST THE
      *    EXTRACT RECORD JUST READ - ALL OF THEM, SO ONE TRIP
      *    UPSTREAM FIXES EVERYTHING WRONG WITH IT - THEN PASSES OR
      *    REJECTS IT AND READS THE NEXT.
      *=================================================================
       2000-VALIDATE-ONE-RECORD.

           ADD 1 TO WS-VLD-READ-CTR
           SET WS-VLD-REC-OK TO TRUE

           PERFORM 2200-EDIT-NAME-ACCOUNT
           PERFORM 2300-EDIT-EMAIL
           PERFORM 2400-EDIT-PHONE
           PERFORM 2500-EDIT-DUE-DATE
           PERFORM 2600-EDIT-BALANCE
           PERFORM 2700-EDIT-LANGUAGE

           IF WS-VLD-REC-OK
               ADD 1 TO WS-VLD-PASS-CTR
               MOVE BXT-REC TO BVL-REC
               WRITE BVL-REC
           ELSE
               ADD 1 TO WS-VLD-REJ-CTR
           END-IF

           PERFORM 2100-READ-EXTRACT
           .

      *=================================================================
      *    2100-READ-EXTRACT. READS THE NEXT EXTRACT RECORD.
      *=================================================================
       2100-READ-EXTRACT.

           READ BUS-EXTRACT-FILE
               AT END
                   SET WS-EXTR-EOF TO TRUE
           END-READ
           .

      *=================================================================
      *    2200-EDIT-NAME-ACCOUNT. EVERY NOTICE ADDRESSES A NAMED
      *    CUSTOMER ABOUT AN ACCOUNT - NEITHER MAY BE BLANK.
      *=================================================================
       2200-EDIT-NAME-ACCOUNT.

           IF BXT-CUST-NAME = SPACES
               MOVE 1             TO WS-VLD-ERR-IX
               MOVE SPACES        TO WS-VLD-ERR-VALUE
               PERFORM 2900-REJECT-FIELD
           END-IF

           IF BXT-ACCOUNT-NUM = SPACES
               MOVE 2             TO WS-VLD-ERR-IX
               MOVE SPACES        TO WS-VLD-ERR-VALUE
               PERFORM 2900-REJECT-FIELD
           END-IF
           .

      *=================================================================
      *    2300-EDIT-EMAIL. A BLANK ADDRESS IS ALLOWED - THE ROW GOES
      *    BY ANOTHER CHANNEL. OTHERWISE THE ADDRESS MUST HAVE NO
      *    EMBEDDED OR LEADING SPACES, EXACTLY ONE @ WITH AT LEAST
      *    ONE CHARACTER BEFORE IT, AND A DOMAIN AFTER IT HOLDING A
      *    DOT THAT IS NEITHER ITS FIRST NOR ITS LAST CHARACTER.
      *=================================================================
       2300-EDIT-EMAIL.

           IF BXT-EMAIL-ADDR NOT = SPACES
               PERFORM 2310-FIND-EMAIL-END
                   VARYING WS-VLD-EMAIL-LEN FROM 60 BY -1
                   UNTIL BXT-EMAIL-ADDR(WS-VLD-EMAIL-LEN:1)
                         NOT = SPACE

               MOVE 0 TO WS-VLD-AT-CNT
               MOVE 0 TO WS-VLD-SPACE-CNT
               MOVE 0 TO WS-VLD-LOCAL-LEN
               INSPECT BXT-EMAIL-ADDR(1:WS-VLD-EMAIL-LEN)
                   TALLYING WS-VLD-AT-CNT    FOR ALL '@'
                            WS-VLD-SPACE-CNT FOR ALL SPACE
               INSPECT BXT-EMAIL-ADDR(1:WS-VLD-EMAIL-LEN)
                   TALLYING WS-VLD-LOCAL-LEN
                   FOR CHARACTERS BEFORE INITIAL '@'

               IF WS-VLD-AT-CNT NOT = 1
                  OR WS-VLD-SPACE-CNT > 0
                  OR WS-VLD-LOCAL-LEN = 0
                   PERFORM 2320-REJECT-EMAIL
               ELSE
                   PERFORM 2330-EDIT-EMAIL-DOMAIN
               END-IF
           END-IF
           .

      *=================================================================
      *    2310-FIND-EMAIL-END. NO-OP TARGET - THE VARYING CLAUSE
      *    WALKS BACK TO THE LAST NON-BLANK OF THE ADDRESS.
      *=================================================================
       2310-FIND-EMAIL-END.

           CONTINUE
           .

      *=================================================================
      *    2320-REJECT-EMAIL. REJECTS THE EMAIL ADDRESS.
      *=================================================================
       2320-REJECT-EMAIL.

           MOVE 3              TO WS-VLD-ERR-IX
           MOVE BXT-EMAIL-ADDR TO WS-VLD-ERR-VALUE
           PERFORM 2900-REJECT-FIELD
           .

      *=================================================================
      *    2330-EDIT-EMAIL-DOMAIN. CHECKS THE PART AFTER THE @ - AT
      *    LEAST 3 CHARACTERS, A DOT IN IT, AND NO DOT AT EITHER END.
      *=================================================================
       2330-EDIT-EMAIL-DOMAIN.

           COMPUTE WS-VLD-DOMAIN-POS = WS-VLD-LOCAL-LEN + 2
           COMPUTE WS-VLD-DOMAIN-LEN =
                   WS-VLD-EMAIL-LEN - WS-VLD-LOCAL-LEN - 1

           IF WS-VLD-DOMAIN-LEN < 3
               PERFORM 2320-REJECT-EMAIL
           ELSE
               MOVE 0 TO WS-VLD-DOT-CNT
               INSPECT BXT-EMAIL-ADDR(WS-VLD-DOMAIN-POS:
                                      WS-VLD-DOMAIN-LEN)
                   TALLYING WS-VLD-DOT-CNT FOR ALL '.'
               IF WS-VLD-DOT-CNT = 0
                  OR BXT-EMAIL-ADDR(WS-VLD-DOMAIN-POS:1) = '.'
                  OR BXT-EMAIL-ADDR(WS-VLD-EMAIL-LEN:1) = '.'
                   PERFORM 2320-REJECT-EMAIL
               END-IF
           END-IF
           .

      *=================================================================
      *    2400-EDIT-PHONE. A BLANK NUMBER IS ALLOWED. OTHERWISE THE
      *    NUMBER MAY HOLD ONLY DIGITS AND PUNCTUATION, AND MUST
      *    COME TO 10 DIGITS - OR 11 WHEN THE FIRST IS THE COUNTRY
      *    CODE 1 - SO THE SMS GATEWAY CAN DIAL IT.
      *=================================================================
       2400-EDIT-PHONE.

           IF BXT-PHONE-NUM NOT = SPACES
               MOVE 0     TO WS-VLD-DIGIT-CNT
               MOVE 0     TO WS-VLD-OTHER-CNT
               MOVE SPACE TO WS-VLD-FIRST-DIGIT

               PERFORM 2410-CLASSIFY-PHONE-CHAR
                   VARYING WS-VLD-CHAR-IX FROM 1 BY 1
                   UNTIL WS-VLD-CHAR-IX > 15

               IF WS-VLD-OTHER-CNT > 0
                  OR NOT (WS-VLD-DIGIT-CNT = 10
                       OR (WS-VLD-DIGIT-CNT = 11
                           AND WS-VLD-FIRST-DIGIT = '1'))
                   MOVE 4             TO WS-VLD-ERR-IX
                   MOVE BXT-PHONE-NUM TO WS-VLD-ERR-VALUE
                   PERFORM 2900-REJECT-FIELD
               END-IF
           END-IF
           .

      *=================================================================
      *    2410-CLASSIFY-PHONE-CHAR. COUNTS ONE CHARACTER OF THE
      *    NUMBER AS A DIGIT, ALLOWED PUNCTUATION OR ANYTHING ELSE.
      *=================================================================
       2410-CLASSIFY-PHONE-CHAR.

           MOVE BXT-PHONE-NUM(WS-VLD-CHAR-IX:1) TO WS-VLD-PHONE-CHAR

           EVALUATE TRUE
             WHEN WS-VLD-PHONE-CHAR IS NUMERIC
                 ADD 1 TO WS-VLD-DIGIT-CNT
                 IF WS-VLD-DIGIT-CNT = 1
                     MOVE WS-VLD-PHONE-CHAR TO WS-VLD-FIRST-DIGIT
                 END-IF
             WHEN WS-VLD-PHONE-PUNCT
                 CONTINUE
             WHEN OTHER
                 ADD 1 TO WS-VLD-OTHER-CNT
           END-EVALUATE
           .

      *=================================================================
      *    2500-EDIT-DUE-DATE. A BLANK DUE DATE IS ALLOWED - NOT
      *    EVERY NOTICE HAS ONE. OTHERWISE IT MUST BE A REAL YYYYMMDD
      *    CALENDAR DATE: NUMERIC, YEAR 1900 OR LATER, MONTH 01-12,
      *    AND A DAY THAT EXISTS IN THAT MONTH, 29 FEBRUARY ONLY IN A
      *    LEAP YEAR. ZEROS ARE NOT A DATE.
      *=================================================================
       2500-EDIT-DUE-DATE.

           IF BXT-DUE-DATE NOT = SPACES
               IF BXT-DUE-DATE IS NOT NUMERIC
                   PERFORM 2520-REJECT-DUE-DATE
               ELSE
                   MOVE BXT-DUE-DATE TO WS-VLD-DATE
                   IF WS-VLD-DATE-YYYY < 1900
                      OR WS-VLD-DATE-MM < 1
                      OR WS-VLD-DATE-MM > 12
                       PERFORM 2520-REJECT-DUE-DATE
                   ELSE
                       PERFORM 2510-SET-DAYS-IN-MONTH
                       IF WS-VLD-DATE-DD < 1
                          OR WS-VLD-DATE-DD > WS-VLD-DAYS-IN-MONTH
                           PERFORM 2520-REJECT-DUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    2510-SET-DAYS-IN-MONTH. DAYS IN THE DUE DATE'S MONTH,
      *    FEBRUARY TAKING 29 IN A LEAP YEAR - DIVISIBLE BY 4, AND
      *    NOT BY 100 UNLESS ALSO BY 400.
      *=================================================================
       2510-SET-DAYS-IN-MONTH.

           MOVE WS-VLD-MONTH-DAY(WS-VLD-DATE-MM)
               TO WS-VLD-DAYS-IN-MONTH

           IF WS-VLD-DATE-MM = 2
               DIVIDE WS-VLD-DATE-YYYY BY 4
                   GIVING WS-VLD-QUOTIENT REMAINDER WS-VLD-REM-4
               DIVIDE WS-VLD-DATE-YYYY BY 100
                   GIVING WS-VLD-QUOTIENT REMAINDER WS-VLD-REM-100
               DIVIDE WS-VLD-DATE-YYYY BY 400
                   GIVING WS-VLD-QUOTIENT REMAINDER WS-VLD-REM-400
               IF WS-VLD-REM-4 = 0
                  AND (WS-VLD-REM-100 NOT = 0
                       OR WS-VLD-REM-400 = 0)
                   MOVE 29 TO WS-VLD-DAYS-IN-MONTH
               END-IF
           END-IF
           .

      *=================================================================
      *    2520-REJECT-DUE-DATE. REJECTS THE DUE DATE.
      *=================================================================
       2520-REJECT-DUE-DATE.

           MOVE 5             TO WS-VLD-ERR-IX
           MOVE BXT-DUE-DATE  TO WS-VLD-ERR-VALUE
           PERFORM 2900-REJECT-FIELD
           .

      *=================================================================
      *    2600-EDIT-BALANCE. THE BALANCE MUST BE UNSIGNED ZONED
      *    DIGITS. A LEADING MINUS OR A NEGATIVE OVERPUNCH IN THE
      *    LAST BYTE ON OTHERWISE GOOD DIGITS IS REPORTED AS A
      *    NEGATIVE BALANCE; ANYTHING ELSE AS NOT NUMERIC.
      *=================================================================
       2600-EDIT-BALANCE.

           IF BXT-BALANCE IS NOT NUMERIC
               MOVE BXT-BALANCE(11:1) TO WS-VLD-SIGN-BYTE
               IF BXT-BALANCE(1:1) = '-'
                  OR (BXT-BALANCE(1:10) IS NUMERIC
                      AND WS-VLD-NEG-OVERPUNCH)
                   MOVE 7          TO WS-VLD-ERR-IX
               ELSE
                   MOVE 6          TO WS-VLD-ERR-IX
               END-IF
               MOVE BXT-BALANCE(1:11) TO WS-VLD-ERR-VALUE
               PERFORM 2900-REJECT-FIELD
           END-IF
           .

      *=================================================================
      *    2700-EDIT-LANGUAGE. A BLANK CODE MEANS THE DEFAULT
      *    LANGUAGE. ANY OTHER CODE MUST BE ONE table_name HAS AN
      *    APPROVED TEMPLATE IN.
      *=================================================================
       2700-EDIT-LANGUAGE.

           IF BXT-LANG-CODE NOT = SPACES
               MOVE 'N' TO WS-VLD-LANG-FOUND-SW
               PERFORM 2710-MATCH-LANGUAGE
                   VARYING WS-VLD-LANG-IX FROM 1 BY 1
                   UNTIL WS-VLD-LANG-IX > WS-VLD-LANG-CNT
                      OR WS-VLD-LANG-FOUND
               IF NOT WS-VLD-LANG-FOUND
                   MOVE 8             TO WS-VLD-ERR-IX
                   MOVE BXT-LANG-CODE TO WS-VLD-ERR-VALUE
                   PERFORM 2900-REJECT-FIELD
               END-IF
           END-IF
           .

      *=================================================================
      *    2710-MATCH-LANGUAGE. COMPARES ONE TABLE ENTRY.
      *=================================================================
       2710-MATCH-LANGUAGE.

           IF WS-VLD-LANG-ENTRY(WS-VLD-LANG-IX) = BXT-LANG-CODE
               SET WS-VLD-LANG-FOUND TO TRUE
           END-IF
           .

      *=================================================================
      *    2900-REJECT-FIELD. WRITES ONE REJECT LINE FOR ERROR TYPE
      *    WS-VLD-ERR-IX ON THE CURRENT RECORD, WITH THE FIELD'S
      *    VALUE FROM WS-VLD-ERR-VALUE, AND COUNTS IT.
      *=================================================================
       2900-REJECT-FIELD.

           SET WS-VLD-REC-BAD TO TRUE
           ADD 1 TO WS-VLD-ERR-CNT(WS-VLD-ERR-IX)
           ADD 1 TO WS-VLD-ERR-LINE-CTR

           MOVE SPACES                            TO REJ-REC
           MOVE BXT-ROW-IDENTIFIER                TO REJ-ROW-IDENTIFIER
           MOVE BXT-ACCOUNT-NUM                   TO REJ-ACCOUNT-NUM
           MOVE WS-VLD-ERR-FIELD(WS-VLD-ERR-IX)   TO REJ-FIELD
           MOVE WS-VLD-ERR-REASON(WS-VLD-ERR-IX)  TO REJ-REASON
           MOVE WS-VLD-ERR-VALUE                  TO REJ-VALUE
           WRITE REJ-REC
           .

      *=================================================================
      *    3000-END. A TEMPLATE-LANGUAGE LOAD FAILURE MEANS THE EDITS
      *    CANNOT BE TRUSTED, SO THE STEP STOPS WITHOUT WRITING A
      *    VALIDATED EXTRACT.
      *=================================================================
       3000-END.

           DISPLAY 'BUSDATVL ABEND - ' OUT-ERR-COD ' ' OUT-ERR-MSG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *=================================================================
      *    7000-STAMP-TIMESTAMP. SAME TIMESTAMP FORMAT AS THE BATCH
      *    REPORTS.
      *=================================================================
       7000-STAMP-TIMESTAMP.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURR-TIME FROM TIME

           STRING WS-CURR-DATE(1:4) '-' WS-CURR-DATE(5:2) '-'
                  WS-CURR-DATE(7:2) ' ' WS-CURR-TIME(1:2) ':'
                  WS-CURR-TIME(3:2) ':' WS-CURR-TIME(5:2)
                  DELIMITED BY SIZE
             INTO WS-TIMESTAMP-OUT
           .

      *=================================================================
      *    9000-WRITE-ERR-LINE. ONE ERROR-TYPE COUNT LINE.
      *=================================================================
       9000-WRITE-ERR-LINE.

           MOVE WS-VLD-ERR-FIELD(WS-VLD-ERR-IX)  TO WS-VRP-FIELD
           MOVE WS-VLD-ERR-REASON(WS-VLD-ERR-IX) TO WS-VRP-REASON
           MOVE WS-VLD-ERR-CNT(WS-VLD-ERR-IX)    TO WS-VRP-CNT
           WRITE VLD-RPT-LINE FROM WS-VRP-DTL
           .

      *=================================================================
      *    9999-TERMINATE. WRITES THE REPORT - COUNTS BY ERROR TYPE,
      *    RUN TOTALS, THE REJECT PERCENTAGE AGAINST THE THRESHOLD -
      *    CLOSES THE FILES AND SETS THE RETURN CODE THE SCHEDULER
      *    CHECKS: 0 CLEAN, 4 REJECTS WITHIN THE THRESHOLD, 8 OVER
      *    IT (STOP THE NIGHT).
      *=================================================================
       9999-TERMINATE.

           PERFORM 9000-WRITE-ERR-LINE
               VARYING WS-VLD-ERR-IX FROM 1 BY 1
               UNTIL WS-VLD-ERR-IX > WS-VLD-ERR-MAX

           IF WS-VLD-READ-CTR > 0
               COMPUTE WS-VLD-REJ-PCT ROUNDED =
                       WS-VLD-REJ-CTR * 100 / WS-VLD-READ-CTR
           END-IF

           MOVE SPACES TO VLD-RPT-LINE
           WRITE VLD-RPT-LINE
           MOVE SPACES                     TO WS-VRP-FIELD
           MOVE 'EXTRACT RECORDS READ'     TO WS-VRP-REASON
           MOVE WS-VLD-READ-CTR            TO WS-VRP-CNT
           WRITE VLD-RPT-LINE FROM WS-VRP-DTL
           MOVE 'RECORDS PASSED TO LOAD'   TO WS-VRP-REASON
           MOVE WS-VLD-PASS-CTR            TO WS-VRP-CNT
           WRITE VLD-RPT-LINE FROM WS-VRP-DTL
           MOVE 'RECORDS REJECTED'         TO WS-VRP-REASON
           MOVE WS-VLD-REJ-CTR             TO WS-VRP-CNT
           WRITE VLD-RPT-LINE FROM WS-VRP-DTL
           MOVE 'REJECT LINES WRITTEN'     TO WS-VRP-REASON
           MOVE WS-VLD-ERR-LINE-CTR        TO WS-VRP-CNT
           WRITE VLD-RPT-LINE FROM WS-VRP-DTL

           MOVE 'REJECT PERCENT'           TO WS-VRP-PCT-LABEL
           MOVE WS-VLD-REJ-PCT             TO WS-VRP-PCT
           WRITE VLD-RPT-LINE FROM WS-VRP-PCT-LINE
           MOVE 'REJECT PERCENT THRESHOLD' TO WS-VRP-PCT-LABEL
           MOVE WS-VLD-REJ-PCT-MAX         TO WS-VRP-PCT
           WRITE VLD-RPT-LINE FROM WS-VRP-PCT-LINE

           MOVE SPACES TO VLD-RPT-LINE
           WRITE VLD-RPT-LINE
           EVALUATE TRUE
             WHEN WS-VLD-REJ-PCT > WS-VLD-REJ-PCT-MAX
                 MOVE 'OVER THRESHOLD - NIGHT STOPPED'
                   TO WS-VRP-VERDICT
                 MOVE 8 TO RETURN-CODE
             WHEN WS-VLD-REJ-CTR > 0
                 MOVE 'WITHIN THRESHOLD - VALID RECORDS PASSED TO LOAD'
                   TO WS-VRP-VERDICT
                 MOVE 4 TO RETURN-CODE
             WHEN OTHER
                 MOVE 'CLEAN EXTRACT' TO WS-VRP-VERDICT
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           WRITE VLD-RPT-LINE FROM WS-VRP-VERDICT

           CLOSE BUS-EXTRACT-FILE
           CLOSE BUS-VALID-FILE
           CLOSE BUS-REJECT-FILE
           CLOSE VLD-RPT-FILE

           DISPLAY 'BUSDATVL - EXTRACT RECS READ:   ' WS-VLD-READ-CTR
           DISPLAY 'BUSDATVL - RECORDS PASSED:      ' WS-VLD-PASS-CTR
           DISPLAY 'BUSDATVL - RECORDS REJECTED:    ' WS-VLD-REJ-CTR
           MOVE WS-VLD-REJ-PCT TO WS-VRP-PCT
           DISPLAY 'BUSDATVL - REJECT PERCENT:      ' WS-VRP-PCT
           DISPLAY 'BUSDATVL - THRESHOLD PERCENT:   ' WS-VLD-REJ-PCT-MAX
           DISPLAY 'BUSDATVL - ' WS-VRP-VERDICT(1:60)
           .
