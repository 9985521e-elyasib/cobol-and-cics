      *=================================================================
      *    TMPLAUTH
      *    ONLINE TEMPLATE AUTHORING WITH MAKER-CHECKER APPROVAL, THE
      *    SAME QUICK LINE-COMMAND STYLE AS NTCINQ AND SUPM. THE
      *    TEMPLATE TEAM STAGES A NEW EFFECTIVE-DATED VERSION OF A
      *    table_name ROW, KEYS ITS <a>/<b>/<c> TEXT, RUNS THE SAME
      *    TAG, @NN FIELD-MAP AND 400-BYTE LENGTH CHECKS AS THE
      *    TMPLCHK PRE-FLIGHT AGAINST IT ON THE SPOT, AND SUBMITS IT.
      *    THE VERSION STAYS INVISIBLE TO THE BUILD ENGINE'S TEMPLATE
      *    FETCH UNTIL A SECOND, DIFFERENT USER APPROVES IT. EVERY
      *    STAGE, TEXT CHANGE, SUBMIT, REJECT AND APPROVE IS LOGGED
      *    WITH THE USER ID AND TIMESTAMP, SO THE ANSWER TO "WHO
      *    CHANGED THE WORDING ON THIS NOTICE" IS ONE QUERY.
      *
      *    A VERSION IS KEYED BY <row> <lang> <eff> - THE
      *    row_identifier, THE language AND THE effective_start_date
      *    (YYYYMMDD). EVERY COMMAND NAMES ALL THREE.
      *
      *    TRANSACTION INPUT (TERMINAL LINE):
      *      TMPA N <row> <lang> <eff> <sects> <chan> <class> <pri>
      *                                  STAGE A NEW DRAFT VERSION
      *                                  WITH EMPTY TEXT. <sects> IS
      *                                  num_sections (1-3), <pri>
      *                                  priority_class (1-9). A
      *                                  REJECTED VERSION MAY BE
      *                                  STAGED AGAIN UNDER ITS KEY.
      *      TMPA T <row> <lang> <eff> <text>
      *                                  APPEND <text> TO THE DRAFT,
      *                                  EXACTLY AS TYPED - ANY
      *                                  LENGTH UP TO A FULL SCREEN,
      *                                  TAGS INCLUDED.
      *      TMPA E <row> <lang> <eff>   ERASE THE DRAFT'S TEXT.
      *      TMPA C <row> <lang> <eff>   CHECK THE VERSION - THE
      *                                  TMPLCHK FINDINGS, ON SCREEN.
      *      TMPA S <row> <lang> <eff>   SUBMIT THE DRAFT FOR
      *                                  APPROVAL. REFUSED WHILE THE
      *                                  CHECK FINDS ANY ERROR.
      *      TMPA A <row> <lang> <eff>   APPROVE - THE VERSION GOES
      *                                  LIVE FROM ITS EFFECTIVE
      *                                  DATE. NOT ALLOWED TO THE
      *                                  USER WHO STAGED IT.
      *      TMPA X <row> <lang> <eff> <reason>
      *                                  REJECT A DRAFT OR PENDING
      *                                  VERSION, WITH A REASON.
      *      TMPA I <row> <lang> <eff> <line>
      *                                  SHOW THE VERSION - STATUS,
      *                                  ATTRIBUTES, WHO DID WHAT,
      *                                  AND ITS TEXT FROM SCREEN
      *                                  LINE <line> (DEFAULT 1).
      *
      *    ONLY THE USER WHO STAGED A DRAFT MAY CHANGE ITS TEXT OR
      *    SUBMIT IT, SO THE APPROVER CAN NEVER HAVE WRITTEN ANY OF
      *    THE WORDING THEY APPROVE.
      *
      *    APPROVAL STATUS ON table_name (approval_status):
      *      S  STAGED - DRAFT, BEING KEYED
      *      P  PENDING - SUBMITTED, AWAITING A SECOND USER
      *      A  APPROVED - LIVE (NULL ON ROWS THAT PRE-DATE THE
      *         COLUMN ALSO MEANS APPROVED)
      *      R  REJECTED
      *
      *    TABLE COLUMNS EXPECTED (ADDED TO table_name):
      *      approval_status  CHAR(1)       staged_by     CHAR(8)
      *      staged_ts        CHAR(19)      submitted_by  CHAR(8)
      *      submitted_ts     CHAR(19)      approved_by   CHAR(8)
      *      approved_ts      CHAR(19)
      *    TABLE EXPECTED (ONE ROW PER LOGGED ACTION):
      *      template_approval_log - row_identifier, language,
      *      effective_start_date, action CHAR(10), user_id CHAR(8),
      *      action_ts CHAR(19), detail VARCHAR(40)
      *
      *    FILE DEFINITION EXPECTED IN THE CSD:
      *      FLDMAPVS - THE FIELD-TO-@NN MAP KSDS, KEY MAP-KEY
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TMPLAUTH.
       AUTHOR.        E SOSA.
       INSTALLATION.  DATA PROCESSING - NOTICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *=================================================================
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 ES    ORIGINAL - STAGE, CHECK, SUBMIT, APPROVE
      *                     AND REJECT OF EFFECTIVE-DATED TEMPLATE
      *                     VERSIONS, WITH AN APPROVAL LOG
      *    10/15/2026 ES    ACCEPTS THE LETTR (PRINT-AND-MAIL)
      *                     CHANNEL
      *    10/15/2026 ES    CONDITIONAL CONTENT BLOCKS CHECKED ON
      *                     A STAGED VERSION, SAME AS TMPLCHK
      *=================================================================

       ENVIRONMENT DIVISION.

       DATA DIVISION.
      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================
       WORKING-STORAGE SECTION.

      *    SHARED ENGINE STORAGE - WS-NUM-SECTIONS, WS-CHANNEL,
      *    WS-NOTICE-CLASS, WS-PRIORITY, THE SQLCA AND THE TIMESTAMP
      *    AREAS, AS TMPLCHK USES IT.
       COPY "notice-engine-ws.cpy".

      *    TEMPLATE TEXT, TAG, PLACEHOLDER AND LENGTH WORK AREAS -
      *    SHARED WITH TMPLCHK.
       COPY "notice-tmplchk-ws.cpy".

       COPY "notice-map-rec.cpy".

      *    A FULL 24 X 80 SCREEN, SO ONE T COMMAND CAN CARRY A WHOLE
      *    SECTION OF TEXT.
       77  WS-TRAN-INPUT                    PIC X(1920) VALUE SPACES.
       77  WS-TRAN-INPUT-LEN                PIC S9(4) COMP VALUE 1920.
       77  WS-RESP                          PIC S9(8) COMP VALUE 0.

      *    PARSED OPERANDS.
       77  WS-AUT-TRAN-CODE                 PIC X(04) VALUE SPACES.
       77  WS-AUT-ACTION                    PIC X(01) VALUE SPACE.
       77  WS-AUT-PTR                       PIC S9(4) COMP VALUE 1.
       77  WS-AUT-SECT-X                    PIC X(01) VALUE SPACE.
       77  WS-AUT-CHAN-X                    PIC X(05) VALUE SPACES.
       77  WS-AUT-CLASS-X                   PIC X(10) VALUE SPACES.
       77  WS-AUT-PRI-X                     PIC X(01) VALUE SPACE.
       77  WS-AUT-LINE-X                    PIC X(02) VALUE SPACES.
       77  WS-AUT-FROM-LINE                 PIC 9(02) VALUE 1.
       77  WS-AUT-TEXT-LEN                  PIC S9(4) COMP VALUE 0.
       77  WS-AUT-NEW-LEN                   PIC S9(4) COMP VALUE 0.
       77  WS-AUT-REASON                    PIC X(40) VALUE SPACES.

      *    SIGNED-ON USER AND THE TIME OF THIS INTERACTION.
       77  WS-AUT-USERID                    PIC X(08) VALUE SPACES.
       77  WS-AUT-ABSTIME                   PIC S9(15) COMP-3 VALUE 0.
       77  WS-AUT-DATE                      PIC X(08) VALUE SPACES.
       77  WS-AUT-TIME                      PIC X(06) VALUE SPACES.

      *    THE VERSION AS ON FILE (2100-FETCH-VERSION).
       77  WS-AUT-STATUS                    PIC X(01) VALUE SPACE.
       77  WS-AUT-STAGED-BY                 PIC X(08) VALUE SPACES.
       77  WS-AUT-STAGED-TS                 PIC X(19) VALUE SPACES.
       77  WS-AUT-SUBMIT-BY                 PIC X(08) VALUE SPACES.
       77  WS-AUT-SUBMIT-TS                 PIC X(19) VALUE SPACES.
       77  WS-AUT-APPROVE-BY                PIC X(08) VALUE SPACES.
       77  WS-AUT-APPROVE-TS                PIC X(19) VALUE SPACES.
       01  WS-AUT-FOUND-SW                  PIC X(01) VALUE 'N'.
           88  WS-AUT-FOUND                           VALUE 'Y'.
       01  WS-AUT-EDIT-SW                   PIC X(01) VALUE 'Y'.
           88  WS-AUT-EDIT-OK                         VALUE 'Y'.
           88  WS-AUT-EDIT-BAD                        VALUE 'N'.

      *    APPROVAL-LOG ROW BEING WRITTEN.
       77  WS-AUT-LOG-ACTION                PIC X(10) VALUE SPACES.
       77  WS-AUT-LOG-DETAIL                PIC X(40) VALUE SPACES.

      *    CHECK FINDINGS FOR THIS INTERACTION.
       77  WS-VAL-ERR-CTR                   PIC 9(03) VALUE 0.
       77  WS-VAL-WARN-CTR                  PIC 9(03) VALUE 0.
       77  WS-VAL-ERR-ED                    PIC ZZ9.
       77  WS-VAL-WARN-ED                   PIC ZZ9.
       77  WS-AUT-LEN-ED                    PIC ZZZ9.

      *    MAP BROWSE STATE FOR 2805-SET-MAP-LOOKUP-ID, AND A FLAG
      *    FOR A MAP THAT COULD NOT BE READ AT ALL (CLOSED, DISABLED).
       77  WS-MAP-BROWSE-KEY                PIC X(53) VALUE SPACES.
       01  WS-AUT-MAP-BAD-SW                PIC X(01) VALUE 'N'.
           88  WS-AUT-MAP-BAD                         VALUE 'Y'.

       77  WS-AUT-LINE-CNT                  PIC 9(03) VALUE 0.
       77  WS-AUT-MAX-LINES                 PIC 9(03) VALUE 18.
       77  WS-AUT-TEXT-POS                  PIC S9(4) COMP VALUE 0.

      *    SCREEN BUILD AREA - ONE SEND TEXT PER INTERACTION, THE
      *    SAME QUICK MAP-LESS STYLE AS THE OTHER DESK TRANSACTIONS.
       01  WS-SCREEN-AREA.
           05  WS-SCR-TITLE.
               10  FILLER                PIC X(30) VALUE
                   'TMPLAUTH  TEMPLATE VERSION: '.
               10  WS-SCR-TITLE-ID       PIC X(49) VALUE SPACES.
           05  WS-SCR-LINE               OCCURS 18 TIMES
                                         PIC X(79).
       77  WS-SCREEN-LEN                    PIC S9(4) COMP VALUE 0.

      *    ONE CHECK FINDING, AS TMPLCHK REPORTS IT.
       01  WS-VAL-DTL.
           05  WS-VAL-SEV                PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(06) VALUE ' SECT '.
           05  WS-VAL-SECT               PIC 9(01) VALUE 0.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-VAL-MSG                PIC X(52) VALUE SPACES.
           05  FILLER                    PIC X(18) VALUE SPACES.

       01  WS-AUT-ATTR-DTL.
           05  FILLER                    PIC X(08) VALUE 'STATUS: '.
           05  WS-AD-STATUS              PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(09) VALUE '  SECTS: '.
           05  WS-AD-SECTS               PIC 9(01) VALUE 0.
           05  FILLER                    PIC X(08) VALUE '  CHAN: '.
           05  WS-AD-CHANNEL             PIC X(05) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE '  CLASS: '.
           05  WS-AD-CLASS               PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE '  PRI: '.
           05  WS-AD-PRI                 PIC 9(01) VALUE 0.
           05  FILLER                    PIC X(07) VALUE '  LEN: '.
           05  WS-AD-LEN                 PIC ZZZ9.
           05  FILLER                    PIC X(09) VALUE SPACES.

       01  WS-AUT-WHO-DTL.
           05  WS-WD-LABEL               PIC X(11) VALUE SPACES.
           05  WS-WD-USER                PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE ' AT '.
           05  WS-WD-TS                  PIC X(19) VALUE SPACES.
           05  FILLER                    PIC X(37) VALUE SPACES.

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
       PROCEDURE DIVISION.

      *=================================================================
      *    0000-MAINLINE. ONE INTERACTION - RECEIVE, PARSE, ACT,
      *    SEND, RETURN.
      *=================================================================
       0000-MAINLINE.

           EXEC CICS RECEIVE
                INTO(WS-TRAN-INPUT)
                LENGTH(WS-TRAN-INPUT-LEN)
                RESP(WS-RESP)
           END-EXEC

           EXEC CICS ASSIGN
                USERID(WS-AUT-USERID)
           END-EXEC

           PERFORM 7000-STAMP-TIMESTAMP

           PERFORM 1000-PARSE-INPUT

           PERFORM 1200-EDIT-KEY

           IF WS-AUT-EDIT-OK
               EVALUATE WS-AUT-ACTION
                 WHEN 'N'
                     PERFORM 3000-STAGE-VERSION
                 WHEN 'T'
                     PERFORM 3100-ADD-TEXT
                 WHEN 'E'
                     PERFORM 3200-ERASE-TEXT
                 WHEN 'C'
                     PERFORM 4000-CHECK-VERSION
                 WHEN 'S'
                     PERFORM 4100-SUBMIT-VERSION
                 WHEN 'A'
                     PERFORM 5000-APPROVE-VERSION
                 WHEN 'X'
                     PERFORM 5100-REJECT-VERSION
                 WHEN 'I'
                     PERFORM 2000-SHOW-VERSION
                 WHEN OTHER
                     PERFORM 7300-SAY-BAD-ACTION
               END-EVALUATE
           END-IF

           PERFORM 8000-SEND-SCREEN

           EXEC CICS RETURN
           END-EXEC
           .

      *=================================================================
      *    1000-PARSE-INPUT. SPLITS THE TERMINAL LINE INTO THE
      *    TRANSACTION CODE, THE ACTION AND THE VERSION KEY, LEAVING
      *    WS-AUT-PTR ON WHATEVER FOLLOWS THE KEY - THE ACTION'S OWN
      *    OPERANDS, OR FOR T THE TEXT ITSELF. CLEARS THE SCREEN
      *    BUILD AREA FOR THIS INTERACTION.
      *=================================================================
       1000-PARSE-INPUT.

           MOVE SPACES TO WS-AUT-ACTION
           MOVE SPACES TO WS-TMPL-ROW-IDENTIFIER
           MOVE SPACES TO WS-TMPL-LANG
           MOVE SPACES TO WS-TMPL-EFF-START
           MOVE 0      TO WS-AUT-LINE-CNT
           PERFORM 1100-CLEAR-ONE-LINE
               VARYING WS-AUT-LINE-CNT FROM 1 BY 1
               UNTIL WS-AUT-LINE-CNT > WS-AUT-MAX-LINES
           MOVE 0      TO WS-AUT-LINE-CNT

           IF WS-TRAN-INPUT-LEN < 1 OR WS-TRAN-INPUT-LEN > 1920
               MOVE 1920 TO WS-TRAN-INPUT-LEN
           END-IF

           MOVE 1 TO WS-AUT-PTR
           UNSTRING WS-TRAN-INPUT(1:WS-TRAN-INPUT-LEN)
               DELIMITED BY ALL SPACES
               INTO WS-AUT-TRAN-CODE
                    WS-AUT-ACTION
                    WS-TMPL-ROW-IDENTIFIER
                    WS-TMPL-LANG
                    WS-TMPL-EFF-START
               WITH POINTER WS-AUT-PTR
           END-UNSTRING

           MOVE WS-TMPL-ROW-IDENTIFIER TO WS-SCR-TITLE-ID
           .

      *=================================================================
      *    1100-CLEAR-ONE-LINE. BLANKS ONE SCREEN LINE.
      *=================================================================
       1100-CLEAR-ONE-LINE.

           MOVE SPACES TO WS-SCR-LINE(WS-AUT-LINE-CNT)
           .

      *=================================================================
      *    1200-EDIT-KEY. EVERY ACTION NAMES A FULL VERSION KEY - A
      *    ROW IDENTIFIER, A LANGUAGE AND A YYYYMMDD EFFECTIVE DATE.
      *=================================================================
       1200-EDIT-KEY.

           SET WS-AUT-EDIT-OK TO TRUE

           IF WS-TMPL-ROW-IDENTIFIER = SPACES
              OR WS-TMPL-LANG = SPACES
              OR WS-TMPL-EFF-START IS NOT NUMERIC
               SET WS-AUT-EDIT-BAD TO TRUE
               PERFORM 7200-SAY-BAD-KEY
           END-IF
           .

      *=================================================================
      *    2000-SHOW-VERSION. SHOWS THE VERSION'S STATUS AND
      *    ATTRIBUTES, WHO STAGED, SUBMITTED AND APPROVED IT, THEN
      *    ITS TEXT IN SCREEN-WIDTH SLICES FROM THE REQUESTED LINE.
      *=================================================================
       2000-SHOW-VERSION.

           MOVE SPACES TO WS-AUT-LINE-X
           UNSTRING WS-TRAN-INPUT(1:WS-TRAN-INPUT-LEN)
               DELIMITED BY ALL SPACES
               INTO WS-AUT-LINE-X
               WITH POINTER WS-AUT-PTR
           END-UNSTRING
           EVALUATE TRUE
             WHEN WS-AUT-LINE-X(2:1) = SPACE
                  AND WS-AUT-LINE-X(1:1) IS NUMERIC
                 MOVE WS-AUT-LINE-X(1:1) TO WS-AUT-FROM-LINE
             WHEN WS-AUT-LINE-X IS NUMERIC
                 MOVE WS-AUT-LINE-X      TO WS-AUT-FROM-LINE
             WHEN OTHER
                 MOVE 1                  TO WS-AUT-FROM-LINE
           END-EVALUATE
           IF WS-AUT-FROM-LINE = 0
               MOVE 1 TO WS-AUT-FROM-LINE
           END-IF

           PERFORM 2100-FETCH-VERSION

           IF WS-AUT-FOUND
               MOVE WS-AUT-STATUS     TO WS-AD-STATUS
               MOVE WS-NUM-SECTIONS   TO WS-AD-SECTS
               MOVE WS-CHANNEL        TO WS-AD-CHANNEL
               MOVE WS-NOTICE-CLASS   TO WS-AD-CLASS
               MOVE WS-PRIORITY       TO WS-AD-PRI
               MOVE WS-TMPL-L         TO WS-AD-LEN
               ADD 1 TO WS-AUT-LINE-CNT
               MOVE WS-AUT-ATTR-DTL TO WS-SCR-LINE(WS-AUT-LINE-CNT)

               MOVE 'STAGED BY  '    TO WS-WD-LABEL
               MOVE WS-AUT-STAGED-BY TO WS-WD-USER
               MOVE WS-AUT-STAGED-TS TO WS-WD-TS
               ADD 1 TO WS-AUT-LINE-CNT
               MOVE WS-AUT-WHO-DTL TO WS-SCR-LINE(WS-AUT-LINE-CNT)

               IF WS-AUT-SUBMIT-BY NOT = SPACES
                   MOVE 'SUBMIT BY  '    TO WS-WD-LABEL
                   MOVE WS-AUT-SUBMIT-BY TO WS-WD-USER
                   MOVE WS-AUT-SUBMIT-TS TO WS-WD-TS
                   ADD 1 TO WS-AUT-LINE-CNT
                   MOVE WS-AUT-WHO-DTL TO WS-SCR-LINE(WS-AUT-LINE-CNT)
               END-IF

               IF WS-AUT-APPROVE-BY NOT = SPACES
                   IF WS-AUT-STATUS = 'R'
                       MOVE 'REJECT BY  ' TO WS-WD-LABEL
                   ELSE
                       MOVE 'APPROVE BY ' TO WS-WD-LABEL
                   END-IF
                   MOVE WS-AUT-APPROVE-BY TO WS-WD-USER
                   MOVE WS-AUT-APPROVE-TS TO WS-WD-TS
                   ADD 1 TO WS-AUT-LINE-CNT
                   MOVE WS-AUT-WHO-DTL TO WS-SCR-LINE(WS-AUT-LINE-CNT)
               END-IF

               COMPUTE WS-AUT-TEXT-POS =
                       ((WS-AUT-FROM-LINE - 1) * 79) + 1
               PERFORM 2050-SHOW-ONE-TEXT-LINE
                   UNTIL WS-AUT-TEXT-POS > WS-TMPL-L
                      OR WS-AUT-LINE-CNT >= WS-AUT-MAX-LINES
           END-IF
           .

      *=================================================================
      *    2050-SHOW-ONE-TEXT-LINE. ONE 79-BYTE SLICE OF THE TEXT.
      *=================================================================
       2050-SHOW-ONE-TEXT-LINE.

           COMPUTE WS-AUT-TEXT-LEN = WS-TMPL-L - WS-AUT-TEXT-POS + 1
           IF WS-AUT-TEXT-LEN > 79
               MOVE 79 TO WS-AUT-TEXT-LEN
           END-IF

           ADD 1 TO WS-AUT-LINE-CNT
           MOVE WS-TMPL-T(WS-AUT-TEXT-POS:WS-AUT-TEXT-LEN)
                TO WS-SCR-LINE(WS-AUT-LINE-CNT)
           ADD WS-AUT-TEXT-LEN TO WS-AUT-TEXT-POS
           .

      *=================================================================
      *    2100-FETCH-VERSION. READS THE VERSION NAMED BY THE KEY.
      *    SETS WS-AUT-FOUND ON A HIT; A MISS OR AN SQL FAILURE SAYS
      *    SO ON THE SCREEN (EXCEPT A MISS WHILE STAGING).
      *=================================================================
       2100-FETCH-VERSION.

           MOVE 'N' TO WS-AUT-FOUND-SW
           MOVE 0   TO WS-TMPL-L

           EXEC SQL
               SELECT field_name,
                      num_sections,
                      channel,
                      notice_class,
                      priority_class,
                      ISNULL(approval_status, 'A'),
                      ISNULL(staged_by, ' '),
                      ISNULL(staged_ts, ' '),
                      ISNULL(submitted_by, ' '),
                      ISNULL(submitted_ts, ' '),
                      ISNULL(approved_by, ' '),
                      ISNULL(approved_ts, ' ')
                 INTO  :WS-TMPL
                      ,:WS-NUM-SECTIONS
                      ,:WS-CHANNEL
                      ,:WS-NOTICE-CLASS
                      ,:WS-PRIORITY
                      ,:WS-AUT-STATUS
                      ,:WS-AUT-STAGED-BY
                      ,:WS-AUT-STAGED-TS
                      ,:WS-AUT-SUBMIT-BY
                      ,:WS-AUT-SUBMIT-TS
                      ,:WS-AUT-APPROVE-BY
                      ,:WS-AUT-APPROVE-TS
                 FROM  table_name
                WHERE  row_identifier = :WS-TMPL-ROW-IDENTIFIER
                  AND  language       = :WS-TMPL-LANG
                  AND  convert(varchar(8), effective_start_date, 112)
                                      = :WS-TMPL-EFF-START
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                 SET WS-AUT-FOUND TO TRUE
             WHEN 100
      *          A MISS IS WHAT STAGING A NEW KEY EXPECTS.
                 IF WS-AUT-ACTION NOT = 'N'
                     PERFORM 7100-SAY-NOT-FOUND
                 END-IF
             WHEN OTHER
                 PERFORM 7400-SAY-SQL-ERROR
           END-EVALUATE
           .

      *=================================================================
      *    2200-CHECK-OWN-DRAFT. A DRAFT'S TEXT CAN ONLY BE CHANGED,
      *    AND A DRAFT ONLY SUBMITTED, BY THE USER WHO STAGED IT.
      *    LEAVES WS-AUT-EDIT-OK SET WHEN THE ACTION MAY GO AHEAD.
      *=================================================================
       2200-CHECK-OWN-DRAFT.

           SET WS-AUT-EDIT-BAD TO TRUE
           EVALUATE TRUE
             WHEN WS-AUT-STATUS NOT = 'S'
                 ADD 1 TO WS-AUT-LINE-CNT
                 MOVE 'VERSION IS NOT A DRAFT - NO CHANGE MADE'
                      TO WS-SCR-LINE(WS-AUT-LINE-CNT)
             WHEN WS-AUT-STAGED-BY NOT = WS-AUT-USERID
                 ADD 1 TO WS-AUT-LINE-CNT
                 MOVE SPACES TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                 STRING 'DRAFT BELONGS TO ' WS-AUT-STAGED-BY
                        ' - NO CHANGE MADE'
                     DELIMITED BY SIZE
                     INTO WS-SCR-LINE(WS-AUT-LINE-CNT)
             WHEN OTHER
                 SET WS-AUT-EDIT-OK TO TRUE
           END-EVALUATE
           .

      *=================================================================
      *    3000-STAGE-VERSION. STAGES A NEW DRAFT WITH EMPTY TEXT AND
      *    THE GIVEN ATTRIBUTES. A KEY ALREADY ON FILE IS REFUSED
      *    UNLESS THAT VERSION WAS REJECTED, IN WHICH CASE THE DRAFT
      *    REPLACES IT - A LIVE VERSION IS NEVER EDITED IN PLACE; NEW
      *    WORDING TAKES A NEW EFFECTIVE DATE.
      *=================================================================
       3000-STAGE-VERSION.

           MOVE SPACES TO WS-AUT-SECT-X
           MOVE SPACES TO WS-AUT-CHAN-X
           MOVE SPACES TO WS-AUT-CLASS-X
           MOVE SPACES TO WS-AUT-PRI-X
           UNSTRING WS-TRAN-INPUT(1:WS-TRAN-INPUT-LEN)
               DELIMITED BY ALL SPACES
               INTO WS-AUT-SECT-X
                    WS-AUT-CHAN-X
                    WS-AUT-CLASS-X
                    WS-AUT-PRI-X
               WITH POINTER WS-AUT-PTR
           END-UNSTRING

           PERFORM 3010-EDIT-ATTRIBUTES

           IF WS-AUT-EDIT-OK
               PERFORM 2100-FETCH-VERSION
               EVALUATE TRUE
                 WHEN SQLCODE = 100
                     PERFORM 3020-INSERT-DRAFT
                 WHEN NOT WS-AUT-FOUND
                     CONTINUE
                 WHEN WS-AUT-STATUS = 'R'
                     PERFORM 3030-RESTAGE-REJECTED
                 WHEN OTHER
                     ADD 1 TO WS-AUT-LINE-CNT
                     MOVE 'VERSION ON FILE - STAGE A NEW EFFECTIVE DATE'
                          TO WS-SCR-LINE(WS-AUT-LINE-CNT)
               END-EVALUATE
           END-IF
           .

      *=================================================================
      *    3010-EDIT-ATTRIBUTES. num_sections 1-3, A CHANNEL THE
      *    DELIVERY PARAGRAPHS KNOW, A NOTICE CLASS, PRIORITY 1-9.
      *=================================================================
       3010-EDIT-ATTRIBUTES.

           SET WS-AUT-EDIT-OK TO TRUE

           EVALUATE TRUE
             WHEN WS-AUT-SECT-X < '1' OR WS-AUT-SECT-X > '3'
                 SET WS-AUT-EDIT-BAD TO TRUE
                 ADD 1 TO WS-AUT-LINE-CNT
                 MOVE 'SECTIONS MUST BE 1, 2 OR 3'
                      TO WS-SCR-LINE(WS-AUT-LINE-CNT)
             WHEN WS-AUT-CHAN-X NOT = 'EMAIL'
                  AND WS-AUT-CHAN-X NOT = 'SMS'
                  AND WS-AUT-CHAN-X NOT = 'LETTR'
                 SET WS-AUT-EDIT-BAD TO TRUE
                 ADD 1 TO WS-AUT-LINE-CNT
                 MOVE 'CHANNEL MUST BE EMAIL, SMS OR LETTR'
                      TO WS-SCR-LINE(WS-AUT-LINE-CNT)
             WHEN WS-AUT-CLASS-X = SPACES
                 SET WS-AUT-EDIT-BAD TO TRUE
                 ADD 1 TO WS-AUT-LINE-CNT
                 MOVE 'NOTICE CLASS IS REQUIRED'
                      TO WS-SCR-LINE(WS-AUT-LINE-CNT)
             WHEN WS-AUT-PRI-X < '1' OR WS-AUT-PRI-X > '9'
                 SET WS-AUT-EDIT-BAD TO TRUE
                 ADD 1 TO WS-AUT-LINE-CNT
                 MOVE 'PRIORITY MUST BE 1 (MOST URGENT) THRU 9'
                      TO WS-SCR-LINE(WS-AUT-LINE-CNT)
             WHEN OTHER
                 MOVE WS-AUT-SECT-X  TO WS-NUM-SECTIONS
                 MOVE WS-AUT-CHAN-X  TO WS-CHANNEL
                 MOVE WS-AUT-CLASS-X TO WS-NOTICE-CLASS
                 MOVE WS-AUT-PRI-X   TO WS-PRIORITY
           END-EVALUATE
           .

      *=================================================================
      *    3020-INSERT-DRAFT. INSERTS THE NEW DRAFT AND LOGS IT.
      *=================================================================
       3020-INSERT-DRAFT.

           MOVE 0      TO WS-TMPL-L
           MOVE SPACES TO WS-TMPL-T

           EXEC SQL
               INSERT INTO table_name
                      (row_identifier, language, effective_start_date,
                       field_name, num_sections, channel,
                       notice_class, priority_class,
                       approval_status, staged_by, staged_ts)
               VALUES (:WS-TMPL-ROW-IDENTIFIER, :WS-TMPL-LANG,
                       :WS-TMPL-EFF-START,
                       :WS-TMPL, :WS-NUM-SECTIONS, :WS-CHANNEL,
                       :WS-NOTICE-CLASS, :WS-PRIORITY,
                       'S', :WS-AUT-USERID, :WS-TIMESTAMP-OUT)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 7400-SAY-SQL-ERROR
           ELSE
               MOVE 'STAGED'       TO WS-AUT-LOG-ACTION
               MOVE SPACES         TO WS-AUT-LOG-DETAIL
               STRING WS-CHANNEL ' ' WS-NOTICE-CLASS
                   DELIMITED BY SIZE INTO WS-AUT-LOG-DETAIL
               PERFORM 6000-LOG-ACTION
               IF SQLCODE = 0
                   ADD 1 TO WS-AUT-LINE-CNT
                   MOVE 'DRAFT STAGED - KEY ITS TEXT WITH T'
                        TO WS-SCR-LINE(WS-AUT-LINE-CNT)
               END-IF
           END-IF
           .

      *=================================================================
      *    3030-RESTAGE-REJECTED. TURNS A REJECTED VERSION BACK INTO
      *    AN EMPTY DRAFT OWNED BY THIS USER, CLEARING WHO SUBMITTED
      *    AND REJECTED IT LAST TIME (THE LOG KEEPS THAT HISTORY).
      *=================================================================
       3030-RESTAGE-REJECTED.

      *    THE FETCH LOADED THE REJECTED VERSION'S ATTRIBUTES - PUT
      *    THE NEWLY KEYED ONES BACK.
           PERFORM 3010-EDIT-ATTRIBUTES
           MOVE 0      TO WS-TMPL-L
           MOVE SPACES TO WS-TMPL-T

           EXEC SQL
               UPDATE table_name
                  SET field_name      = :WS-TMPL,
                      num_sections    = :WS-NUM-SECTIONS,
                      channel         = :WS-CHANNEL,
                      notice_class    = :WS-NOTICE-CLASS,
                      priority_class  = :WS-PRIORITY,
                      approval_status = 'S',
                      staged_by       = :WS-AUT-USERID,
                      staged_ts       = :WS-TIMESTAMP-OUT,
                      submitted_by    = NULL,
                      submitted_ts    = NULL,
                      approved_by     = NULL,
                      approved_ts     = NULL
                WHERE  row_identifier = :WS-TMPL-ROW-IDENTIFIER
                  AND  language       = :WS-TMPL-LANG
                  AND  convert(varchar(8), effective_start_date, 112)
                                      = :WS-TMPL-EFF-START
                  AND  approval_status = 'R'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                 MOVE 'STAGED'       TO WS-AUT-LOG-ACTION
                 MOVE 'RESTAGED AFTER REJECT' TO WS-AUT-LOG-DETAIL
                 PERFORM 6000-LOG-ACTION
                 IF SQLCODE = 0
                     ADD 1 TO WS-AUT-LINE-CNT
                     MOVE 'REJECTED VERSION RESTAGED AS AN EMPTY DRAFT'
                          TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                 END-IF
             WHEN 100
                 PERFORM 7500-SAY-CHANGED
             WHEN OTHER
                 PERFORM 7400-SAY-SQL-ERROR
           END-EVALUATE
           .

      *=================================================================
      *    3100-ADD-TEXT. APPENDS EVERYTHING AFTER THE KEY, EXACTLY
      *    AS TYPED, TO THE DRAFT'S TEXT. A LINE THAT WOULD TAKE THE
      *    TEXT PAST ITS 2000 BYTES IS REFUSED WHOLE.
      *=================================================================
       3100-ADD-TEXT.

           IF WS-AUT-PTR > WS-TRAN-INPUT-LEN
               MOVE 0 TO WS-AUT-TEXT-LEN
           ELSE
               COMPUTE WS-AUT-TEXT-LEN =
                       WS-TRAN-INPUT-LEN - WS-AUT-PTR + 1
           END-IF

           IF WS-AUT-TEXT-LEN = 0
               ADD 1 TO WS-AUT-LINE-CNT
               MOVE 'NO TEXT GIVEN - NO CHANGE MADE'
                    TO WS-SCR-LINE(WS-AUT-LINE-CNT)
           ELSE
               PERFORM 2100-FETCH-VERSION
               IF WS-AUT-FOUND
                   PERFORM 2200-CHECK-OWN-DRAFT
                   IF WS-AUT-EDIT-OK
                       COMPUTE WS-AUT-NEW-LEN =
                               WS-TMPL-L + WS-AUT-TEXT-LEN
                       IF WS-AUT-NEW-LEN > 2000
                           ADD 1 TO WS-AUT-LINE-CNT
                           MOVE 'TEXT WOULD PASS 2000 BYTES - NOT ADDED'
                                TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                       ELSE
                           MOVE WS-TRAN-INPUT(WS-AUT-PTR:
                                              WS-AUT-TEXT-LEN)
                             TO WS-TMPL-T(WS-TMPL-L + 1:
                                          WS-AUT-TEXT-LEN)
                           MOVE WS-AUT-NEW-LEN TO WS-TMPL-L
                           MOVE 'TEXTADD'      TO WS-AUT-LOG-ACTION
                           PERFORM 3300-UPDATE-DRAFT-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    3200-ERASE-TEXT. EMPTIES THE DRAFT'S TEXT SO IT CAN BE
      *    KEYED AGAIN FROM THE TOP.
      *=================================================================
       3200-ERASE-TEXT.

           PERFORM 2100-FETCH-VERSION
           IF WS-AUT-FOUND
               PERFORM 2200-CHECK-OWN-DRAFT
               IF WS-AUT-EDIT-OK
                   MOVE 0          TO WS-TMPL-L
                   MOVE SPACES     TO WS-TMPL-T
                   MOVE 'TEXTERASE' TO WS-AUT-LOG-ACTION
                   PERFORM 3300-UPDATE-DRAFT-TEXT
               END-IF
           END-IF
           .

      *=================================================================
      *    3300-UPDATE-DRAFT-TEXT. REWRITES THE DRAFT'S TEXT FROM
      *    WS-TMPL AND LOGS THE CHANGE WITH THE NEW LENGTH. THE
      *    STATUS AND OWNER RIDE THE WHERE CLAUSE, SO A DRAFT
      *    SUBMITTED OR REJECTED IN THE MEANTIME IS LEFT ALONE.
      *=================================================================
       3300-UPDATE-DRAFT-TEXT.

           EXEC SQL
               UPDATE table_name
                  SET field_name      = :WS-TMPL
                WHERE  row_identifier = :WS-TMPL-ROW-IDENTIFIER
                  AND  language       = :WS-TMPL-LANG
                  AND  convert(varchar(8), effective_start_date, 112)
                                      = :WS-TMPL-EFF-START
                  AND  approval_status = 'S'
                  AND  staged_by       = :WS-AUT-USERID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                 MOVE WS-TMPL-L TO WS-AUT-LEN-ED
                 MOVE SPACES    TO WS-AUT-LOG-DETAIL
                 STRING 'TEXT NOW ' WS-AUT-LEN-ED ' BYTES'
                     DELIMITED BY SIZE INTO WS-AUT-LOG-DETAIL
                 PERFORM 6000-LOG-ACTION
                 IF SQLCODE = 0
                     ADD 1 TO WS-AUT-LINE-CNT
                     MOVE WS-AUT-LOG-DETAIL
                          TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                 END-IF
             WHEN 100
                 PERFORM 7500-SAY-CHANGED
             WHEN OTHER
                 PERFORM 7400-SAY-SQL-ERROR
           END-EVALUATE
           .

      *=================================================================
      *    4000-CHECK-VERSION. RUNS THE PRE-FLIGHT CHECKS AGAINST THE
      *    VERSION AND LISTS THE FINDINGS. CHANGES NOTHING.
      *=================================================================
       4000-CHECK-VERSION.

           PERFORM 2100-FETCH-VERSION
           IF WS-AUT-FOUND
               PERFORM 4050-RUN-CHECKS
           END-IF
           .

      *=================================================================
      *    4050-RUN-CHECKS. THE TMPLCHK CHECKS (2801 THRU 2880) ON
      *    WS-TMPL, FOLLOWED BY A COUNT LINE.
      *=================================================================
       4050-RUN-CHECKS.

           MOVE 0   TO WS-VAL-ERR-CTR
           MOVE 0   TO WS-VAL-WARN-CTR
           MOVE 'N' TO WS-AUT-MAP-BAD-SW

           PERFORM 2801-CHECK-TEMPLATE

      *    A FIELD MAP THAT COULD NOT BE READ MAKES EVERY @NN LOOK
      *    UNMAPPED - THE CHECK CANNOT BE TRUSTED, SO IT COUNTS AS AN
      *    ERROR AND NOTHING CAN BE SUBMITTED OR APPROVED ON IT.
           IF WS-AUT-MAP-BAD
               MOVE 0 TO WS-VAL-SECT
               MOVE 'FIELD MAP UNAVAILABLE - CALL SUPPORT'
                    TO WS-VAL-MSG
               PERFORM 8500-REPORT-ERROR
           END-IF

           MOVE WS-VAL-ERR-CTR  TO WS-VAL-ERR-ED
           MOVE WS-VAL-WARN-CTR TO WS-VAL-WARN-ED
           ADD 1 TO WS-AUT-LINE-CNT
           MOVE SPACES TO WS-SCR-LINE(WS-AUT-LINE-CNT)
           STRING 'CHECK COMPLETE - ' WS-VAL-ERR-ED ' ERROR(S), '
                  WS-VAL-WARN-ED ' WARNING(S)'
               DELIMITED BY SIZE INTO WS-SCR-LINE(WS-AUT-LINE-CNT)
           .

      *=================================================================
      *    4100-SUBMIT-VERSION. SUBMITS THE USER'S OWN DRAFT FOR
      *    APPROVAL, BUT ONLY WHEN THE CHECKS FIND NO ERROR - A
      *    WARNING ALONE DOES NOT STOP IT.
      *=================================================================
       4100-SUBMIT-VERSION.

           PERFORM 2100-FETCH-VERSION
           IF WS-AUT-FOUND
               PERFORM 2200-CHECK-OWN-DRAFT
               IF WS-AUT-EDIT-OK
                   PERFORM 4050-RUN-CHECKS
                   IF WS-VAL-ERR-CTR > 0
                       ADD 1 TO WS-AUT-LINE-CNT
                       MOVE 'NOT SUBMITTED - CORRECT THE ERRORS FIRST'
                            TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                   ELSE
                       PERFORM 4110-MARK-PENDING
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    4110-MARK-PENDING. MOVES THE DRAFT TO PENDING AND LOGS IT.
      *=================================================================
       4110-MARK-PENDING.

           EXEC SQL
               UPDATE table_name
                  SET approval_status = 'P',
                      submitted_by    = :WS-AUT-USERID,
                      submitted_ts    = :WS-TIMESTAMP-OUT
                WHERE  row_identifier = :WS-TMPL-ROW-IDENTIFIER
                  AND  language       = :WS-TMPL-LANG
                  AND  convert(varchar(8), effective_start_date, 112)
                                      = :WS-TMPL-EFF-START
                  AND  approval_status = 'S'
                  AND  staged_by       = :WS-AUT-USERID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                 MOVE 'SUBMITTED'   TO WS-AUT-LOG-ACTION
                 MOVE WS-TMPL-L     TO WS-AUT-LEN-ED
                 MOVE SPACES        TO WS-AUT-LOG-DETAIL
                 STRING 'TEXT ' WS-AUT-LEN-ED ' BYTES, '
                        WS-VAL-WARN-ED ' WARNING(S)'
                     DELIMITED BY SIZE INTO WS-AUT-LOG-DETAIL
                 PERFORM 6000-LOG-ACTION
                 IF SQLCODE = 0
                     ADD 1 TO WS-AUT-LINE-CNT
                     MOVE 'SUBMITTED - AWAITING APPROVAL BY A 2ND USER'
                          TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                 END-IF
             WHEN 100
                 PERFORM 7500-SAY-CHANGED
             WHEN OTHER
                 PERFORM 7400-SAY-SQL-ERROR
           END-EVALUATE
           .

      *=================================================================
      *    5000-APPROVE-VERSION. APPROVES A PENDING VERSION. THE
      *    APPROVER MUST NOT BE THE USER WHO STAGED IT, AND THE
      *    CHECKS ARE RUN AGAIN FIRST - THE FIELD MAP MAY HAVE
      *    CHANGED SINCE THE VERSION WAS SUBMITTED. ONCE APPROVED
      *    THE VERSION IS WHAT THE BUILD ENGINE FETCHES FROM ITS
      *    EFFECTIVE DATE ON.
      *=================================================================
       5000-APPROVE-VERSION.

           PERFORM 2100-FETCH-VERSION
           IF WS-AUT-FOUND
               EVALUATE TRUE
                 WHEN WS-AUT-STATUS NOT = 'P'
                     ADD 1 TO WS-AUT-LINE-CNT
                     MOVE 'VERSION IS NOT PENDING - NO CHANGE MADE'
                          TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                 WHEN WS-AUT-STAGED-BY = WS-AUT-USERID
                   OR WS-AUT-SUBMIT-BY = WS-AUT-USERID
                     ADD 1 TO WS-AUT-LINE-CNT
                     MOVE 'A VERSION CANNOT BE APPROVED BY ITS AUTHOR'
                          TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                 WHEN OTHER
                     PERFORM 4050-RUN-CHECKS
                     IF WS-VAL-ERR-CTR > 0
                         ADD 1 TO WS-AUT-LINE-CNT
                         MOVE 'NOT APPROVED - CHECK FINDS ERRORS'
                              TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                     ELSE
                         PERFORM 5010-MARK-APPROVED
                     END-IF
               END-EVALUATE
           END-IF
           .

      *=================================================================
      *    5010-MARK-APPROVED. MARKS THE VERSION APPROVED AND LOGS IT.
      *=================================================================
       5010-MARK-APPROVED.

           EXEC SQL
               UPDATE table_name
                  SET approval_status = 'A',
                      approved_by     = :WS-AUT-USERID,
                      approved_ts     = :WS-TIMESTAMP-OUT
                WHERE  row_identifier = :WS-TMPL-ROW-IDENTIFIER
                  AND  language       = :WS-TMPL-LANG
                  AND  convert(varchar(8), effective_start_date, 112)
                                      = :WS-TMPL-EFF-START
                  AND  approval_status = 'P'
                  AND  staged_by      <> :WS-AUT-USERID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                 MOVE 'APPROVED'    TO WS-AUT-LOG-ACTION
                 MOVE SPACES        TO WS-AUT-LOG-DETAIL
                 STRING 'AUTHOR ' WS-AUT-STAGED-BY
                     DELIMITED BY SIZE INTO WS-AUT-LOG-DETAIL
                 PERFORM 6000-LOG-ACTION
                 IF SQLCODE = 0
                     ADD 1 TO WS-AUT-LINE-CNT
                     MOVE SPACES TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                     STRING 'APPROVED - LIVE FROM EFFECTIVE DATE '
                            WS-TMPL-EFF-START
                         DELIMITED BY SIZE
                         INTO WS-SCR-LINE(WS-AUT-LINE-CNT)
                 END-IF
             WHEN 100
                 PERFORM 7500-SAY-CHANGED
             WHEN OTHER
                 PERFORM 7400-SAY-SQL-ERROR
           END-EVALUATE
           .

      *=================================================================
      *    5100-REJECT-VERSION. REJECTS A DRAFT OR PENDING VERSION,
      *    RECORDING WHO REJECTED IT AND WHY. A REJECTED VERSION IS
      *    NEVER FETCHED; ITS KEY CAN BE STAGED AGAIN.
      *=================================================================
       5100-REJECT-VERSION.

           MOVE SPACES TO WS-AUT-REASON
           IF WS-AUT-PTR <= WS-TRAN-INPUT-LEN
               MOVE WS-TRAN-INPUT(WS-AUT-PTR:) TO WS-AUT-REASON
           END-IF

           IF WS-AUT-REASON = SPACES
               ADD 1 TO WS-AUT-LINE-CNT
               MOVE 'A REJECT NEEDS A REASON - NO CHANGE MADE'
                    TO WS-SCR-LINE(WS-AUT-LINE-CNT)
           ELSE
               PERFORM 2100-FETCH-VERSION
               IF WS-AUT-FOUND
                   IF WS-AUT-STATUS NOT = 'S'
                      AND WS-AUT-STATUS NOT = 'P'
                       ADD 1 TO WS-AUT-LINE-CNT
                       MOVE 'ONLY DRAFT OR PENDING CAN BE REJECTED'
                            TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                   ELSE
                       PERFORM 5110-MARK-REJECTED
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    5110-MARK-REJECTED. MARKS THE VERSION REJECTED AND LOGS IT
      *    WITH THE REASON. THE REJECTING USER RIDES approved_by SO
      *    THE VERSION ITSELF SHOWS WHO TURNED IT DOWN.
      *=================================================================
       5110-MARK-REJECTED.

           EXEC SQL
               UPDATE table_name
                  SET approval_status = 'R',
                      approved_by     = :WS-AUT-USERID,
                      approved_ts     = :WS-TIMESTAMP-OUT
                WHERE  row_identifier = :WS-TMPL-ROW-IDENTIFIER
                  AND  language       = :WS-TMPL-LANG
                  AND  convert(varchar(8), effective_start_date, 112)
                                      = :WS-TMPL-EFF-START
                  AND  approval_status = :WS-AUT-STATUS
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                 MOVE 'REJECTED'    TO WS-AUT-LOG-ACTION
                 MOVE WS-AUT-REASON TO WS-AUT-LOG-DETAIL
                 PERFORM 6000-LOG-ACTION
                 IF SQLCODE = 0
                     ADD 1 TO WS-AUT-LINE-CNT
                     MOVE 'VERSION REJECTED'
                          TO WS-SCR-LINE(WS-AUT-LINE-CNT)
                 END-IF
             WHEN 100
                 PERFORM 7500-SAY-CHANGED
             WHEN OTHER
                 PERFORM 7400-SAY-SQL-ERROR
           END-EVALUATE
           .

      *=================================================================
      *    6000-LOG-ACTION. WRITES ONE APPROVAL-LOG ROW - VERSION KEY,
      *    ACTION, USER ID, TIMESTAMP AND DETAIL. THE LOG ROW AND THE
      *    CHANGE IT RECORDS COMMIT TOGETHER AT RETURN; IF THE LOG
      *    WRITE FAILS THE CHANGE IS ROLLED BACK WITH IT, SO NOTHING
      *    EVER CHANGES UNLOGGED.
      *=================================================================
       6000-LOG-ACTION.

           EXEC SQL
               INSERT INTO template_approval_log
                      (row_identifier, language, effective_start_date,
                       action, user_id, action_ts, detail)
               VALUES (:WS-TMPL-ROW-IDENTIFIER, :WS-TMPL-LANG,
                       :WS-TMPL-EFF-START,
                       :WS-AUT-LOG-ACTION, :WS-AUT-USERID,
                       :WS-TIMESTAMP-OUT, :WS-AUT-LOG-DETAIL)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 7400-SAY-SQL-ERROR
           END-IF
           .

      *=================================================================
      *    7000-STAMP-TIMESTAMP. THE TIME OF THIS INTERACTION, IN THE
      *    SAME FORMAT AS THE BATCH AUDIT TRAIL.
      *=================================================================
       7000-STAMP-TIMESTAMP.

           EXEC CICS ASKTIME
                ABSTIME(WS-AUT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-AUT-ABSTIME)
                YYYYMMDD(WS-AUT-DATE)
                TIME(WS-AUT-TIME)
           END-EXEC

           STRING WS-AUT-DATE(1:4) '-' WS-AUT-DATE(5:2) '-'
                  WS-AUT-DATE(7:2) ' ' WS-AUT-TIME(1:2) ':'
                  WS-AUT-TIME(3:2) ':' WS-AUT-TIME(5:2)
                  DELIMITED BY SIZE
             INTO WS-TIMESTAMP-OUT
           .

      *=================================================================
      *    7100-SAY-NOT-FOUND. STANDARD NOT-FOUND LINE.
      *=================================================================
       7100-SAY-NOT-FOUND.

           ADD 1 TO WS-AUT-LINE-CNT
           MOVE 'NO TEMPLATE VERSION ON FILE FOR THAT KEY'
                TO WS-SCR-LINE(WS-AUT-LINE-CNT)
           .

      *=================================================================
      *    7200-SAY-BAD-KEY. STANDARD ERROR LINE FOR AN INCOMPLETE
      *    VERSION KEY.
      *=================================================================
       7200-SAY-BAD-KEY.

           ADD 1 TO WS-AUT-LINE-CNT
           MOVE 'KEY IS <ROW> <LANG> <EFFECTIVE DATE YYYYMMDD>'
                TO WS-SCR-LINE(WS-AUT-LINE-CNT)
           .

      *=================================================================
      *    7300-SAY-BAD-ACTION. STANDARD ERROR LINE FOR AN ACTION
      *    OUTSIDE THE LIST.
      *=================================================================
       7300-SAY-BAD-ACTION.

           ADD 1 TO WS-AUT-LINE-CNT
           MOVE 'ACTION MUST BE N, T, E, C, S, A, X OR I'
                TO WS-SCR-LINE(WS-AUT-LINE-CNT)
           .

      *=================================================================
      *    7400-SAY-SQL-ERROR. AN UNEXPECTED SQLCODE - WHATEVER THIS
      *    INTERACTION CHANGED IS ROLLED BACK, LOG ROW INCLUDED.
      *=================================================================
       7400-SAY-SQL-ERROR.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC

           MOVE SQLCODE TO OUT-ERR-COD
           ADD 1 TO WS-AUT-LINE-CNT
           MOVE SPACES TO WS-SCR-LINE(WS-AUT-LINE-CNT)
           STRING 'TEMPLATE TABLE ERROR ' OUT-ERR-COD
                  ' - NO CHANGE MADE, CALL SUPPORT'
               DELIMITED BY SIZE INTO WS-SCR-LINE(WS-AUT-LINE-CNT)
           .

      *=================================================================
      *    7500-SAY-CHANGED. THE VERSION'S STATUS MOVED UNDER THIS
      *    INTERACTION (ANOTHER USER ACTED ON IT FIRST).
      *=================================================================
       7500-SAY-CHANGED.

           ADD 1 TO WS-AUT-LINE-CNT
           MOVE 'VERSION CHANGED BY ANOTHER USER - SHOW IT AND RETRY'
                TO WS-SCR-LINE(WS-AUT-LINE-CNT)
           .

      *=================================================================
      *    2805-SET-MAP-LOOKUP-ID. DECIDES WHICH IDENTIFIER THE
      *    VERSION'S @NN LOOKUPS RUN UNDER, AS TMPLCHK AND THE ENGINE
      *    DO - THE ROW'S OWN ENTRIES WHEN ANY EXIST ON THE KEYED
      *    MAP, OTHERWISE THE '*DEFAULT*' TEMPLATE-LEVEL SET.
      *=================================================================
       2805-SET-MAP-LOOKUP-ID.

           MOVE WS-MAP-DEFAULT-ID      TO WS-MAP-LOOKUP-ID
           MOVE WS-TMPL-ROW-IDENTIFIER TO MAP-ROW-IDENTIFIER
           MOVE LOW-VALUES             TO MAP-SUB-IX
           MOVE MAP-KEY                TO WS-MAP-BROWSE-KEY

           EXEC CICS STARTBR
                FILE('FLDMAPVS')
                RIDFLD(WS-MAP-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                    FILE('FLDMAPVS')
                    INTO(MAP-REC)
                    RIDFLD(WS-MAP-BROWSE-KEY)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                  AND MAP-ROW-IDENTIFIER = WS-TMPL-ROW-IDENTIFIER
                   MOVE WS-TMPL-ROW-IDENTIFIER TO WS-MAP-LOOKUP-ID
               END-IF
               EXEC CICS ENDBR
                    FILE('FLDMAPVS')
               END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   SET WS-AUT-MAP-BAD TO TRUE
               END-IF
           END-IF
           .

      *=================================================================
      *    2875-READ-MAP-ENTRY. READS THE KEYED MAP FOR WS-PH-CODE
      *    UNDER THE VERSION'S LOOKUP IDENTIFIER.
      *=================================================================
       2875-READ-MAP-ENTRY.

           MOVE WS-MAP-LOOKUP-ID  TO MAP-ROW-IDENTIFIER
           MOVE WS-PH-CODE        TO MAP-SUB-IX

           EXEC CICS READ
                FILE('FLDMAPVS')
                INTO(MAP-REC)
                RIDFLD(MAP-KEY)
                RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
                 SET  WS-MAP-HIT-Y   TO TRUE
                 MOVE MAP-FIELD-NAME TO WS-MAP-FLD-NAME
                 MOVE MAP-FORMAT-COD TO WS-MAP-FMT-CODE
             WHEN WS-RESP = DFHRESP(NOTFND)
                 CONTINUE
             WHEN OTHER
                 SET WS-AUT-MAP-BAD TO TRUE
           END-EVALUATE
           .

      *    THE CHECKS THEMSELVES (2801 THRU 2880), SHARED WITH THE
      *    TMPLCHK BATCH PRE-FLIGHT.
       COPY "notice-tmplchk-pd.cpy".

      *=================================================================
      *    8000-SEND-SCREEN. SENDS THE BUILT SCREEN AND ENDS THE
      *    INTERACTION.
      *=================================================================
       8000-SEND-SCREEN.

           COMPUTE WS-SCREEN-LEN =
                   79 + (WS-AUT-LINE-CNT * 79)

           EXEC CICS SEND TEXT
                FROM(WS-SCREEN-AREA)
                LENGTH(WS-SCREEN-LEN)
                ERASE
                FREEKB
           END-EXEC
           .

      *=================================================================
      *    8500-REPORT-ERROR. LISTS AN ERROR FINDING - SOMETHING THE
      *    NIGHTLY RUN WOULD SUSPEND OR MIS-BUILD ON. THE LAST SCREEN
      *    LINE IS KEPT FOR THE COUNT LINE; FINDINGS BEYOND THE
      *    SCREEN ARE STILL COUNTED.
      *=================================================================
       8500-REPORT-ERROR.

           MOVE 'E' TO WS-VAL-SEV
           ADD  1   TO WS-VAL-ERR-CTR
           PERFORM 8520-LIST-FINDING
           .

      *=================================================================
      *    8510-REPORT-WARNING. LISTS A WARNING FINDING - LEGAL BUT
      *    PROBABLY NOT WHAT THE TEMPLATE AUTHOR MEANT.
      *=================================================================
       8510-REPORT-WARNING.

           MOVE 'W' TO WS-VAL-SEV
           ADD  1   TO WS-VAL-WARN-CTR
           PERFORM 8520-LIST-FINDING
           .

      *=================================================================
      *    8520-LIST-FINDING. ONE SCREEN LINE PER FINDING WHILE
      *    THERE IS ROOM.
      *=================================================================
       8520-LIST-FINDING.

           IF WS-AUT-LINE-CNT < WS-AUT-MAX-LINES - 2
               ADD 1 TO WS-AUT-LINE-CNT
               MOVE WS-VAL-DTL TO WS-SCR-LINE(WS-AUT-LINE-CNT)
           END-IF
           .
