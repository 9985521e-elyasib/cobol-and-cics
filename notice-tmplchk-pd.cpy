      *=================================================================
      *    TEMPLATE CHECK PARAGRAPHS - TAGS, CONDITIONAL CONTENT
      *    BLOCKS, @NN FIELD-MAP ENTRIES, CHANNEL, STORED SECTION
      *    LENGTH AND WORST-CASE 400-BYTE LENGTH OVER EVERY BRANCH
      *    FOR THE TEMPLATE VERSION IN WS-TMPL, SHARED BY TMPLCHK
      *    AND THE TMPA AUTHORING TRANSACTION. THE COPYING PROGRAM
      *    SUPPLIES THE STORAGE IN notice-tmplchk-ws AND
      *    notice-engine-ws, AND THE PARAGRAPHS THAT DIFFER BETWEEN
      *    BATCH AND ONLINE:
      *      2805-SET-MAP-LOOKUP-ID  PICK THE ROW'S OWN OR THE
      *                              '*DEFAULT*' MAP IDENTIFIER
      *      2875-READ-MAP-ENTRY     READ THE MAP FOR WS-PH-CODE
      *                              UNDER WS-MAP-LOOKUP-ID, SETTING
      *                              WS-MAP-HIT-Y AND THE FIELD NAME
      *                              AND FORMAT CODE ON A HIT
      *      8500-REPORT-ERROR       REPORT WS-VAL-MSG AS AN ERROR
      *      8510-REPORT-WARNING     REPORT WS-VAL-MSG AS A WARNING
      *=================================================================
      *=================================================================
      *    2801-CHECK-TEMPLATE. RUNS EVERY CHECK AGAINST THE
      *    TEMPLATE VERSION IN WS-TMPL.
      *=================================================================
       2801-CHECK-TEMPLATE.

           PERFORM 2805-SET-MAP-LOOKUP-ID
           PERFORM 2810-CHECK-NUM-SECTIONS

      *    AN EMPTY TEMPLATE TEXT HAS NO TAGS TO SCAN - REPORT IT
      *    OUTRIGHT (THE NIGHT RUN WOULD SUSPEND IT RSN 05) INSTEAD
      *    OF SCANNING ZERO BYTES.
           IF WS-TMPL-L = 0
               MOVE 0 TO WS-VAL-SECT
               MOVE 'TEMPLATE TEXT EMPTY - WOULD SUSPEND RSN 05'
                    TO WS-VAL-MSG
               PERFORM 8500-REPORT-ERROR
           ELSE
               IF WS-NUM-SECTIONS >= 1 AND WS-NUM-SECTIONS <= 3
                   PERFORM 2820-CHECK-ONE-SECTION
                       VARYING WS-CHK-SECT FROM 1 BY 1
                       UNTIL WS-CHK-SECT > WS-NUM-SECTIONS
                   PERFORM 2825-CHECK-UNUSED-TAGS
               END-IF
           END-IF

           PERFORM 2840-CHECK-CHANNEL
           .

      *=================================================================
      *    2810-CHECK-NUM-SECTIONS. num_sections DRIVES HOW MANY
      *    TAGGED SECTIONS THE BUILD ENGINE EXTRACTS - ANYTHING
      *    OUTSIDE 1-3 WOULD BUILD NOTHING OR READ PAST STRING3.
      *=================================================================
       2810-CHECK-NUM-SECTIONS.

           IF WS-NUM-SECTIONS < 1 OR WS-NUM-SECTIONS > 3
               MOVE 0 TO WS-VAL-SECT
               MOVE 'NUM_SECTIONS NOT 1-3' TO WS-VAL-MSG
               PERFORM 8500-REPORT-ERROR
           END-IF
           .

      *=================================================================
      *    2820-CHECK-ONE-SECTION. CHECKS THE TAGS OF SECTION
      *    WS-CHK-SECT, THEN ITS PLACEHOLDERS AND ITS WORST-CASE
      *    SUBSTITUTED LENGTH. THE SECTION AS STORED - BOTH BRANCHES
      *    OF EVERY BLOCK, TAGS AND CONDITIONS INCLUDED - MUST ITSELF
      *    FIT THE 400-BYTE FIELD THE ENGINE FETCHES IT INTO, OR IT
      *    LOSES ITS TAIL (AND PERHAPS AN {ENDIF}) BEFORE IT IS
      *    BUILT; SUCH A SECTION IS NOT SCANNED FURTHER.
      *=================================================================
       2820-CHECK-ONE-SECTION.

           MOVE WS-CHK-SECT TO WS-VAL-SECT

           EVALUATE WS-CHK-SECT
             WHEN 1
                 MOVE '<a>'  TO WS-OPEN-TAG
                 MOVE '</a>' TO WS-CLOSE-TAG
             WHEN 2
                 MOVE '<b>'  TO WS-OPEN-TAG
                 MOVE '</b>' TO WS-CLOSE-TAG
             WHEN 3
                 MOVE '<c>'  TO WS-OPEN-TAG
                 MOVE '</c>' TO WS-CLOSE-TAG
           END-EVALUATE

           PERFORM 2860-FIND-TAG-POSITIONS

           EVALUATE TRUE
             WHEN WS-OPEN-POS = 0
                 MOVE SPACES TO WS-VAL-MSG
                 STRING 'OPEN TAG ' WS-OPEN-TAG ' MISSING'
                     DELIMITED BY SIZE INTO WS-VAL-MSG
                 PERFORM 8500-REPORT-ERROR
             WHEN WS-CLOSE-POS = 0
                 MOVE SPACES TO WS-VAL-MSG
                 STRING 'CLOSE TAG ' WS-CLOSE-TAG ' MISSING'
                     DELIMITED BY SIZE INTO WS-VAL-MSG
                 PERFORM 8500-REPORT-ERROR
             WHEN WS-CLOSE-POS < WS-OPEN-POS
                 MOVE SPACES TO WS-VAL-MSG
                 STRING 'CLOSE TAG ' WS-CLOSE-TAG
                        ' BEFORE OPEN TAG'
                     DELIMITED BY SIZE INTO WS-VAL-MSG
                 PERFORM 8500-REPORT-ERROR
             WHEN OTHER
                 COMPUTE WS-SECT-START = WS-OPEN-POS + 3
                 COMPUTE WS-SECT-LEN =
                         WS-CLOSE-POS - WS-OPEN-POS - 3
                 EVALUATE TRUE
                   WHEN WS-SECT-LEN = 0
                       MOVE 'SECTION EMPTY - WOULD SUSPEND RSN 05'
                            TO WS-VAL-MSG
                       PERFORM 8500-REPORT-ERROR
                   WHEN WS-SECT-LEN > 400
                       MOVE 'STORED SECTION OVER 400 - FETCH TRUNCATES'
                            TO WS-VAL-MSG
                       PERFORM 8500-REPORT-ERROR
                   WHEN OTHER
                       PERFORM 2830-SCAN-PLACEHOLDERS
                 END-EVALUATE
           END-EVALUATE
           .

      *=================================================================
      *    2825-CHECK-UNUSED-TAGS. A TEMPLATE THAT CARRIES TAGS BEYOND
      *    num_sections ISN'T BROKEN - THE ENGINE NEVER EXTRACTS THEM
      *    - BUT IT USUALLY MEANS num_sections IS WRONG, SO IT IS
      *    WORTH A WARNING.
      *=================================================================
       2825-CHECK-UNUSED-TAGS.

           IF WS-NUM-SECTIONS < 2
               MOVE '<b>'  TO WS-OPEN-TAG
               PERFORM 2865-FIND-OPEN-TAG
               IF WS-OPEN-POS > 0
                   MOVE 2 TO WS-VAL-SECT
                   MOVE '<b> PRESENT BEYOND NUM_SECTIONS'
                        TO WS-VAL-MSG
                   PERFORM 8510-REPORT-WARNING
               END-IF
           END-IF
           IF WS-NUM-SECTIONS < 3
               MOVE '<c>'  TO WS-OPEN-TAG
               PERFORM 2865-FIND-OPEN-TAG
               IF WS-OPEN-POS > 0
                   MOVE 3 TO WS-VAL-SECT
                   MOVE '<c> PRESENT BEYOND NUM_SECTIONS'
                        TO WS-VAL-MSG
                   PERFORM 8510-REPORT-WARNING
               END-IF
           END-IF
           .

      *=================================================================
      *    2830-SCAN-PLACEHOLDERS. CHECKS THE SECTION'S CONDITIONAL
      *    CONTENT BLOCKS, THEN WALKS ITS TEXT THE SAME WAY THE BUILD
      *    ENGINE DOES - FORWARD FROM EACH '@' - CHECKING EVERY @NN
      *    AGAINST THE FIELD MAP AND ACCUMULATING THE WORST-CASE
      *    SUBSTITUTED LENGTH: THE TEXT OUTSIDE THE BLOCKS PLUS THE
      *    LONGER BRANCH OF EACH BLOCK, TAGS AND CONDITIONS DROPPED
      *    AS THE ENGINE DROPS THEM. A SECTION WHOSE BLOCKS ARE
      *    MALFORMED IS PROJECTED WHOLE, TAGS AND ALL.
      *=================================================================
       2830-SCAN-PLACEHOLDERS.

           MOVE 0             TO WS-PH-COUNT
           MOVE 0             TO WS-WORST-LEN
           COMPUTE WS-BLKC-SECT-END = WS-SECT-START + WS-SECT-LEN - 1

           PERFORM 2850-CHECK-BLOCKS

           MOVE WS-SECT-START TO WS-BLKC-NEXT
           PERFORM 2852-PROJECT-ONE-BLOCK
               VARYING WS-BLKC-IX FROM 1 BY 1
               UNTIL WS-BLKC-IX > WS-BLKC-CNT

           MOVE WS-BLKC-NEXT     TO WS-PH-POS
           MOVE WS-BLKC-SECT-END TO WS-RNG-END
           PERFORM 2832-PROJECT-RANGE
           ADD WS-RNG-WORST TO WS-WORST-LEN

           IF WS-WORST-LEN > 400
               MOVE SPACES TO WS-VAL-MSG
               MOVE WS-WORST-LEN TO WS-WORST-LEN-ED
               STRING 'WORST CASE LENGTH ' WS-WORST-LEN-ED
                      ' OVER 400 - SUSPENDS RSN 07'
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM 8500-REPORT-ERROR
           END-IF
           .

      *=================================================================
      *    2832-PROJECT-RANGE. WORST-CASE SUBSTITUTED LENGTH OF THE
      *    SECTION TEXT FROM WS-PH-POS THROUGH WS-RNG-END, RETURNED IN
      *    WS-RNG-WORST - ITS OWN BYTES PLUS EACH @NN'S GROWTH. AN
      *    EMPTY RANGE IS 0. WS-WORST-LEN IS BORROWED AS THE SCAN'S
      *    ACCUMULATOR AND PUT BACK AFTERWARDS.
      *=================================================================
       2832-PROJECT-RANGE.

           MOVE 0 TO WS-RNG-WORST

           IF WS-RNG-END >= WS-PH-POS
               MOVE WS-WORST-LEN TO WS-RNG-SAVE
               COMPUTE WS-WORST-LEN = WS-RNG-END - WS-PH-POS + 1
               SET  WS-PH-DONE-N TO TRUE
               PERFORM 2835-SCAN-ONE-PLACEHOLDER
                   UNTIL WS-PH-DONE-Y
               MOVE WS-WORST-LEN TO WS-RNG-WORST
               MOVE WS-RNG-SAVE  TO WS-WORST-LEN
           END-IF
           .

      *=================================================================
      *    2835-SCAN-ONE-PLACEHOLDER. FINDS THE NEXT '@' AT OR AFTER
      *    WS-PH-POS WITHIN THE RANGE, VALIDATES ITS @NN AGAINST THE
      *    MAP AND ADDS THE MAPPED FIELD'S FULL WIDTH (LESS THE THREE
      *    PLACEHOLDER BYTES) TO THE WORST-CASE LENGTH.
      *=================================================================
       2835-SCAN-ONE-PLACEHOLDER.

           COMPUTE WS-PH-AVAIL = WS-RNG-END - WS-PH-POS + 1

           IF WS-PH-AVAIL < 1
               SET WS-PH-DONE-Y TO TRUE
           ELSE
               MOVE 0 TO WS-PH-TLLY
               INSPECT WS-TMPL-T(WS-PH-POS:WS-PH-AVAIL)
                   TALLYING WS-PH-TLLY
                   FOR CHARACTERS BEFORE INITIAL '@'
               IF WS-PH-TLLY >= WS-PH-AVAIL
                   SET WS-PH-DONE-Y TO TRUE
               ELSE
                   IF WS-PH-POS + WS-PH-TLLY + 2 > WS-RNG-END
                       SET WS-PH-DONE-Y TO TRUE
                   ELSE
                       MOVE WS-TMPL-T(WS-PH-POS + WS-PH-TLLY:3)
                            TO WS-PH-CODE
                       ADD 1 TO WS-PH-COUNT
                       PERFORM 2870-CHECK-ONE-MAP-CODE
                       COMPUTE WS-PH-POS =
                               WS-PH-POS + WS-PH-TLLY + 3
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    2840-CHECK-CHANNEL. THE DELIVERY PARAGRAPHS KNOW EMAIL,
      *    SMS AND LETTR (PRINT-AND-MAIL); ANYTHING ELSE FALLS
      *    THROUGH THE PASS-THROUGH PATH WITH NO RECIPIENT, WHICH IS
      *    ALMOST NEVER WHAT A TEMPLATE AUTHOR MEANT.
      *=================================================================
       2840-CHECK-CHANNEL.

           IF WS-CHANNEL NOT = 'EMAIL' AND WS-CHANNEL NOT = 'SMS'
               AND WS-CHANNEL NOT = 'LETTR'
               MOVE 0 TO WS-VAL-SECT
               MOVE SPACES TO WS-VAL-MSG
               STRING 'CHANNEL ' WS-CHANNEL
                      ' NOT KNOWN TO DELIVERY'
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM 8510-REPORT-WARNING
           END-IF
           .

      *=================================================================
      *    2850-CHECK-BLOCKS. FINDS EVERY {IF @NN<COND>}...{ELSE}...
      *    {ENDIF} BLOCK IN THE SECTION, HOLDING IT TO THE SYNTAX THE
      *    ENGINE'S 2310-RESOLVE-BLOCKS ACCEPTS - A BLOCK THE ENGINE
      *    CANNOT RESOLVE SUSPENDS THE ROW RSN 04 IN THE NIGHT RUN.
      *    THE FIRST STRUCTURAL ERROR ENDS THE SCAN AND LEAVES NO
      *    BLOCKS IN THE TABLE, SO THE LENGTH PROJECTION FALLS BACK
      *    TO THE WHOLE SECTION.
      *=================================================================
       2850-CHECK-BLOCKS.

           MOVE 0             TO WS-BLKC-CNT
           SET  WS-BLKC-BAD-N TO TRUE
           SET  WS-BLK-MORE-Y TO TRUE
           MOVE WS-SECT-START TO WS-BLKC-NEXT

           PERFORM 2851-CHECK-ONE-BLOCK
               UNTIL WS-BLK-MORE-N

           IF WS-BLKC-BAD-Y
               MOVE 0 TO WS-BLKC-CNT
           END-IF
           .

      *=================================================================
      *    2851-CHECK-ONE-BLOCK. FINDS THE NEXT {IF AT OR AFTER
      *    WS-BLKC-NEXT, REFUSES ANY {ELSE} OR {ENDIF} STANDING IN
      *    FRONT OF IT WITH NO {IF} OF ITS OWN, THEN LOCATES THE REST
      *    OF THE BLOCK AND CHECKS ITS CONDITION.
      *=================================================================
       2851-CHECK-ONE-BLOCK.

           MOVE WS-BLKC-NEXT     TO WS-BLK-FROM
           MOVE WS-BLKC-SECT-END TO WS-BLK-LIMIT
           MOVE '{IF '           TO WS-BLK-TOKEN
           MOVE 4                TO WS-BLK-TOK-LEN
           PERFORM 2855-FIND-BLOCK-TOKEN
           MOVE WS-BLK-AT        TO WS-BLK-IF-POS

           IF WS-BLK-IF-POS = 0
               MOVE WS-BLKC-SECT-END  TO WS-BLK-LIMIT
               SET  WS-BLK-MORE-N     TO TRUE
           ELSE
               COMPUTE WS-BLK-LIMIT = WS-BLK-IF-POS - 1
           END-IF
           PERFORM 2856-CHECK-STRAY-TAGS

           IF WS-BLKC-BAD-N AND WS-BLK-IF-POS > 0
               PERFORM 2853-LOCATE-BLOCK-PARTS
           END-IF

           IF WS-BLKC-BAD-N AND WS-BLK-IF-POS > 0
               IF WS-BLKC-CNT >= WS-BLKC-MAX
                   MOVE 'MORE THAN 50 CONTENT BLOCKS IN SECTION'
                        TO WS-VAL-MSG
                   PERFORM 8500-REPORT-ERROR
                   SET WS-BLKC-BAD-Y TO TRUE
               ELSE
                   ADD 1 TO WS-BLKC-CNT
                   MOVE WS-BLK-IF-POS
                        TO WS-BLKC-IF-POS(WS-BLKC-CNT)
                   MOVE WS-BLK-COND-END
                        TO WS-BLKC-COND-END(WS-BLKC-CNT)
                   MOVE WS-BLK-ELSE-POS
                        TO WS-BLKC-ELSE-POS(WS-BLKC-CNT)
                   MOVE WS-BLK-END-POS
                        TO WS-BLKC-END-POS(WS-BLKC-CNT)
                   COMPUTE WS-BLKC-NEXT = WS-BLK-END-POS + 7
                   PERFORM 2858-CHECK-BLOCK-COND
               END-IF
           END-IF

           IF WS-BLKC-BAD-Y
               SET WS-BLK-MORE-N TO TRUE
           END-IF
           .

      *=================================================================
      *    2852-PROJECT-ONE-BLOCK. ADDS TO THE SECTION'S WORST CASE
      *    THE TEXT BETWEEN THE PREVIOUS BLOCK AND THIS ONE, THEN THE
      *    LONGER OF THIS BLOCK'S {IF} AND {ELSE} BRANCHES.
      *=================================================================
       2852-PROJECT-ONE-BLOCK.

           MOVE WS-BLKC-NEXT TO WS-PH-POS
           COMPUTE WS-RNG-END = WS-BLKC-IF-POS(WS-BLKC-IX) - 1
           PERFORM 2832-PROJECT-RANGE
           ADD WS-RNG-WORST TO WS-WORST-LEN

           COMPUTE WS-PH-POS = WS-BLKC-COND-END(WS-BLKC-IX) + 1
           IF WS-BLKC-ELSE-POS(WS-BLKC-IX) > 0
               COMPUTE WS-RNG-END = WS-BLKC-ELSE-POS(WS-BLKC-IX) - 1
           ELSE
               COMPUTE WS-RNG-END = WS-BLKC-END-POS(WS-BLKC-IX) - 1
           END-IF
           PERFORM 2832-PROJECT-RANGE
           MOVE WS-RNG-WORST TO WS-RNG-THEN

           MOVE 0 TO WS-RNG-ELSE
           IF WS-BLKC-ELSE-POS(WS-BLKC-IX) > 0
               COMPUTE WS-PH-POS  = WS-BLKC-ELSE-POS(WS-BLKC-IX) + 6
               COMPUTE WS-RNG-END = WS-BLKC-END-POS(WS-BLKC-IX) - 1
               PERFORM 2832-PROJECT-RANGE
               MOVE WS-RNG-WORST TO WS-RNG-ELSE
           END-IF

           IF WS-RNG-THEN > WS-RNG-ELSE
               ADD WS-RNG-THEN TO WS-WORST-LEN
           ELSE
               ADD WS-RNG-ELSE TO WS-WORST-LEN
           END-IF

           COMPUTE WS-BLKC-NEXT = WS-BLKC-END-POS(WS-BLKC-IX) + 7
           .

      *=================================================================
      *    2853-LOCATE-BLOCK-PARTS. FROM THE {IF AT WS-BLK-IF-POS,
      *    FINDS THE '}' CLOSING ITS CONDITION, THE {ENDIF} CLOSING
      *    THE BLOCK AND ANY {ELSE} BETWEEN THEM, REFUSING A NESTED
      *    {IF OR A SECOND {ELSE} - THE SAME RULES AS THE ENGINE'S
      *    2322-LOCATE-BLOCK-PARTS.
      *=================================================================
       2853-LOCATE-BLOCK-PARTS.

           MOVE 0 TO WS-BLK-ELSE-POS

           COMPUTE WS-BLK-FROM = WS-BLK-IF-POS + 4
           MOVE WS-BLKC-SECT-END TO WS-BLK-LIMIT
           MOVE '}'              TO WS-BLK-TOKEN
           MOVE 1                TO WS-BLK-TOK-LEN
           PERFORM 2855-FIND-BLOCK-TOKEN
           IF WS-BLK-AT = 0
               MOVE 'CONTENT BLOCK {IF CONDITION NOT CLOSED WITH }'
                    TO WS-VAL-MSG
               PERFORM 8500-REPORT-ERROR
               SET WS-BLKC-BAD-Y TO TRUE
           ELSE
               MOVE WS-BLK-AT TO WS-BLK-COND-END
           END-IF

           IF WS-BLKC-BAD-N
               COMPUTE WS-BLK-FROM = WS-BLK-COND-END + 1
               MOVE '{ENDIF}' TO WS-BLK-TOKEN
               MOVE 7         TO WS-BLK-TOK-LEN
               PERFORM 2855-FIND-BLOCK-TOKEN
               IF WS-BLK-AT = 0
                   MOVE 'CONTENT BLOCK {ENDIF} MISSING'
                        TO WS-VAL-MSG
                   PERFORM 8500-REPORT-ERROR
                   SET WS-BLKC-BAD-Y TO TRUE
               ELSE
                   MOVE WS-BLK-AT TO WS-BLK-END-POS
               END-IF
           END-IF

           IF WS-BLKC-BAD-N
               COMPUTE WS-BLK-FROM  = WS-BLK-COND-END + 1
               COMPUTE WS-BLK-LIMIT = WS-BLK-END-POS - 1
               MOVE '{IF '    TO WS-BLK-TOKEN
               MOVE 4         TO WS-BLK-TOK-LEN
               PERFORM 2855-FIND-BLOCK-TOKEN
               IF WS-BLK-AT > 0
                   MOVE 'CONTENT BLOCKS NESTED - NOT SUPPORTED'
                        TO WS-VAL-MSG
                   PERFORM 8500-REPORT-ERROR
                   SET WS-BLKC-BAD-Y TO TRUE
               END-IF
           END-IF

           IF WS-BLKC-BAD-N
               MOVE '{ELSE}'  TO WS-BLK-TOKEN
               MOVE 6         TO WS-BLK-TOK-LEN
               PERFORM 2855-FIND-BLOCK-TOKEN
               MOVE WS-BLK-AT TO WS-BLK-ELSE-POS
               IF WS-BLK-ELSE-POS > 0
                   COMPUTE WS-BLK-FROM = WS-BLK-ELSE-POS + 6
                   PERFORM 2855-FIND-BLOCK-TOKEN
                   IF WS-BLK-AT > 0
                       MOVE 'CONTENT BLOCK HAS MORE THAN ONE {ELSE}'
                            TO WS-VAL-MSG
                       PERFORM 8500-REPORT-ERROR
                       SET WS-BLKC-BAD-Y TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    2855-FIND-BLOCK-TOKEN. LOOKS FOR WS-BLK-TOKEN(1:WS-BLK-TOK-
      *    LEN) IN WS-TMPL-T FROM WS-BLK-FROM THROUGH WS-BLK-LIMIT AND
      *    RETURNS ITS POSITION IN WS-BLK-AT - 0 WHEN IT IS NOT THERE
      *    OR THE RANGE IS TOO SHORT TO HOLD IT.
      *=================================================================
       2855-FIND-BLOCK-TOKEN.

           MOVE 0 TO WS-BLK-AT
           COMPUTE WS-BLK-AVAIL = WS-BLK-LIMIT - WS-BLK-FROM + 1

           IF WS-BLK-AVAIL >= WS-BLK-TOK-LEN
               MOVE 0 TO WS-BLK-TLLY
               INSPECT WS-TMPL-T(WS-BLK-FROM:WS-BLK-AVAIL)
                   TALLYING WS-BLK-TLLY FOR CHARACTERS
                   BEFORE INITIAL WS-BLK-TOKEN(1:WS-BLK-TOK-LEN)
               IF WS-BLK-TLLY + WS-BLK-TOK-LEN <= WS-BLK-AVAIL
                   COMPUTE WS-BLK-AT = WS-BLK-FROM + WS-BLK-TLLY
               END-IF
           END-IF
           .

      *=================================================================
      *    2856-CHECK-STRAY-TAGS. AN {ELSE} OR {ENDIF} BETWEEN
      *    WS-BLKC-NEXT AND WS-BLK-LIMIT - OUTSIDE ANY BLOCK - HAS NO
      *    {IF} TO BELONG TO.
      *=================================================================
       2856-CHECK-STRAY-TAGS.

           MOVE WS-BLKC-NEXT TO WS-BLK-FROM
           MOVE '{ELSE}'     TO WS-BLK-TOKEN
           MOVE 6            TO WS-BLK-TOK-LEN
           PERFORM 2855-FIND-BLOCK-TOKEN
           IF WS-BLK-AT = 0
               MOVE '{ENDIF}' TO WS-BLK-TOKEN
               MOVE 7         TO WS-BLK-TOK-LEN
               PERFORM 2855-FIND-BLOCK-TOKEN
           END-IF

           IF WS-BLK-AT > 0
               MOVE SPACES TO WS-VAL-MSG
               STRING WS-BLK-TOKEN(1:WS-BLK-TOK-LEN)
                      ' OUTSIDE ANY CONTENT BLOCK - NO {IF}'
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM 8500-REPORT-ERROR
               SET WS-BLKC-BAD-Y TO TRUE
           END-IF
           .

      *=================================================================
      *    2858-CHECK-BLOCK-COND. THE CONDITION MUST BE '@NN' FOLLOWED
      *    BY NOTHING (NOT BLANK), '>0' ON A BALANCE ENTRY, '<TODAY' ON
      *    A DUE-DATE ENTRY OR '=VALUE', AND @NN MUST HAVE A MAP ENTRY
      *    - THE ENGINE TESTS AN UNMAPPED @NN AS FALSE, WHICH IS NEVER
      *    WHAT THE AUTHOR MEANT. THESE FINDINGS DO NOT UPSET THE
      *    BLOCK STRUCTURE, SO THE SCAN CARRIES ON PAST THEM.
      *=================================================================
       2858-CHECK-BLOCK-COND.

           MOVE SPACES TO WS-BLK-COND
           COMPUTE WS-BLK-COND-LEN =
                   WS-BLK-COND-END - WS-BLK-IF-POS - 4

           IF WS-BLK-COND-LEN >= 3 AND WS-BLK-COND-LEN <= 30
               MOVE WS-TMPL-T(WS-BLK-IF-POS + 4:WS-BLK-COND-LEN)
                    TO WS-BLK-COND(1:WS-BLK-COND-LEN)
               IF WS-BLK-OPER(1:1) = SPACE
                   MOVE WS-BLK-OPER(2:26) TO WS-BLK-OPER-WK
                   MOVE WS-BLK-OPER-WK    TO WS-BLK-OPER
               END-IF
           END-IF

           IF WS-BLK-CODE(1:1) NOT = '@'
               MOVE 'CONTENT BLOCK CONDITION NOT {IF @NN...}'
                    TO WS-VAL-MSG
               PERFORM 8500-REPORT-ERROR
           ELSE
               MOVE WS-BLK-CODE  TO WS-PH-CODE
               SET  WS-MAP-HIT-N TO TRUE
               MOVE SPACES       TO WS-MAP-FLD-NAME
               MOVE SPACES       TO WS-MAP-FMT-CODE
               PERFORM 2875-READ-MAP-ENTRY

               EVALUATE TRUE
                 WHEN WS-MAP-HIT-N
                     MOVE SPACES TO WS-VAL-MSG
                     STRING 'NO MAP ENTRY FOR ' WS-PH-CODE
                            ' IN CONDITION - TESTS FALSE'
                         DELIMITED BY SIZE INTO WS-VAL-MSG
                     PERFORM 8500-REPORT-ERROR
                 WHEN WS-BLK-OPER = SPACES
                     CONTINUE
                 WHEN WS-BLK-OPER = '>0'
                     IF WS-MAP-FLD-NAME NOT = 'BALANCE'
                         MOVE SPACES TO WS-VAL-MSG
                         STRING 'BLOCK >0 ON ' WS-PH-CODE
                                ' - BALANCE ENTRIES ONLY'
                             DELIMITED BY SIZE INTO WS-VAL-MSG
                         PERFORM 8500-REPORT-ERROR
                     END-IF
                 WHEN WS-BLK-OPER = '<TODAY'
                     IF WS-MAP-FLD-NAME NOT = 'DUE-DATE'
                         MOVE SPACES TO WS-VAL-MSG
                         STRING 'BLOCK <TODAY ON ' WS-PH-CODE
                                ' - DUE-DATE ENTRIES ONLY'
                             DELIMITED BY SIZE INTO WS-VAL-MSG
                         PERFORM 8500-REPORT-ERROR
                     END-IF
                 WHEN WS-BLK-OPER(1:1) = '='
                      AND WS-BLK-OPER(2:26) NOT = SPACES
                     CONTINUE
                 WHEN OTHER
                     MOVE SPACES TO WS-VAL-MSG
                     STRING 'UNKNOWN BLOCK OPERATOR ON ' WS-PH-CODE
                         DELIMITED BY SIZE INTO WS-VAL-MSG
                     PERFORM 8500-REPORT-ERROR
               END-EVALUATE
           END-IF
           .

      *=================================================================
      *    2860-FIND-TAG-POSITIONS. LOCATES THE OPEN AND CLOSE TAGS OF
      *    THE CURRENT SECTION IN THE RAW TEMPLATE TEXT. POSITION 0
      *    MEANS NOT FOUND.
      *=================================================================
       2860-FIND-TAG-POSITIONS.

           PERFORM 2865-FIND-OPEN-TAG

           MOVE 0 TO WS-TAG-TLLY
           INSPECT WS-TMPL-T(1:WS-TMPL-L)
               TALLYING WS-TAG-TLLY
               FOR CHARACTERS BEFORE INITIAL WS-CLOSE-TAG
           IF WS-TAG-TLLY + 4 > WS-TMPL-L
               MOVE 0 TO WS-CLOSE-POS
           ELSE
               COMPUTE WS-CLOSE-POS = WS-TAG-TLLY + 1
           END-IF
           .

      *=================================================================
      *    2865-FIND-OPEN-TAG. LOCATES WS-OPEN-TAG IN THE RAW TEMPLATE
      *    TEXT. POSITION 0 MEANS NOT FOUND.
      *=================================================================
       2865-FIND-OPEN-TAG.

           MOVE 0 TO WS-TAG-TLLY
           INSPECT WS-TMPL-T(1:WS-TMPL-L)
               TALLYING WS-TAG-TLLY
               FOR CHARACTERS BEFORE INITIAL WS-OPEN-TAG
           IF WS-TAG-TLLY + 3 > WS-TMPL-L
               MOVE 0 TO WS-OPEN-POS
           ELSE
               COMPUTE WS-OPEN-POS = WS-TAG-TLLY + 1
           END-IF
           .

      *=================================================================
      *    2870-CHECK-ONE-MAP-CODE. LOOKS UP WS-PH-CODE ON THE MAP
      *    UNDER THE TEMPLATE'S LOOKUP IDENTIFIER AND CHECKS THE
      *    ENTRY NAMES A FIELD THE SUBSTITUTION ENGINE KNOWS, THEN
      *    ADDS ITS WORST-CASE WIDTH TO THE SECTION PROJECTION.
      *=================================================================
       2870-CHECK-ONE-MAP-CODE.

           SET  WS-MAP-HIT-N      TO TRUE
           MOVE SPACES            TO WS-MAP-FLD-NAME
           MOVE SPACES            TO WS-MAP-FMT-CODE
           PERFORM 2875-READ-MAP-ENTRY

           IF WS-MAP-HIT-N
               MOVE SPACES TO WS-VAL-MSG
               STRING 'NO MAP ENTRY FOR ' WS-PH-CODE
                      ' - WOULD SUBSTITUTE BLANK'
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM 8500-REPORT-ERROR
               SUBTRACT 3 FROM WS-WORST-LEN
           ELSE
               PERFORM 2880-FIELD-MAX-LEN
               IF WS-FIELD-LEN = 0
                   MOVE SPACES TO WS-VAL-MSG
                   STRING 'FIELD ' WS-MAP-FLD-NAME
                          ' NOT KNOWN FOR ' WS-PH-CODE
                       DELIMITED BY SIZE INTO WS-VAL-MSG
                   PERFORM 8500-REPORT-ERROR
                   SUBTRACT 3 FROM WS-WORST-LEN
               ELSE
                   COMPUTE WS-WORST-LEN =
                           WS-WORST-LEN - 3 + WS-FIELD-LEN
               END-IF
           END-IF
           .

      *=================================================================
      *    2880-FIELD-MAX-LEN. WORST-CASE SUBSTITUTED WIDTH OF THE
      *    MAPPED FIELD - ITS BUS-REC PICTURE WIDTH, CAPPED AT THE 50
      *    BYTES A SUBSTITUTION VALUE CAN CARRY, OR THE WIDTH OF THE
      *    ENTRY'S PRESENTATION FORMAT WHEN ONE IS SET. KEEP BOTH
      *    LISTS IN STEP WITH THE ENGINE'S FIELD LOOKUP AND FORMAT
      *    PARAGRAPHS (4100/4300) - AN UNKNOWN NAME RETURNS 0, AN
      *    UNKNOWN FORMAT CODE WARNS AND FALLS BACK TO THE RAW WIDTH.
      *=================================================================
       2880-FIELD-MAX-LEN.

           EVALUATE WS-MAP-FLD-NAME
             WHEN 'CUST-NAME'
                 MOVE 40 TO WS-FIELD-LEN
             WHEN 'ACCOUNT-NUM'
                 MOVE 20 TO WS-FIELD-LEN
             WHEN 'BALANCE'
                 MOVE 12 TO WS-FIELD-LEN
             WHEN 'DUE-DATE'
                 MOVE  8 TO WS-FIELD-LEN
             WHEN 'LEGAL-TEXT'
                 MOVE 50 TO WS-FIELD-LEN
             WHEN 'PHONE-NUM'
                 MOVE 15 TO WS-FIELD-LEN
             WHEN 'LANG-CODE'
                 MOVE  2 TO WS-FIELD-LEN
             WHEN OTHER
                 MOVE  0 TO WS-FIELD-LEN
           END-EVALUATE

           IF WS-FIELD-LEN > 0
               EVALUATE WS-MAP-FMT-CODE
                 WHEN SPACES
                     CONTINUE
                 WHEN 'DMY/'
                     MOVE 10 TO WS-FIELD-LEN
                 WHEN 'MDY/'
                     MOVE 10 TO WS-FIELD-LEN
                 WHEN 'LONG'
      *            THE SPANISH FORM ("30 de septiembre de 2026") IS
      *            THE WIDER ONE, AND ANY ROW CAN GO OUT IN 'ES'.
                     MOVE 24 TO WS-FIELD-LEN
                 WHEN 'CUR$'
      *            THE ENGINE HONORS CUR$ ON BALANCE ENTRIES ONLY -
      *            ON ANY OTHER FIELD THE CARD IS MIS-KEYED AND THE
      *            RAW VALUE GOES OUT, SO SAY SO BEFORE THE NIGHT
      *            RUN DOES IT SILENTLY.
                     IF WS-MAP-FLD-NAME = 'BALANCE'
                         MOVE 18 TO WS-FIELD-LEN
                     ELSE
                         MOVE SPACES TO WS-VAL-MSG
                         STRING 'CUR$ ON FIELD '
                                    DELIMITED BY SIZE
                                WS-MAP-FLD-NAME
                                    DELIMITED BY ' '
                                ' - BALANCE ONLY'
                                    DELIMITED BY SIZE
                             INTO WS-VAL-MSG
                         PERFORM 8500-REPORT-ERROR
                     END-IF
                 WHEN 'PHON'
                     MOVE 14 TO WS-FIELD-LEN
                 WHEN OTHER
                     MOVE SPACES TO WS-VAL-MSG
                     STRING 'FORMAT ' WS-MAP-FMT-CODE
                            ' NOT KNOWN FOR ' WS-PH-CODE
                            ' - RAW VALUE USED'
                         DELIMITED BY SIZE INTO WS-VAL-MSG
                     PERFORM 8510-REPORT-WARNING
               END-EVALUATE
           END-IF
           .
