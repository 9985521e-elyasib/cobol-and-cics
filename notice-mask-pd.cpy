      *=================================================================
      *    PII MASKING PARAGRAPHS - LOADING THE MASKRULE CARDS,
      *    MASKING ONE VALUE BY ITS BUS-REC FIELD NAME, AND OVERLAYING
      *    A CLEAR VALUE WHEREVER IT APPEARS IN FREE TEXT. THE COPYING
      *    PROGRAM SUPPLIES MASK-RULE-FILE (MSK-REC) AND COPIES
      *    notice-mask-ws. A STEP THAT COPIES AUDIT EVENTS WRITTEN
      *    EARLIER ALSO COPIES notice-maskaud-pd.
      *=================================================================
      *=================================================================
      *    6500-LOAD-MASK-RULES. LOADS THE RULE CARDS. A MISSING FILE
      *    IS NOT AN ERROR - IT MEANS NO FIELD IS MASKED. A BAD CARD
      *    STOPS THE LOAD WITH WS-MSK-SETUP-BAD SET AND THE REASON IN
      *    WS-MSK-ERR-MSG.
      *=================================================================
       6500-LOAD-MASK-RULES.

           MOVE 0 TO WS-MSK-CNT
           SET WS-MSK-SETUP-OK TO TRUE
           OPEN INPUT MASK-RULE-FILE
           IF WS-MSK-FILE-STATUS = '00'
               PERFORM 6505-READ-MASK-REC
               PERFORM 6510-STORE-MASK-REC
                   UNTIL WS-MSK-EOF OR WS-MSK-SETUP-BAD
               CLOSE MASK-RULE-FILE
           END-IF
           .

      *=================================================================
      *    6505-READ-MASK-REC. READS THE NEXT RULE CARD.
      *=================================================================
       6505-READ-MASK-REC.

           READ MASK-RULE-FILE
               AT END
                   SET WS-MSK-EOF TO TRUE
           END-READ
           .

      *=================================================================
      *    6510-STORE-MASK-REC. EDITS AND STORES THE RULE CARD JUST
      *    READ. THE FIELD NAME MUST BE ONE THE FIELD MAP CAN NAME (OR
      *    EMAIL-ADDR, THE EMAIL RECIPIENT) - A MISKEYED NAME WOULD
      *    MASK NOTHING AND LOOK AS IF IT DID. A SECOND RULE FOR THE
      *    SAME FIELD IS AN ERROR TOO.
      *=================================================================
       6510-STORE-MASK-REC.

           PERFORM 6515-CHECK-MASK-FIELD-NAME
           MOVE MSK-RULE-COD TO WS-MSK-RULE-COD

           SET WS-MSK-DUP-N TO TRUE
           PERFORM 6517-CHECK-ONE-DUP-MASK
               VARYING WS-MSK-IX FROM 1 BY 1
               UNTIL WS-MSK-IX > WS-MSK-CNT

           EVALUATE TRUE
             WHEN WS-MSK-CNT >= WS-MSK-MAX
                 SET  WS-MSK-SETUP-BAD             TO TRUE
                 MOVE 'MASK RULE TABLE FULL'       TO WS-MSK-ERR-MSG
             WHEN WS-MSK-FIELD-UNKNOWN
               OR NOT WS-MSK-RULE-VALID
                 SET  WS-MSK-SETUP-BAD             TO TRUE
                 MOVE 'MASK RULE CARD INVALID'     TO WS-MSK-ERR-MSG
             WHEN WS-MSK-DUP-Y
                 SET  WS-MSK-SETUP-BAD             TO TRUE
                 MOVE 'MASK RULE CARD DUPLICATED'  TO WS-MSK-ERR-MSG
             WHEN OTHER
                 ADD 1 TO WS-MSK-CNT
                 MOVE MSK-FIELD-NAME
                     TO WS-MSK-TBL-FIELD(WS-MSK-CNT)
                 MOVE MSK-RULE-COD
                     TO WS-MSK-TBL-RULE(WS-MSK-CNT)
                 PERFORM 6505-READ-MASK-REC
           END-EVALUATE
           .

      *=================================================================
      *    6515-CHECK-MASK-FIELD-NAME. THE BUS-REC FIELD NAMES A RULE
      *    MAY BE KEYED BY - THE NAMES 4100-LOOKUP-BUS-VALUE KNOWS,
      *    PLUS EMAIL-ADDR.
      *=================================================================
       6515-CHECK-MASK-FIELD-NAME.

           EVALUATE MSK-FIELD-NAME
             WHEN 'CUST-NAME'
             WHEN 'ACCOUNT-NUM'
             WHEN 'BALANCE'
             WHEN 'DUE-DATE'
             WHEN 'LEGAL-TEXT'
             WHEN 'PHONE-NUM'
             WHEN 'LANG-CODE'
             WHEN 'EMAIL-ADDR'
                 SET WS-MSK-FIELD-KNOWN   TO TRUE
             WHEN OTHER
                 SET WS-MSK-FIELD-UNKNOWN TO TRUE
           END-EVALUATE
           .

      *=================================================================
      *    6517-CHECK-ONE-DUP-MASK. FLAGS A RULE ALREADY LOADED FOR
      *    THE CARD'S FIELD.
      *=================================================================
       6517-CHECK-ONE-DUP-MASK.

           IF WS-MSK-TBL-FIELD(WS-MSK-IX) = MSK-FIELD-NAME
               SET WS-MSK-DUP-Y TO TRUE
           END-IF
           .

      *=================================================================
      *    6520-MASK-FIELD-VALUE. MASKS WS-MSK-VALUE IN PLACE BY THE
      *    RULE FOR WS-MSK-FIELD-NAME. A FIELD WITH NO RULE COMES
      *    BACK UNCHANGED.
      *=================================================================
       6520-MASK-FIELD-VALUE.

           MOVE SPACES TO WS-MSK-RULE-COD
           PERFORM 6525-CHECK-ONE-MASK-RULE
               VARYING WS-MSK-IX FROM 1 BY 1
               UNTIL WS-MSK-IX > WS-MSK-CNT
                  OR NOT WS-MSK-RULE-NONE

           IF NOT WS-MSK-RULE-NONE
               PERFORM 6530-APPLY-MASK-RULE
           END-IF
           .

      *=================================================================
      *    6525-CHECK-ONE-MASK-RULE. TAKES ONE TABLE ENTRY'S RULE WHEN
      *    IT IS FOR THE FIELD WANTED.
      *=================================================================
       6525-CHECK-ONE-MASK-RULE.

           IF WS-MSK-TBL-FIELD(WS-MSK-IX) = WS-MSK-FIELD-NAME
               MOVE WS-MSK-TBL-RULE(WS-MSK-IX) TO WS-MSK-RULE-COD
           END-IF
           .

      *=================================================================
      *    6530-APPLY-MASK-RULE. STARS THE VALUE BY WS-MSK-RULE-COD,
      *    KEEPING ITS LENGTH. WS-MSK-LEN IS LEFT AT THE VALUE'S
      *    LENGTH, TRAILING BLANKS TRIMMED.
      *=================================================================
       6530-APPLY-MASK-RULE.

           PERFORM 6531-TRIM-ONE-MASK-BYTE
               VARYING WS-MSK-LEN FROM 60 BY -1
               UNTIL WS-MSK-LEN = 0
                  OR WS-MSK-VALUE(WS-MSK-LEN:1) NOT = SPACE

           IF WS-MSK-LEN > 0
               EVALUATE TRUE
                 WHEN WS-MSK-RULE-LAST4
                     MOVE 0 TO WS-MSK-ALNUM-CNT
                     PERFORM 6534-COUNT-ONE-ALNUM
                         VARYING WS-MSK-POS FROM 1 BY 1
                         UNTIL WS-MSK-POS > WS-MSK-LEN
                     MOVE 0 TO WS-MSK-ALNUM-SEEN
                     PERFORM 6535-STAR-ONE-LAST4
                         VARYING WS-MSK-POS FROM 1 BY 1
                         UNTIL WS-MSK-POS > WS-MSK-LEN
                 WHEN WS-MSK-RULE-EMAIL
                     MOVE 0 TO WS-MSK-AT-POS
                     MOVE 0 TO WS-MSK-STAR-FROM
                     INSPECT WS-MSK-VALUE(1:WS-MSK-LEN)
                         TALLYING WS-MSK-AT-POS
                         FOR CHARACTERS BEFORE INITIAL '@'
                     INSPECT WS-MSK-VALUE(1:WS-MSK-LEN)
                         TALLYING WS-MSK-STAR-FROM FOR LEADING SPACE
                     ADD 2 TO WS-MSK-STAR-FROM
      *              WS-MSK-AT-POS IS THE LENGTH OF THE LOCAL PART
      *              (WITH ANY LEADING BLANKS) - ALL OF IT BUT ITS
      *              FIRST LETTER IS STARRED. NO '@' AT ALL AND THE
      *              VALUE IS NO ADDRESS TO SHOW A DOMAIN OF, SO IT
      *              IS STARRED WHOLE.
                     IF WS-MSK-AT-POS >= WS-MSK-LEN
                         PERFORM 6538-STAR-ONE-NONBLANK
                             VARYING WS-MSK-POS FROM 1 BY 1
                             UNTIL WS-MSK-POS > WS-MSK-LEN
                     ELSE
                         PERFORM 6538-STAR-ONE-NONBLANK
                             VARYING WS-MSK-POS
                             FROM WS-MSK-STAR-FROM BY 1
                             UNTIL WS-MSK-POS > WS-MSK-AT-POS
                     END-IF
                 WHEN WS-MSK-RULE-INITIALS
                     SET WS-MSK-NOT-IN-WORD TO TRUE
                     PERFORM 6536-STAR-ONE-INITIAL
                         VARYING WS-MSK-POS FROM 1 BY 1
                         UNTIL WS-MSK-POS > WS-MSK-LEN
                 WHEN OTHER
                     PERFORM 6538-STAR-ONE-NONBLANK
                         VARYING WS-MSK-POS FROM 1 BY 1
                         UNTIL WS-MSK-POS > WS-MSK-LEN
               END-EVALUATE
           END-IF
           .

      *=================================================================
      *    6531-TRIM-ONE-MASK-BYTE. No work of its own - exists only
      *    so the PERFORM VARYING above has a paragraph to iterate.
      *=================================================================
       6531-TRIM-ONE-MASK-BYTE.

           CONTINUE
           .

      *=================================================================
      *    6533-CLASSIFY-MASK-CHAR. A LETTER OR A DIGIT AT WS-MSK-POS
      *    IS WHAT THE RULES STAR; ANYTHING ELSE IS PUNCTUATION OR
      *    SPACING.
      *=================================================================
       6533-CLASSIFY-MASK-CHAR.

           IF WS-MSK-VALUE(WS-MSK-POS:1) IS NUMERIC
               SET WS-MSK-CHAR-ALNUM TO TRUE
           ELSE
               IF WS-MSK-VALUE(WS-MSK-POS:1) IS ALPHABETIC
                  AND WS-MSK-VALUE(WS-MSK-POS:1) NOT = SPACE
                   SET WS-MSK-CHAR-ALNUM TO TRUE
               ELSE
                   SET WS-MSK-CHAR-OTHER TO TRUE
               END-IF
           END-IF
           .

      *=================================================================
      *    6534-COUNT-ONE-ALNUM. COUNTS THE LETTERS AND DIGITS IN THE
      *    VALUE, SO LST4 KNOWS WHERE ITS LAST FOUR BEGIN.
      *=================================================================
       6534-COUNT-ONE-ALNUM.

           PERFORM 6533-CLASSIFY-MASK-CHAR
           IF WS-MSK-CHAR-ALNUM
               ADD 1 TO WS-MSK-ALNUM-CNT
           END-IF
           .

      *=================================================================
      *    6535-STAR-ONE-LAST4. STARS A LETTER OR DIGIT THAT IS NOT
      *    ONE OF THE LAST FOUR.
      *=================================================================
       6535-STAR-ONE-LAST4.

           PERFORM 6533-CLASSIFY-MASK-CHAR
           IF WS-MSK-CHAR-ALNUM
               ADD 1 TO WS-MSK-ALNUM-SEEN
               IF WS-MSK-ALNUM-SEEN <= WS-MSK-ALNUM-CNT - 4
                   MOVE '*' TO WS-MSK-VALUE(WS-MSK-POS:1)
               END-IF
           END-IF
           .

      *=================================================================
      *    6536-STAR-ONE-INITIAL. KEEPS THE FIRST LETTER OR DIGIT OF
      *    EACH BLANK-SEPARATED WORD AND STARS THE REST OF THE WORD.
      *=================================================================
       6536-STAR-ONE-INITIAL.

           IF WS-MSK-VALUE(WS-MSK-POS:1) = SPACE
               SET WS-MSK-NOT-IN-WORD TO TRUE
           ELSE
               PERFORM 6533-CLASSIFY-MASK-CHAR
               IF WS-MSK-CHAR-ALNUM
                   IF WS-MSK-IN-WORD
                       MOVE '*' TO WS-MSK-VALUE(WS-MSK-POS:1)
                   ELSE
                       SET WS-MSK-IN-WORD TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    6538-STAR-ONE-NONBLANK. STARS THE BYTE AT WS-MSK-POS
      *    UNLESS IT IS A BLANK.
      *=================================================================
       6538-STAR-ONE-NONBLANK.

           IF WS-MSK-VALUE(WS-MSK-POS:1) NOT = SPACE
               MOVE '*' TO WS-MSK-VALUE(WS-MSK-POS:1)
           END-IF
           .

      *=================================================================
      *    6540-MASK-TEXT-OCCURS. OVERLAYS EVERY OCCURRENCE OF
      *    WS-MSK-CLEAR(1:WS-MSK-LEN) IN WS-MSK-TEXT WITH ITS MASKED
      *    FORM, WS-MSK-VALUE(1:WS-MSK-LEN). THE MASK KEEPS THE
      *    LENGTH, SO THE TEXT NEVER MOVES.
      *=================================================================
       6540-MASK-TEXT-OCCURS.

           IF WS-MSK-LEN >= WS-MSK-MIN-LEN
               IF WS-MSK-CLEAR(1:WS-MSK-LEN) NOT =
                  WS-MSK-VALUE(1:WS-MSK-LEN)
                   COMPUTE WS-MSK-TEXT-LAST =
                           LENGTH OF WS-MSK-TEXT - WS-MSK-LEN + 1
                   MOVE 1 TO WS-MSK-TEXT-POS
                   PERFORM 6545-MASK-ONE-TEXT-POS
                       UNTIL WS-MSK-TEXT-POS > WS-MSK-TEXT-LAST
               END-IF
           END-IF
           .

      *=================================================================
      *    6545-MASK-ONE-TEXT-POS. TESTS FOR THE CLEAR VALUE AT ONE
      *    TEXT POSITION, OVERLAYING IT AND STEPPING PAST IT ON A HIT.
      *=================================================================
       6545-MASK-ONE-TEXT-POS.

           IF WS-MSK-TEXT(WS-MSK-TEXT-POS:WS-MSK-LEN) =
              WS-MSK-CLEAR(1:WS-MSK-LEN)
               MOVE WS-MSK-VALUE(1:WS-MSK-LEN)
                   TO WS-MSK-TEXT(WS-MSK-TEXT-POS:WS-MSK-LEN)
               ADD WS-MSK-LEN TO WS-MSK-TEXT-POS
           ELSE
               ADD 1 TO WS-MSK-TEXT-POS
           END-IF
           .
