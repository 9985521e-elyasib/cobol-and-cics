      *    CUSTOMER GETS THE SPANISH WORDING WHERE ONE IS ON FILE
      *    AND THE ENGLISH ONE (NOT A SUSPENSE) WHERE IT IS NOT.
      *    WS-LANG-USED ENDS UP HOLDING THE LANGUAGE THAT ACTUALLY
      *    MATCHED, FOR THE AUDIT TRAIL AND THE LOCALIZED FORMATS,
      *    AND WS-TMPL-EFF-DATE THE VERSION'S EFFECTIVE START DATE.
      *=================================================================
       2000-GET-EDITABLE-MSG.

      *    2005-FETCH-TEMPLATE. ONE LANGUAGE'S FETCH OF THE TEMPLATE
      *    VERSION EFFECTIVE ON WS-AS-OF-DATE. CALLED FOR THE
      *    CUSTOMER'S LANGUAGE AND, ON SQLCODE 100, AGAIN FOR THE
      *    DEFAULT. ONLY APPROVED VERSIONS ARE EVER SELECTED - A
      *    VERSION STAGED THROUGH THE TMPA AUTHORING TRANSACTION
      *    STAYS INVISIBLE HERE UNTIL A SECOND USER APPROVES IT. ROWS
      *    LOADED BEFORE THE APPROVAL COLUMN EXISTED CARRY A NULL
      *    STATUS AND COUNT AS APPROVED.
      *=================================================================
       2005-FETCH-TEMPLATE.

                      num_sections,
                      channel,
                      notice_class,
                      priority_class,
                      ISNULL(convert(varchar(8),
                             effective_start_date, 112), '')
                 INTO  :WS-STRING1
                      ,:WS-STRING2
                      ,:WS-STRING3
                      ,:WS-CHANNEL
                      ,:WS-NOTICE-CLASS
                      ,:WS-PRIORITY
                      ,:WS-TMPL-EFF-DATE
                 FROM  table_name with(nolock)
                WHERE  row_identifier    = :ROW-IDENTIFIER
                  AND  language          = :WS-LANG-USED
                   OR  effective_start_date <= :WS-AS-OF-DATE)
                  AND (effective_end_date   IS NULL
                   OR  effective_end_date   >= :WS-AS-OF-DATE)
                  AND  ISNULL(approval_status, 'A') = 'A'
             ORDER BY  effective_start_date DESC
           END-EXEC

      *    2381-STAGE-DLV-REC/2382-FLUSH-PENDING-DLV below.
           MOVE 0 TO WS-PEND-CNT

      *    Branches taken by any conditional content blocks, per
      *    section, for the proof listing.
           MOVE SPACES TO WS-BLK-FIRED-TBL
           MOVE 1      TO WS-BLK-FIRED-P(1)
           MOVE 1      TO WS-BLK-FIRED-P(2)
           MOVE 1      TO WS-BLK-FIRED-P(3)

      *--------------------- STRING1 CONSTRUCTION ----------------------
      *    ***This block has to be repeated for each editable/parame-
      *       trized string. WS-CURR-STRING-NUM records which section
      *    safe to hand the row to DELIVERY-FILE. A row that got
      *    suspended partway through leaves its staged records behind
      *    unwritten.
      *    THE CONTACT FREQUENCY CAP IS CHECKED AGAINST THE ACCOUNT'S
      *    CONTACT LEDGER FIRST - IT MAY PUSH THE ROW'S EARLIEST SEND
      *    DATE OUT SO THE FLUSH HOLDS IT, OR SUSPEND THE ROW (RSN 3).
      *    A ROW THAT GOES OUT, LIVE OR HELD, IS THEN ENTERED ON THE
      *    LEDGER. A PROOF RUN NEITHER CHECKS NOR UPDATES THE LEDGER.
           IF WS-ROW-OK AND WS-PROOF-N
             PERFORM 6300-CHECK-FREQ-CAP
           END-IF
           IF WS-ROW-OK
             PERFORM 2382-FLUSH-PENDING-DLV
             IF WS-PROOF-N
               PERFORM 6400-RECORD-CONTACT
             END-IF
           END-IF
           .

      *    WHOSE ADDRESS IS BLANK FALLS BACK TO THE ENTRY'S ALLOWED
      *    FALLBACK CHANNEL (WHEN USABLE), OTHERWISE TO THE
      *    TEMPLATE'S OWN CHANNEL - A WRONG-CHANNEL NOTICE BEATS NO
      *    NOTICE. A ROW LEFT ON EMAIL OR SMS WITH NEITHER AN EMAIL
      *    ADDRESS NOR A PHONE NUMBER CANNOT BE DELIVERED ELECTRON-
      *    ICALLY AT ALL, SO IT GOES BY LETTER WHEN BUS-REC CARRIES A
      *    POSTAL ADDRESS.
      *=================================================================
       2030-RESOLVE-CHANNEL.

           MOVE WS-CHANNEL TO WS-TMPL-CHANNEL
           MOVE BUS-POSTAL-CODE TO WS-LTR-KEY-POSTAL
           MOVE BUS-ADDR-LINE1  TO WS-LTR-KEY-LINE1

           IF WS-PRF-AVAIL
               PERFORM 2032-LOOKUP-PREFERENCE
                   END-IF
               END-IF
           END-IF

           IF (WS-CHANNEL = 'EMAIL' OR WS-CHANNEL = 'SMS')
               AND BUS-EMAIL-ADDR = SPACES
               AND BUS-PHONE-NUM  = SPACES
               MOVE 'LETTR' TO WS-CHAN-CHECK
               PERFORM 2034-CHECK-CHANNEL-USABLE
               IF WS-CHAN-USABLE-Y
                   MOVE 'LETTR' TO WS-CHANNEL
               END-IF
           END-IF
           .

      *=================================================================
      *=================================================================
      *    2034-CHECK-CHANNEL-USABLE. A CHANNEL IS USABLE FOR THIS
      *    ROW WHEN THE BUS-REC ADDRESS FIELD IT DELIVERS TO IS
      *    PRESENT - FOR A LETTER, AT LEAST THE FIRST ADDRESS LINE
      *    AND THE POSTAL CODE. CHANNELS THE DELIVERY PARAGRAPHS DO
      *    NOT KNOW TAKE THE PASS-THROUGH PATH WITH NO RECIPIENT, SO
      *    THEY COUNT AS USABLE.
      *=================================================================
       2034-CHECK-CHANNEL-USABLE.

                 ELSE
                     SET WS-CHAN-USABLE-Y TO TRUE
                 END-IF
             WHEN 'LETTR'
                 IF BUS-ADDR-LINE1 = SPACES
                     OR BUS-POSTAL-CODE = SPACES
                     SET WS-CHAN-USABLE-N TO TRUE
                 ELSE
                     SET WS-CHAN-USABLE-Y TO TRUE
                 END-IF
             WHEN OTHER
                 SET WS-CHAN-USABLE-Y TO TRUE
           END-EVALUATE
      *    NAMES THE REASON, SO THE MORNING DATA-FIX QUEUE IS
      *    OBVIOUS, AND THE BADM DESK TRANSACTION CLEARS THE ENTRY
      *    ONCE THE ADDRESS IS CORRECTED SO THE NEXT RUN GOES
      *    THROUGH. A LETTER IS PROBED BY ITS POSTAL KEY, WHICH
      *    LTRRECON QUARANTINES FROM THE MAIL HOUSE'S RETURNED MAIL.
      *=================================================================
       2038-CHECK-QUARANTINE.

                 WHEN 'SMS'
                     MOVE WS-CHANNEL       TO BAD-CHANNEL
                     MOVE BUS-PHONE-NUM    TO BAD-ADDRESS(1:15)
                 WHEN 'LETTR'
                     MOVE WS-CHANNEL       TO BAD-CHANNEL
                     MOVE WS-LTR-ADDR-KEY  TO BAD-ADDRESS
                 WHEN OTHER
                     CONTINUE
               END-EVALUATE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2039-QUARANTINE-HIT
                   END-READ
               END-IF
           END-IF
           .

      *=================================================================
      *    2039-QUARANTINE-HIT. THE RESOLVED ADDRESS IS QUARANTINED.
      *    A LEGAL-CLASS NOTICE (THE LEGAL notice_class OR PRIORITY
      *    CLASS 1) WE ARE OBLIGED TO GET TO THE CUSTOMER GOES BY
      *    LETTER INSTEAD, PROVIDED THE POSTAL ADDRESS IS PRESENT AND
      *    NOT QUARANTINED ITSELF. ANYTHING ELSE SUSPENDS (RSN 20)
      *    AS BEFORE.
      *=================================================================
       2039-QUARANTINE-HIT.

           SET WS-LTR-REROUTE-N TO TRUE
           IF WS-CHANNEL NOT = 'LETTR'
               AND (WS-NOTICE-CLASS = WS-LTR-LEGAL-CLASS
                    OR WS-PRIORITY = 1)
               MOVE 'LETTR' TO WS-CHAN-CHECK
               PERFORM 2034-CHECK-CHANNEL-USABLE
               IF WS-CHAN-USABLE-Y
                   MOVE 'LETTR'          TO BAD-CHANNEL
                   MOVE WS-LTR-ADDR-KEY  TO BAD-ADDRESS
                   SET WS-LTR-REROUTE-Y  TO TRUE
                   READ BAD-ADDR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-LTR-REROUTE-N TO TRUE
                   END-READ
               END-IF
           END-IF

           IF WS-LTR-REROUTE-Y
               PERFORM 2040-REROUTE-TO-LETTER
           ELSE
               MOVE   20                 TO OUT-ERR-COD
               MOVE 'ADDR QUARANTINED'   TO OUT-ERR-MSG
               PERFORM 2050-SUSPEND-ROW
           END-IF
           .

      *=================================================================
      *    2040-REROUTE-TO-LETTER. SWITCHES THE ROW TO THE LETTER
      *    CHANNEL AND LOGS A 'REROUTE' AUDIT EVENT NAMING THE
      *    CHANNEL WHOSE ADDRESS WAS QUARANTINED, SO THE AUDITORS CAN
      *    SEE WHY A LEGAL NOTICE WENT ON PAPER.
      *=================================================================
       2040-REROUTE-TO-LETTER.

           MOVE ROW-IDENTIFIER        TO AUD-ROW-IDENTIFIER
           MOVE 'REROUTE'             TO AUD-EVENT-TYP
           MOVE 0                     TO AUD-STRING-NUM
           MOVE 0                     TO AUD-SQLCODE
           MOVE SPACES                TO AUD-SUBS-APPLIED
           MOVE SPACES                TO AUD-DETAIL
           STRING WS-CHANNEL DELIMITED BY SPACE
                  ' ADDRESS QUARANTINED - SENT BY LETTER'
                      DELIMITED BY SIZE
             INTO AUD-DETAIL
           MOVE 'LETTR'               TO AUD-CHANNEL
           MOVE WS-LANG-USED          TO AUD-LANG-COD
           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-TIMESTAMP-OUT      TO AUD-TIMESTAMP
           WRITE AUD-REC

           MOVE 'LETTR'               TO WS-CHANNEL
           ADD 1 TO WS-CTL-LTR-REROUTED
           .

      *=================================================================
      *    2385-AUDIT-MSG-BUILT. Logs the section just built - still
      *    sitting in WS-STR - and every @NN substitution applied to it
      *    (WS-AUDIT-SUBS-T, built up by 2365-RECORD-SUBSTITUTION as
      *    the section was built) to the audit log. THE TEXT GOES
      *    THROUGH THE MASKING RULES FIRST - THE DELIVERED COPY DOES
      *    NOT.
      *=================================================================
       2385-AUDIT-MSG-BUILT.

           MOVE WS-CURR-STRING-NUM    TO AUD-STRING-NUM
           MOVE SQLCODE               TO AUD-SQLCODE
           MOVE WS-AUDIT-SUBS-T       TO AUD-SUBS-APPLIED
           MOVE SPACES                TO WS-MSK-TEXT
           MOVE WS-STR-T(1:WS-STR-L)  TO WS-MSK-TEXT(1:WS-STR-L)
           PERFORM 4400-MASK-BUILT-TEXT
           MOVE WS-MSK-TEXT           TO AUD-DETAIL
           MOVE WS-CHANNEL            TO AUD-CHANNEL
           MOVE WS-LANG-USED          TO AUD-LANG-COD
           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-PEND-RECIPIENT(INDX-CO)      TO DLV-RECIPIENT
           MOVE WS-PEND-MSG-TEXT(INDX-CO)       TO DLV-MSG-TEXT
           MOVE WS-PRIORITY                     TO DLV-PRIORITY
           MOVE WS-LANG-USED                    TO DLV-TMPL-LANG
           MOVE WS-TMPL-EFF-DATE                TO DLV-TMPL-EFF-DATE

      *    THE RECORD FOLLOWS THE ROUTE 2382 DECIDED FOR THE WHOLE
      *    ROW - LIVE DELIVERY, THE HOLD FILE, OR (DIGEST MODE) THE
                       ADD 1 TO WS-CTL-DLV-EMAIL
                   WHEN 'SMS'
                       ADD 1 TO WS-CTL-DLV-SMS
                   WHEN 'LETTR'
                       ADD 1 TO WS-CTL-DLV-LETTER
                   WHEN OTHER
                       ADD 1 TO WS-CTL-DLV-OTHER
                 END-EVALUATE
      *    PRIORITY AND RECIPIENT, THEN EVERY STAGED RECORD'S TEXT
      *    EXACTLY AS IT WOULD GO OUT (HTML-ESCAPED, SEGMENTED), SO
      *    A REVIEWER CAN SIGN OFF THE RENDERED WORDING BEFORE THE
      *    VERSION'S EFFECTIVE DATE ARRIVES. THE RECIPIENT AND EVERY
      *    SUBSTITUTED VALUE ARE MASKED BY THE MASKRULE RULES (A
      *    LETTER'S STREET ADDRESS IS ALWAYS STARRED OUT) - THE
      *    REVIEW IS OF THE WORDING, NOT THE CUSTOMER.
      *=================================================================
       2345-WRITE-PROOF-NOTICE.

                  ' CLASS ' WS-NOTICE-CLASS
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-RECIPIENT TO WS-MSK-VALUE
           EVALUATE WS-CHANNEL
             WHEN 'EMAIL'
                 MOVE 'EMAIL-ADDR'   TO WS-MSK-FIELD-NAME
                 PERFORM 6520-MASK-FIELD-VALUE
             WHEN 'SMS'
                 MOVE 'PHONE-NUM'    TO WS-MSK-FIELD-NAME
                 PERFORM 6520-MASK-FIELD-VALUE
      *        A LETTER'S RECIPIENT IS WS-LTR-ADDR-KEY - THE POSTAL CODE
      *        STAYS, THE STREET ADDRESS IS STARRED OUT WHOLE.
             WHEN 'LETTR'
                 IF WS-MSK-VALUE(11:40) NOT = SPACES
                     MOVE ALL '*'    TO WS-MSK-VALUE(11:40)
                 END-IF
             WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE SPACES TO PROOF-LINE
           STRING 'RECIPIENT: ' WS-MSK-VALUE
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE

           PERFORM 2349-WRITE-PROOF-BRANCHES
               VARYING WS-BLK-FIRED-IX FROM 1 BY 1
               UNTIL WS-BLK-FIRED-IX > 3

           PERFORM 2346-WRITE-ONE-PROOF-REC
               VARYING INDX-CO FROM 1 BY 1
               UNTIL INDX-CO > WS-PEND-CNT

      *=================================================================
      *    2346-WRITE-ONE-PROOF-REC. ONE STAGED RECORD'S HEADING AND
      *    TEXT, MASKED, TRAILING BLANKS TRIMMED, SLICED TO THE PROOF
      *    LINE WIDTH.
      *=================================================================
       2346-WRITE-ONE-PROOF-REC.

               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE

           MOVE WS-PEND-MSG-TEXT(INDX-CO) TO WS-MSK-TEXT
           PERFORM 4400-MASK-BUILT-TEXT

           PERFORM 2348-TRIM-ONE-PROOF-BYTE
               VARYING WS-PROOF-TEXT-LEN FROM 400 BY -1
               UNTIL WS-PROOF-TEXT-LEN = 0
                  OR WS-MSK-TEXT(WS-PROOF-TEXT-LEN:1) NOT = SPACE

           MOVE 1 TO WS-PROOF-TEXT-POS
           PERFORM 2347-WRITE-ONE-PROOF-SLICE

      *=================================================================
      *    2347-WRITE-ONE-PROOF-SLICE. ONE PROOF-LINE-SIZED SLICE OF
      *    THE RECORD'S MASKED TEXT.
      *=================================================================
       2347-WRITE-ONE-PROOF-SLICE.

           END-IF

           MOVE SPACES TO PROOF-LINE
           MOVE WS-MSK-TEXT(WS-PROOF-TEXT-POS:WS-PROOF-SLICE-LEN)
                TO PROOF-LINE(1:WS-PROOF-SLICE-LEN)
           WRITE PROOF-LINE

           CONTINUE
           .

      *=================================================================
      *    2349-WRITE-PROOF-BRANCHES. WHICH CONDITIONAL CONTENT BLOCK
      *    BRANCHES FIRED IN ONE SECTION, SO THE REVIEWER CAN SEE WHY
      *    THE WORDING READS AS IT DOES. SECTIONS WITH NO BLOCKS GET
      *    NO LINE.
      *=================================================================
       2349-WRITE-PROOF-BRANCHES.

           IF WS-BLK-FIRED-P(WS-BLK-FIRED-IX) > 1
               MOVE SPACES TO PROOF-LINE
               STRING 'SECTION ' WS-BLK-FIRED-IX ' BRANCHES: '
                      WS-BLK-FIRED-T(WS-BLK-FIRED-IX)
                   DELIMITED BY SIZE INTO PROOF-LINE
               WRITE PROOF-LINE
           END-IF
           .

      *=================================================================
      *    2389-STAGE-DIGEST-REC. ROUTES THE DELIVERY RECORD JUST
      *    BUILT IN DLV-REC TO THE DIGEST WORK FILE FOR END-OF-RUN
           MOVE DLV-RECIPIENT         TO DWK-RECIPIENT
           MOVE DLV-MSG-TEXT          TO DWK-MSG-TEXT
           MOVE DLV-PRIORITY          TO DWK-PRIORITY
           MOVE DLV-TMPL-LANG         TO DWK-TMPL-LANG
           MOVE DLV-TMPL-EFF-DATE     TO DWK-TMPL-EFF-DATE
           WRITE DWK-REC
           ADD 1 TO WS-CTL-DLV-DIGEST
           .
      *    2387-HOLD-PENDING-DLV. DIVERTS THE DELIVERY RECORD JUST
      *    BUILT IN DLV-REC TO THE HOLD FILE, CARRYING THE ROW'S
      *    EARLIEST SEND DATE, AND LOGS A HELD EVENT SO THE AUDIT
      *    TRAIL SHOWS WHERE THE MESSAGE WENT - AND WHETHER THE SEND
      *    WINDOW OR THE CONTACT FREQUENCY CAP HELD IT.
      *=================================================================
       2387-HOLD-PENDING-DLV.

           MOVE DLV-RECIPIENT         TO HLD-RECIPIENT
           MOVE DLV-MSG-TEXT          TO HLD-MSG-TEXT
           MOVE DLV-PRIORITY          TO HLD-PRIORITY
           MOVE DLV-TMPL-LANG         TO HLD-TMPL-LANG
           MOVE DLV-TMPL-EFF-DATE     TO HLD-TMPL-EFF-DATE
           WRITE HLD-REC
           ADD 1 TO WS-CTL-DLV-HELD

           MOVE 0                     TO AUD-SQLCODE
           MOVE SPACES                TO AUD-SUBS-APPLIED
           MOVE SPACES                TO AUD-DETAIL
           IF WS-CAP-HELD-Y
               MOVE 'HELD FOR CONTACT CAP' TO AUD-DETAIL(1:21)
           ELSE
               MOVE 'HELD FOR SEND WINDOW' TO AUD-DETAIL(1:21)
           END-IF
           MOVE DLV-CHANNEL           TO AUD-CHANNEL
           MOVE WS-LANG-USED          TO AUD-LANG-COD
           PERFORM 7000-STAMP-TIMESTAMP
      *    (still sitting in WS-STR) for the outbound delivery file,
      *    picking the recipient off BUS-REC and formatting the text
      *    according to the template's channel - HTML-escaped and
      *    segmented for EMAIL, segmented for SMS, line-wrapped for
      *    LETTER, passed through unchanged for anything else.
      *=================================================================
       2395-DELIVER-SECTION.

                 MOVE BUS-PHONE-NUM     TO WS-RECIPIENT
                 MOVE WS-RECIPIENT      TO DLV-RECIPIENT
                 PERFORM 2398-SEGMENT-SMS
             WHEN 'LETTR'
                 MOVE WS-LTR-ADDR-KEY   TO WS-RECIPIENT
                 MOVE WS-RECIPIENT      TO DLV-RECIPIENT
                 PERFORM 2391-WRAP-LETTER
             WHEN OTHER
                 MOVE SPACES            TO WS-RECIPIENT
                 MOVE WS-RECIPIENT      TO DLV-RECIPIENT
           END-EVALUATE
           .

      *=================================================================
      *    2391-WRAP-LETTER. Breaks WS-STR-T (the completed section)
      *    into printed lines of at most WS-LTR-LINE-WIDTH characters
      *    for LETTER-channel delivery, staging one DLV-REC per line
      *    with the line number as the segment number. Lines break at
      *    the last space that fits; the blanks at a break are
      *    dropped. The print hand-off (LTRFEED) adds the page
      *    breaks and the mailing-address block.
      *=================================================================
       2391-WRAP-LETTER.

           MOVE 0 TO WS-LTR-LINE-NUM
           MOVE 1 TO WS-LTR-OFFSET
           PERFORM 2393-SKIP-LTR-BLANK
               VARYING WS-LTR-OFFSET FROM WS-LTR-OFFSET BY 1
               UNTIL WS-LTR-OFFSET > WS-STR-L
                  OR WS-STR-T(WS-LTR-OFFSET:1) NOT = SPACE

           PERFORM 2392-WRITE-ONE-LETTER-LINE
               UNTIL WS-LTR-OFFSET > WS-STR-L OR WS-ROW-REJECTED
           .

      *=================================================================
      *    2392-WRITE-ONE-LETTER-LINE. Stages one printed line,
      *    starting at WS-LTR-OFFSET, and advances the offset past it
      *    and past the blanks that follow it. A word longer than the
      *    line is cut at the line width.
      *=================================================================
       2392-WRITE-ONE-LETTER-LINE.

           ADD 1 TO WS-LTR-LINE-NUM
           COMPUTE WS-LTR-LINE-LEN = WS-STR-L - WS-LTR-OFFSET + 1
           IF WS-LTR-LINE-LEN > WS-LTR-LINE-WIDTH
               COMPUTE WS-LTR-BREAK-POS =
                       WS-LTR-OFFSET + WS-LTR-LINE-WIDTH
               PERFORM 2394-FIND-LTR-BREAK
                   VARYING WS-LTR-BREAK-POS FROM WS-LTR-BREAK-POS
                   BY -1
                   UNTIL WS-LTR-BREAK-POS <= WS-LTR-OFFSET
                      OR WS-STR-T(WS-LTR-BREAK-POS:1) = SPACE
               IF WS-LTR-BREAK-POS > WS-LTR-OFFSET
                   COMPUTE WS-LTR-LINE-LEN =
                           WS-LTR-BREAK-POS - WS-LTR-OFFSET
               ELSE
                   MOVE WS-LTR-LINE-WIDTH TO WS-LTR-LINE-LEN
               END-IF
           END-IF

           MOVE WS-LTR-LINE-NUM   TO DLV-SEG-NUM
           MOVE SPACES            TO DLV-MSG-TEXT
           MOVE WS-STR-T(WS-LTR-OFFSET:WS-LTR-LINE-LEN)
                                  TO DLV-MSG-TEXT(1:WS-LTR-LINE-LEN)
           PERFORM 2381-STAGE-DLV-REC

           ADD WS-LTR-LINE-LEN TO WS-LTR-OFFSET
           PERFORM 2393-SKIP-LTR-BLANK
               VARYING WS-LTR-OFFSET FROM WS-LTR-OFFSET BY 1
               UNTIL WS-LTR-OFFSET > WS-STR-L
                  OR WS-STR-T(WS-LTR-OFFSET:1) NOT = SPACE
           .

      *=================================================================
      *    2393-SKIP-LTR-BLANK / 2394-FIND-LTR-BREAK. No work of their
      *    own - they exist only so the PERFORM VARYING scans above
      *    have a paragraph to iterate.
      *=================================================================
       2393-SKIP-LTR-BLANK.

           CONTINUE
           .

       2394-FIND-LTR-BREAK.

           CONTINUE
           .

      *=================================================================
      *    2396-HTML-ESCAPE. Builds an HTML-escaped copy of WS-STR-T
      *    (the completed section) into WS-HTML-ESC-T, one character at
           MOVE 1                           TO WS-SCAN-POS
           MOVE 0                           TO WS-AUDIT-SUBS-L
           MOVE SPACES                      TO WS-AUDIT-SUBS-T
           SET  WS-BLK-PENDING-Y            TO TRUE

           PERFORM 2300-REPLACE-VARS
               UNTIL SW-SEARCH-N OR WS-TRUNC-Y
      *    re-examined as if it were another placeholder. If no '@'
      *    remains ahead of WS-SCAN-POS, or fewer than 3 bytes follow
      *    the one that was found, there is nothing left to replace and
      *    the search is stopped by activating SW-SEARCH-N. The first
      *    call for a section resolves its conditional content blocks
      *    (2310-RESOLVE-BLOCKS) before any @NN is touched, so only
      *    the branch that applies is ever substituted; a malformed
      *    block suspends the row and stops the search there.
      *=================================================================
       2300-REPLACE-VARS.

           IF WS-BLK-PENDING-Y
               PERFORM 2310-RESOLVE-BLOCKS
           END-IF

           COMPUTE WS-AVAIL-LEN = WS-STR-L - WS-SCAN-POS + 1

           IF WS-AVAIL-LEN < 1 OR WS-ROW-REJECTED
             SET SW-SEARCH-N TO TRUE
           ELSE
             MOVE 0 TO WS-REL-TLLY
           END-IF
           .

      *=================================================================
      *    2310-RESOLVE-BLOCKS. REPLACES EVERY {IF ...}...{ENDIF} BLOCK
      *    IN THE SECTION IN WS-STR WITH THE BRANCH ITS CONDITION
      *    PICKS, FIRST BLOCK FIRST. A {ELSE} OR {ENDIF} LEFT OVER
      *    ONCE THE BLOCKS ARE GONE HAS NO {IF} TO BELONG TO, AND A
      *    SECTION THE BLOCKS LEAVE WITH NO TEXT AT ALL WOULD GO OUT
      *    BLANK - BOTH SUSPEND THE ROW LIKE A MALFORMED BLOCK.
      *=================================================================
       2310-RESOLVE-BLOCKS.

           SET WS-BLK-PENDING-N TO TRUE
           SET WS-BLK-MORE-Y    TO TRUE

           PERFORM 2320-RESOLVE-ONE-BLOCK
               UNTIL WS-BLK-MORE-N OR WS-ROW-REJECTED

           IF WS-ROW-OK
               MOVE 1        TO WS-BLK-FROM
               MOVE WS-STR-L TO WS-BLK-LIMIT
               MOVE '{ELSE}' TO WS-BLK-TOKEN
               MOVE 6        TO WS-BLK-TOK-LEN
               PERFORM 2315-FIND-BLOCK-TOKEN
               IF WS-BLK-AT = 0
                   MOVE '{ENDIF}' TO WS-BLK-TOKEN
                   MOVE 7         TO WS-BLK-TOK-LEN
                   PERFORM 2315-FIND-BLOCK-TOKEN
               END-IF
               IF WS-BLK-AT > 0
                   MOVE 'CONTENT BLOCK TAG WITHOUT {IF}'
                        TO OUT-ERR-MSG
                   PERFORM 2340-REJECT-BLOCK
               END-IF
           END-IF

           IF WS-ROW-OK AND WS-STR-L = 0
               MOVE 'CONTENT BLOCKS LEFT SECTION EMPTY'
                    TO OUT-ERR-MSG
               PERFORM 2340-REJECT-BLOCK
           END-IF
           .

      *=================================================================
      *    2315-FIND-BLOCK-TOKEN. LOOKS FOR WS-BLK-TOKEN(1:WS-BLK-TOK-
      *    LEN) IN WS-STR-T FROM WS-BLK-FROM THROUGH WS-BLK-LIMIT AND
      *    RETURNS ITS POSITION IN WS-BLK-AT - 0 WHEN IT IS NOT THERE
      *    OR THE RANGE IS TOO SHORT TO HOLD IT.
      *=================================================================
       2315-FIND-BLOCK-TOKEN.

           MOVE 0 TO WS-BLK-AT
           COMPUTE WS-BLK-AVAIL = WS-BLK-LIMIT - WS-BLK-FROM + 1

           IF WS-BLK-AVAIL >= WS-BLK-TOK-LEN
               MOVE 0 TO WS-BLK-TLLY
               INSPECT WS-STR-T(WS-BLK-FROM:WS-BLK-AVAIL)
                   TALLYING WS-BLK-TLLY FOR CHARACTERS
                   BEFORE INITIAL WS-BLK-TOKEN(1:WS-BLK-TOK-LEN)
               IF WS-BLK-TLLY + WS-BLK-TOK-LEN <= WS-BLK-AVAIL
                   COMPUTE WS-BLK-AT = WS-BLK-FROM + WS-BLK-TLLY
               END-IF
           END-IF
           .

      *=================================================================
      *    2320-RESOLVE-ONE-BLOCK. FINDS THE FIRST {IF LEFT IN THE
      *    SECTION, LOCATES THE REST OF ITS BLOCK, TESTS ITS CONDITION
      *    AND SPLICES THE CHOSEN BRANCH IN PLACE OF THE BLOCK. NO
      *    {IF LEFT MEANS THE SECTION IS DONE.
      *=================================================================
       2320-RESOLVE-ONE-BLOCK.

           SET  WS-BLK-BAD-N  TO TRUE
           MOVE 1             TO WS-BLK-FROM
           MOVE WS-STR-L      TO WS-BLK-LIMIT
           MOVE '{IF '        TO WS-BLK-TOKEN
           MOVE 4             TO WS-BLK-TOK-LEN
           PERFORM 2315-FIND-BLOCK-TOKEN

           IF WS-BLK-AT = 0
               SET WS-BLK-MORE-N TO TRUE
           ELSE
               MOVE WS-BLK-AT TO WS-BLK-IF-POS
               PERFORM 2322-LOCATE-BLOCK-PARTS
               IF WS-BLK-BAD-N
                   PERFORM 2325-EVAL-BLOCK-COND
               END-IF
               IF WS-BLK-BAD-N
                   PERFORM 2330-APPLY-BLOCK
               ELSE
                   PERFORM 2340-REJECT-BLOCK
               END-IF
           END-IF
           .

      *=================================================================
      *    2322-LOCATE-BLOCK-PARTS. FROM THE {IF AT WS-BLK-IF-POS,
      *    FINDS THE '}' CLOSING ITS CONDITION, THE {ENDIF} CLOSING
      *    THE BLOCK AND ANY {ELSE} BETWEEN THEM. A SECOND {IF OR A
      *    SECOND {ELSE} INSIDE THE BLOCK IS REFUSED - BLOCKS DO NOT
      *    NEST.
      *=================================================================
       2322-LOCATE-BLOCK-PARTS.

           MOVE 0 TO WS-BLK-ELSE-POS

           COMPUTE WS-BLK-FROM = WS-BLK-IF-POS + 4
           MOVE WS-STR-L TO WS-BLK-LIMIT
           MOVE '}'      TO WS-BLK-TOKEN
           MOVE 1        TO WS-BLK-TOK-LEN
           PERFORM 2315-FIND-BLOCK-TOKEN
           IF WS-BLK-AT = 0
               MOVE 'CONTENT BLOCK CONDITION NOT CLOSED'
                    TO OUT-ERR-MSG
               SET WS-BLK-BAD-Y TO TRUE
           ELSE
               MOVE WS-BLK-AT TO WS-BLK-COND-END
           END-IF

           IF WS-BLK-BAD-N
               COMPUTE WS-BLK-FROM = WS-BLK-COND-END + 1
               MOVE '{ENDIF}' TO WS-BLK-TOKEN
               MOVE 7         TO WS-BLK-TOK-LEN
               PERFORM 2315-FIND-BLOCK-TOKEN
               IF WS-BLK-AT = 0
                   MOVE 'CONTENT BLOCK {ENDIF} MISSING'
                        TO OUT-ERR-MSG
                   SET WS-BLK-BAD-Y TO TRUE
               ELSE
                   MOVE WS-BLK-AT TO WS-BLK-END-POS
               END-IF
           END-IF

           IF WS-BLK-BAD-N
               COMPUTE WS-BLK-FROM  = WS-BLK-COND-END + 1
               COMPUTE WS-BLK-LIMIT = WS-BLK-END-POS - 1
               MOVE '{IF '    TO WS-BLK-TOKEN
               MOVE 4         TO WS-BLK-TOK-LEN
               PERFORM 2315-FIND-BLOCK-TOKEN
               IF WS-BLK-AT > 0
                   MOVE 'CONTENT BLOCKS NESTED' TO OUT-ERR-MSG
                   SET WS-BLK-BAD-Y TO TRUE
               END-IF
           END-IF

           IF WS-BLK-BAD-N
               MOVE '{ELSE}'  TO WS-BLK-TOKEN
               MOVE 6         TO WS-BLK-TOK-LEN
               PERFORM 2315-FIND-BLOCK-TOKEN
               MOVE WS-BLK-AT TO WS-BLK-ELSE-POS
               IF WS-BLK-ELSE-POS > 0
                   COMPUTE WS-BLK-FROM = WS-BLK-ELSE-POS + 6
                   PERFORM 2315-FIND-BLOCK-TOKEN
                   IF WS-BLK-AT > 0
                       MOVE 'CONTENT BLOCK {ELSE} REPEATED'
                            TO OUT-ERR-MSG
                       SET WS-BLK-BAD-Y TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    2325-EVAL-BLOCK-COND. SPLITS THE CONDITION INTO ITS @NN AND
      *    OPERATOR, FINDS THE BUS-REC FIELD @NN IS MAPPED TO FOR THIS
      *    ROW AND TESTS THE RAW VALUE - NOT THE FORMATTED ONE THE
      *    SUBSTITUTION WOULD USE. AN @NN WITH NO MAP ENTRY TESTS
      *    FALSE, THE SAME AS THE BLANK IT WOULD SUBSTITUTE.
      *=================================================================
       2325-EVAL-BLOCK-COND.

           SET  WS-BLK-TRUE-N TO TRUE
           MOVE SPACES        TO WS-BLK-COND
           COMPUTE WS-BLK-COND-LEN =
                   WS-BLK-COND-END - WS-BLK-IF-POS - 4

           IF WS-BLK-COND-LEN < 3 OR WS-BLK-COND-LEN > 30
               MOVE 'CONTENT BLOCK CONDITION INVALID' TO OUT-ERR-MSG
               SET WS-BLK-BAD-Y TO TRUE
           ELSE
               MOVE WS-STR-T(WS-BLK-IF-POS + 4:WS-BLK-COND-LEN)
                    TO WS-BLK-COND(1:WS-BLK-COND-LEN)
               IF WS-BLK-CODE(1:1) NOT = '@'
                   MOVE 'CONTENT BLOCK CONDITION INVALID'
                        TO OUT-ERR-MSG
                   SET WS-BLK-BAD-Y TO TRUE
               END-IF
               IF WS-BLK-OPER(1:1) = SPACE
                   MOVE WS-BLK-OPER(2:26) TO WS-BLK-OPER-WK
                   MOVE WS-BLK-OPER-WK    TO WS-BLK-OPER
               END-IF
           END-IF

           IF WS-BLK-BAD-N
               MOVE SPACES TO WS-BLK-FLD-NAME
               PERFORM 2327-CHECK-ONE-BLOCK-SLOT
                   VARYING WS-SRCH-IX FROM 1 BY 1
                   UNTIL WS-SRCH-IX > WS-SUB-CNT
                      OR WS-BLK-FLD-NAME NOT = SPACES
      *        THE ROW'S MAP ENTRIES ARE ALL IN WS-SUBTITUTION-TBL BY
      *        NOW, SO MAP-REC IS FREE TO CARRY THE FIELD NAME INTO
      *        THE ENGINE'S ONE LIST OF BUS-REC FIELDS.
               MOVE WS-BLK-FLD-NAME TO MAP-FIELD-NAME
               PERFORM 4100-LOOKUP-BUS-VALUE
               MOVE WS-BUS-VALUE    TO WS-BLK-VALUE
               IF WS-BLK-FLD-NAME = 'LANG-CODE'
                  AND WS-BLK-VALUE = SPACES
                   MOVE WS-DEFAULT-LANG TO WS-BLK-VALUE
               END-IF

               EVALUATE TRUE
                 WHEN WS-BLK-OPER = SPACES
                     IF WS-BLK-VALUE NOT = SPACES
                         SET WS-BLK-TRUE-Y TO TRUE
                     END-IF
                 WHEN WS-BLK-OPER = '>0'
                     EVALUATE WS-BLK-FLD-NAME
                       WHEN SPACES
                           CONTINUE
                       WHEN 'BALANCE'
                           IF BUS-BALANCE > 0
                               SET WS-BLK-TRUE-Y TO TRUE
                           END-IF
                       WHEN OTHER
                           MOVE 'CONTENT BLOCK >0 ON NON-BALANCE FIELD'
                                TO OUT-ERR-MSG
                           SET WS-BLK-BAD-Y TO TRUE
                     END-EVALUATE
                 WHEN WS-BLK-OPER = '<TODAY'
                     EVALUATE WS-BLK-FLD-NAME
                       WHEN SPACES
                           CONTINUE
                       WHEN 'DUE-DATE'
                           IF BUS-DUE-DATE IS NUMERIC
                              AND BUS-DUE-DATE < WS-AS-OF-DATE
                               SET WS-BLK-TRUE-Y TO TRUE
                           END-IF
                       WHEN OTHER
                           MOVE 'CONTENT BLOCK <TODAY ON NON-DATE FIELD'
                                TO OUT-ERR-MSG
                           SET WS-BLK-BAD-Y TO TRUE
                     END-EVALUATE
                 WHEN WS-BLK-OPER(1:1) = '='
                      AND WS-BLK-OPER(2:26) NOT = SPACES
                     IF WS-BLK-FLD-NAME NOT = SPACES
                        AND WS-BLK-VALUE = WS-BLK-OPER(2:26)
                         SET WS-BLK-TRUE-Y TO TRUE
                     END-IF
                 WHEN OTHER
                     MOVE 'CONTENT BLOCK OPERATOR INVALID'
                          TO OUT-ERR-MSG
                     SET WS-BLK-BAD-Y TO TRUE
               END-EVALUATE
           END-IF
           .

      *=================================================================
      *    2327-CHECK-ONE-BLOCK-SLOT. COMPARES ONE WS-SUBTITUTION-TBL
      *    SLOT'S CODE AGAINST THE CONDITION'S @NN.
      *=================================================================
       2327-CHECK-ONE-BLOCK-SLOT.

           IF WS-SUB-IX(WS-SRCH-IX) = WS-BLK-CODE
               MOVE WS-SUB-FLD-NAME(WS-SRCH-IX) TO WS-BLK-FLD-NAME
           END-IF
           .

      *=================================================================
      *    2330-APPLY-BLOCK. REBUILDS WS-STR-T AS THE TEXT BEFORE THE
      *    BLOCK, THE BRANCH THE CONDITION PICKED (THE {IF} TEXT WHEN
      *    TRUE, THE {ELSE} TEXT WHEN FALSE, NOTHING WHEN FALSE WITH
      *    NO {ELSE}) AND THE TEXT AFTER THE {ENDIF}. THE RESULT IS
      *    NEVER LONGER THAN WHAT IT REPLACES. ZERO-LENGTH PIECES ARE
      *    LEFT OUT OF THE STRING, AS IN 2360-DO-REPLACE.
      *=================================================================
       2330-APPLY-BLOCK.

           EVALUATE TRUE
             WHEN WS-BLK-TRUE-Y AND WS-BLK-ELSE-POS > 0
                 COMPUTE WS-BLK-KEEP-POS = WS-BLK-COND-END + 1
                 COMPUTE WS-BLK-KEEP-LEN =
                         WS-BLK-ELSE-POS - WS-BLK-COND-END - 1
                 MOVE 'IF'   TO WS-BLK-BRANCH
             WHEN WS-BLK-TRUE-Y
                 COMPUTE WS-BLK-KEEP-POS = WS-BLK-COND-END + 1
                 COMPUTE WS-BLK-KEEP-LEN =
                         WS-BLK-END-POS - WS-BLK-COND-END - 1
                 MOVE 'IF'   TO WS-BLK-BRANCH
             WHEN WS-BLK-ELSE-POS > 0
                 COMPUTE WS-BLK-KEEP-POS = WS-BLK-ELSE-POS + 6
                 COMPUTE WS-BLK-KEEP-LEN =
                         WS-BLK-END-POS - WS-BLK-ELSE-POS - 6
                 MOVE 'ELSE' TO WS-BLK-BRANCH
             WHEN OTHER
                 MOVE 0      TO WS-BLK-KEEP-POS
                 MOVE 0      TO WS-BLK-KEEP-LEN
                 MOVE 'NONE' TO WS-BLK-BRANCH
           END-EVALUATE

           COMPUTE WS-BLK-TAIL-LEN = WS-STR-L - WS-BLK-END-POS - 6
           MOVE SPACES TO WS-TEMP
           MOVE 1      TO WS-BLK-PTR

           IF WS-BLK-IF-POS > 1
               STRING WS-STR-T(1:WS-BLK-IF-POS - 1)
                      DELIMITED BY SIZE
                   INTO WS-TEMP WITH POINTER WS-BLK-PTR
           END-IF
           IF WS-BLK-KEEP-LEN > 0
               STRING WS-STR-T(WS-BLK-KEEP-POS:WS-BLK-KEEP-LEN)
                      DELIMITED BY SIZE
                   INTO WS-TEMP WITH POINTER WS-BLK-PTR
           END-IF
           IF WS-BLK-TAIL-LEN > 0
               STRING WS-STR-T(WS-BLK-END-POS + 7:WS-BLK-TAIL-LEN)
                      DELIMITED BY SIZE
                   INTO WS-TEMP WITH POINTER WS-BLK-PTR
           END-IF

           COMPUTE WS-STR-L = WS-BLK-PTR - 1
           MOVE WS-TEMP TO WS-STR-T

           PERFORM 2335-RECORD-BRANCH
           .

      *=================================================================
      *    2335-RECORD-BRANCH. NOTES THE BRANCH JUST TAKEN AGAINST THE
      *    SECTION BEING BUILT, FOR THE PROOF LISTING.
      *=================================================================
       2335-RECORD-BRANCH.

           STRING WS-BLK-CODE ':'      DELIMITED BY SIZE
                  WS-BLK-BRANCH        DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
               INTO WS-BLK-FIRED-T(WS-CURR-STRING-NUM)
               WITH POINTER WS-BLK-FIRED-P(WS-CURR-STRING-NUM)
               ON OVERFLOW
                   MOVE '...' TO
                        WS-BLK-FIRED-T(WS-CURR-STRING-NUM)(98:3)
           END-STRING
           .

      *=================================================================
      *    2340-REJECT-BLOCK. A BLOCK THE ENGINE CANNOT RESOLVE - THE
      *    TEXT IS IN OUT-ERR-MSG - SUSPENDS THE ROW RSN 04 RATHER THAN
      *    SENDING THE CUSTOMER BOTH BRANCHES OR THE RAW TAGS.
      *=================================================================
       2340-REJECT-BLOCK.

           MOVE 4 TO OUT-ERR-COD
           PERFORM 2050-SUSPEND-ROW
           SET WS-BLK-MORE-N TO TRUE
           .

      *=================================================================
      *    2350-LOOKUP-SUB-VALUE. Searches WS-SUBTITUTION-TBL for the
      *    slot whose WS-SUB-IX matches WS-PATTERN-IX (the "@nn" just
      *    found in WS-STR-T) and returns its value in WS-SUBS-L/T,
      *    AND ITS MASKED FORM IN WS-SUBS-MASK-T.
      *=================================================================
       2350-LOOKUP-SUB-VALUE.

           IF WS-SUB-IX(WS-SRCH-IX) = WS-PATTERN-IX
               MOVE WS-SUB-L(WS-SRCH-IX)    TO WS-SUBS-L
               MOVE WS-SUB-T(WS-SRCH-IX)    TO WS-SUBS-T
               MOVE WS-SUB-MASK-T(WS-SRCH-IX) TO WS-SUBS-MASK-T
               SET  SW-SUB-FOUND-Y          TO TRUE
           END-IF
           .
      *    WS-AUDIT-SUBS-T for every @NN replaced (or skipped as
      *    unmapped) while building the current section, for the audit
      *    log. Stops appending once the 100-byte work area is full
      *    rather than overflowing it. THE VALUE RECORDED IS THE
      *    MASKED FORM - IT IS THE SAME LENGTH AS THE CLEAR ONE, SO
      *    WS-SUBS-L MEASURES IT TOO.
      *=================================================================
      *    WS-AUDIT-SUBS-L (NOTHING RECORDED YET FOR THIS SECTION) AND
      *    WS-SUBS-L (AN UNMAPPED @NN, VIA 2390-SKIP-UNMAPPED-VAR) CAN
                   IF WS-SUBS-L > 0
                       STRING WS-AUDIT-SUBS-T(1:WS-AUDIT-SUBS-L)
                              '@' WS-PATTERN-IX '='
                              WS-SUBS-MASK-T(1:WS-SUBS-L) ' '
                           DELIMITED BY SIZE INTO WS-AUDIT-TEMP-T
                   ELSE
                       STRING WS-AUDIT-SUBS-T(1:WS-AUDIT-SUBS-L)
               ELSE
                   IF WS-SUBS-L > 0
                       STRING '@' WS-PATTERN-IX '='
                              WS-SUBS-MASK-T(1:WS-SUBS-L) ' '
                           DELIMITED BY SIZE INTO WS-AUDIT-TEMP-T
                   ELSE
                       STRING '@' WS-PATTERN-IX '=' ' '

      *=================================================================
      *    4070-STORE-ONE-SUB. STORES THE MAP ENTRY JUST READ INTO THE
      *    NEXT WS-SUBTITUTION-TBL SLOT, WITH THE MASKED FORM OF ITS
      *    VALUE THE AUDIT TRAIL SHOWS. WS-SUBTITUTION-TBL HOLDS
      *    WS-SUB-TBL-MAX (99) ENTRIES PER ROW - A ROW WITH MORE MAP
      *    ENTRIES THAN THAT IS SUSPENDED RATHER THAN OVERFLOWING THE
      *    TABLE.
               ADD 1 TO WS-SUB-CNT
               MOVE MAP-SUB-IX
                   TO WS-SUB-IX(WS-SUB-CNT)
               MOVE MAP-FIELD-NAME
                   TO WS-SUB-FLD-NAME(WS-SUB-CNT)
               PERFORM 4100-LOOKUP-BUS-VALUE
               PERFORM 4300-FORMAT-VALUE
               MOVE WS-BUS-VALUE
                   TO WS-SUB-T(WS-SUB-CNT)
               MOVE WS-BUS-VALUE-LEN
                   TO WS-SUB-L(WS-SUB-CNT)
               MOVE MAP-FIELD-NAME    TO WS-MSK-FIELD-NAME
               MOVE WS-BUS-VALUE      TO WS-MSK-VALUE
               PERFORM 6520-MASK-FIELD-VALUE
               MOVE WS-MSK-VALUE
                   TO WS-SUB-MASK-T(WS-SUB-CNT)
           END-IF
           .

                 MOVE BUS-LEGAL-TEXT       TO WS-BUS-VALUE
             WHEN 'PHONE-NUM'
                 MOVE BUS-PHONE-NUM        TO WS-BUS-VALUE
             WHEN 'LANG-CODE'
                 MOVE BUS-LANG-CODE        TO WS-BUS-VALUE
             WHEN OTHER
                 CONTINUE
           END-EVALUATE
           END-IF
           .

      *=================================================================
      *    4400-MASK-BUILT-TEXT. OVERLAYS EVERY SUBSTITUTED VALUE OF
      *    THE ROW THAT HAS A MASKING RULE WITH ITS MASKED FORM,
      *    WHEREVER IT APPEARS IN WS-MSK-TEXT - THE BUILT SECTION ON
      *    ITS WAY TO THE AUDIT LOG, OR A STAGED RECORD ON ITS WAY TO
      *    THE PROOF LISTING.
      *=================================================================
       4400-MASK-BUILT-TEXT.

           PERFORM 4410-MASK-ONE-SLOT-IN-TEXT
               VARYING WS-MSK-SLOT-IX FROM 1 BY 1
               UNTIL WS-MSK-SLOT-IX > WS-SUB-CNT
           .

      *=================================================================
      *    4410-MASK-ONE-SLOT-IN-TEXT. ONE SLOT'S VALUE - LEFT ALONE
      *    WHEN ITS FIELD HAS NO RULE.
      *=================================================================
       4410-MASK-ONE-SLOT-IN-TEXT.

           IF WS-SUB-L(WS-MSK-SLOT-IX) > 0
              AND WS-SUB-MASK-T(WS-MSK-SLOT-IX) NOT =
                  WS-SUB-T(WS-MSK-SLOT-IX)
               MOVE WS-SUB-T(WS-MSK-SLOT-IX)      TO WS-MSK-CLEAR
               MOVE WS-SUB-MASK-T(WS-MSK-SLOT-IX) TO WS-MSK-VALUE
               MOVE WS-SUB-L(WS-MSK-SLOT-IX)      TO WS-MSK-LEN
               PERFORM 6540-MASK-TEXT-OCCURS
           END-IF
           .

      *=================================================================
      *    4150-CALC-FIELD-LEN. Trims trailing spaces off WS-BUS-VALUE
      *    and returns its length in WS-BUS-VALUE-LEN.
