      *=================================================================
      *    CONTACT FREQUENCY CAP PARAGRAPHS - LOADING THE FREQCAP
      *    CARDS, OPENING THE CONTACT LEDGER, HOLDING OR SUSPENDING A
      *    ROW THAT WOULD PUT ITS ACCOUNT OVER A CAP, AND ENTERING
      *    EVERY STAGED NOTICE ON THE LEDGER. THE COPYING PROGRAM
      *    SUPPLIES FREQ-CAP-FILE (CAP-REC), CONTACT-LEDGER-FILE
      *    (LDG-REC) AND A 3000-END FATAL PARAGRAPH, AND COPIES
      *    notice-freqcap-ws, notice-daynum-ws AND notice-daynum-pd.
      *=================================================================
      *=================================================================
      *    6200-LOAD-FREQ-CAPS. LOADS THE CAP CARDS AND TAKES THE RUN
      *    DATE THE LEDGER ENTRIES ARE STAMPED WITH. A MISSING FILE
      *    IS NOT AN ERROR - IT MEANS NO CAPS ARE IN FORCE.
      *=================================================================
       6200-LOAD-FREQ-CAPS.

           ACCEPT WS-CAP-RUN-DATE FROM DATE YYYYMMDD

           MOVE 0 TO WS-CAP-CNT
           OPEN INPUT FREQ-CAP-FILE
           IF WS-CAP-FILE-STATUS = '00'
               PERFORM 6210-READ-CAP-REC
               PERFORM 6220-STORE-CAP-REC
                   UNTIL WS-CAP-EOF
               CLOSE FREQ-CAP-FILE
           END-IF
           .

      *=================================================================
      *    6210-READ-CAP-REC. READS THE NEXT CAP CARD.
      *=================================================================
       6210-READ-CAP-REC.

           READ FREQ-CAP-FILE
               AT END
                   SET WS-CAP-EOF TO TRUE
           END-READ
           .

      *=================================================================
      *    6220-STORE-CAP-REC. EDITS AND STORES THE CAP CARD JUST
      *    READ. A CAP THAT CANNOT BE READ, OR A SECOND CAP FOR THE
      *    SAME CLASS AND CHANNEL, IS A SETUP ERROR - RUNNING ON
      *    WITHOUT IT WOULD OVER-CONTACT CUSTOMERS.
      *=================================================================
       6220-STORE-CAP-REC.

           IF WS-CAP-CNT >= WS-CAP-MAX
               MOVE   17                          TO OUT-ERR-COD
               MOVE 'FREQ CAP TABLE FULL'         TO OUT-ERR-MSG
               PERFORM 3000-END
           END-IF

           IF CAP-NOTICE-CLASS = SPACES
              OR (CAP-CHANNEL NOT = 'EMAIL' AND CAP-CHANNEL NOT = 'SMS'
                  AND CAP-CHANNEL NOT = 'LETTR')
              OR CAP-MAX-CONTACTS NOT NUMERIC
              OR CAP-MAX-CONTACTS = 0
              OR CAP-MAX-CONTACTS >= WS-LDG-MAX
              OR CAP-WINDOW-DAYS NOT NUMERIC
              OR CAP-WINDOW-DAYS = 0
              OR CAP-WINDOW-DAYS > WS-CAP-WINDOW-LIMIT
              OR (CAP-ACTION NOT = 'HOLD' AND CAP-ACTION NOT = 'SUSP')
               MOVE   17                          TO OUT-ERR-COD
               MOVE 'FREQ CAP CARD INVALID'       TO OUT-ERR-MSG
               PERFORM 3000-END
           END-IF

           SET WS-CAP-DUP-N TO TRUE
           PERFORM 6230-CHECK-ONE-DUP-CAP
               VARYING WS-CAP-IX FROM 1 BY 1
               UNTIL WS-CAP-IX > WS-CAP-CNT
           IF WS-CAP-DUP-Y
               MOVE   17                          TO OUT-ERR-COD
               MOVE 'FREQ CAP CARD DUPLICATED'    TO OUT-ERR-MSG
               PERFORM 3000-END
           END-IF

           ADD 1 TO WS-CAP-CNT
           MOVE CAP-NOTICE-CLASS
               TO WS-CAP-NOTICE-CLASS(WS-CAP-CNT)
           MOVE CAP-CHANNEL
               TO WS-CAP-CHANNEL(WS-CAP-CNT)
           MOVE CAP-MAX-CONTACTS
               TO WS-CAP-MAX-CONTACTS(WS-CAP-CNT)
           MOVE CAP-WINDOW-DAYS
               TO WS-CAP-WINDOW-DAYS(WS-CAP-CNT)
           MOVE CAP-ACTION
               TO WS-CAP-ACTION(WS-CAP-CNT)

      *    THE LEDGER MUST REMEMBER A CONTACT FOR AS LONG AS THE
      *    LONGEST WINDOW THAT COULD COUNT IT.
           IF CAP-WINDOW-DAYS > WS-CAP-KEEP-DAYS
               MOVE CAP-WINDOW-DAYS TO WS-CAP-KEEP-DAYS
           END-IF

           PERFORM 6210-READ-CAP-REC
           .

      *=================================================================
      *    6230-CHECK-ONE-DUP-CAP. FLAGS A CAP ALREADY LOADED FOR THE
      *    CARD'S CLASS AND CHANNEL.
      *=================================================================
       6230-CHECK-ONE-DUP-CAP.

           IF WS-CAP-NOTICE-CLASS(WS-CAP-IX) = CAP-NOTICE-CLASS
              AND WS-CAP-CHANNEL(WS-CAP-IX) = CAP-CHANNEL
               SET WS-CAP-DUP-Y TO TRUE
           END-IF
           .

      *=================================================================
      *    6250-OPEN-CONTACT-LEDGER. OPENS THE CONTACT LEDGER FOR
      *    UPDATE, CREATING IT EMPTY THE FIRST TIME. UNLIKE THE
      *    LOOKUP FILES THE LEDGER IS NOT OPTIONAL - A BUILD THAT
      *    COULD NOT RECORD ITS CONTACTS WOULD LET THE NEXT NIGHT
      *    BLOW THROUGH EVERY CAP.
      *=================================================================
       6250-OPEN-CONTACT-LEDGER.

           OPEN I-O CONTACT-LEDGER-FILE
           IF WS-LDG-FILE-STATUS = '35'
               OPEN OUTPUT CONTACT-LEDGER-FILE
               CLOSE CONTACT-LEDGER-FILE
               OPEN I-O CONTACT-LEDGER-FILE
           END-IF

           IF WS-LDG-FILE-STATUS NOT = '00'
               MOVE   12                          TO OUT-ERR-COD
               MOVE 'CONTACT LEDGER OPEN FAILED'  TO OUT-ERR-MSG
               PERFORM 3000-END
           END-IF

           SET WS-LDG-AVAIL TO TRUE
           .

      *=================================================================
      *    6300-CHECK-FREQ-CAP. RUN ONCE THE ROW HAS BUILT CLEAN AND
      *    BEFORE ITS RECORDS ARE ROUTED. COUNTS THE ACCOUNT'S LEDGER
      *    CONTACTS OF THE ROW'S NOTICE CLASS ON ITS RESOLVED CHANNEL
      *    DATED LESS THAN ONE CAP WINDOW EITHER SIDE OF THE CONTACT
      *    DATE - EVERY WINDOW THE NEW CONTACT COULD FALL IN, SO ONE
      *    ALREADY HELD TO A LATER DATE COUNTS TOO AND NO WINDOW ENDS
      *    UP OVER ITS CAP. AT OR OVER THE CAP, A LEGAL OR PRIORITY-
      *    CLASS-1 NOTICE IS LET THROUGH AND COUNTED AS EXEMPT; ANY
      *    OTHER IS HELD OR SUSPENDED AS THE CAP SAYS. A ROW WITH NO
      *    ACCOUNT NUMBER HAS NO LEDGER AND IS NEVER CAPPED.
      *=================================================================
       6300-CHECK-FREQ-CAP.

           SET WS-CAP-HELD-N TO TRUE
           MOVE 0 TO WS-CAP-USE

           IF WS-LDG-AVAIL AND BUS-ACCOUNT-NUM NOT = SPACES
               PERFORM 6310-FIND-ONE-CAP
                   VARYING WS-CAP-IX FROM 1 BY 1
                   UNTIL WS-CAP-IX > WS-CAP-CNT
                      OR WS-CAP-USE > 0
           END-IF

           IF WS-CAP-USE > 0
               PERFORM 6390-SET-CONTACT-DATE
               PERFORM 6380-READ-LEDGER
           END-IF

           IF WS-CAP-USE > 0 AND WS-LDG-FOUND
               MOVE WS-CAP-CONTACT-DAYNUM TO WS-CAP-HOLD-DAYNUM
               PERFORM 6320-COUNT-CAPPED-CONTACTS
               IF WS-CAP-COUNTED >= WS-CAP-MAX-CONTACTS(WS-CAP-USE)
                   PERFORM 6330-CAP-REACHED
               END-IF
           END-IF
           .

      *=================================================================
      *    6310-FIND-ONE-CAP. REMEMBERS THE CAP FOR THE ROW'S NOTICE
      *    CLASS AND RESOLVED CHANNEL.
      *=================================================================
       6310-FIND-ONE-CAP.

           IF WS-CAP-NOTICE-CLASS(WS-CAP-IX) = WS-NOTICE-CLASS
              AND WS-CAP-CHANNEL(WS-CAP-IX) = WS-CHANNEL
               MOVE WS-CAP-IX TO WS-CAP-USE
           END-IF
           .

      *=================================================================
      *    6320-COUNT-CAPPED-CONTACTS. COUNTS THE LEDGER CONTACTS THE
      *    CAP IN WS-CAP-USE APPLIES TO THAT LIE LESS THAN ONE WINDOW
      *    EITHER SIDE OF DAY NUMBER WS-CAP-HOLD-DAYNUM.
      *=================================================================
       6320-COUNT-CAPPED-CONTACTS.

           COMPUTE WS-CAP-WIN-START = WS-CAP-HOLD-DAYNUM
                                    - WS-CAP-WINDOW-DAYS(WS-CAP-USE)
                                    + 1
           COMPUTE WS-CAP-WIN-END   = WS-CAP-HOLD-DAYNUM
                                    + WS-CAP-WINDOW-DAYS(WS-CAP-USE)
                                    - 1
           MOVE 0 TO WS-CAP-COUNTED

           PERFORM 6325-COUNT-ONE-CONTACT
               VARYING WS-LDG-IX FROM 1 BY 1
               UNTIL WS-LDG-IX > LDG-CONTACT-CNT
           .

      *=================================================================
      *    6325-COUNT-ONE-CONTACT. COUNTS LEDGER CONTACT WS-LDG-IX
      *    WHEN IT IS OF THE SAME CLASS AND CHANNEL AND FALLS IN THE
      *    WINDOW. THE ROW'S OWN CONTACT, LEFT BY AN EARLIER ATTEMPT
      *    AT THIS SAME RUN, IS NOT COUNTED AGAINST IT.
      *=================================================================
       6325-COUNT-ONE-CONTACT.

           IF LDG-NOTICE-CLASS(WS-LDG-IX) = WS-NOTICE-CLASS
              AND LDG-CHANNEL(WS-LDG-IX) = WS-CHANNEL
              AND NOT (LDG-ROW-IDENTIFIER(WS-LDG-IX) = ROW-IDENTIFIER
                       AND LDG-RUN-DATE(WS-LDG-IX) = WS-CAP-RUN-DATE)
               MOVE LDG-CONTACT-DATE(WS-LDG-IX) TO WS-DT-DATE-X
               PERFORM 7100-DATE-TO-DAYNUM
               IF WS-DT-DAYNUM >= WS-CAP-WIN-START
                  AND WS-DT-DAYNUM <= WS-CAP-WIN-END
                   ADD 1 TO WS-CAP-COUNTED
               END-IF
           END-IF
           .

      *=================================================================
      *    6330-CAP-REACHED. THE ACCOUNT IS AT ITS CAP FOR THE ROW'S
      *    CLASS AND CHANNEL. EXEMPT NOTICES GO OUT ANYWAY; THE REST
      *    ARE HELD OR SUSPENDED.
      *=================================================================
       6330-CAP-REACHED.

           IF WS-CAP-EXEMPT-Y
               ADD 1 TO WS-CTL-CAP-EXEMPT
           ELSE
               IF WS-CAP-ACTION-HOLD(WS-CAP-USE)
                   PERFORM 6340-HOLD-FOR-CAP
               ELSE
                   PERFORM 6350-SUSPEND-FOR-CAP
               END-IF
           END-IF
           .

      *=================================================================
      *    6340-HOLD-FOR-CAP. MOVES THE ROW'S EARLIEST SEND DATE TO
      *    THE FIRST LATER DAY THE CAP HAS ROOM FOR IT, SO THE ROUTE
      *    DECISION SENDS ITS RECORDS TO THE HOLD FILE FOR THE HOLD
      *    RELEASE TO DELIVER THEN, AND LOGS A FREQCAP EVENT. THE
      *    SEARCH ENDS AT THE LATEST, ONE WINDOW AFTER THE LATEST
      *    CONTACT ON THE LEDGER.
      *=================================================================
       6340-HOLD-FOR-CAP.

           MOVE WS-CAP-COUNTED TO WS-CAP-FIRST-COUNT
           SET WS-CAP-CLEAR-N TO TRUE
           PERFORM 6345-TRY-ONE-HOLD-DAY
               UNTIL WS-CAP-CLEAR-Y
           MOVE WS-CAP-FIRST-COUNT TO WS-CAP-COUNTED

           MOVE WS-CAP-HOLD-DAYNUM TO WS-DT-DAYNUM
           PERFORM 7110-DAYNUM-TO-DATE
           MOVE WS-DT-DATE-X TO WS-ROW-EARLIEST-DATE
           SET WS-CAP-HELD-Y TO TRUE
           ADD 1 TO WS-CTL-CAP-HELD

           MOVE SPACES TO AUD-DETAIL
           STRING WS-NOTICE-CLASS DELIMITED BY SPACE
                  ' '                DELIMITED BY SIZE
                  WS-CHANNEL         DELIMITED BY SPACE
                  ' CAP '
                  WS-CAP-MAX-CONTACTS(WS-CAP-USE)
                  ' PER '
                  WS-CAP-WINDOW-DAYS(WS-CAP-USE)
                  ' DAYS - '
                  WS-CAP-COUNTED
                  ' ON LEDGER - HELD TO '
                  WS-ROW-EARLIEST-DATE
                      DELIMITED BY SIZE
             INTO AUD-DETAIL
           PERFORM 6360-AUDIT-FREQ-CAP
           .

      *=================================================================
      *    6345-TRY-ONE-HOLD-DAY. TRIES THE NEXT DAY AS THE HOLD DATE.
      *=================================================================
       6345-TRY-ONE-HOLD-DAY.

           ADD 1 TO WS-CAP-HOLD-DAYNUM
           PERFORM 6320-COUNT-CAPPED-CONTACTS
           IF WS-CAP-COUNTED < WS-CAP-MAX-CONTACTS(WS-CAP-USE)
               SET WS-CAP-CLEAR-Y TO TRUE
           END-IF
           .

      *=================================================================
      *    6350-SUSPEND-FOR-CAP. LOGS A FREQCAP EVENT AND SUSPENDS
      *    THE ROW UNDER ITS OWN REASON CODE (RSN 3).
      *=================================================================
       6350-SUSPEND-FOR-CAP.

           ADD 1 TO WS-CTL-CAP-SUSP

           MOVE SPACES TO AUD-DETAIL
           STRING WS-NOTICE-CLASS DELIMITED BY SPACE
                  ' '                DELIMITED BY SIZE
                  WS-CHANNEL         DELIMITED BY SPACE
                  ' CAP '
                  WS-CAP-MAX-CONTACTS(WS-CAP-USE)
                  ' PER '
                  WS-CAP-WINDOW-DAYS(WS-CAP-USE)
                  ' DAYS - '
                  WS-CAP-COUNTED
                  ' ON LEDGER - SUSPENDED'
                      DELIMITED BY SIZE
             INTO AUD-DETAIL
           PERFORM 6360-AUDIT-FREQ-CAP

           MOVE    3                      TO OUT-ERR-COD
           MOVE 'CONTACT CAP REACHED'     TO OUT-ERR-MSG
           PERFORM 2050-SUSPEND-ROW
           .

      *=================================================================
      *    6360-AUDIT-FREQ-CAP. WRITES THE FREQCAP AUDIT EVENT WHOSE
      *    DETAIL THE CALLER HAS ALREADY BUILT IN AUD-DETAIL.
      *=================================================================
       6360-AUDIT-FREQ-CAP.

           MOVE ROW-IDENTIFIER        TO AUD-ROW-IDENTIFIER
           MOVE 'FREQCAP'             TO AUD-EVENT-TYP
           MOVE 0                     TO AUD-STRING-NUM
           MOVE 0                     TO AUD-SQLCODE
           MOVE SPACES                TO AUD-SUBS-APPLIED
           MOVE WS-CHANNEL            TO AUD-CHANNEL
           MOVE WS-LANG-USED          TO AUD-LANG-COD
           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-TIMESTAMP-OUT      TO AUD-TIMESTAMP
           WRITE AUD-REC
           .

      *=================================================================
      *    6380-READ-LEDGER. READS THE ROW'S ACCOUNT FROM THE CONTACT
      *    LEDGER, SETTING WS-LDG-FOUND/WS-LDG-NOT-FOUND.
      *=================================================================
       6380-READ-LEDGER.

           MOVE BUS-ACCOUNT-NUM TO LDG-ACCOUNT-NUM
           READ CONTACT-LEDGER-FILE
               INVALID KEY
                   SET WS-LDG-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-LDG-FOUND     TO TRUE
           END-READ
           .

      *=================================================================
      *    6390-SET-CONTACT-DATE. THE DAY THE ROW WILL GO OUT - TODAY,
      *    OR ITS EARLIEST SEND DATE WHEN THAT IS LATER - AND ITS DAY
      *    NUMBER, AND WHETHER THE ROW IS EXEMPT FROM THE CAPS.
      *=================================================================
       6390-SET-CONTACT-DATE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-CAP-CONTACT-DATE
           IF WS-ROW-EARLIEST-DATE IS NUMERIC
              AND WS-ROW-EARLIEST-DATE > WS-TODAY
               MOVE WS-ROW-EARLIEST-DATE TO WS-CAP-CONTACT-DATE
           END-IF

           MOVE WS-CAP-CONTACT-DATE TO WS-DT-DATE-X
           PERFORM 7100-DATE-TO-DAYNUM
           MOVE WS-DT-DAYNUM TO WS-CAP-CONTACT-DAYNUM

           IF WS-NOTICE-CLASS = WS-LTR-LEGAL-CLASS
              OR WS-PRIORITY = 1
               SET WS-CAP-EXEMPT-Y TO TRUE
           ELSE
               SET WS-CAP-EXEMPT-N TO TRUE
           END-IF
           .

      *=================================================================
      *    6400-RECORD-CONTACT. ENTERS THE ROW JUST ROUTED - LIVE,
      *    HELD OR DIGESTED - ON ITS ACCOUNT'S LEDGER RECORD, WHETHER
      *    OR NOT ANY CAP APPLIES TODAY, SO EXEMPT NOTICES STILL
      *    COUNT AND A CAP ADDED LATER SEES THE HISTORY. A ROW
      *    ALREADY ENTERED BY AN EARLIER ATTEMPT AT THIS RUN IS NOT
      *    ENTERED TWICE.
      *=================================================================
       6400-RECORD-CONTACT.

           IF WS-LDG-AVAIL AND BUS-ACCOUNT-NUM NOT = SPACES
               PERFORM 6390-SET-CONTACT-DATE
               PERFORM 6380-READ-LEDGER
               IF WS-LDG-NOT-FOUND
                   MOVE SPACES          TO LDG-REC
                   MOVE BUS-ACCOUNT-NUM TO LDG-ACCOUNT-NUM
                   MOVE 0               TO LDG-CONTACT-CNT
               END-IF
               SET WS-LDG-REPEAT-N TO TRUE
               PERFORM 6410-CHECK-ONE-REPEAT
                   VARYING WS-LDG-IX FROM 1 BY 1
                   UNTIL WS-LDG-IX > LDG-CONTACT-CNT
               IF WS-LDG-REPEAT-N
                   PERFORM 6420-ADD-CONTACT
               END-IF
           END-IF
           .

      *=================================================================
      *    6410-CHECK-ONE-REPEAT. FLAGS A LEDGER CONTACT LEFT FOR THIS
      *    ROW BY AN EARLIER ATTEMPT AT THE SAME RUN.
      *=================================================================
       6410-CHECK-ONE-REPEAT.

           IF LDG-ROW-IDENTIFIER(WS-LDG-IX) = ROW-IDENTIFIER
              AND LDG-RUN-DATE(WS-LDG-IX) = WS-CAP-RUN-DATE
              AND LDG-CHANNEL(WS-LDG-IX) = WS-CHANNEL
               SET WS-LDG-REPEAT-Y TO TRUE
           END-IF
           .

      *=================================================================
      *    6420-ADD-CONTACT. DROPS CONTACTS OLDER THAN THE LEDGER
      *    KEEPS, MAKES ROOM IN A FULL RECORD, APPENDS THE ROW'S
      *    CONTACT AND WRITES THE RECORD BACK.
      *=================================================================
       6420-ADD-CONTACT.

           MOVE WS-TODAY TO WS-DT-DATE-X
           PERFORM 7100-DATE-TO-DAYNUM
           MOVE WS-DT-DAYNUM TO WS-CAP-TODAY-DAYNUM
           COMPUTE WS-CAP-KEEP-FROM = WS-CAP-TODAY-DAYNUM
                                    - WS-CAP-KEEP-DAYS

           MOVE 0 TO WS-LDG-KEEP-CNT
           PERFORM 6430-KEEP-ONE-CONTACT
               VARYING WS-LDG-IX FROM 1 BY 1
               UNTIL WS-LDG-IX > LDG-CONTACT-CNT
           MOVE WS-LDG-KEEP-CNT TO LDG-CONTACT-CNT

           IF LDG-CONTACT-CNT >= WS-LDG-MAX
               PERFORM 6440-SHIFT-ONE-CONTACT
                   VARYING WS-LDG-IX FROM 2 BY 1
                   UNTIL WS-LDG-IX > LDG-CONTACT-CNT
               SUBTRACT 1 FROM LDG-CONTACT-CNT
           END-IF

           ADD 1 TO LDG-CONTACT-CNT
           MOVE WS-CAP-CONTACT-DATE
               TO LDG-CONTACT-DATE(LDG-CONTACT-CNT)
           MOVE WS-NOTICE-CLASS
               TO LDG-NOTICE-CLASS(LDG-CONTACT-CNT)
           MOVE WS-CHANNEL
               TO LDG-CHANNEL(LDG-CONTACT-CNT)
           MOVE ROW-IDENTIFIER
               TO LDG-ROW-IDENTIFIER(LDG-CONTACT-CNT)
           MOVE WS-CAP-RUN-DATE
               TO LDG-RUN-DATE(LDG-CONTACT-CNT)
           MOVE WS-CAP-EXEMPT-SW
               TO LDG-EXEMPT-SW(LDG-CONTACT-CNT)

           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-TIMESTAMP-OUT TO LDG-LAST-UPDATE

           IF WS-LDG-FOUND
               REWRITE LDG-REC
           ELSE
               WRITE LDG-REC
           END-IF
           IF WS-LDG-FILE-STATUS NOT = '00'
               MOVE   15                          TO OUT-ERR-COD
               MOVE 'CONTACT LEDGER WRITE FAILED' TO OUT-ERR-MSG
               PERFORM 3000-END
           END-IF
           .

      *=================================================================
      *    6430-KEEP-ONE-CONTACT. KEEPS LEDGER CONTACT WS-LDG-IX,
      *    CLOSING UP THE GAP LEFT BY ANY DROPPED AHEAD OF IT, WHEN
      *    IT IS STILL WITHIN THE DAYS THE LEDGER KEEPS.
      *=================================================================
       6430-KEEP-ONE-CONTACT.

           MOVE LDG-CONTACT-DATE(WS-LDG-IX) TO WS-DT-DATE-X
           PERFORM 7100-DATE-TO-DAYNUM
           IF WS-DT-DAYNUM >= WS-CAP-KEEP-FROM
               ADD 1 TO WS-LDG-KEEP-CNT
               IF WS-LDG-KEEP-CNT < WS-LDG-IX
                   MOVE LDG-CONTACT(WS-LDG-IX)
                       TO LDG-CONTACT(WS-LDG-KEEP-CNT)
               END-IF
           END-IF
           .

      *=================================================================
      *    6440-SHIFT-ONE-CONTACT. MOVES LEDGER CONTACT WS-LDG-IX ONE
      *    PLACE UP, DROPPING THE EARLIEST-STAGED CONTACT.
      *=================================================================
       6440-SHIFT-ONE-CONTACT.

           MOVE LDG-CONTACT(WS-LDG-IX)
               TO LDG-CONTACT(WS-LDG-IX - 1)
           .
