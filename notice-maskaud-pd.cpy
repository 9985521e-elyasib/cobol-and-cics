      *=================================================================
      *    AUDIT-EVENT MASKING - MASKS A WHOLE AUDIT EVENT
      *    (SUBSTITUTION LIST AND DETAIL TEXT) AS A LATER STEP COPIES
      *    IT, NAMING EACH @NN'S FIELD OFF THE KEYED FIELD MAP. THE
      *    COPYING PROGRAM SUPPLIES FIELD-MAP-FILE (MAP-REC, OPENED
      *    INPUT) AND COPIES notice-mask-ws AND notice-mask-pd.
      *=================================================================
      *=================================================================
      *    6550-MASK-AUDIT-EVENT. MASKS AN AUDIT EVENT BEING COPIED -
      *    WS-MSK-ROW-ID, WS-MSK-SUBS AND WS-MSK-TEXT SET BY THE
      *    CALLER. EVERY "@@NN=VALUE" ENTRY OF THE SUBSTITUTION LIST
      *    IS MASKED BY THE RULE FOR THE FIELD THE MAP NAMES FOR ITS
      *    @NN, AND THE SAME CLEAR VALUE IS OVERLAID WHEREVER IT
      *    APPEARS IN THE DETAIL TEXT. AN EVENT ALREADY MASKED WHEN
      *    IT WAS WRITTEN COMES THROUGH UNCHANGED - EVERY RULE LEAVES
      *    A MASKED VALUE AS IT IS.
      *=================================================================
       6550-MASK-AUDIT-EVENT.

           PERFORM 6551-TRIM-ONE-SUBS-BYTE
               VARYING WS-MSK-SUBS-END FROM 100 BY -1
               UNTIL WS-MSK-SUBS-END = 0
                  OR WS-MSK-SUBS(WS-MSK-SUBS-END:1) NOT = SPACE

           MOVE 1 TO WS-MSK-SCAN-POS
           PERFORM 6555-FIND-NEXT-ENTRY
           PERFORM 6560-MASK-ONE-ENTRY
               UNTIL WS-MSK-NEXT-POS = 0
           .

      *=================================================================
      *    6551-TRIM-ONE-SUBS-BYTE. No work of its own - exists only
      *    so the PERFORM VARYING above has a paragraph to iterate.
      *=================================================================
       6551-TRIM-ONE-SUBS-BYTE.

           CONTINUE
           .

      *=================================================================
      *    6555-FIND-NEXT-ENTRY. FINDS THE NEXT "@@NN=" ENTRY OF THE
      *    SUBSTITUTION LIST AT OR AFTER WS-MSK-SCAN-POS - AT THE
      *    START OF THE LIST OR JUST PAST A BLANK. WS-MSK-NEXT-POS IS
      *    ITS POSITION, OR ZERO WHEN THERE ARE NO MORE.
      *=================================================================
       6555-FIND-NEXT-ENTRY.

           MOVE 0 TO WS-MSK-NEXT-POS
           PERFORM 6557-CHECK-ONE-ENTRY-POS
               VARYING WS-MSK-SCAN-IX FROM WS-MSK-SCAN-POS BY 1
               UNTIL WS-MSK-SCAN-IX > WS-MSK-SUBS-END - 4
                  OR WS-MSK-NEXT-POS > 0
           .

      *=================================================================
      *    6557-CHECK-ONE-ENTRY-POS. TESTS ONE POSITION FOR THE START
      *    OF AN ENTRY.
      *=================================================================
       6557-CHECK-ONE-ENTRY-POS.

           IF WS-MSK-SUBS(WS-MSK-SCAN-IX:2) = '@@'
              AND WS-MSK-SUBS(WS-MSK-SCAN-IX + 4:1) = '='
               IF WS-MSK-SCAN-IX = 1
                   MOVE WS-MSK-SCAN-IX TO WS-MSK-NEXT-POS
               ELSE
                   IF WS-MSK-SUBS(WS-MSK-SCAN-IX - 1:1) = SPACE
                       MOVE WS-MSK-SCAN-IX TO WS-MSK-NEXT-POS
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    6560-MASK-ONE-ENTRY. MASKS THE ENTRY FOUND AT
      *    WS-MSK-NEXT-POS. ITS VALUE RUNS TO THE BLANK BEFORE THE
      *    NEXT ENTRY, OR TO THE END OF THE LIST.
      *=================================================================
       6560-MASK-ONE-ENTRY.

           MOVE WS-MSK-SUBS(WS-MSK-NEXT-POS + 1:3) TO WS-MSK-SUB-IX
           COMPUTE WS-MSK-VAL-POS = WS-MSK-NEXT-POS + 5

           MOVE WS-MSK-VAL-POS TO WS-MSK-SCAN-POS
           PERFORM 6555-FIND-NEXT-ENTRY
           IF WS-MSK-NEXT-POS = 0
               MOVE WS-MSK-SUBS-END TO WS-MSK-VAL-END
           ELSE
               COMPUTE WS-MSK-VAL-END = WS-MSK-NEXT-POS - 2
           END-IF
           COMPUTE WS-MSK-ENT-LEN = WS-MSK-VAL-END - WS-MSK-VAL-POS + 1

           IF WS-MSK-ENT-LEN > 0
              AND WS-MSK-ENT-LEN <= LENGTH OF WS-MSK-VALUE
               PERFORM 6570-RESOLVE-MASK-FIELD
               MOVE SPACES TO WS-MSK-VALUE
               MOVE WS-MSK-SUBS(WS-MSK-VAL-POS:WS-MSK-ENT-LEN)
                   TO WS-MSK-VALUE
               MOVE WS-MSK-VALUE TO WS-MSK-CLEAR
               PERFORM 6520-MASK-FIELD-VALUE
               MOVE WS-MSK-VALUE(1:WS-MSK-ENT-LEN)
                   TO WS-MSK-SUBS(WS-MSK-VAL-POS:WS-MSK-ENT-LEN)
               MOVE WS-MSK-ENT-LEN TO WS-MSK-LEN
               PERFORM 6540-MASK-TEXT-OCCURS
           END-IF
           .

      *=================================================================
      *    6570-RESOLVE-MASK-FIELD. NAMES THE BUS-REC FIELD BEHIND
      *    WS-MSK-SUB-IX OFF THE KEYED FIELD MAP - THE ROW'S OWN
      *    ENTRY, ELSE THE '*DEFAULT*' ONE. AN @NN THE MAP NO LONGER
      *    KNOWS COMES BACK BLANK, WHICH NO RULE IS KEYED BY.
      *=================================================================
       6570-RESOLVE-MASK-FIELD.

           MOVE SPACES        TO WS-MSK-FIELD-NAME
           MOVE WS-MSK-ROW-ID TO MAP-ROW-IDENTIFIER
           MOVE WS-MSK-SUB-IX TO MAP-SUB-IX

           READ FIELD-MAP-FILE
               INVALID KEY
                   MOVE WS-MSK-MAP-DEFAULT-ID TO MAP-ROW-IDENTIFIER
                   MOVE WS-MSK-SUB-IX         TO MAP-SUB-IX
                   READ FIELD-MAP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MAP-FIELD-NAME TO WS-MSK-FIELD-NAME
                   END-READ
               NOT INVALID KEY
                   MOVE MAP-FIELD-NAME TO WS-MSK-FIELD-NAME
           END-READ
           .
