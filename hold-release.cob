      *                     SEND WINDOW OPENS
      *    09/02/2026 ES    CARRIES THE NEW PRIORITY CLASS THROUGH
      *                     RELEASE AND CARRY-FORWARD UNCHANGED
      *    10/15/2026 ES    CARRIES THE TEMPLATE VERSION THROUGH
      *                     RELEASE AND CARRY-FORWARD UNCHANGED
      *=================================================================

       ENVIRONMENT DIVISION.
           MOVE HIN-RECIPIENT         TO DLV-RECIPIENT
           MOVE HIN-MSG-TEXT          TO DLV-MSG-TEXT
           MOVE HIN-PRIORITY          TO DLV-PRIORITY
           MOVE HIN-TMPL-LANG         TO DLV-TMPL-LANG
           MOVE HIN-TMPL-EFF-DATE     TO DLV-TMPL-EFF-DATE
           WRITE DLV-REC
           ADD 1 TO WS-REL-RELEASED-CTR

           MOVE HIN-RECIPIENT         TO HLD-RECIPIENT
           MOVE HIN-MSG-TEXT          TO HLD-MSG-TEXT
           MOVE HIN-PRIORITY          TO HLD-PRIORITY
           MOVE HIN-TMPL-LANG         TO HLD-TMPL-LANG
           MOVE HIN-TMPL-EFF-DATE     TO HLD-TMPL-EFF-DATE
           WRITE HLD-REC
           ADD 1 TO WS-REL-STILL-HELD-CTR
           .
