      *    ARRIVING TOGETHER. THE ACCOUNT JOIN READS THE KEYED
      *    BUSINESS FILE (BUSVSAM) DIRECTLY, SO THE BUSINESS SIDE
      *    NEEDS NO SORT AND NO POSITIONAL ALIGNMENT.
      *
      *    EVERY EVENT IS MASKED BY THE MASKRULE CARDS ON THE WAY
      *    IN - THE SUBSTITUTION LIST ENTRY BY ENTRY, EACH @NN NAMED
      *    OFF THE KEYED FIELD MAP (FLDMAPVS), AND THE SAME VALUES
      *    PLUS THE ROW'S EMAIL AND PHONE WHEREVER THEY APPEAR IN THE
      *    DETAIL - SO AN AUDIT LOG WRITTEN BEFORE THE RULES EXISTED
      *    STILL LOADS MASKED. THE ACCOUNT NUMBER KEY STAYS IN CLEAR:
      *    IT IS WHAT THE DESK SEARCHES BY.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NTCHSTLD.
      *                     SORTED SEQUENTIAL FILE IS GONE
      *    09/02/2026 ES    CARRIES THE AUDIT EVENT'S LANGUAGE CODE
      *                     ONTO THE HISTORY RECORD FOR NTCINQ
      *    10/15/2026 ES    MASKS THE SUBSTITUTIONS AND DETAIL BY THE
      *                     MASKRULE CARDS AS EACH EVENT IS LOADED
      *=================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-HST-FILE-STATUS.

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
       FD  AUDIT-FILE
       FD  HISTORY-FILE.
       COPY "notice-hist-rec.cpy".

       FD  FIELD-MAP-FILE.
       COPY "notice-map-rec.cpy".

       FD  MASK-RULE-FILE
           RECORDING MODE IS F.
       COPY "notice-msk-rec.cpy".

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================

       77  WS-HST-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-BUS-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-MAP-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-HSTLD-READ-CTR                PIC 9(07) VALUE 0.
       77  WS-HSTLD-WRITE-CTR               PIC 9(07) VALUE 0.
       77  WS-HSTLD-NOACCT-CTR              PIC 9(07) VALUE 0.
       77  WS-HSTLD-SEQ                     PIC 9(03) VALUE 0.
       77  WS-HSTLD-PREV-ID                 PIC X(50) VALUE SPACES.
       77  WS-HSTLD-ACCT                    PIC X(20) VALUE SPACES.
      *    SET WHEN THE CURRENT ROW'S BUSINESS RECORD WAS FOUND - ITS
      *    EMAIL AND PHONE ARE THEN MASKED IN THE DETAIL TOO.
       01  WS-HSTLD-BUS-SW                  PIC X(01) VALUE 'N'.
           88  WS-HSTLD-BUS-FOUND                     VALUE 'Y'.
           88  WS-HSTLD-BUS-MISSING                   VALUE 'N'.

       01  WS-HSTLD-SWITCHES.
           05  WS-AUD-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-AUD-EOF                      VALUE 'Y'.

       COPY "notice-mask-ws.cpy".

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
           .

      *=================================================================
      *    1000-INITIALIZE. LOADS THE MASKING RULES, OPENS THE FILES -
      *    THE HISTORY FILE IS REBUILT FRESH EACH LOAD - AND PRIMES
      *    BOTH INPUTS.
      *=================================================================
       1000-INITIALIZE.

           PERFORM 6500-LOAD-MASK-RULES
           IF WS-MSK-SETUP-BAD
               DISPLAY 'NTCHSTLD ABEND - ' WS-MSK-ERR-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  FIELD-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'NTCHSTLD ABEND - FIELD MAP OPEN FAILED '
                       WS-MAP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  AUDIT-FILE
           OPEN INPUT  BUSINESS-FILE
           IF WS-BUS-FILE-STATUS NOT = '00'

      *=================================================================
      *    2000-LOAD-ONE-EVENT. WRITES THE AUDIT EVENT JUST READ TO
      *    THE HISTORY FILE, MASKED, WITH ITS ROW'S ACCOUNT NUMBER
      *    JOINED IN, AND READS THE NEXT EVENT.
      *=================================================================
       2000-LOAD-ONE-EVENT.

           MOVE AUD-EVENT-TYP         TO HST-EVENT-TYP
           MOVE AUD-STRING-NUM        TO HST-STRING-NUM
           MOVE AUD-CHANNEL           TO HST-CHANNEL
           MOVE AUD-LANG-COD          TO HST-LANG-COD

           MOVE AUD-ROW-IDENTIFIER    TO WS-MSK-ROW-ID
           MOVE AUD-SUBS-APPLIED      TO WS-MSK-SUBS
           MOVE AUD-DETAIL            TO WS-MSK-TEXT
           PERFORM 6550-MASK-AUDIT-EVENT
           IF WS-HSTLD-BUS-FOUND
               PERFORM 2400-MASK-RECIPIENTS
           END-IF
           MOVE WS-MSK-SUBS           TO HST-SUBS-APPLIED
           MOVE WS-MSK-TEXT(1:100)    TO HST-DETAIL

           WRITE HST-REC
               INVALID KEY
                   DISPLAY 'NTCHSTLD - DUPLICATE KEY SKIPPED: '
       2300-FIND-ACCOUNT.

           MOVE SPACES             TO WS-HSTLD-ACCT
           SET WS-HSTLD-BUS-MISSING TO TRUE
           MOVE AUD-ROW-IDENTIFIER TO BUS-ROW-IDENTIFIER

           READ BUSINESS-FILE
                   ADD 1 TO WS-HSTLD-NOACCT-CTR
               NOT INVALID KEY
                   MOVE BUS-ACCOUNT-NUM TO WS-HSTLD-ACCT
                   SET WS-HSTLD-BUS-FOUND TO TRUE
           END-READ
           .

      *=================================================================
      *    2400-MASK-RECIPIENTS. THE ROW'S EMAIL ADDRESS AND PHONE
      *    NUMBER, MASKED BY THEIR OWN RULES WHEREVER THEY APPEAR IN
      *    THE DETAIL - A DIGEST EVENT NAMES ITS RECIPIENT THERE.
      *=================================================================
       2400-MASK-RECIPIENTS.

           MOVE 'EMAIL-ADDR'          TO WS-MSK-FIELD-NAME
           MOVE BUS-EMAIL-ADDR        TO WS-MSK-VALUE
           MOVE WS-MSK-VALUE          TO WS-MSK-CLEAR
           PERFORM 6520-MASK-FIELD-VALUE
           IF NOT WS-MSK-RULE-NONE
               PERFORM 6540-MASK-TEXT-OCCURS
           END-IF

           MOVE 'PHONE-NUM'           TO WS-MSK-FIELD-NAME
           MOVE BUS-PHONE-NUM         TO WS-MSK-VALUE
           MOVE WS-MSK-VALUE          TO WS-MSK-CLEAR
           PERFORM 6520-MASK-FIELD-VALUE
           IF NOT WS-MSK-RULE-NONE
               PERFORM 6540-MASK-TEXT-OCCURS
           END-IF
           .

      *=================================================================
      *    9999-TERMINATE. CLOSES THE FILES AND REPORTS THE LOAD
      *    TOTALS.
           CLOSE AUDIT-FILE
           CLOSE BUSINESS-FILE
           CLOSE HISTORY-FILE
           CLOSE FIELD-MAP-FILE

           DISPLAY 'NTCHSTLD - AUDIT EVENTS READ:   '
                   WS-HSTLD-READ-CTR
           DISPLAY 'NTCHSTLD - ROWS WITHOUT ACCOUNT:'
                   WS-HSTLD-NOACCT-CTR
           .

       COPY "notice-mask-pd.cpy".

       COPY "notice-maskaud-pd.cpy".
