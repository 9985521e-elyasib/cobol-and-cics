      *    ON HSTARCH, PUT THE REQUEST CARDS ON RETREQ, AND THE
      *    MATCHING EVENTS LAND ON THE RETROUT WORK FILE - SAME
      *    LAYOUT AS THE LIVE HISTORY RECORD, SO THE DESK READS IT
      *    THE WAY THEY READ AN NTCINQ SCREEN. EVERY EVENT WRITTEN
      *    IS MASKED BY THE MASKRULE CARDS AGAIN - THE SUBSTITUTION
      *    LIST, AND THE ROW'S EMAIL AND PHONE, OFF THE KEYED
      *    BUSINESS FILE (BUSVSAM), WHEREVER THEY APPEAR IN THE
      *    DETAIL, AS NTCHSTLD DOES - SO AN OLD GENERATION ARCHIVED
      *    BEFORE A RULE EXISTED DOES NOT HAND A CLEAR VALUE TO THE
      *    DESK. THE OVERLAY CAN ONLY MASK THE ADDRESS THE ROW HOLDS
      *    NOW: A ROW NO LONGER ON BUSVSAM, OR AN ADDRESS CHANGED
      *    SINCE THE EVENT, LEAVES THAT DETAIL AS IT WAS ARCHIVED.
      *
      *    THE SAME REQUESTS PULL THE ARCHIVED CONTENT VAULT BACK
      *    TOO: CONCATENATE THE VLTARCH GENERATIONS FOR THE PERIOD AND
      *    THE VERBATIM TEXT SENT FOR EACH MATCHING ROW LANDS ON
      *    VLTROUT, UNMASKED, IN VAULT LAYOUT - WHAT LEGAL PRODUCES
      *    WHEN A NOTICE IS DISPUTED. THE VAULT CARRIES NO ACCOUNT
      *    NUMBER, SO AN ACCOUNT REQUEST PULLS THE VAULT RECORDS OF
      *    EVERY ROW IDENTIFIER ITS ARCHIVED HISTORY EVENTS NAME.
      *
      *    REQUEST CARDS (UP TO 20 PER RUN):
      *      R <row-identifier>     EVENTS FOR ONE ROW IDENTIFIER
      *    09/02/2026 ES    ORIGINAL - PULLS ARCHIVED HISTORY EVENTS
      *                     BACK INTO A WORK FILE BY ROW IDENTIFIER
      *                     OR ACCOUNT
      *    10/15/2026 ES    MASKS THE SUBSTITUTIONS AND DETAIL BY THE
      *                     MASKRULE CARDS ON EVERY EVENT RETRIEVED
      *    10/15/2026 ES    RETRIEVES ARCHIVED CONTENT VAULT RECORDS
      *                     FOR THE SAME REQUESTS
      *    10/15/2026 ES    MASKS THE ROW'S EMAIL AND PHONE, OFF
      *                     BUSVSAM, IN EVERY RETRIEVED EVENT'S DETAIL
      *=================================================================

       ENVIRONMENT DIVISION.
           SELECT RET-OUT-FILE   ASSIGN TO "RETROUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIELD-MAP-FILE ASSIGN TO "FLDMAPVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-KEY
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT MASK-RULE-FILE ASSIGN TO "MASKRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSK-FILE-STATUS.

           SELECT VAULT-ARCH-FILE ASSIGN TO "VLTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-FILE-STATUS.

           SELECT VAULT-OUT-FILE ASSIGN TO "VLTROUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-FILE  ASSIGN TO "BUSVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUS-ROW-IDENTIFIER
               FILE STATUS IS WS-BUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RET-REQ-FILE
           RECORDING MODE IS F.
       COPY "notice-hist-rec.cpy".

       FD  FIELD-MAP-FILE.
       COPY "notice-map-rec.cpy".

       FD  MASK-RULE-FILE
           RECORDING MODE IS F.
       COPY "notice-msk-rec.cpy".

      *    THE ARCHIVED CONTENT VAULT GENERATIONS, CONCATENATED, AS
      *    ARCPURGE WROTE THEM.
       FD  VAULT-ARCH-FILE
           RECORDING MODE IS F.
       COPY "notice-vlt-rec.cpy"
           REPLACING LEADING ==VLT== BY ==VAR==.

      *    THE RETRIEVED VAULT RECORDS, VERBATIM.
       FD  VAULT-OUT-FILE
           RECORDING MODE IS F.
       COPY "notice-vlt-rec.cpy".

       FD  BUSINESS-FILE.
       COPY "notice-bus-rec.cpy".

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================
       WORKING-STORAGE SECTION.

       77  WS-MAP-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-VAR-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-BUS-FILE-STATUS               PIC X(02) VALUE '00'.
       01  WS-REQ-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-REQ-EOF                             VALUE 'Y'.
       01  WS-ARC-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-ARC-EOF                             VALUE 'Y'.
       01  WS-VAR-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-VAR-EOF                             VALUE 'Y'.
       01  WS-RETR-HIT-SW                   PIC X(01) VALUE 'N'.
           88  WS-RETR-HIT-Y                          VALUE 'Y'.
           88  WS-RETR-HIT-N                          VALUE 'N'.
      *    THE ROW WHOSE BUSINESS RECORD WAS LAST LOOKED UP FOR THE
      *    RECIPIENT OVERLAY, AND WHETHER IT WAS FOUND.
       77  WS-RETR-BUS-PREV-ID              PIC X(50) VALUE SPACES.
       01  WS-RETR-BUS-SW                   PIC X(01) VALUE 'N'.
           88  WS-RETR-BUS-FOUND                      VALUE 'Y'.
           88  WS-RETR-BUS-MISSING                    VALUE 'N'.

      *    THE REQUEST TABLE - SMALL ON PURPOSE: A RETRIEVAL RUN IS
      *    A HANDFUL OF DESK QUESTIONS, NOT A BULK UNLOAD.

       77  WS-RETR-READ-CTR                 PIC 9(07) VALUE 0.
       77  WS-RETR-OUT-CTR                  PIC 9(07) VALUE 0.
       77  WS-RETR-VLT-READ-CTR             PIC 9(07) VALUE 0.
       77  WS-RETR-VLT-OUT-CTR              PIC 9(07) VALUE 0.

      *    ROW IDENTIFIERS AN ACCOUNT REQUEST'S HISTORY EVENTS NAMED -
      *    THE VAULT PASS MATCHES ON THESE. A TABLE THAT FILLS IS
      *    REPORTED (RC 4): THE HISTORY IS COMPLETE BUT THE VAULT
      *    RETRIEVAL IS NOT.
       77  WS-ACCT-ROW-CNT                  PIC 9(03) VALUE 0.
       77  WS-ACCT-ROW-MAX                  PIC 9(03) VALUE 200.
       01  WS-ACCT-ROW-TBL.
           05  WS-ACCT-ROW-ID            OCCURS 200 TIMES
                                         PIC X(50).
       77  WS-ACCT-ROW-IX                   PIC 9(03) VALUE 0.
       01  WS-ACCT-ROW-SEEN-SW              PIC X(01) VALUE 'N'.
           88  WS-ACCT-ROW-SEEN-Y                     VALUE 'Y'.
           88  WS-ACCT-ROW-SEEN-N                     VALUE 'N'.
       01  WS-ACCT-ROW-FULL-SW              PIC X(01) VALUE 'N'.
           88  WS-ACCT-ROW-FULL                       VALUE 'Y'.

       COPY "notice-mask-ws.cpy".

      *=================================================================
      *                  PROCEDURE DIVISION

      *=================================================================
      *    0000-MAINLINE. LOADS THE REQUESTS, THEN ONE PASS OF THE
      *    HISTORY ARCHIVE WRITING EVERY MATCHING EVENT AND ONE PASS
      *    OF THE VAULT ARCHIVE WRITING EVERY MATCHING RECORD.
      *=================================================================
       0000-MAINLINE.

           PERFORM 2000-SIFT-ONE-EVENT
               UNTIL WS-ARC-EOF

           PERFORM 3000-SIFT-ONE-VAULT-REC
               UNTIL WS-VAR-EOF

           PERFORM 9999-TERMINATE

           STOP RUN
      *=================================================================
      *    1000-INITIALIZE. LOADS THE REQUEST CARDS - NO REQUESTS,
      *    NOTHING TO RETRIEVE, SO THE RUN STOPS RATHER THAN READING
      *    SEVEN YEARS OF ARCHIVE FOR NOTHING - LOADS THE MASKING
      *    RULES AND PRIMES BOTH ARCHIVE READS. NO VLTARCH DATASET
      *    MEANS NO VAULT PASS.
      *=================================================================
       1000-INITIALIZE.

               STOP RUN
           END-IF

           PERFORM 6500-LOAD-MASK-RULES
           IF WS-MSK-SETUP-BAD
               DISPLAY 'ARCRETR ABEND - ' WS-MSK-ERR-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  FIELD-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'ARCRETR ABEND - FIELD MAP OPEN FAILED '
                       WS-MAP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  BUSINESS-FILE
           IF WS-BUS-FILE-STATUS NOT = '00'
               DISPLAY 'ARCRETR ABEND - BUSINESS OPEN FAILED '
                       WS-BUS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  HIST-ARCH-FILE
           OPEN OUTPUT RET-OUT-FILE
           OPEN OUTPUT VAULT-OUT-FILE
           OPEN INPUT  VAULT-ARCH-FILE
           IF WS-VAR-FILE-STATUS NOT = '00'
               DISPLAY 'ARCRETR - NO VAULT ARCHIVE ON VLTARCH, STATUS '
                       WS-VAR-FILE-STATUS
               SET WS-VAR-EOF TO TRUE
           END-IF

           PERFORM 2100-READ-ARCHIVE
           IF NOT WS-VAR-EOF
               PERFORM 3100-READ-VAULT-ARCHIVE
           END-IF
           .

      *=================================================================
           .

      *=================================================================
      *    2000-SIFT-ONE-EVENT. WRITES THE ARCHIVED EVENT JUST READ,
      *    MASKED - ITS ROW'S EMAIL AND PHONE TOO - TO THE WORK FILE
      *    WHEN ANY REQUEST MATCHES IT, THEN READS THE NEXT.
      *=================================================================
       2000-SIFT-ONE-EVENT.


           IF WS-RETR-HIT-Y
               MOVE HAR-REC TO HST-REC
               MOVE HAR-ROW-IDENTIFIER  TO WS-MSK-ROW-ID
               MOVE HAR-SUBS-APPLIED    TO WS-MSK-SUBS
               MOVE HAR-DETAIL          TO WS-MSK-TEXT
               PERFORM 6550-MASK-AUDIT-EVENT
               IF HAR-ROW-IDENTIFIER NOT = WS-RETR-BUS-PREV-ID
                   MOVE HAR-ROW-IDENTIFIER TO WS-RETR-BUS-PREV-ID
                   PERFORM 2400-FIND-ROW-RECIPIENTS
               END-IF
               IF WS-RETR-BUS-FOUND
                   PERFORM 2450-MASK-RECIPIENTS
               END-IF
               MOVE WS-MSK-SUBS         TO HST-SUBS-APPLIED
               MOVE WS-MSK-TEXT(1:100)  TO HST-DETAIL
               WRITE HST-REC
               ADD 1 TO WS-RETR-OUT-CTR
           END-IF
                 IF HAR-ACCOUNT-NUM =
                    WS-REQ-VALUE(WS-REQ-IX)(1:20)
                     SET WS-RETR-HIT-Y TO TRUE
                     PERFORM 2300-NOTE-ACCOUNT-ROW
                 END-IF
           END-EVALUATE
           .

      *=================================================================
      *    2300-NOTE-ACCOUNT-ROW. ADDS THE EVENT'S ROW IDENTIFIER TO
      *    THE ROWS THE VAULT PASS MUST PULL, ONCE.
      *=================================================================
       2300-NOTE-ACCOUNT-ROW.

           SET WS-ACCT-ROW-SEEN-N TO TRUE
           PERFORM 2310-CHECK-ONE-ACCOUNT-ROW
               VARYING WS-ACCT-ROW-IX FROM 1 BY 1
               UNTIL WS-ACCT-ROW-IX > WS-ACCT-ROW-CNT
                  OR WS-ACCT-ROW-SEEN-Y

           IF WS-ACCT-ROW-SEEN-N
               IF WS-ACCT-ROW-CNT < WS-ACCT-ROW-MAX
                   ADD 1 TO WS-ACCT-ROW-CNT
                   MOVE HAR-ROW-IDENTIFIER
                       TO WS-ACCT-ROW-ID(WS-ACCT-ROW-CNT)
               ELSE
                   IF NOT WS-ACCT-ROW-FULL
                       DISPLAY 'ARCRETR - MORE THAN ' WS-ACCT-ROW-MAX
                               ' ROWS FOR ACCOUNT REQUESTS - VAULT '
                               'RETRIEVAL INCOMPLETE'
                       SET WS-ACCT-ROW-FULL TO TRUE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    2310-CHECK-ONE-ACCOUNT-ROW. COMPARES ONE NOTED ROW.
      *=================================================================
       2310-CHECK-ONE-ACCOUNT-ROW.

           IF WS-ACCT-ROW-ID(WS-ACCT-ROW-IX) = HAR-ROW-IDENTIFIER
               SET WS-ACCT-ROW-SEEN-Y TO TRUE
           END-IF
           .

      *=================================================================
      *    2400-FIND-ROW-RECIPIENTS. READS THE ARCHIVED EVENT'S ROW'S
      *    BUSINESS RECORD FOR ITS EMAIL AND PHONE. A ROW NO LONGER ON
      *    THE FILE HAS NOTHING TO OVERLAY.
      *=================================================================
       2400-FIND-ROW-RECIPIENTS.

           SET WS-RETR-BUS-MISSING TO TRUE
           MOVE HAR-ROW-IDENTIFIER TO BUS-ROW-IDENTIFIER

           READ BUSINESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RETR-BUS-FOUND TO TRUE
           END-READ
           .

      *=================================================================
      *    2450-MASK-RECIPIENTS. THE ROW'S EMAIL ADDRESS AND PHONE
      *    NUMBER, MASKED BY THEIR OWN RULES WHEREVER THEY APPEAR IN
      *    THE DETAIL, AS NTCHSTLD MASKS THEM.
      *=================================================================
       2450-MASK-RECIPIENTS.

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
      *    3000-SIFT-ONE-VAULT-REC. WRITES THE ARCHIVED VAULT RECORD
      *    JUST READ, VERBATIM, WHEN A ROW REQUEST NAMES ITS ROW OR AN
      *    ACCOUNT REQUEST'S HISTORY DID, THEN READS THE NEXT.
      *=================================================================
       3000-SIFT-ONE-VAULT-REC.

           SET WS-RETR-HIT-N TO TRUE
           PERFORM 3200-MATCH-ONE-VAULT-REQUEST
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > WS-REQ-CNT
                  OR WS-RETR-HIT-Y
           PERFORM 3300-MATCH-ONE-ACCOUNT-ROW
               VARYING WS-ACCT-ROW-IX FROM 1 BY 1
               UNTIL WS-ACCT-ROW-IX > WS-ACCT-ROW-CNT
                  OR WS-RETR-HIT-Y

           IF WS-RETR-HIT-Y
               MOVE VAR-REC TO VLT-REC
               WRITE VLT-REC
               ADD 1 TO WS-RETR-VLT-OUT-CTR
           END-IF

           PERFORM 3100-READ-VAULT-ARCHIVE
           .

      *=================================================================
      *    3100-READ-VAULT-ARCHIVE. READS THE NEXT ARCHIVED VAULT
      *    RECORD.
      *=================================================================
       3100-READ-VAULT-ARCHIVE.

           READ VAULT-ARCH-FILE
               AT END
                   SET WS-VAR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RETR-VLT-READ-CTR
           END-READ
           .

      *=================================================================
      *    3200-MATCH-ONE-VAULT-REQUEST. COMPARES THE VAULT RECORD
      *    AGAINST ONE STORED ROW REQUEST.
      *=================================================================
       3200-MATCH-ONE-VAULT-REQUEST.

           IF WS-REQ-TYPE(WS-REQ-IX) = 'R'
               AND VAR-ROW-IDENTIFIER =
                   WS-REQ-VALUE(WS-REQ-IX)(1:50)
               SET WS-RETR-HIT-Y TO TRUE
           END-IF
           .

      *=================================================================
      *    3300-MATCH-ONE-ACCOUNT-ROW. COMPARES THE VAULT RECORD
      *    AGAINST ONE ROW AN ACCOUNT REQUEST'S HISTORY NAMED.
      *=================================================================
       3300-MATCH-ONE-ACCOUNT-ROW.

           IF VAR-ROW-IDENTIFIER = WS-ACCT-ROW-ID(WS-ACCT-ROW-IX)
               SET WS-RETR-HIT-Y TO TRUE
           END-IF
           .

      *=================================================================
      *    9999-TERMINATE. CLOSES THE FILES AND REPORTS THE
      *    RETRIEVAL TOTALS.

           CLOSE HIST-ARCH-FILE
           CLOSE RET-OUT-FILE
           CLOSE FIELD-MAP-FILE
           CLOSE BUSINESS-FILE
           CLOSE VAULT-OUT-FILE
           IF WS-VAR-FILE-STATUS NOT = '35'
               CLOSE VAULT-ARCH-FILE
           END-IF

           DISPLAY 'ARCRETR - REQUESTS LOADED:       ' WS-REQ-CNT
           DISPLAY 'ARCRETR - ARCHIVE EVENTS READ:   '
                   WS-RETR-READ-CTR
           DISPLAY 'ARCRETR - EVENTS RETRIEVED:      '
                   WS-RETR-OUT-CTR
           DISPLAY 'ARCRETR - VAULT RECORDS READ:    '
                   WS-RETR-VLT-READ-CTR
           DISPLAY 'ARCRETR - VAULT RECORDS RETRIEVED:'
                   WS-RETR-VLT-OUT-CTR
           .

       COPY "notice-mask-pd.cpy".

       COPY "notice-maskaud-pd.cpy".
