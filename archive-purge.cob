      *        FROM THE KSDS;
      *      - AUDIT EVENTS ON THE CUMULATIVE LOG (AUDITIN) ARE
      *        SPLIT INTO AUDARCH (OLDER) AND AUDKEEP (RETAINED),
      *        AND AUDKEEP REPLACES THE LIVE LOG IN THE NEXT STEP;
      *      - CONTENT VAULT RECORDS (CNTVAULT) SENT BEFORE THE
      *        CUTOFF ARE WRITTEN TO VLTARCH AND DELETED FROM THE
      *        KSDS - VERBATIM, NEVER MASKED: THE VAULT IS THE TEXT AS
      *        SENT, AND LEGAL MUST BE ABLE TO PRODUCE IT AS SENT.
      *    POINT HSTARCH/AUDARCH/VLTARCH AT DATED DATASETS (EG. A
      *    GDG) SO EACH RUN'S ARCHIVE IS ITS OWN GENERATION AND THE
      *    SEVEN-YEAR TRAIL IS A CONCATENATION AWAY - ARCRETR PULLS
      *    ONE ROW'S OR ACCOUNT'S EVENTS AND DELIVERED CONTENT BACK
      *    FOR THE SERVICE DESK. A SUMMARY REPORT (ARCRPT) SAYS WHAT
      *    MOVED.
      *
      *    THE CUTOFF COMES FROM A CUTOFF=YYYYMMDD CARD ON ARCPARM -
      *    THE SCHEDULER COMPUTES IT FROM THE RETENTION PERIOD, SO
      *    THE PERIOD CAN CHANGE WITHOUT A CODE CHANGE.
      *
      *    EVERY EVENT COPIED - ARCHIVED OR RETAINED - IS MASKED BY
      *    THE MASKRULE CARDS ON THE WAY, THE SUBSTITUTION LIST NAMED
      *    OFF THE KEYED FIELD MAP (FLDMAPVS). AN AUDIT EVENT ALSO
      *    HAS ITS ROW'S EMAIL AND PHONE, OFF THE KEYED BUSINESS FILE
      *    (BUSVSAM), MASKED WHEREVER THEY APPEAR IN THE DETAIL, AS
      *    NTCHSTLD DOES - A DIGEST EVENT NAMES ITS RECIPIENT THERE,
      *    AND AN EVENT WRITTEN BEFORE THE RULES EXISTED HAS IT IN
      *    CLEAR. THE OVERLAY CAN ONLY MASK THE ADDRESS THE ROW HOLDS
      *    NOW: A ROW NO LONGER ON BUSVSAM, OR AN ADDRESS CHANGED
      *    SINCE THE EVENT, LEAVES THAT DETAIL AS IT WAS WRITTEN.
      *    NTCHIST IS REBUILT NIGHTLY THROUGH THE SAME OVERLAY, SO ITS
      *    EVENTS ARRIVE HERE ALREADY MASKED.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARCPURGE.
      *    09/02/2026 ES    ORIGINAL - MOVES AUDIT AND HISTORY
      *                     EVENTS OLDER THAN THE CUTOFF TO DATED
      *                     ARCHIVE FILES
      *    10/15/2026 ES    MASKS THE SUBSTITUTIONS AND DETAIL BY THE
      *                     MASKRULE CARDS ON EVERY EVENT COPIED
      *    10/15/2026 ES    ARCHIVES AND PURGES THE CNTVAULT CONTENT
      *                     VAULT UNDER THE SAME CUTOFF
      *    10/15/2026 ES    MASKS THE ROW'S EMAIL AND PHONE, OFF
      *                     BUSVSAM, IN EVERY AUDIT EVENT'S DETAIL
      *=================================================================

       ENVIRONMENT DIVISION.
           SELECT ARC-RPT-FILE   ASSIGN TO "ARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIELD-MAP-FILE ASSIGN TO "FLDMAPVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-KEY
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT CONTENT-VAULT-FILE ASSIGN TO "CNTVAULT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-KEY
               FILE STATUS IS WS-VLT-FILE-STATUS.

           SELECT VAULT-ARCH-FILE ASSIGN TO "VLTARCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-FILE  ASSIGN TO "BUSVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUS-ROW-IDENTIFIER
               FILE STATUS IS WS-BUS-FILE-STATUS.

           SELECT MASK-RULE-FILE ASSIGN TO "MASKRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARC-PARM-FILE
           RECORDING MODE IS F.
       01  ARC-RPT-LINE                  PIC X(80).

       FD  FIELD-MAP-FILE.
       COPY "notice-map-rec.cpy".

       FD  CONTENT-VAULT-FILE.
       COPY "notice-vlt-rec.cpy".

      *    ARCHIVED VAULT RECORDS - SAME LAYOUT AS THE KSDS RECORD,
      *    PREFIXED VAR-.
       FD  VAULT-ARCH-FILE
           RECORDING MODE IS F.
       COPY "notice-vlt-rec.cpy"
           REPLACING LEADING ==VLT== BY ==VAR==.

       FD  BUSINESS-FILE.
       COPY "notice-bus-rec.cpy".

       FD  MASK-RULE-FILE
           RECORDING MODE IS F.
       COPY "notice-msk-rec.cpy".

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================
       WORKING-STORAGE SECTION.

       77  WS-HST-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-MAP-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-VLT-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-BUS-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-ARC-CUTOFF                    PIC X(08) VALUE SPACES.
      *    EVENT DATE REBUILT AS YYYYMMDD FROM THE 'YYYY-MM-DD
      *    HH:MM:SS' TIMESTAMP FOR THE CUTOFF COMPARE.
           88  WS-HST-EOF                             VALUE 'Y'.
       01  WS-AUD-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-AUD-EOF                             VALUE 'Y'.
       01  WS-VLT-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-VLT-EOF                             VALUE 'Y'.
      *    THE ROW WHOSE BUSINESS RECORD WAS LAST LOOKED UP FOR THE
      *    RECIPIENT OVERLAY, AND WHETHER IT WAS FOUND.
       77  WS-ARC-BUS-PREV-ID               PIC X(50) VALUE SPACES.
       01  WS-ARC-BUS-SW                    PIC X(01) VALUE 'N'.
           88  WS-ARC-BUS-FOUND                       VALUE 'Y'.
           88  WS-ARC-BUS-MISSING                     VALUE 'N'.

       77  WS-HST-READ-CTR                  PIC 9(07) VALUE 0.
       77  WS-HST-ARCH-CTR                  PIC 9(07) VALUE 0.
       77  WS-AUD-READ-CTR                  PIC 9(07) VALUE 0.
       77  WS-AUD-ARCH-CTR                  PIC 9(07) VALUE 0.
       77  WS-AUD-KEEP-CTR                  PIC 9(07) VALUE 0.
       77  WS-VLT-READ-CTR                  PIC 9(07) VALUE 0.
       77  WS-VLT-ARCH-CTR                  PIC 9(07) VALUE 0.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-DATE              PIC 9(08).
           05  WS-CURR-TIME              PIC 9(08).
       01  WS-TIMESTAMP-OUT                 PIC X(19) VALUE SPACES.

       COPY "notice-mask-ws.cpy".

       01  WS-ARC-HDR.
           05  FILLER                    PIC X(34) VALUE
               'ARCPURGE ARCHIVE SUMMARY REPORT'.

      *=================================================================
      *    0000-MAINLINE. PURGES THE HISTORY KSDS, SPLITS THE AUDIT
      *    LOG, PURGES THE CONTENT VAULT, WRITES THE SUMMARY.
      *=================================================================
       0000-MAINLINE.

           PERFORM 3000-SPLIT-ONE-AUD-EVENT
               UNTIL WS-AUD-EOF

           PERFORM 4000-PURGE-ONE-VAULT-REC
               UNTIL WS-VLT-EOF

           PERFORM 9500-WRITE-SUMMARY

           PERFORM 9999-TERMINATE
      *=================================================================
      *    1000-INITIALIZE. READS THE CUTOFF CARD - NO VALID CUTOFF,
      *    NO PURGE: A GUESSED DATE COULD THROW AWAY THE TRAIL -
      *    LOADS THE MASKING RULES, OPENS THE FILES AND PRIMES ALL
      *    THREE PASSES. A VAULT NOT YET CREATED HAS NOTHING TO PURGE.
      *=================================================================
       1000-INITIALIZE.

               STOP RUN
           END-IF

           PERFORM 6500-LOAD-MASK-RULES
           IF WS-MSK-SETUP-BAD
               DISPLAY 'ARCPURGE ABEND - ' WS-MSK-ERR-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  FIELD-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'ARCPURGE ABEND - FIELD MAP OPEN FAILED '
                       WS-MAP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  BUSINESS-FILE
           IF WS-BUS-FILE-STATUS NOT = '00'
               DISPLAY 'ARCPURGE ABEND - BUSINESS OPEN FAILED '
                       WS-BUS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O HISTORY-FILE
           IF WS-HST-FILE-STATUS NOT = '00'
               DISPLAY 'ARCPURGE ABEND - HISTORY OPEN FAILED '
           OPEN OUTPUT AUDIT-ARCH-FILE
           OPEN OUTPUT AUDIT-KEEP-FILE
           OPEN OUTPUT ARC-RPT-FILE
           OPEN OUTPUT VAULT-ARCH-FILE
           OPEN I-O    CONTENT-VAULT-FILE
           EVALUATE WS-VLT-FILE-STATUS
             WHEN '00'
                 CONTINUE
             WHEN '35'
                 SET WS-VLT-EOF TO TRUE
             WHEN OTHER
                 DISPLAY 'ARCPURGE ABEND - CONTENT VAULT OPEN FAILED '
                         WS-VLT-FILE-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           MOVE LOW-VALUES TO HST-KEY
           START HISTORY-FILE KEY >= HST-KEY
           END-IF

           PERFORM 3100-READ-AUDIT

           IF NOT WS-VLT-EOF
               MOVE LOW-VALUES TO VLT-KEY
               START CONTENT-VAULT-FILE KEY >= VLT-KEY
                   INVALID KEY
                       SET WS-VLT-EOF TO TRUE
               END-START
           END-IF
           IF NOT WS-VLT-EOF
               PERFORM 4100-READ-NEXT-VAULT
           END-IF
           .

      *=================================================================

      *=================================================================
      *    2000-PURGE-ONE-HIST-EVENT. ARCHIVES AND DELETES THE
      *    HISTORY EVENT JUST READ, MASKED, WHEN IT IS OLDER THAN THE
      *    CUTOFF, THEN READS THE NEXT IN KEY ORDER.
      *=================================================================
       2000-PURGE-ONE-HIST-EVENT.


           IF WS-ARC-EVENT-DATE < WS-ARC-CUTOFF
               MOVE HST-REC TO HAR-REC
               MOVE HST-ROW-IDENTIFIER  TO WS-MSK-ROW-ID
               MOVE HST-SUBS-APPLIED    TO WS-MSK-SUBS
               MOVE HST-DETAIL          TO WS-MSK-TEXT
               PERFORM 6550-MASK-AUDIT-EVENT
               MOVE WS-MSK-SUBS         TO HAR-SUBS-APPLIED
               MOVE WS-MSK-TEXT(1:100)  TO HAR-DETAIL
               WRITE HAR-REC
               DELETE HISTORY-FILE
               ADD 1 TO WS-HST-ARCH-CTR

      *=================================================================
      *    3000-SPLIT-ONE-AUD-EVENT. ROUTES THE AUDIT EVENT JUST
      *    READ, MASKED - ITS ROW'S EMAIL AND PHONE TOO - TO THE
      *    ARCHIVE OR THE RETAINED FILE BY ITS TIMESTAMP, THEN READS
      *    THE NEXT. AN EVENT WITH AN
      *    UNREADABLE TIMESTAMP IS RETAINED - KEEPING TOO MUCH
      *    BEATS ARCHIVING THE WRONG THING.
      *=================================================================
           MOVE AUD-TIMESTAMP TO WS-TIMESTAMP-OUT
           PERFORM 7100-EVENT-DATE-FROM-STAMP

           MOVE AUD-ROW-IDENTIFIER  TO WS-MSK-ROW-ID
           MOVE AUD-SUBS-APPLIED    TO WS-MSK-SUBS
           MOVE AUD-DETAIL          TO WS-MSK-TEXT
           PERFORM 6550-MASK-AUDIT-EVENT
           IF AUD-ROW-IDENTIFIER NOT = WS-ARC-BUS-PREV-ID
               MOVE AUD-ROW-IDENTIFIER TO WS-ARC-BUS-PREV-ID
               PERFORM 3200-FIND-ROW-RECIPIENTS
           END-IF
           IF WS-ARC-BUS-FOUND
               PERFORM 3300-MASK-RECIPIENTS
           END-IF

           IF WS-ARC-EVENT-DATE NOT = SPACES
               AND WS-ARC-EVENT-DATE < WS-ARC-CUTOFF
               MOVE AUD-REC TO AAR-REC
               MOVE WS-MSK-SUBS         TO AAR-SUBS-APPLIED
               MOVE WS-MSK-TEXT         TO AAR-DETAIL
               WRITE AAR-REC
               ADD 1 TO WS-AUD-ARCH-CTR
           ELSE
               MOVE AUD-REC TO AKP-REC
               MOVE WS-MSK-SUBS         TO AKP-SUBS-APPLIED
               MOVE WS-MSK-TEXT         TO AKP-DETAIL
               WRITE AKP-REC
               ADD 1 TO WS-AUD-KEEP-CTR
           END-IF
           END-READ
           .

      *=================================================================
      *    3200-FIND-ROW-RECIPIENTS. READS THE AUDIT ROW'S BUSINESS
      *    RECORD FOR ITS EMAIL AND PHONE. A ROW NO LONGER ON THE
      *    FILE HAS NOTHING TO OVERLAY.
      *=================================================================
       3200-FIND-ROW-RECIPIENTS.

           SET WS-ARC-BUS-MISSING  TO TRUE
           MOVE AUD-ROW-IDENTIFIER TO BUS-ROW-IDENTIFIER

           READ BUSINESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ARC-BUS-FOUND TO TRUE
           END-READ
           .

      *=================================================================
      *    3300-MASK-RECIPIENTS. THE ROW'S EMAIL ADDRESS AND PHONE
      *    NUMBER, MASKED BY THEIR OWN RULES WHEREVER THEY APPEAR IN
      *    THE DETAIL, AS NTCHSTLD MASKS THEM.
      *=================================================================
       3300-MASK-RECIPIENTS.

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
      *    4000-PURGE-ONE-VAULT-REC. ARCHIVES AND DELETES THE VAULT
      *    RECORD JUST READ WHEN IT WAS SENT BEFORE THE CUTOFF, THEN
      *    READS THE NEXT IN KEY ORDER. A RECORD WITH AN UNREADABLE
      *    SEND TIMESTAMP IS RETAINED, AS ON THE AUDIT LOG.
      *=================================================================
       4000-PURGE-ONE-VAULT-REC.

           ADD 1 TO WS-VLT-READ-CTR

           MOVE VLT-SEND-TS TO WS-TIMESTAMP-OUT
           PERFORM 7100-EVENT-DATE-FROM-STAMP

           IF WS-ARC-EVENT-DATE NOT = SPACES
               AND WS-ARC-EVENT-DATE < WS-ARC-CUTOFF
               MOVE VLT-REC TO VAR-REC
               WRITE VAR-REC
               DELETE CONTENT-VAULT-FILE
               ADD 1 TO WS-VLT-ARCH-CTR
           END-IF

           PERFORM 4100-READ-NEXT-VAULT
           .

      *=================================================================
      *    4100-READ-NEXT-VAULT. READS THE NEXT VAULT RECORD IN KEY
      *    ORDER.
      *=================================================================
       4100-READ-NEXT-VAULT.

           READ CONTENT-VAULT-FILE NEXT
               AT END
                   SET WS-VLT-EOF TO TRUE
           END-READ
           .

      *=================================================================
      *    7100-EVENT-DATE-FROM-STAMP. YYYYMMDD OFF A 'YYYY-MM-DD
      *    HH:MM:SS' TIMESTAMP IN WS-TIMESTAMP-OUT. SPACES WHEN THE
           MOVE 'AUDIT EVENTS RETAINED' TO WS-ARC-DTL-LABEL
           MOVE WS-AUD-KEEP-CTR         TO WS-ARC-DTL-TXT
           WRITE ARC-RPT-LINE FROM WS-ARC-DTL

           MOVE 'VAULT RECORDS READ'    TO WS-ARC-DTL-LABEL
           MOVE WS-VLT-READ-CTR         TO WS-ARC-DTL-TXT
           WRITE ARC-RPT-LINE FROM WS-ARC-DTL

           MOVE 'VAULT RECORDS ARCHIVED AND PURGED'
                                        TO WS-ARC-DTL-LABEL
           MOVE WS-VLT-ARCH-CTR         TO WS-ARC-DTL-TXT
           WRITE ARC-RPT-LINE FROM WS-ARC-DTL
           .

      *=================================================================
           CLOSE AUDIT-ARCH-FILE
           CLOSE AUDIT-KEEP-FILE
           CLOSE ARC-RPT-FILE
           CLOSE FIELD-MAP-FILE
           CLOSE BUSINESS-FILE
           CLOSE VAULT-ARCH-FILE
           IF WS-VLT-FILE-STATUS NOT = '35'
               CLOSE CONTENT-VAULT-FILE
           END-IF

           DISPLAY 'ARCPURGE - HISTORY EVENTS ARCHIVED: '
                   WS-HST-ARCH-CTR
                   WS-AUD-ARCH-CTR
           DISPLAY 'ARCPURGE - AUDIT EVENTS RETAINED:   '
                   WS-AUD-KEEP-CTR
           DISPLAY 'ARCPURGE - VAULT RECORDS ARCHIVED:  '
                   WS-VLT-ARCH-CTR
           .

       COPY "notice-mask-pd.cpy".

       COPY "notice-maskaud-pd.cpy".
