      *=================================================================
      *    LTRRECON
      *    RETURNED-MAIL RECONCILIATION FOR THE LETTER CHANNEL - THE
      *    GWRECON OF PAPER. THE MAIL HOUSE SENDS BACK A FILE
      *    (RETMAIL) OF THE PIECES THE POST OFFICE RETURNED
      *    UNDELIVERABLE, EACH QUOTING THE ROW IDENTIFIER AND PRINT
      *    DATE FROM THE LETTER'S REFERENCE LINE. THIS STEP MATCHES
      *    THEM AGAINST THE LETTER MANIFEST (LTRMANF, WRITTEN BY
      *    LTRFEED - CONCATENATE THE GENERATIONS THE RETURNS CAN
      *    STILL COVER) AND FOR EVERY RETURN:
      *      - APPENDS A 'RETURNED' OUTCOME EVENT TO THE AUDIT TRAIL;
      *      - PUTS IT ON THE RETURNED-MAIL REPORT (RETRPT);
      *      - LANDS THE LETTER'S POSTAL KEY ON THE BAD-ADDRESS
      *        QUARANTINE FILE (BADADDVS, CHANNEL LETTR), SO THE
      *        NIGHTLY BUILD SUSPENDS RATHER THAN PRINTS TO THE SAME
      *        ADDRESS AGAIN UNTIL THE DESK CORRECTS IT AND CLEARS
      *        THE ENTRY WITH BADM.
      *    A RETURN WITH NO MANIFEST LINE IS REPORTED AS RETXTRA.
      *    MANIFEST LINES WITH NO RETURN ARE ONLY COUNTED - RETURNS
      *    KEEP ARRIVING FOR WEEKS, SO SILENCE IS NOT PROOF OF
      *    DELIVERY.
      *
      *    BOTH INPUT FILES MUST BE IN ROW IDENTIFIER / PRINT DATE
      *    ORDER - SORT THEM IN THE PRECEDING STEP. THE MATCH IS THE
      *    SAME BALANCED-LINE PASS GWRECON USES.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LTRRECON.
       AUTHOR.        E SOSA.
       INSTALLATION.  DATA PROCESSING - NOTICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *=================================================================
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 ES    ORIGINAL - BALANCED-LINE MATCH OF THE MAIL
      *                     HOUSE'S RETURNED MAIL AGAINST THE LETTER
      *                     MANIFEST, RETURNED EVENTS, REPORT AND
      *                     ADDRESS QUARANTINE
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE  ASSIGN TO "LTRMANF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RET-MAIL-FILE  ASSIGN TO "RETMAIL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE     ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RET-RPT-FILE   ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BAD-ADDR-FILE  ASSIGN TO "BADADDVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAD-KEY
               FILE STATUS IS WS-BAD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE LETTERS PRINTED, SORTED BY IDENTIFIER / PRINT DATE.
       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       COPY "notice-ltrm-rec.cpy".

      *    THE MAIL HOUSE'S RETURNED PIECES, SORTED THE SAME WAY.
      *    RET-REASON IS THE POST OFFICE'S ENDORSEMENT AS THE MAIL
      *    HOUSE CODES IT (NOADDR, MOVED, REFUSED ...).
       FD  RET-MAIL-FILE
           RECORDING MODE IS F.
       01  RET-REC.
           05  RET-ROW-IDENTIFIER        PIC X(50).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RET-PRINT-DATE            PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RET-REASON                PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RET-TIMESTAMP             PIC X(19).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  RET-DETAIL                PIC X(40).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY "notice-aud-rec.cpy".

       FD  RET-RPT-FILE
           RECORDING MODE IS F.
       01  RET-RPT-LINE                  PIC X(120).

      *    KNOWN-BAD ADDRESSES, KEYED BY (CHANNEL, ADDRESS) - SHARED
      *    WITH GWRECON'S BOUNCED EMAIL AND SMS ENTRIES.
       FD  BAD-ADDR-FILE.
       COPY "notice-bad-rec.cpy".

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================
       WORKING-STORAGE SECTION.

      *    MATCH KEYS - ROW IDENTIFIER + PRINT DATE, HIGH-VALUES ONCE
      *    A FILE IS EXHAUSTED SO THE OTHER SIDE DRAINS THROUGH THE
      *    STANDARD COMPARES.
       01  WS-LTM-KEY.
           05  WS-LTM-KEY-ID             PIC X(50).
           05  WS-LTM-KEY-DATE           PIC X(08).
       01  WS-RET-KEY.
           05  WS-RET-KEY-ID             PIC X(50).
           05  WS-RET-KEY-DATE           PIC X(08).

       01  WS-RECON-SWITCHES.
           05  WS-LTM-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-LTM-EOF                      VALUE 'Y'.
           05  WS-RET-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-RET-EOF                      VALUE 'Y'.

       77  WS-RECON-LTM-CTR                 PIC 9(07) VALUE 0.
       77  WS-RECON-RET-CTR                 PIC 9(07) VALUE 0.
       77  WS-RECON-MATCH-CTR               PIC 9(07) VALUE 0.
       77  WS-RECON-NORET-CTR               PIC 9(07) VALUE 0.
       77  WS-RECON-EXTRA-CTR               PIC 9(07) VALUE 0.
       77  WS-RECON-QUAR-NEW-CTR            PIC 9(07) VALUE 0.
       77  WS-RECON-QUAR-UPD-CTR            PIC 9(07) VALUE 0.
       77  WS-BAD-FILE-STATUS               PIC X(02) VALUE '00'.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-DATE              PIC 9(08).
           05  WS-CURR-TIME              PIC 9(08).
       01  WS-TIMESTAMP-OUT                 PIC X(19) VALUE SPACES.

       01  WS-RET-HDR.
           05  FILLER                    PIC X(36) VALUE
               'LTRRECON RETURNED-MAIL REPORT'.
           05  FILLER                    PIC X(65) VALUE SPACES.
           05  WS-RET-HDR-TS             PIC X(19).
       01  WS-RET-DTL.
           05  WS-RD-ROW-ID              PIC X(50) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RD-PRINT-DATE          PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RD-STATUS              PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RD-REASON              PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RD-DETAIL              PIC X(40) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
       PROCEDURE DIVISION.

      *=================================================================
      *    0000-MAINLINE. BALANCED-LINE PASS OVER THE TWO SORTED
      *    FILES UNTIL BOTH ARE EXHAUSTED.
      *=================================================================
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE

           PERFORM 2900-RECONCILE-ONE
               UNTIL WS-LTM-EOF AND WS-RET-EOF

           PERFORM 9999-TERMINATE

           STOP RUN
           .

      *=================================================================
      *    1000-INITIALIZE. OPENS THE FILES - THE AUDIT TRAIL IS
      *    EXTENDED, NOT REPLACED - AND PRIMES BOTH SIDES OF THE
      *    MATCH.
      *=================================================================
       1000-INITIALIZE.

           OPEN INPUT  MANIFEST-FILE
           OPEN INPUT  RET-MAIL-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT RET-RPT-FILE

      *    THE QUARANTINE FILE IS KEPT ACROSS RUNS - A FIRST-EVER
      *    RUN (FILE NOT THERE, STATUS 35) CREATES IT FRESH.
           OPEN I-O BAD-ADDR-FILE
           IF WS-BAD-FILE-STATUS = '35'
               OPEN OUTPUT BAD-ADDR-FILE
               IF WS-BAD-FILE-STATUS = '00'
                   CLOSE BAD-ADDR-FILE
                   OPEN I-O BAD-ADDR-FILE
               END-IF
           END-IF
           IF WS-BAD-FILE-STATUS NOT = '00'
               DISPLAY 'LTRRECON ABEND - BAD-ADDRESS OPEN FAILED '
                       WS-BAD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-TIMESTAMP-OUT TO WS-RET-HDR-TS
           WRITE RET-RPT-LINE FROM WS-RET-HDR
           MOVE SPACES TO RET-RPT-LINE
           WRITE RET-RPT-LINE

           PERFORM 2910-READ-MANIFEST
           PERFORM 2920-READ-RETURN
           .

      *=================================================================
      *    2900-RECONCILE-ONE. ONE BALANCED-LINE COMPARE. A MANIFEST
      *    KEY BELOW THE RETURN KEY WAS NOT RETURNED; A RETURN KEY
      *    BELOW THE MANIFEST KEY IS FOR A LETTER WE HAVE NO RECORD
      *    OF PRINTING; EQUAL KEYS ARE A RETURNED LETTER.
      *=================================================================
       2900-RECONCILE-ONE.

           EVALUATE TRUE
             WHEN WS-LTM-KEY < WS-RET-KEY
                 ADD 1 TO WS-RECON-NORET-CTR
                 PERFORM 2910-READ-MANIFEST
             WHEN WS-LTM-KEY > WS-RET-KEY
                 PERFORM 2940-HANDLE-EXTRA-RETURN
                 PERFORM 2920-READ-RETURN
             WHEN OTHER
                 PERFORM 2950-HANDLE-RETURNED
                 PERFORM 2910-READ-MANIFEST
                 PERFORM 2920-READ-RETURN
           END-EVALUATE
           .

      *=================================================================
      *    2910-READ-MANIFEST. READS THE NEXT MANIFEST LINE AND
      *    REBUILDS ITS MATCH KEY.
      *=================================================================
       2910-READ-MANIFEST.

           READ MANIFEST-FILE
               AT END
                   SET  WS-LTM-EOF   TO TRUE
                   MOVE HIGH-VALUES  TO WS-LTM-KEY
               NOT AT END
                   ADD  1                  TO WS-RECON-LTM-CTR
                   MOVE LTM-ROW-IDENTIFIER TO WS-LTM-KEY-ID
                   MOVE LTM-PRINT-DATE     TO WS-LTM-KEY-DATE
           END-READ
           .

      *=================================================================
      *    2920-READ-RETURN. READS THE NEXT RETURNED PIECE AND
      *    REBUILDS ITS MATCH KEY.
      *=================================================================
       2920-READ-RETURN.

           READ RET-MAIL-FILE
               AT END
                   SET  WS-RET-EOF   TO TRUE
                   MOVE HIGH-VALUES  TO WS-RET-KEY
               NOT AT END
                   ADD  1                  TO WS-RECON-RET-CTR
                   MOVE RET-ROW-IDENTIFIER TO WS-RET-KEY-ID
                   MOVE RET-PRINT-DATE     TO WS-RET-KEY-DATE
           END-READ
           .

      *=================================================================
      *    2940-HANDLE-EXTRA-RETURN. A RETURN FOR A LETTER NOT ON THE
      *    MANIFEST - A MANIFEST GENERATION LEFT OUT OF THE
      *    CONCATENATION, OR A MISKEYED REFERENCE. REPORTED, NEVER
      *    AUDITED OR QUARANTINED (THERE IS NO ADDRESS TO ATTACH IT
      *    TO).
      *=================================================================
       2940-HANDLE-EXTRA-RETURN.

           ADD 1 TO WS-RECON-EXTRA-CTR

           MOVE RET-ROW-IDENTIFIER    TO WS-RD-ROW-ID
           MOVE RET-PRINT-DATE        TO WS-RD-PRINT-DATE
           MOVE 'RETXTRA'             TO WS-RD-STATUS
           MOVE RET-REASON            TO WS-RD-REASON
           MOVE 'RETURN WITHOUT MATCHING MANIFEST LINE'
                                      TO WS-RD-DETAIL
           WRITE RET-RPT-LINE FROM WS-RET-DTL
           .

      *=================================================================
      *    2950-HANDLE-RETURNED. THE LETTER CAME BACK - AUDIT IT,
      *    REPORT IT AND QUARANTINE ITS ADDRESS.
      *=================================================================
       2950-HANDLE-RETURNED.

           ADD 1 TO WS-RECON-MATCH-CTR

           MOVE LTM-ROW-IDENTIFIER    TO AUD-ROW-IDENTIFIER
           MOVE 'RETURNED'            TO AUD-EVENT-TYP
           MOVE 0                     TO AUD-STRING-NUM
           MOVE 0                     TO AUD-SQLCODE
           MOVE SPACES                TO AUD-SUBS-APPLIED
           MOVE SPACES                TO AUD-DETAIL
           STRING RET-REASON ' ' RET-DETAIL
               DELIMITED BY SIZE INTO AUD-DETAIL
           MOVE 'LETTR'               TO AUD-CHANNEL
           MOVE SPACES                TO AUD-LANG-COD
           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-TIMESTAMP-OUT      TO AUD-TIMESTAMP
           WRITE AUD-REC

           MOVE LTM-ROW-IDENTIFIER    TO WS-RD-ROW-ID
           MOVE LTM-PRINT-DATE        TO WS-RD-PRINT-DATE
           MOVE 'RETURNED'            TO WS-RD-STATUS
           MOVE RET-REASON            TO WS-RD-REASON
           MOVE RET-DETAIL            TO WS-RD-DETAIL
           WRITE RET-RPT-LINE FROM WS-RET-DTL

           PERFORM 2955-QUARANTINE-ADDRESS
           .

      *=================================================================
      *    2955-QUARANTINE-ADDRESS. LANDS THE RETURNED LETTER'S
      *    POSTAL KEY ON THE QUARANTINE FILE - A NEW ENTRY WITH COUNT
      *    1, OR THE EXISTING ENTRY'S COUNT AND LAST-RETURN TIMESTAMP
      *    STEPPED. A BLANK KEY HAS NOTHING TO QUARANTINE.
      *=================================================================
       2955-QUARANTINE-ADDRESS.

           IF LTM-RECIPIENT NOT = SPACES
               MOVE 'LETTR'           TO BAD-CHANNEL
               MOVE LTM-RECIPIENT     TO BAD-ADDRESS
               READ BAD-ADDR-FILE
                   INVALID KEY
                       MOVE 'LETTR'        TO BAD-CHANNEL
                       MOVE LTM-RECIPIENT  TO BAD-ADDRESS
                       MOVE 1              TO BAD-BOUNCE-CNT
                       MOVE RET-TIMESTAMP  TO BAD-FIRST-BOUNCE
                       MOVE RET-TIMESTAMP  TO BAD-LAST-BOUNCE
                       WRITE BAD-REC
                       ADD 1 TO WS-RECON-QUAR-NEW-CTR
                   NOT INVALID KEY
                       ADD  1              TO BAD-BOUNCE-CNT
                       MOVE RET-TIMESTAMP  TO BAD-LAST-BOUNCE
                       REWRITE BAD-REC
                       ADD 1 TO WS-RECON-QUAR-UPD-CTR
               END-READ
           END-IF
           .

      *=================================================================
      *    7000-STAMP-TIMESTAMP. SAME TIMESTAMP FORMAT AS THE BATCH
      *    REPORTS.
      *=================================================================
       7000-STAMP-TIMESTAMP.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURR-TIME FROM TIME

           STRING WS-CURR-DATE(1:4) '-' WS-CURR-DATE(5:2) '-'
                  WS-CURR-DATE(7:2) ' ' WS-CURR-TIME(1:2) ':'
                  WS-CURR-TIME(3:2) ':' WS-CURR-TIME(5:2)
                  DELIMITED BY SIZE
             INTO WS-TIMESTAMP-OUT
           .

      *=================================================================
      *    9999-TERMINATE. CLOSES THE FILES AND REPORTS THE
      *    RECONCILIATION TOTALS.
      *=================================================================
       9999-TERMINATE.

           CLOSE MANIFEST-FILE
           CLOSE RET-MAIL-FILE
           CLOSE AUDIT-FILE
           CLOSE RET-RPT-FILE
           CLOSE BAD-ADDR-FILE

           DISPLAY 'LTRRECON - MANIFEST LINES READ:   '
                   WS-RECON-LTM-CTR
           DISPLAY 'LTRRECON - RETURNS READ:          '
                   WS-RECON-RET-CTR
           DISPLAY 'LTRRECON - LETTERS RETURNED:      '
                   WS-RECON-MATCH-CTR
           DISPLAY 'LTRRECON - LETTERS NOT RETURNED:  '
                   WS-RECON-NORET-CTR
           DISPLAY 'LTRRECON - RETURNS WITHOUT LETTER:'
                   WS-RECON-EXTRA-CTR
           DISPLAY 'LTRRECON - ADDRS NEWLY QUARANTINED:'
                   WS-RECON-QUAR-NEW-CTR
           DISPLAY 'LTRRECON - QUARANTINE CNTS STEPPED:'
                   WS-RECON-QUAR-UPD-CTR
           .
