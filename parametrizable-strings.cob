      *                     HISTORY (RUNSTATS) AT TERMINATION, FOR
      *                     THE NEW RUNTREND REPORT THAT FLAGS
      *                     OUT-OF-PATTERN RUNS EACH MORNING
      *    10/15/2026 ES    TEMPLATE FETCHES (SECTIONS AND THE
      *                     DIGEST HEADER) NOW SELECT ONLY APPROVED
      *                     VERSIONS - A VERSION STAGED ONLINE BY
      *                     THE TMPA AUTHORING TRANSACTION GOES LIVE
      *                     ONLY ONCE A SECOND USER APPROVES IT
      *    10/15/2026 ES    LETTER (PRINT-AND-MAIL) CHANNEL - A ROW
      *                     WITH NO EMAIL OR PHONE GOES BY LETTER TO
      *                     THE NEW POSTAL ADDRESS LINES ON BUS-REC,
      *                     AND A LEGAL NOTICE WHOSE EMAIL OR PHONE IS
      *                     QUARANTINED IS REROUTED TO LETTER INSTEAD
      *                     OF SUSPENDING RSN 20. LETTER BODIES ARE
      *                     LINE-WRAPPED ONE PRINTED LINE PER DELIVERY
      *                     RECORD FOR THE LTRFEED PRINT HAND-OFF.
      *                     LETTER TOTALS ON CTLRPT AND RUNSTATS RIDE
      *                     A NEW CHECKPOINT EXTENSION FIELD
      *    10/15/2026 ES    BUSREJPCT= RUN OPTION PASSED OVER - IT
      *                     BELONGS TO THE BUSDATVL EXTRACT EDITS
      *    10/15/2026 ES    CONDITIONAL CONTENT BLOCKS - {IF @NN..}
      *                     {ELSE} {ENDIF} IN A SECTION ARE RESOLVED
      *                     ON THE RAW BUS-REC FIELD BEFORE @NN
      *                     SUBSTITUTION; A MALFORMED BLOCK SUSPENDS
      *                     RSN 04. PROOF PAGES LIST THE BRANCHES
      *                     THAT FIRED. LANG-CODE MAPPABLE
      *    10/15/2026 ES    CONTACT FREQUENCY CAPS - FREQCAP CARDS BY
      *                     NOTICE CLASS AND CHANNEL ARE CHECKED
      *                     AGAINST A KEYED PER-ACCOUNT CONTACT LEDGER
      *                     (CONTLDG) BEFORE A ROW IS ROUTED; A ROW
      *                     OVER ITS CAP IS HELD TO A LATER DATE OR
      *                     SUSPENDED RSN 03, WITH A FREQCAP AUDIT
      *                     EVENT. LEGAL AND PRIORITY-1 ROWS ARE
      *                     EXEMPT BUT STILL ENTERED ON THE LEDGER.
      *                     CAP TOTALS ON CTLRPT AND RUNSTATS
      *    10/15/2026 ES    PII MASKING - MASKRULE CARDS KEYED BY
      *                     BUS-REC FIELD NAME MASK THE SUBSTITUTED
      *                     VALUES (AND THE RECIPIENT) IN THE AUDIT
      *                     LOG, THE DIGEST EVENT AND THE PROOF
      *                     LISTING. DLVROUT STAYS IN CLEAR
      *=================================================================

       ENVIRONMENT DIVISION.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FREQ-CAP-FILE  ASSIGN TO "FREQCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-FILE-STATUS.

           SELECT CONTACT-LEDGER-FILE ASSIGN TO "CONTLDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-ACCOUNT-NUM
               FILE STATUS IS WS-LDG-FILE-STATUS.

           SELECT MASK-RULE-FILE ASSIGN TO "MASKRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROWID-FILE
           RECORDING MODE IS F.
       COPY "notice-stat-rec.cpy".

      *    CONTACT FREQUENCY CAPS BY NOTICE CLASS AND CHANNEL. ABSENT
      *    MEANS NO CAPS IN FORCE.
       FD  FREQ-CAP-FILE
           RECORDING MODE IS F.
       COPY "notice-cap-rec.cpy".

      *    PER-ACCOUNT CONTACT LEDGER, KEPT ACROSS RUNS. EVERY STREAM
      *    OF A PARTITIONED NIGHT AND THE MORNING SUSPENSE RECYCLE
      *    POINT CONTLDG AT THIS SAME CLUSTER, AND PARTSPLT DEALS ALL
      *    OF AN ACCOUNT'S ROWS TO ONE STREAM, SO A SPLIT NIGHT
      *    CANNOT DOUBLE A CUSTOMER'S COUNT. NOT OPENED IN PROOF MODE.
       FD  CONTACT-LEDGER-FILE.
       COPY "notice-ldg-rec.cpy".

      *    PII MASKING RULES FOR THE AUDIT TRAIL, BY BUS-REC FIELD
      *    NAME. ABSENT MEANS NOTHING IS MASKED.
       FD  MASK-RULE-FILE
           RECORDING MODE IS F.
       COPY "notice-msk-rec.cpy".

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================

       COPY "notice-engine-ws.cpy".
       COPY "notice-sendwin-ws.cpy".
       COPY "notice-freqcap-ws.cpy".
       COPY "notice-daynum-ws.cpy".
       COPY "notice-mask-ws.cpy".

       77  WS-BATCH-CTR                     PIC 9(07) VALUE 0.


           PERFORM 6000-LOAD-SEND-WINDOWS

      *    A PROOF RUN CONTACTS NOBODY, SO IT NEITHER CHECKS THE CAPS
      *    NOR TOUCHES THE LEDGER.
           IF WS-PROOF-N
               PERFORM 6200-LOAD-FREQ-CAPS
               PERFORM 6250-OPEN-CONTACT-LEDGER
           END-IF

      *    THE PROOF LISTING IS MASKED TOO, SO THE RULES ARE LOADED
      *    FOR EVERY RUN.
           PERFORM 6500-LOAD-MASK-RULES
           IF WS-MSK-SETUP-BAD
               MOVE   17                          TO OUT-ERR-COD
               MOVE WS-MSK-ERR-MSG                TO OUT-ERR-MSG
               PERFORM 3000-END
           END-IF

           OPEN INPUT  FIELD-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               MOVE    8                        TO OUT-ERR-COD
                                 UNTIL INDX-CO > 9
                         END-IF
                     END-IF
      *              THE EXTENSION COUNTERS RIDE THEIR OWN FIELD - A
      *              CHECKPOINT FROM BEFORE THEY EXISTED LEAVES THEM
      *              AT ZERO.
                     MOVE CKP-CTL-TOTALS-EXT TO WS-CTL-TOTALS-EXT
                     IF WS-CTL-DLV-LETTER IS NOT NUMERIC
                         MOVE 0 TO WS-CTL-DLV-LETTER
                     END-IF
                     IF WS-CTL-LTR-REROUTED IS NOT NUMERIC
                         MOVE 0 TO WS-CTL-LTR-REROUTED
                     END-IF
                     IF WS-CTL-CAP-HELD IS NOT NUMERIC
                         MOVE 0 TO WS-CTL-CAP-HELD
                     END-IF
                     IF WS-CTL-CAP-SUSP IS NOT NUMERIC
                         MOVE 0 TO WS-CTL-CAP-SUSP
                     END-IF
                     IF WS-CTL-CAP-EXEMPT IS NOT NUMERIC
                         MOVE 0 TO WS-CTL-CAP-EXEMPT
                     END-IF
                 END-IF
                 CLOSE CHECKPOINT-FILE
           END-EVALUATE
             WHEN OPT-CARD(1:10) = 'LOWPRICAP='
      *          READ BY THE GWFEED GATEWAY HAND-OFF STEP, NOT HERE.
                 CONTINUE
             WHEN OPT-CARD(1:10) = 'BUSREJPCT='
      *          READ BY THE BUSDATVL EXTRACT VALIDATION, NOT HERE.
                 CONTINUE
             WHEN OPT-CARD = SPACES
                 CONTINUE
             WHEN OTHER

       COPY "notice-sendwin-pd.cpy".

       COPY "notice-freqcap-pd.cpy".

       COPY "notice-daynum-pd.cpy".

       COPY "notice-mask-pd.cpy".

      *=================================================================
      *    2400-PROCESS-ONE-ROW. Drives one row identifier through the
      *    message-building paragraphs and reads the next identifier.
           IF WS-BAD-AVAIL
               CLOSE BAD-ADDR-FILE
           END-IF
           IF WS-LDG-AVAIL
               CLOSE CONTACT-LEDGER-FILE
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE DELIVERY-FILE
           CLOSE AUDIT-FILE
               MOVE WS-CKP-ROWS-DONE      TO CKP-ROWS-DONE
               MOVE WS-CKP-LAST-ROW       TO CKP-LAST-ROW-ID
               MOVE WS-CTL-TOTALS         TO CKP-CTL-TOTALS
               MOVE WS-CTL-TOTALS-EXT     TO CKP-CTL-TOTALS-EXT
               MOVE WS-DIGEST-SW          TO CKP-DIGEST-SW
               PERFORM 7000-STAMP-TIMESTAMP
               MOVE WS-TIMESTAMP-OUT      TO CKP-TIMESTAMP
           IF WS-BAD-AVAIL
               CLOSE BAD-ADDR-FILE
           END-IF
           IF WS-LDG-AVAIL
               CLOSE CONTACT-LEDGER-FILE
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE DELIVERY-FILE
           CLOSE AUDIT-FILE
