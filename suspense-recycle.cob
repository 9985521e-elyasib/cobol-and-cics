      *    09/02/2026 ES    LANGUAGE-AWARE TEMPLATE FETCH AND
      *                     LOCALIZED FORMATS VIA THE SHARED ENGINE,
      *                     SAME AS THE NIGHTLY BATCH
      *    10/15/2026 ES    TEMPLATE FETCH SELECTS ONLY APPROVED
      *                     VERSIONS VIA THE SHARED ENGINE
      *    10/15/2026 ES    CONDITIONAL CONTENT BLOCKS RESOLVED ON
      *                     REBUILD VIA THE SHARED ENGINE
      *    10/15/2026 ES    CONTACT FREQUENCY CAPS (FREQCAP) CHECKED
      *                     AGAINST, AND REBUILT ROWS ENTERED ON, THE
      *                     SAME CONTACT LEDGER (CONTLDG) THE NIGHTLY
      *                     BATCH KEEPS
      *    10/15/2026 ES    MASKRULE PII MASKING OF THE AUDIT EVENTS
      *                     VIA THE SHARED ENGINE
      *=================================================================

       ENVIRONMENT DIVISION.
           SELECT PROOF-FILE     ASSIGN TO "PROOF2"
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
      *    YESTERDAY'S SUSPENSE REPORT, AS THE BATCH WROTE IT. SAME
           RECORDING MODE IS F.
       01  PROOF-LINE                    PIC X(120).

      *    CONTACT FREQUENCY CAPS, THE SAME CARDS THE NIGHTLY BATCH
      *    READS.
       FD  FREQ-CAP-FILE
           RECORDING MODE IS F.
       COPY "notice-cap-rec.cpy".

      *    THE CONTACT LEDGER - THE SAME CLUSTER THE NIGHTLY BATCH
      *    AND EVERY PARTITIONED STREAM UPDATE, SO A ROW RECYCLED
      *    THIS MORNING IS CAPPED AGAINST LAST NIGHT'S CONTACTS AND
      *    THE NEXT BUILD SEES THIS ONE.
       FD  CONTACT-LEDGER-FILE.
       COPY "notice-ldg-rec.cpy".

      *    PII MASKING RULES - THE SAME CARDS THE NIGHTLY BATCH RUNS
      *    WITH.
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

      *    RECYCLE BOOKKEEPING. A ROW IDENTIFIER CAN IN PRINCIPLE
      *    APPEAR MORE THAN ONCE ON A SUSPENSE REPORT - IT IS REBUILT
           OPEN OUTPUT HOLD-FILE

           PERFORM 6000-LOAD-SEND-WINDOWS
           PERFORM 6200-LOAD-FREQ-CAPS
           PERFORM 6250-OPEN-CONTACT-LEDGER

           PERFORM 6500-LOAD-MASK-RULES
           IF WS-MSK-SETUP-BAD
               MOVE   17                          TO OUT-ERR-COD
               MOVE WS-MSK-ERR-MSG                TO OUT-ERR-MSG
               PERFORM 3000-END
           END-IF

           OPEN INPUT  FIELD-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'

       COPY "notice-sendwin-pd.cpy".

       COPY "notice-freqcap-pd.cpy".

       COPY "notice-daynum-pd.cpy".

       COPY "notice-mask-pd.cpy".

      *=================================================================
      *    3000-END. Fatal error handling - an unexpected SQLCODE means
      *    the recycle cannot reliably continue, so it is stopped. THE
           IF WS-BAD-AVAIL
               CLOSE BAD-ADDR-FILE
           END-IF
           IF WS-LDG-AVAIL
               CLOSE CONTACT-LEDGER-FILE
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE DELIVERY-FILE
           CLOSE AUDIT-FILE
           IF WS-BAD-AVAIL
               CLOSE BAD-ADDR-FILE
           END-IF
           IF WS-LDG-AVAIL
               CLOSE CONTACT-LEDGER-FILE
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE DELIVERY-FILE
           CLOSE AUDIT-FILE
                   WS-RCYC-REBUILT-CTR
           DISPLAY 'SUSPRCYC - ROWS STILL SUSPENDED:' WS-RCYC-RESID-CTR
           DISPLAY 'SUSPRCYC - DUPLICATES SKIPPED:  ' WS-RCYC-DUP-CTR
           DISPLAY 'SUSPRCYC - HELD FOR CONTACT CAP:' WS-CTL-CAP-HELD
           DISPLAY 'SUSPRCYC - SUSP FOR CONTACT CAP:' WS-CTL-CAP-SUSP
           .
