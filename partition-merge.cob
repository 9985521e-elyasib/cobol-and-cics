      *                     BALANCES THE WHOLE NIGHT
      *    09/02/2026 ES    APPENDS THE COMBINED NIGHT'S TOTALS TO
      *                     THE RUN-STATISTICS HISTORY FOR RUNTREND
      *    10/15/2026 ES    DIGEST HEADER FETCH SELECTS ONLY AN
      *                     APPROVED TEMPLATE VERSION
      *    10/15/2026 ES    SUMS THE STREAMS' LETTER-CHANNEL
      *                     COUNTERS FROM THE CHECKPOINT EXTENSION
      *    10/15/2026 ES    SUMS THE STREAMS' CONTACT FREQUENCY CAP
      *                     COUNTERS FROM THE CHECKPOINT EXTENSION
      *    10/15/2026 ES    LOADS THE MASKRULE CARDS SO THE DIGEST
      *                     AUDIT EVENT CARRIES A MASKED RECIPIENT
      *=================================================================

       ENVIRONMENT DIVISION.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASK-RULE-FILE ASSIGN TO "MASKRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE STREAMS' CHECKPOINT FILES, CONCATENATED - ONE RECORD
           RECORDING MODE IS F.
       COPY "notice-stat-rec.cpy".

      *    PII MASKING RULES FOR THE AUDIT TRAIL - THE SAME CARDS THE
      *    STREAMS RAN WITH.
       FD  MASK-RULE-FILE
           RECORDING MODE IS F.
       COPY "notice-msk-rec.cpy".

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================
       COPY "notice-sendwin-ws.cpy".
       COPY "notice-digest-ws.cpy".
       COPY "notice-ctlrpt-ws.cpy".
       COPY "notice-mask-ws.cpy".

       01  WS-CKP-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-CKP-EOF                             VALUE 'Y'.
           05  WS-STRM-DLV-BY-PRI        OCCURS 9 TIMES
                                         PIC 9(07).

      *    THE SAME FOR THE COUNTERS CARRIED IN THE CHECKPOINT'S
      *    EXTENSION FIELD - KEEP IN STEP WITH WS-CTL-TOTALS-EXT.
       01  WS-STRM-TOTALS-EXT.
           05  WS-STRM-DLV-LETTER        PIC 9(07).
           05  WS-STRM-LTR-REROUTED      PIC 9(07).
           05  WS-STRM-CAP-HELD          PIC 9(07).
           05  WS-STRM-CAP-SUSP          PIC 9(07).
           05  WS-STRM-CAP-EXEMPT        PIC 9(07).

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
      *    1000-INITIALIZE. OPENS THE FILES - THE COMBINED DELIVERY,
      *    HOLD AND AUDIT FILES ARE EXTENDED, NEVER REPLACED - LOADS
      *    THE SEND WINDOWS FOR THE DIGEST LIVE-OR-HOLD DECISION AND
      *    THE MASKING RULES FOR ITS AUDIT EVENT, AND PRIMES THE
      *    FIRST CHECKPOINT READ.
      *=================================================================
       1000-INITIALIZE.


           PERFORM 6000-LOAD-SEND-WINDOWS

           PERFORM 6500-LOAD-MASK-RULES
           IF WS-MSK-SETUP-BAD
               MOVE   17                          TO OUT-ERR-COD
               MOVE WS-MSK-ERR-MSG                TO OUT-ERR-MSG
               PERFORM 3000-END
           END-IF

           PERFORM 2100-READ-CHKPT
           .

               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    A STREAM CHECKPOINTED BEFORE A COUNTER EXISTED CARRIES
      *    BLANKS WHERE IT WOULD BE - THAT STREAM COUNTED NONE.
           MOVE CKP-CTL-TOTALS-EXT TO WS-STRM-TOTALS-EXT
           IF WS-STRM-DLV-LETTER IS NOT NUMERIC
               MOVE 0 TO WS-STRM-DLV-LETTER
           END-IF
           IF WS-STRM-LTR-REROUTED IS NOT NUMERIC
               MOVE 0 TO WS-STRM-LTR-REROUTED
           END-IF
           IF WS-STRM-CAP-HELD IS NOT NUMERIC
               MOVE 0 TO WS-STRM-CAP-HELD
           END-IF
           IF WS-STRM-CAP-SUSP IS NOT NUMERIC
               MOVE 0 TO WS-STRM-CAP-SUSP
           END-IF
           IF WS-STRM-CAP-EXEMPT IS NOT NUMERIC
               MOVE 0 TO WS-STRM-CAP-EXEMPT
           END-IF
           PERFORM 2200-ADD-STREAM-TOTALS

           PERFORM 2100-READ-CHKPT
           ADD WS-STRM-DLV-OTHER      TO WS-CTL-DLV-OTHER
           ADD WS-STRM-DLV-HELD       TO WS-CTL-DLV-HELD
           ADD WS-STRM-DLV-DIGEST     TO WS-CTL-DLV-DIGEST
           ADD WS-STRM-DLV-LETTER     TO WS-CTL-DLV-LETTER
           ADD WS-STRM-LTR-REROUTED   TO WS-CTL-LTR-REROUTED
           ADD WS-STRM-CAP-HELD       TO WS-CTL-CAP-HELD
           ADD WS-STRM-CAP-SUSP       TO WS-CTL-CAP-SUSP
           ADD WS-STRM-CAP-EXEMPT     TO WS-CTL-CAP-EXEMPT

           PERFORM 2210-ADD-ONE-STRING-CTR
               VARYING INDX-CO FROM 1 BY 1

       COPY "notice-sendwin-pd.cpy".

       COPY "notice-mask-pd.cpy".

      *=================================================================
      *    7000-STAMP-TIMESTAMP. SAME TIMESTAMP FORMAT AS THE BATCH
      *    REPORTS.
