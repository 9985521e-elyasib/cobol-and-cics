      *=================================================================
      *    CHGBACK
      *    MONTH-END MESSAGING CHARGEBACK. BILLS THE COST OF THE
      *    MONTH'S EMAIL AND SMS TRAFFIC BACK TO THE BUSINESS LINES
      *    THAT OWN EACH notice_class, IN PLACE OF COUNTING IT BY HAND
      *    FROM THE CTLRPT PRINTOUTS. CONCATENATE THE MONTH'S AUDARCH
      *    GENERATIONS AND THE LIVE AUDITOUT ON AUDITIN (INCLUDE THE
      *    LAST GENERATION OF THE MONTH BEFORE, SO A NOTICE BUILT ON
      *    THE LAST NIGHT OF THAT MONTH STILL FINDS ITS LANGUAGE).
      *
      *    WHAT IS COUNTED IS THE GWRECON OUTCOME EVENTS - WHAT THE
      *    GATEWAY SAYS IT DID - TIMESTAMPED IN THE BILLING MONTH:
      *      - SMS   ONE UNIT PER OUTCOME EVENT. THE BUILD SPLITS SMS
      *              TEXT INTO 160-CHARACTER SEGMENTS, ONE DELIVERY
      *              RECORD EACH, SO EVERY EVENT IS ONE CARRIER PART.
      *      - EMAIL ONE UNIT PER NOTICE - THE OUTCOME EVENTS OF ONE
      *              ROW ON ONE DAY WITH ONE STATUS ARE ONE MESSAGE
      *              HOWEVER MANY SECTIONS AND SEGMENTS IT TOOK. A
      *              DIGEST GOES OUT UNDER ITS HEAD ROW ONLY, SO IT
      *              COUNTS ONCE HOWEVER MANY MEMBERS IT CARRIES.
      *    SENT UNITS ARE CHARGED. BOUNCED AND FAILED UNITS ARE SHOWN
      *    IN THEIR OWN COLUMNS AND NOT CHARGED. LETTERS NEVER REACH
      *    THE GATEWAY AND ARE NOT BILLED HERE.
      *
      *    THE LANGUAGE OF A UNIT IS THE ONE ON THE ROW'S LATEST
      *    MSGBUILT EVENT AHEAD OF IT; ITS notice_class COMES FROM
      *    THE ROW'S APPROVED TEMPLATE ON table_name.
      *
      *    CONTROL CARDS (CHGRATE):
      *      MONTH=YYYYMM        BILLING MONTH (DEFAULT LAST MONTH)
      *      GLACCT=XXXXXXXXXX   GL ACCOUNT THE JOURNAL POSTS TO
      *      CREDITCC=XXXXXXXXXX COST CENTER CREDITED WITH THE TOTAL
      *      RATE CCCCCCCCCC HHHHH NNNNNNNN KKKKKKKKKK
      *                          RATE CARD - notice_class (OR
      *                          *DEFAULT* FOR ANY CLASS WITHOUT ITS
      *                          OWN CARD), CHANNEL, RATE PER UNIT
      *                          (999V99999, NO POINT) AND THE COST
      *                          CENTER CHARGED
      *    A CARD BEGINNING * IS A COMMENT.
      *
      *    OUTPUT IS THE PRINTED CHARGEBACK REPORT (CHGRPT) AND THE GL
      *    INTERFACE FILE (GLOUT) - ONE DEBIT JOURNAL LINE PER COST
      *    CENTER CHARGED AND ONE CREDIT LINE TO CREDITCC FOR THE
      *    TOTAL. TRAFFIC WITH NO RATE CARD IS REPORTED UNDER COST
      *    CENTER *NORATE*, NOT JOURNALED, AND ENDS THE STEP RC 4.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHGBACK.
       AUTHOR.        E SOSA.
       INSTALLATION.  DATA PROCESSING - NOTICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *=================================================================
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 ES    ORIGINAL - MONTHLY EMAIL/SMS UNITS BY
      *                     NOTICE CLASS, CHANNEL AND LANGUAGE, RATED
      *                     FROM THE RATE CARD, WITH CHARGEBACK REPORT
      *                     AND GL INTERFACE FILE
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG-PARM-FILE  ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT AUDIT-IN-FILE  ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-SORTED-FILE ASSIGN TO "AUDSRTD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT CHG-RPT-FILE   ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-OUT-FILE    ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHG-PARM-FILE
           RECORDING MODE IS F.
       01  CHG-CARD                      PIC X(80).
       01  CHG-RATE-CARD.
           05  CRC-TYPE                  PIC X(05).
           05  CRC-CLASS                 PIC X(10).
           05  FILLER                    PIC X(01).
           05  CRC-CHANNEL               PIC X(05).
           05  FILLER                    PIC X(01).
           05  CRC-RATE                  PIC 9(03)V9(05).
           05  FILLER                    PIC X(01).
           05  CRC-COST-CENTER           PIC X(10).
           05  FILLER                    PIC X(39).

      *    THE AUDIT TRAIL FOR THE MONTH - ARCHIVE GENERATIONS AND
      *    THE LIVE LOG, CONCATENATED.
       FD  AUDIT-IN-FILE
           RECORDING MODE IS F.
       COPY "notice-aud-rec.cpy".

      *    THE SAME EVENTS IN ROW IDENTIFIER / TIMESTAMP ORDER.
       FD  AUDIT-SORTED-FILE
           RECORDING MODE IS F.
       COPY "notice-aud-rec.cpy"
           REPLACING LEADING ==AUD== BY ==ASR==.

       SD  AUDIT-SORT-FILE.
       COPY "notice-aud-rec.cpy"
           REPLACING LEADING ==AUD== BY ==SRT==.

       FD  CHG-RPT-FILE
           RECORDING MODE IS F.
       01  CHG-RPT-LINE                  PIC X(132).

      *    GL INTERFACE - ONE JOURNAL LINE PER COST CENTER.
       FD  GL-OUT-FILE
           RECORDING MODE IS F.
       01  GL-REC.
           05  GL-PERIOD                 PIC X(06).
           05  FILLER                    PIC X(01).
           05  GL-COST-CENTER            PIC X(10).
           05  FILLER                    PIC X(01).
           05  GL-ACCOUNT                PIC X(10).
           05  FILLER                    PIC X(01).
           05  GL-DR-CR                  PIC X(01).
           05  FILLER                    PIC X(01).
           05  GL-AMOUNT                 PIC 9(11)V99.
           05  FILLER                    PIC X(01).
           05  GL-DESCRIPTION            PIC X(30).

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================
       WORKING-STORAGE SECTION.

      *    SHARED ENGINE STORAGE - USED HERE FOR THE SQLCA, THE
      *    ERROR RETURN AREA, WS-NOTICE-CLASS AND THE TIMESTAMP WORK
      *    AREAS.
       COPY "notice-engine-ws.cpy".

       77  WS-PARM-FILE-STATUS              PIC X(02) VALUE '00'.
       01  WS-PARM-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-PARM-EOF                            VALUE 'Y'.
       01  WS-ASR-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-ASR-EOF                             VALUE 'Y'.

      *    BILLING PERIOD. WS-CHG-PERIOD-TS IS THE 'YYYY-MM' THE
      *    OUTCOME EVENT TIMESTAMPS ARE MATCHED ON.
       01  WS-CHG-PERIOD.
           05  WS-CHG-PERIOD-YYYY        PIC 9(04) VALUE 0.
           05  WS-CHG-PERIOD-MM          PIC 9(02) VALUE 0.
       01  WS-CHG-PERIOD-TS.
           05  WS-CHG-PERIOD-TS-YYYY     PIC 9(04).
           05  FILLER                    PIC X(01) VALUE '-'.
           05  WS-CHG-PERIOD-TS-MM       PIC 9(02).
       77  WS-CHG-GL-ACCOUNT                PIC X(10) VALUE SPACES.
       77  WS-CHG-CREDIT-CC                 PIC X(10) VALUE SPACES.
       77  WS-CHG-NORATE-CC                 PIC X(10) VALUE '*NORATE*'.
       77  WS-CHG-UNKNOWN-CLASS             PIC X(10) VALUE '*UNKNOWN*'.
       77  WS-CHG-DEFAULT-CLASS             PIC X(10) VALUE '*DEFAULT*'.

      *    RATE CARD, AS READ FROM CHGRATE.
       01  WS-CHG-RATE-TABLE.
           05  WS-CHG-RATE-ENTRY  OCCURS 100 TIMES.
               10  WS-CHG-RT-CLASS       PIC X(10).
               10  WS-CHG-RT-CHANNEL     PIC X(05).
               10  WS-CHG-RT-RATE        PIC 9(03)V9(05).
               10  WS-CHG-RT-CC          PIC X(10).
       77  WS-CHG-RATE-MAX                  PIC 9(03) VALUE 100.
       77  WS-CHG-RATE-CNT                  PIC 9(03) VALUE 0.
       77  WS-CHG-RATE-IX                   PIC 9(03) VALUE 0.
       77  WS-CHG-RATE-HIT                  PIC 9(03) VALUE 0.

      *    UNIT BUCKETS - ONE PER notice_class / CHANNEL / LANGUAGE
      *    SEEN IN THE MONTH, IN ORDER OF FIRST APPEARANCE.
       01  WS-CHG-BKT-TABLE.
           05  WS-CHG-BKT-ENTRY  OCCURS 300 TIMES.
               10  WS-CHG-BKT-CLASS      PIC X(10).
               10  WS-CHG-BKT-CHANNEL    PIC X(05).
               10  WS-CHG-BKT-LANG       PIC X(02).
               10  WS-CHG-BKT-SENT       PIC 9(09).
               10  WS-CHG-BKT-BOUNCED    PIC 9(09).
               10  WS-CHG-BKT-FAILED     PIC 9(09).
       77  WS-CHG-BKT-MAX                   PIC 9(03) VALUE 300.
       77  WS-CHG-BKT-CNT                   PIC 9(03) VALUE 0.
       77  WS-CHG-BKT-IX                    PIC 9(03) VALUE 0.
       01  WS-CHG-BKT-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-CHG-BKT-FOUND                       VALUE 'Y'.

      *    CHARGES BY COST CENTER, FOR THE JOURNAL.
       01  WS-CHG-CC-TABLE.
           05  WS-CHG-CC-ENTRY  OCCURS 100 TIMES.
               10  WS-CHG-CC-ID          PIC X(10).
               10  WS-CHG-CC-AMOUNT      PIC 9(11)V99.
       77  WS-CHG-CC-MAX                    PIC 9(03) VALUE 100.
       77  WS-CHG-CC-CNT                    PIC 9(03) VALUE 0.
       77  WS-CHG-CC-IX                     PIC 9(03) VALUE 0.
       01  WS-CHG-CC-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-CHG-CC-FOUND                        VALUE 'Y'.

      *    THE ROW BEING WORKED - ITS LANGUAGE FROM ITS LATEST
      *    MSGBUILT EVENT, ITS CLASS LOOKED UP ONCE PER LANGUAGE, AND
      *    THE LAST EMAIL MESSAGE COUNTED FOR IT (DAY + STATUS).
       77  WS-CHG-ROW-ID                    PIC X(50) VALUE SPACES.
       77  WS-CHG-ROW-LANG                  PIC X(02) VALUE SPACES.
       01  WS-CHG-CLASS-SW                  PIC X(01) VALUE 'N'.
           88  WS-CHG-CLASS-KNOWN                     VALUE 'Y'.
           88  WS-CHG-CLASS-UNKNOWN                   VALUE 'N'.
       01  WS-CHG-EMAIL-KEY.
           05  WS-CHG-EMAIL-DAY          PIC X(10).
           05  WS-CHG-EMAIL-STATUS       PIC X(08).
       77  WS-CHG-PREV-EMAIL-KEY            PIC X(18) VALUE SPACES.
       77  WS-CHG-UNITS                     PIC 9(01) VALUE 0.

       77  WS-CHG-AMOUNT                    PIC 9(11)V99 VALUE 0.
       77  WS-CHG-TOTAL-AMOUNT              PIC 9(11)V99 VALUE 0.
       77  WS-CHG-EVENTS-READ               PIC 9(09) VALUE 0.
       77  WS-CHG-OUTCOMES-CTR              PIC 9(09) VALUE 0.
       77  WS-CHG-TOT-SENT                  PIC 9(09) VALUE 0.
       77  WS-CHG-TOT-BOUNCED               PIC 9(09) VALUE 0.
       77  WS-CHG-TOT-FAILED                PIC 9(09) VALUE 0.
       77  WS-CHG-NORATE-UNITS              PIC 9(09) VALUE 0.
       77  WS-CHG-GL-LINES                  PIC 9(05) VALUE 0.
       01  WS-CHG-NORATE-SW                 PIC X(01) VALUE 'N'.
           88  WS-CHG-NORATE-SEEN                     VALUE 'Y'.

       01  WS-CHG-HDR.
           05  FILLER                    PIC X(36) VALUE
               'CHGBACK MESSAGING CHARGEBACK REPORT'.
           05  FILLER                    PIC X(08) VALUE 'PERIOD '.
           05  WS-CHG-HDR-PERIOD         PIC X(07).
           05  FILLER                    PIC X(62) VALUE SPACES.
           05  WS-CHG-HDR-TS             PIC X(19).
       01  WS-CHG-COL-HDR.
           05  FILLER                    PIC X(11) VALUE 'NOTICE CLS'.
           05  FILLER                    PIC X(06) VALUE 'CHAN'.
           05  FILLER                    PIC X(03) VALUE 'LG'.
           05  FILLER                    PIC X(11) VALUE '      SENT'.
           05  FILLER                    PIC X(11) VALUE '   BOUNCED'.
           05  FILLER                    PIC X(11) VALUE '    FAILED'.
           05  FILLER                    PIC X(10) VALUE 'UNIT RATE'.
           05  FILLER                    PIC X(15) VALUE
               '        AMOUNT'.
           05  FILLER                    PIC X(10) VALUE 'COST CTR'.
           05  FILLER                    PIC X(44) VALUE SPACES.
       01  WS-CHG-DTL.
           05  WS-CD-CLASS               PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CD-CHANNEL             PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CD-LANG                PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CD-SENT                PIC Z(09)9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CD-BOUNCED             PIC Z(09)9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CD-FAILED              PIC Z(09)9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CD-RATE                PIC ZZ9.99999.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CD-AMOUNT              PIC Z(10)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CD-CC                  PIC X(10).
           05  FILLER                    PIC X(44) VALUE SPACES.
       01  WS-CHG-SUM.
           05  WS-CS-LABEL               PIC X(36) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE ': '.
           05  WS-CS-AMOUNT              PIC Z(10)9.99.
           05  FILLER                    PIC X(80) VALUE SPACES.

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
       PROCEDURE DIVISION.

      *=================================================================
      *    0000-MAINLINE. SORT THE AUDIT TRAIL INTO ROW ORDER, COUNT
      *    THE MONTH'S UNITS IN ONE PASS, THEN RATE AND REPORT THEM.
      *=================================================================
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE

           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY SRT-ROW-IDENTIFIER
                                SRT-TIMESTAMP
               WITH DUPLICATES IN ORDER
               USING  AUDIT-IN-FILE
               GIVING AUDIT-SORTED-FILE

           OPEN INPUT AUDIT-SORTED-FILE

           PERFORM 2100-READ-SORTED-AUD

           PERFORM 2000-COUNT-ONE-EVENT
               UNTIL WS-ASR-EOF

           CLOSE AUDIT-SORTED-FILE

           PERFORM 3000-RATE-AND-REPORT

           PERFORM 9999-TERMINATE

           STOP RUN
           .

      *=================================================================
      *    1000-INITIALIZE. DEFAULTS THE BILLING MONTH TO LAST MONTH,
      *    READS THE CONTROL CARDS AND CHECKS THE JOURNAL HAS
      *    SOMEWHERE TO POST.
      *=================================================================
       1000-INITIALIZE.

           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-CURR-DATE(1:4) TO WS-CHG-PERIOD-YYYY
           MOVE WS-CURR-DATE(5:2) TO WS-CHG-PERIOD-MM
           IF WS-CHG-PERIOD-MM = 1
               MOVE 12 TO WS-CHG-PERIOD-MM
               SUBTRACT 1 FROM WS-CHG-PERIOD-YYYY
           ELSE
               SUBTRACT 1 FROM WS-CHG-PERIOD-MM
           END-IF

           OPEN INPUT CHG-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CHGBACK ABEND - CHGRATE OPEN FAILED '
                       WS-PARM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-READ-ONE-PARM-CARD
           PERFORM 1320-APPLY-ONE-PARM-CARD
               UNTIL WS-PARM-EOF
           CLOSE CHG-PARM-FILE

           IF WS-CHG-GL-ACCOUNT = SPACES
              OR WS-CHG-CREDIT-CC = SPACES
               DISPLAY 'CHGBACK ABEND - GLACCT AND CREDITCC CARDS '
                       'ARE REQUIRED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CHG-PERIOD-YYYY TO WS-CHG-PERIOD-TS-YYYY
           MOVE WS-CHG-PERIOD-MM   TO WS-CHG-PERIOD-TS-MM

           DISPLAY 'CHGBACK - BILLING PERIOD:       ' WS-CHG-PERIOD-TS
           DISPLAY 'CHGBACK - RATE CARDS LOADED:    ' WS-CHG-RATE-CNT
           .

      *=================================================================
      *    1310-READ-ONE-PARM-CARD. READS THE NEXT CONTROL CARD.
      *=================================================================
       1310-READ-ONE-PARM-CARD.

           READ CHG-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ
           .

      *=================================================================
      *    1320-APPLY-ONE-PARM-CARD. APPLIES THE CARD JUST READ. A
      *    MALFORMED CARD STOPS THE RUN - A CHARGE BILLED ON A
      *    MISREAD RATE IS WORSE THAN A LATE ONE.
      *=================================================================
       1320-APPLY-ONE-PARM-CARD.

           EVALUATE TRUE
             WHEN CHG-CARD = SPACES
                 CONTINUE
             WHEN CHG-CARD(1:1) = '*'
                 CONTINUE
             WHEN CHG-CARD(1:6) = 'MONTH='
                 IF CHG-CARD(7:6) IS NUMERIC
                    AND CHG-CARD(11:2) > '00'
                    AND CHG-CARD(11:2) < '13'
                     MOVE CHG-CARD(7:6) TO WS-CHG-PERIOD
                 ELSE
                     PERFORM 1390-BAD-PARM-CARD
                 END-IF
             WHEN CHG-CARD(1:7) = 'GLACCT='
                 MOVE CHG-CARD(8:10) TO WS-CHG-GL-ACCOUNT
             WHEN CHG-CARD(1:9) = 'CREDITCC='
                 MOVE CHG-CARD(10:10) TO WS-CHG-CREDIT-CC
             WHEN CRC-TYPE = 'RATE '
                 PERFORM 1330-LOAD-RATE-CARD
             WHEN OTHER
                 PERFORM 1390-BAD-PARM-CARD
           END-EVALUATE

           PERFORM 1310-READ-ONE-PARM-CARD
           .

      *=================================================================
      *    1330-LOAD-RATE-CARD. ADDS ONE RATE CARD TO THE TABLE.
      *=================================================================
       1330-LOAD-RATE-CARD.

           IF CRC-CLASS = SPACES
              OR CRC-CHANNEL = SPACES
              OR CRC-RATE IS NOT NUMERIC
              OR CRC-COST-CENTER = SPACES
               PERFORM 1390-BAD-PARM-CARD
           END-IF

           IF WS-CHG-RATE-CNT NOT < WS-CHG-RATE-MAX
               DISPLAY 'CHGBACK ABEND - MORE THAN ' WS-CHG-RATE-MAX
                       ' RATE CARDS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD  1               TO WS-CHG-RATE-CNT
           MOVE CRC-CLASS       TO WS-CHG-RT-CLASS(WS-CHG-RATE-CNT)
           MOVE CRC-CHANNEL     TO WS-CHG-RT-CHANNEL(WS-CHG-RATE-CNT)
           MOVE CRC-RATE        TO WS-CHG-RT-RATE(WS-CHG-RATE-CNT)
           MOVE CRC-COST-CENTER TO WS-CHG-RT-CC(WS-CHG-RATE-CNT)
           .

      *=================================================================
      *    1390-BAD-PARM-CARD. STOPS THE RUN ON A CARD THAT CANNOT BE
      *    READ.
      *=================================================================
       1390-BAD-PARM-CARD.

           DISPLAY 'CHGBACK ABEND - BAD CHGRATE CARD: ' CHG-CARD(1:50)
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *=================================================================
      *    2000-COUNT-ONE-EVENT. ONE SORTED AUDIT EVENT. A NEW ROW
      *    IDENTIFIER STARTS A FRESH ROW CONTEXT; A MSGBUILT EVENT
      *    SETS THE ROW'S LANGUAGE; A SENT, BOUNCED OR FAILED EVENT
      *    ON EMAIL OR SMS IN THE BILLING MONTH IS COUNTED. EVERY
      *    OTHER EVENT IS PASSED OVER.
      *=================================================================
       2000-COUNT-ONE-EVENT.

           ADD 1 TO WS-CHG-EVENTS-READ

           IF ASR-ROW-IDENTIFIER NOT = WS-CHG-ROW-ID
               MOVE ASR-ROW-IDENTIFIER TO WS-CHG-ROW-ID
               MOVE SPACES             TO WS-CHG-ROW-LANG
               MOVE SPACES             TO WS-CHG-PREV-EMAIL-KEY
               SET WS-CHG-CLASS-UNKNOWN TO TRUE
           END-IF

           EVALUATE TRUE
             WHEN ASR-EVENT-TYP = 'MSGBUILT'
                 IF ASR-LANG-COD NOT = WS-CHG-ROW-LANG
                     MOVE ASR-LANG-COD TO WS-CHG-ROW-LANG
                     SET WS-CHG-CLASS-UNKNOWN TO TRUE
                 END-IF
             WHEN ASR-TIMESTAMP(1:7) NOT = WS-CHG-PERIOD-TS
                 CONTINUE
             WHEN ASR-CHANNEL NOT = 'EMAIL'
              AND ASR-CHANNEL NOT = 'SMS'
                 CONTINUE
             WHEN ASR-EVENT-TYP = 'SENT'
               OR ASR-EVENT-TYP = 'BOUNCED'
               OR ASR-EVENT-TYP = 'FAILED'
                 PERFORM 2200-COUNT-OUTCOME
             WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 2100-READ-SORTED-AUD
           .

      *=================================================================
      *    2100-READ-SORTED-AUD. READS THE NEXT SORTED AUDIT EVENT.
      *=================================================================
       2100-READ-SORTED-AUD.

           READ AUDIT-SORTED-FILE
               AT END
                   SET WS-ASR-EOF TO TRUE
           END-READ
           .

      *=================================================================
      *    2200-COUNT-OUTCOME. WORKS OUT HOW MANY UNITS THE OUTCOME
      *    EVENT IS - ONE FOR EVERY SMS SEGMENT; ONE FOR AN EMAIL
      *    UNLESS THIS ROW'S MESSAGE FOR THE SAME DAY AND STATUS HAS
      *    ALREADY BEEN COUNTED - AND ADDS THEM TO THE ROW'S BUCKET.
      *=================================================================
       2200-COUNT-OUTCOME.

           ADD 1 TO WS-CHG-OUTCOMES-CTR

           MOVE 1 TO WS-CHG-UNITS
           IF ASR-CHANNEL = 'EMAIL'
               MOVE ASR-TIMESTAMP(1:10) TO WS-CHG-EMAIL-DAY
               MOVE ASR-EVENT-TYP       TO WS-CHG-EMAIL-STATUS
               IF WS-CHG-EMAIL-KEY = WS-CHG-PREV-EMAIL-KEY
                   MOVE 0 TO WS-CHG-UNITS
               ELSE
                   MOVE WS-CHG-EMAIL-KEY TO WS-CHG-PREV-EMAIL-KEY
               END-IF
           END-IF

           IF WS-CHG-UNITS > 0
               IF WS-CHG-CLASS-UNKNOWN
                   PERFORM 2300-LOOKUP-CLASS
               END-IF
               PERFORM 2400-FIND-BUCKET
               EVALUATE ASR-EVENT-TYP
                 WHEN 'SENT'
                     ADD WS-CHG-UNITS TO WS-CHG-BKT-SENT(WS-CHG-BKT-IX)
                 WHEN 'BOUNCED'
                     ADD WS-CHG-UNITS
                         TO WS-CHG-BKT-BOUNCED(WS-CHG-BKT-IX)
                 WHEN OTHER
                     ADD WS-CHG-UNITS
                         TO WS-CHG-BKT-FAILED(WS-CHG-BKT-IX)
               END-EVALUATE
           END-IF
           .

      *=================================================================
      *    2300-LOOKUP-CLASS. THE ROW'S notice_class OFF ITS LATEST
      *    APPROVED TEMPLATE VERSION IN THE ROW'S LANGUAGE, OR IN ANY
      *    LANGUAGE WHEN THE LANGUAGE IS NOT KNOWN OR HAS NO VERSION.
      *    A ROW WITH NO TEMPLATE LEFT, OR A BLANK CLASS, IS BILLED
      *    AS *UNKNOWN*.
      *=================================================================
       2300-LOOKUP-CLASS.

           MOVE SPACES TO WS-NOTICE-CLASS
           MOVE 100    TO SQLCODE

           IF WS-CHG-ROW-LANG NOT = SPACES
               EXEC SQL
                   SELECT TOP 1
                          ISNULL(notice_class, '')
                     INTO  :WS-NOTICE-CLASS
                     FROM  table_name with(nolock)
                    WHERE  row_identifier = :WS-CHG-ROW-ID
                      AND  language       = :WS-CHG-ROW-LANG
                      AND  ISNULL(approval_status, 'A') = 'A'
                 ORDER BY  effective_start_date DESC
               END-EXEC
           END-IF

           IF SQLCODE = 100
               EXEC SQL
                   SELECT TOP 1
                          ISNULL(notice_class, '')
                     INTO  :WS-NOTICE-CLASS
                     FROM  table_name with(nolock)
                    WHERE  row_identifier = :WS-CHG-ROW-ID
                      AND  ISNULL(approval_status, 'A') = 'A'
                 ORDER BY  effective_start_date DESC
               END-EXEC
           END-IF

           EVALUATE SQLCODE
             WHEN 0
                 CONTINUE
             WHEN 100
                 MOVE SPACES TO WS-NOTICE-CLASS
             WHEN OTHER
                 MOVE  SQLCODE              TO OUT-ERR-COD
                 MOVE  SQLERRMC             TO OUT-ERR-MSG
                 PERFORM 8000-END
           END-EVALUATE

           IF WS-NOTICE-CLASS = SPACES
               MOVE WS-CHG-UNKNOWN-CLASS TO WS-NOTICE-CLASS
           END-IF

           SET WS-CHG-CLASS-KNOWN TO TRUE
           .

      *=================================================================
      *    2400-FIND-BUCKET. POINTS WS-CHG-BKT-IX AT THE BUCKET FOR
      *    THE ROW'S CLASS, THE EVENT'S CHANNEL AND THE ROW'S
      *    LANGUAGE, OPENING A NEW ONE THE FIRST TIME IT IS SEEN.
      *=================================================================
       2400-FIND-BUCKET.

           MOVE 'N' TO WS-CHG-BKT-FOUND-SW
           PERFORM 2410-MATCH-BUCKET
               VARYING WS-CHG-BKT-IX FROM 1 BY 1
               UNTIL WS-CHG-BKT-IX > WS-CHG-BKT-CNT
                  OR WS-CHG-BKT-FOUND

           IF WS-CHG-BKT-FOUND
               SUBTRACT 1 FROM WS-CHG-BKT-IX
           ELSE
               IF WS-CHG-BKT-CNT NOT < WS-CHG-BKT-MAX
                   MOVE 16                        TO OUT-ERR-COD
                   MOVE 'CHARGEBACK BUCKET TABLE FULL'
                                                  TO OUT-ERR-MSG
                   PERFORM 8000-END
               END-IF
               ADD  1               TO WS-CHG-BKT-CNT
               MOVE WS-CHG-BKT-CNT  TO WS-CHG-BKT-IX
               MOVE WS-NOTICE-CLASS TO WS-CHG-BKT-CLASS(WS-CHG-BKT-IX)
               MOVE ASR-CHANNEL     TO WS-CHG-BKT-CHANNEL(WS-CHG-BKT-IX)
               MOVE WS-CHG-ROW-LANG TO WS-CHG-BKT-LANG(WS-CHG-BKT-IX)
               MOVE 0               TO WS-CHG-BKT-SENT(WS-CHG-BKT-IX)
               MOVE 0               TO WS-CHG-BKT-BOUNCED(WS-CHG-BKT-IX)
               MOVE 0               TO WS-CHG-BKT-FAILED(WS-CHG-BKT-IX)
           END-IF
           .

      *=================================================================
      *    2410-MATCH-BUCKET. COMPARES ONE BUCKET.
      *=================================================================
       2410-MATCH-BUCKET.

           IF WS-CHG-BKT-CLASS(WS-CHG-BKT-IX)   = WS-NOTICE-CLASS
              AND WS-CHG-BKT-CHANNEL(WS-CHG-BKT-IX) = ASR-CHANNEL
              AND WS-CHG-BKT-LANG(WS-CHG-BKT-IX)    = WS-CHG-ROW-LANG
               SET WS-CHG-BKT-FOUND TO TRUE
           END-IF
           .

      *=================================================================
      *    3000-RATE-AND-REPORT. WRITES THE REPORT HEADINGS AND ONE
      *    RATED LINE PER BUCKET, THEN THE COST CENTER SUMMARY AND
      *    THE JOURNAL.
      *=================================================================
       3000-RATE-AND-REPORT.

           OPEN OUTPUT CHG-RPT-FILE
           OPEN OUTPUT GL-OUT-FILE

           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-TIMESTAMP-OUT TO WS-CHG-HDR-TS
           MOVE WS-CHG-PERIOD-TS TO WS-CHG-HDR-PERIOD
           WRITE CHG-RPT-LINE FROM WS-CHG-HDR
           MOVE SPACES TO CHG-RPT-LINE
           WRITE CHG-RPT-LINE
           WRITE CHG-RPT-LINE FROM WS-CHG-COL-HDR

           PERFORM 3100-RATE-ONE-BUCKET
               VARYING WS-CHG-BKT-IX FROM 1 BY 1
               UNTIL WS-CHG-BKT-IX > WS-CHG-BKT-CNT

           MOVE SPACES TO CHG-RPT-LINE
           WRITE CHG-RPT-LINE
           MOVE SPACES              TO WS-CD-CLASS
           MOVE 'TOTAL'             TO WS-CD-CHANNEL
           MOVE SPACES              TO WS-CD-LANG
           MOVE WS-CHG-TOT-SENT     TO WS-CD-SENT
           MOVE WS-CHG-TOT-BOUNCED  TO WS-CD-BOUNCED
           MOVE WS-CHG-TOT-FAILED   TO WS-CD-FAILED
           MOVE 0                   TO WS-CD-RATE
           MOVE WS-CHG-TOTAL-AMOUNT TO WS-CD-AMOUNT
           MOVE SPACES              TO WS-CD-CC
           WRITE CHG-RPT-LINE FROM WS-CHG-DTL

           MOVE SPACES TO CHG-RPT-LINE
           WRITE CHG-RPT-LINE
           PERFORM 3300-JOURNAL-ONE-CC
               VARYING WS-CHG-CC-IX FROM 1 BY 1
               UNTIL WS-CHG-CC-IX > WS-CHG-CC-CNT

           IF WS-CHG-TOTAL-AMOUNT > 0
               MOVE SPACES              TO GL-REC
               MOVE WS-CHG-PERIOD       TO GL-PERIOD
               MOVE WS-CHG-CREDIT-CC    TO GL-COST-CENTER
               MOVE WS-CHG-GL-ACCOUNT   TO GL-ACCOUNT
               MOVE 'C'                 TO GL-DR-CR
               MOVE WS-CHG-TOTAL-AMOUNT TO GL-AMOUNT
               MOVE 'MESSAGING CHARGEBACK RECOVERY'
                                        TO GL-DESCRIPTION
               WRITE GL-REC
               ADD 1 TO WS-CHG-GL-LINES
           END-IF

           MOVE SPACES                  TO WS-CS-LABEL
           STRING 'CREDITED TO ' WS-CHG-CREDIT-CC
                  DELIMITED BY SIZE INTO WS-CS-LABEL
           MOVE WS-CHG-TOTAL-AMOUNT     TO WS-CS-AMOUNT
           WRITE CHG-RPT-LINE FROM WS-CHG-SUM
           .

      *=================================================================
      *    3100-RATE-ONE-BUCKET. PRICES ONE BUCKET'S SENT UNITS FROM
      *    ITS RATE CARD - THE CLASS'S OWN CARD FOR THE CHANNEL, ELSE
      *    THE *DEFAULT* CARD FOR THE CHANNEL - AND CHARGES THE
      *    AMOUNT TO THE CARD'S COST CENTER. A BUCKET WITH NO CARD IS
      *    PRINTED UNDER *NORATE* AND NOT CHARGED.
      *=================================================================
       3100-RATE-ONE-BUCKET.

           MOVE 0 TO WS-CHG-RATE-HIT
           PERFORM 3110-MATCH-RATE
               VARYING WS-CHG-RATE-IX FROM 1 BY 1
               UNTIL WS-CHG-RATE-IX > WS-CHG-RATE-CNT
                  OR WS-CHG-RATE-HIT > 0
           IF WS-CHG-RATE-HIT = 0
               PERFORM 3120-MATCH-DEFAULT-RATE
                   VARYING WS-CHG-RATE-IX FROM 1 BY 1
                   UNTIL WS-CHG-RATE-IX > WS-CHG-RATE-CNT
                      OR WS-CHG-RATE-HIT > 0
           END-IF

           MOVE WS-CHG-BKT-CLASS(WS-CHG-BKT-IX)    TO WS-CD-CLASS
           MOVE WS-CHG-BKT-CHANNEL(WS-CHG-BKT-IX)  TO WS-CD-CHANNEL
           MOVE WS-CHG-BKT-LANG(WS-CHG-BKT-IX)     TO WS-CD-LANG
           MOVE WS-CHG-BKT-SENT(WS-CHG-BKT-IX)     TO WS-CD-SENT
           MOVE WS-CHG-BKT-BOUNCED(WS-CHG-BKT-IX)  TO WS-CD-BOUNCED
           MOVE WS-CHG-BKT-FAILED(WS-CHG-BKT-IX)   TO WS-CD-FAILED
           ADD  WS-CHG-BKT-SENT(WS-CHG-BKT-IX)     TO WS-CHG-TOT-SENT
           ADD  WS-CHG-BKT-BOUNCED(WS-CHG-BKT-IX)  TO WS-CHG-TOT-BOUNCED
           ADD  WS-CHG-BKT-FAILED(WS-CHG-BKT-IX)   TO WS-CHG-TOT-FAILED

           IF WS-CHG-RATE-HIT = 0
               SET WS-CHG-NORATE-SEEN TO TRUE
               MOVE 0                TO WS-CD-RATE
               MOVE 0                TO WS-CD-AMOUNT
               MOVE WS-CHG-NORATE-CC TO WS-CD-CC
               ADD  WS-CHG-BKT-SENT(WS-CHG-BKT-IX)
                   TO WS-CHG-NORATE-UNITS
           ELSE
               COMPUTE WS-CHG-AMOUNT ROUNDED =
                       WS-CHG-BKT-SENT(WS-CHG-BKT-IX)
                     * WS-CHG-RT-RATE(WS-CHG-RATE-HIT)
               MOVE WS-CHG-RT-RATE(WS-CHG-RATE-HIT) TO WS-CD-RATE
               MOVE WS-CHG-AMOUNT                   TO WS-CD-AMOUNT
               MOVE WS-CHG-RT-CC(WS-CHG-RATE-HIT)   TO WS-CD-CC
               ADD  WS-CHG-AMOUNT TO WS-CHG-TOTAL-AMOUNT
               PERFORM 3200-CHARGE-COST-CENTER
           END-IF

           WRITE CHG-RPT-LINE FROM WS-CHG-DTL
           .

      *=================================================================
      *    3110-MATCH-RATE. COMPARES ONE RATE CARD AGAINST THE
      *    BUCKET'S OWN CLASS.
      *=================================================================
       3110-MATCH-RATE.

           IF WS-CHG-RT-CLASS(WS-CHG-RATE-IX) =
              WS-CHG-BKT-CLASS(WS-CHG-BKT-IX)
              AND WS-CHG-RT-CHANNEL(WS-CHG-RATE-IX) =
                  WS-CHG-BKT-CHANNEL(WS-CHG-BKT-IX)
               MOVE WS-CHG-RATE-IX TO WS-CHG-RATE-HIT
           END-IF
           .

      *=================================================================
      *    3120-MATCH-DEFAULT-RATE. COMPARES ONE RATE CARD AGAINST
      *    THE *DEFAULT* CLASS.
      *=================================================================
       3120-MATCH-DEFAULT-RATE.

           IF WS-CHG-RT-CLASS(WS-CHG-RATE-IX) = WS-CHG-DEFAULT-CLASS
              AND WS-CHG-RT-CHANNEL(WS-CHG-RATE-IX) =
                  WS-CHG-BKT-CHANNEL(WS-CHG-BKT-IX)
               MOVE WS-CHG-RATE-IX TO WS-CHG-RATE-HIT
           END-IF
           .

      *=================================================================
      *    3200-CHARGE-COST-CENTER. ADDS WS-CHG-AMOUNT TO THE RATE
      *    CARD'S COST CENTER, OPENING IT THE FIRST TIME.
      *=================================================================
       3200-CHARGE-COST-CENTER.

           MOVE 'N' TO WS-CHG-CC-FOUND-SW
           PERFORM 3210-MATCH-COST-CENTER
               VARYING WS-CHG-CC-IX FROM 1 BY 1
               UNTIL WS-CHG-CC-IX > WS-CHG-CC-CNT
                  OR WS-CHG-CC-FOUND

           IF WS-CHG-CC-FOUND
               SUBTRACT 1 FROM WS-CHG-CC-IX
           ELSE
               IF WS-CHG-CC-CNT NOT < WS-CHG-CC-MAX
                   MOVE 16                        TO OUT-ERR-COD
                   MOVE 'COST CENTER TABLE FULL'  TO OUT-ERR-MSG
                   PERFORM 8000-END
               END-IF
               ADD  1              TO WS-CHG-CC-CNT
               MOVE WS-CHG-CC-CNT  TO WS-CHG-CC-IX
               MOVE WS-CHG-RT-CC(WS-CHG-RATE-HIT)
                                   TO WS-CHG-CC-ID(WS-CHG-CC-IX)
               MOVE 0              TO WS-CHG-CC-AMOUNT(WS-CHG-CC-IX)
           END-IF

           ADD WS-CHG-AMOUNT TO WS-CHG-CC-AMOUNT(WS-CHG-CC-IX)
           .

      *=================================================================
      *    3210-MATCH-COST-CENTER. COMPARES ONE COST CENTER.
      *=================================================================
       3210-MATCH-COST-CENTER.

           IF WS-CHG-CC-ID(WS-CHG-CC-IX) = WS-CHG-RT-CC(WS-CHG-RATE-HIT)
               SET WS-CHG-CC-FOUND TO TRUE
           END-IF
           .

      *=================================================================
      *    3300-JOURNAL-ONE-CC. ONE COST CENTER'S SUMMARY LINE AND
      *    ITS DEBIT JOURNAL LINE. A COST CENTER WHOSE UNITS RATED TO
      *    NOTHING IS REPORTED BUT NOT JOURNALED.
      *=================================================================
       3300-JOURNAL-ONE-CC.

           MOVE SPACES TO WS-CS-LABEL
           STRING 'CHARGED TO ' WS-CHG-CC-ID(WS-CHG-CC-IX)
                  DELIMITED BY SIZE INTO WS-CS-LABEL
           MOVE WS-CHG-CC-AMOUNT(WS-CHG-CC-IX) TO WS-CS-AMOUNT
           WRITE CHG-RPT-LINE FROM WS-CHG-SUM

           IF WS-CHG-CC-AMOUNT(WS-CHG-CC-IX) > 0
               MOVE SPACES                     TO GL-REC
               MOVE WS-CHG-PERIOD              TO GL-PERIOD
               MOVE WS-CHG-CC-ID(WS-CHG-CC-IX) TO GL-COST-CENTER
               MOVE WS-CHG-GL-ACCOUNT          TO GL-ACCOUNT
               MOVE 'D'                        TO GL-DR-CR
               MOVE WS-CHG-CC-AMOUNT(WS-CHG-CC-IX)
                                               TO GL-AMOUNT
               MOVE 'MESSAGING CHARGEBACK'     TO GL-DESCRIPTION
               WRITE GL-REC
               ADD 1 TO WS-CHG-GL-LINES
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
      *    8000-END. A DATABASE ERROR OR A FULL TABLE MEANS THE
      *    CHARGES CANNOT BE TRUSTED, SO THE STEP STOPS WITHOUT A
      *    JOURNAL.
      *=================================================================
       8000-END.

           DISPLAY 'CHGBACK ABEND - ' OUT-ERR-COD ' ' OUT-ERR-MSG
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *=================================================================
      *    9999-TERMINATE. CLOSES THE REPORT AND THE JOURNAL AND
      *    REPORTS THE RUN TOTALS. TRAFFIC WITH NO RATE CARD SETS
      *    RC 4 SO FINANCE ADDS THE CARD BEFORE THE JOURNAL POSTS.
      *=================================================================
       9999-TERMINATE.

           CLOSE CHG-RPT-FILE
           CLOSE GL-OUT-FILE

           DISPLAY 'CHGBACK - AUDIT EVENTS READ:    ' WS-CHG-EVENTS-READ
           DISPLAY 'CHGBACK - OUTCOMES IN PERIOD:   '
                   WS-CHG-OUTCOMES-CTR
           DISPLAY 'CHGBACK - UNITS SENT:           ' WS-CHG-TOT-SENT
           DISPLAY 'CHGBACK - UNITS BOUNCED:        ' WS-CHG-TOT-BOUNCED
           DISPLAY 'CHGBACK - UNITS FAILED:         ' WS-CHG-TOT-FAILED
           DISPLAY 'CHGBACK - JOURNAL LINES:        ' WS-CHG-GL-LINES

           IF WS-CHG-NORATE-SEEN
               DISPLAY 'CHGBACK - SENT UNITS WITHOUT A RATE CARD: '
                       WS-CHG-NORATE-UNITS ' - SEE ' WS-CHG-NORATE-CC
                       ' ON CHGRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           .
