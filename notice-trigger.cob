      *=================================================================
      *    NTCTRIG
      *    RULES-DRIVEN NOTICE TRIGGER. BUILDS THE NIGHT'S ROWIDIN
      *    FROM THE KEYED BUSINESS FILE (BUSVSAM) AGAINST A TABLE OF
      *    NOTICE RULES KEPT AS CONTROL CARDS (TRIGRULE), SO THE
      *    NOTICE SCHEDULE LIVES IN ONE PLACE INSTEAD OF IN THE
      *    UPSTREAM SCRIPTS. RUN IT AFTER BUSDATLD AND BEFORE THE
      *    NIGHTLY BATCH; CONCATENATE ITS ROWIDIN AHEAD OF ANY
      *    RE-QUEUE FILES THE NIGHTLY BATCH ALSO READS.
      *
      *    EVERY BUSINESS ROW IS TESTED AGAINST EVERY RULE. A RULE
      *    SCHEDULES ITS NOTICE A NUMBER OF BUSINESS (BD) OR
      *    CALENDAR (CD) DAYS BEFORE OR AFTER BUS-DUE-DATE, EG.
      *      REMINDER5  5 BUSINESS DAYS BEFORE THE DUE DATE
      *      LATE10     10 DAYS PAST DUE WITH A BALANCE OWING
      *    BUSINESS DAYS SKIP WEEKENDS AND THE HOLIDAYS ON THE
      *    CALENDAR FILE (HOLCAL); A CALENDAR-DAY TARGET THAT LANDS
      *    ON A NON-BUSINESS DAY MOVES TO THE NEXT BUSINESS DAY (THE
      *    PREVIOUS ONE FOR A BEFORE RULE, SO A REMINDER NEVER SLIPS
      *    PAST ITS DUE DATE). A RULE FIRES FROM ITS TARGET DATE
      *    THROUGH ITS GRACE DAYS AFTER IT - SO A MISSED NIGHT OR A
      *    LATE EXTRACT STILL SENDS - BUT A BEFORE RULE NEVER FIRES
      *    AFTER THE DUE DATE ITSELF.
      *
      *    A RULE FIRES FOR AN ACCOUNT ONCE PER BILLING CYCLE (DUE
      *    DATE), OR ONCE EVER FOR A ONCE RULE. EVERY FIRING IS KEPT
      *    ON THE KEYED ALREADY-TRIGGERED FILE (TRIGVS), SO A RERUN
      *    OR A LATE EXTRACT CANNOT FIRE IT TWICE. BACK TRIGVS UP
      *    BEFORE THE STEP - A FAILED RUN IS RESTARTED FROM THE
      *    BACKUP, OR THE ROWS IT FIRED WOULD BE SKIPPED AS ALREADY
      *    SENT. A ROW GOES ON ROWIDIN ONCE PER RUN HOWEVER MANY OF
      *    ITS RULES FIRE.
      *
      *    CONTROL CARDS (TRIGRULE):
      *      RUNDATE=YYYYMMDD    DATE THE RULES ARE MEASURED FROM
      *                          (DEFAULT TODAY) - ALSO THE AS-OF
      *                          DATE WRITTEN ON EVERY ROWIDIN LINE
      *      RULE IIIIIIIIII AAAAAA NNN TT BBBB FFFFF GG PPPP...
      *           IIIIIIIIII     RULE ID (THE NOTICE'S NAME)
      *           AAAAAA         BEFORE OR AFTER (THE DUE DATE)
      *           NNN            DAYS
      *           TT             BD (BUSINESS) OR CD (CALENDAR) DAYS
      *           BBBB           BAL+ (BALANCE OVER ZERO) OR ANY
      *           FFFFF          CYCLE (ONCE PER DUE DATE) OR ONCE
      *           GG             GRACE BUSINESS DAYS AFTER THE TARGET
      *                          THE RULE MAY STILL FIRE (BLANK 03)
      *           PPPP...        ROW IDENTIFIER PREFIX OF THE ROWS
      *                          THE RULE APPLIES TO - EACH NOTICE'S
      *                          ROWS CARRY ITS TEMPLATE'S PREFIX.
      *                          BLANK APPLIES TO EVERY ROW
      *    A CARD BEGINNING * IS A COMMENT. A MALFORMED CARD STOPS
      *    THE RUN. HOLCAL CARRIES ONE YYYYMMDD HOLIDAY PER CARD,
      *    ANYTHING AFTER COLUMN 9 BEING A DESCRIPTION.
      *
      *    EVERY ROWIDIN LINE CARRIES THE RUN DATE AS RID-AS-OF-DATE
      *    AND THE RULE'S TARGET DATE AS RID-EARLIEST-DATE. THE
      *    TRIGGER REPORT (TRIGRPT) LISTS THE ROWS NO RULE MATCHED,
      *    THEN THE COUNTS PER RULE. A RUN THAT TRIGGERS NOTHING
      *    ENDS RC 4, SO A BROKEN FEED OR RULE DECK IS SEEN THE SAME
      *    NIGHT RATHER THAN THE NEXT MORNING.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NTCTRIG.
       AUTHOR.        E SOSA.
       INSTALLATION.  DATA PROCESSING - NOTICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *=================================================================
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 ES    ORIGINAL - RULES-DRIVEN ROWIDIN BUILD WITH
      *                     HOLIDAY CALENDAR, ALREADY-TRIGGERED FILE
      *                     AND TRIGGER REPORT
      *    10/15/2026 ES    DAY-NUMBER ARITHMETIC MOVED TO THE SHARED
      *                     notice-daynum COPYBOOKS
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIG-PARM-FILE ASSIGN TO "TRIGRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT HOLIDAY-FILE   ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.

           SELECT BUSINESS-FILE  ASSIGN TO "BUSVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUS-ROW-IDENTIFIER
               FILE STATUS IS WS-BUS-FILE-STATUS.

           SELECT TRIGGERED-FILE ASSIGN TO "TRIGVS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRG-KEY
               FILE STATUS IS WS-TRG-FILE-STATUS.

           SELECT ROWID-FILE     ASSIGN TO "ROWIDIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRIG-RPT-FILE  ASSIGN TO "TRIGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIG-PARM-FILE
           RECORDING MODE IS F.
       01  TRIG-CARD                     PIC X(80).
       01  TRIG-RULE-CARD.
           05  TRC-TYPE                  PIC X(05).
           05  TRC-RULE-ID               PIC X(10).
           05  FILLER                    PIC X(01).
           05  TRC-ANCHOR                PIC X(06).
           05  FILLER                    PIC X(01).
           05  TRC-DAYS                  PIC 9(03).
           05  FILLER                    PIC X(01).
           05  TRC-DAY-TYPE              PIC X(02).
           05  FILLER                    PIC X(01).
           05  TRC-BAL-COND              PIC X(04).
           05  FILLER                    PIC X(01).
           05  TRC-FREQ                  PIC X(05).
           05  FILLER                    PIC X(01).
           05  TRC-GRACE                 PIC X(02).
           05  TRC-GRACE-N REDEFINES TRC-GRACE
                                         PIC 9(02).
           05  FILLER                    PIC X(01).
           05  TRC-ROW-PREFIX            PIC X(20).
           05  FILLER                    PIC X(16).

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOL-CARD.
           05  HOL-DATE                  PIC X(08).
           05  HOL-DESCRIPTION           PIC X(72).

       FD  BUSINESS-FILE.
       COPY "notice-bus-rec.cpy".

       FD  TRIGGERED-FILE.
       COPY "notice-trig-rec.cpy".

       FD  ROWID-FILE
           RECORDING MODE IS F.
       COPY "notice-rowid-rec.cpy".

       FD  TRIG-RPT-FILE
           RECORDING MODE IS F.
       01  TRIG-RPT-LINE                 PIC X(120).

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================
       WORKING-STORAGE SECTION.

       77  WS-PARM-FILE-STATUS              PIC X(02) VALUE '00'.
       77  WS-HOL-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-BUS-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-TRG-FILE-STATUS               PIC X(02) VALUE '00'.
       01  WS-PARM-EOF-SW                   PIC X(01) VALUE 'N'.
           88  WS-PARM-EOF                            VALUE 'Y'.
       01  WS-HOL-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-HOL-EOF                             VALUE 'Y'.
       01  WS-BUS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-BUS-EOF                             VALUE 'Y'.

      *    RUN DATE - WHAT EVERY RULE IS MEASURED FROM.
       77  WS-TRG-RUN-DATE                  PIC X(08) VALUE SPACES.
       77  WS-TRG-RUN-DAYNUM                PIC S9(09) COMP VALUE 0.

      *    RULE TABLE, AS READ FROM TRIGRULE, WITH ITS COUNTS.
       01  WS-TRG-RULE-TABLE.
           05  WS-TRG-RULE-ENTRY  OCCURS 50 TIMES.
               10  WS-TRG-RL-ID          PIC X(10).
               10  WS-TRG-RL-ANCHOR      PIC X(06).
                   88  WS-TRG-RL-BEFORE            VALUE 'BEFORE'.
                   88  WS-TRG-RL-AFTER             VALUE 'AFTER '.
               10  WS-TRG-RL-DAYS        PIC 9(03).
               10  WS-TRG-RL-DAY-TYPE    PIC X(02).
                   88  WS-TRG-RL-BUS-DAYS          VALUE 'BD'.
                   88  WS-TRG-RL-CAL-DAYS          VALUE 'CD'.
               10  WS-TRG-RL-BAL-COND    PIC X(04).
                   88  WS-TRG-RL-BAL-OWING         VALUE 'BAL+'.
               10  WS-TRG-RL-FREQ        PIC X(05).
                   88  WS-TRG-RL-ONCE              VALUE 'ONCE '.
               10  WS-TRG-RL-GRACE       PIC 9(02).
               10  WS-TRG-RL-PREFIX      PIC X(20).
               10  WS-TRG-RL-PREFIX-LEN  PIC S9(4) COMP.
               10  WS-TRG-RL-MATCHED     PIC 9(07).
               10  WS-TRG-RL-FIRED       PIC 9(07).
               10  WS-TRG-RL-ALREADY     PIC 9(07).
       77  WS-TRG-RULE-MAX                  PIC 9(03) VALUE 50.
       77  WS-TRG-RULE-CNT                  PIC 9(03) VALUE 0.
       77  WS-TRG-RULE-IX                   PIC 9(03) VALUE 0.
       77  WS-TRG-DEFAULT-GRACE             PIC 9(02) VALUE 3.

      *    HOLIDAY CALENDAR, AS READ FROM HOLCAL.
       01  WS-TRG-HOL-TABLE.
           05  WS-TRG-HOL-DATE    OCCURS 500 TIMES PIC X(08).
       77  WS-TRG-HOL-MAX                   PIC 9(03) VALUE 500.
       77  WS-TRG-HOL-CNT                   PIC 9(03) VALUE 0.
       77  WS-TRG-HOL-IX                    PIC 9(03) VALUE 0.

      *    THE ROW BEING WORKED.
       77  WS-TRG-DUE-DAYNUM                PIC S9(09) COMP VALUE 0.
       01  WS-TRG-DUE-SW                    PIC X(01) VALUE 'N'.
           88  WS-TRG-DUE-OK                          VALUE 'Y'.
           88  WS-TRG-DUE-NONE                        VALUE 'N'.
       01  WS-TRG-MATCH-SW                  PIC X(01) VALUE 'N'.
           88  WS-TRG-ROW-MATCHED                     VALUE 'Y'.
           88  WS-TRG-ROW-UNMATCHED                   VALUE 'N'.
       01  WS-TRG-WRITTEN-SW                PIC X(01) VALUE 'N'.
           88  WS-TRG-ROW-WRITTEN                     VALUE 'Y'.
           88  WS-TRG-ROW-NOT-WRITTEN                 VALUE 'N'.
       01  WS-TRG-APPLIES-SW                PIC X(01) VALUE 'N'.
           88  WS-TRG-RULE-APPLIES                    VALUE 'Y'.
           88  WS-TRG-RULE-SKIPPED                    VALUE 'N'.
       77  WS-TRG-ACCOUNT-KEY               PIC X(20) VALUE SPACES.

      *    TARGET DATE WORK AREAS - DAY NUMBERS, STEPPED A DAY AT A
      *    TIME IN WS-TRG-STEP'S DIRECTION.
       77  WS-TRG-CUR-DAYNUM                PIC S9(09) COMP VALUE 0.
       77  WS-TRG-TARGET-DAYNUM             PIC S9(09) COMP VALUE 0.
       77  WS-TRG-WIN-END-DAYNUM            PIC S9(09) COMP VALUE 0.
       77  WS-TRG-TARGET-DATE               PIC X(08) VALUE SPACES.
       77  WS-TRG-STEP                      PIC S9(01) VALUE 0.
       77  WS-TRG-STEP-COUNT                PIC S9(04) COMP VALUE 0.
       77  WS-TRG-STEP-DONE                 PIC S9(04) COMP VALUE 0.
      *    A CALENDAR WITH NO BUSINESS DAY IN TEN YEARS IS A BAD
      *    HOLIDAY FILE, NOT A SCHEDULE - STOP RATHER THAN LOOP.
       77  WS-TRG-STEP-GUARD                PIC S9(09) COMP VALUE 0.
       77  WS-TRG-STEP-GUARD-MAX            PIC S9(09) COMP VALUE 3650.

      *    DATE ARITHMETIC - SEE notice-daynum-ws. THE VALIDITY AND
      *    BUSINESS-DAY WORK FIELDS BELOW ARE THIS PROGRAM'S OWN.
       COPY "notice-daynum-ws.cpy".
       77  WS-DT-DOW                        PIC S9(09) COMP VALUE 0.
       01  WS-DT-VALID-SW                   PIC X(01) VALUE 'N'.
           88  WS-DT-VALID                            VALUE 'Y'.
           88  WS-DT-INVALID                          VALUE 'N'.
       01  WS-DT-BUS-DAY-SW                 PIC X(01) VALUE 'N'.
           88  WS-DT-BUS-DAY                          VALUE 'Y'.
           88  WS-DT-NON-BUS-DAY                      VALUE 'N'.
       01  WS-DT-MONTH-DAY-VALS             PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-DT-MONTH-DAYS REDEFINES WS-DT-MONTH-DAY-VALS.
           05  WS-DT-MONTH-DAY   OCCURS 12 TIMES PIC 9(02).
       77  WS-DT-DAYS-IN-MONTH              PIC 9(02) VALUE 0.
       77  WS-DT-REM-4                      PIC 9(04) VALUE 0.
       77  WS-DT-REM-100                    PIC 9(04) VALUE 0.
       77  WS-DT-REM-400                    PIC 9(04) VALUE 0.
       77  WS-DT-QUOTIENT                   PIC 9(04) VALUE 0.

       77  WS-TRG-ROWS-READ                 PIC 9(09) VALUE 0.
       77  WS-TRG-ROWS-WRITTEN              PIC 9(09) VALUE 0.
       77  WS-TRG-ROWS-UNMATCHED            PIC 9(09) VALUE 0.
       77  WS-TRG-ROWS-NO-DUE               PIC 9(09) VALUE 0.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-DATE              PIC 9(08).
           05  WS-CURR-TIME              PIC 9(08).
       01  WS-TIMESTAMP-OUT                 PIC X(19) VALUE SPACES.

       01  WS-TRG-HDR.
           05  FILLER                    PIC X(32) VALUE
               'NTCTRIG NOTICE TRIGGER REPORT'.
           05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
           05  WS-TRG-HDR-RUN-DATE       PIC X(08).
           05  FILLER                    PIC X(52) VALUE SPACES.
           05  WS-TRG-HDR-TS             PIC X(19).
       01  WS-TRG-UNM-HDR.
           05  FILLER                    PIC X(51) VALUE
               'ROWS MATCHING NO RULE - ROW IDENTIFIER'.
           05  FILLER                    PIC X(21) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(09) VALUE 'DUE DATE'.
           05  FILLER                    PIC X(13) VALUE
               '      BALANCE'.
           05  FILLER                    PIC X(26) VALUE SPACES.
       01  WS-TRG-UNM-DTL.
           05  WS-TU-ROW-ID              PIC X(50) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TU-ACCOUNT             PIC X(20) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TU-DUE-DATE            PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TU-BALANCE             PIC Z(08)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TU-NOTE                PIC X(20) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE SPACES.
       01  WS-TRG-RULE-HDR.
           05  FILLER                    PIC X(11) VALUE 'RULE ID'.
           05  FILLER                    PIC X(07) VALUE 'ANCHOR'.
           05  FILLER                    PIC X(04) VALUE 'DAY'.
           05  FILLER                    PIC X(03) VALUE 'TP'.
           05  FILLER                    PIC X(05) VALUE 'BAL'.
           05  FILLER                    PIC X(06) VALUE 'FREQ'.
           05  FILLER                    PIC X(03) VALUE 'GR'.
           05  FILLER                    PIC X(21) VALUE 'ROW PREFIX'.
           05  FILLER                    PIC X(08) VALUE ' MATCHED'.
           05  FILLER                    PIC X(09) VALUE '    FIRED'.
           05  FILLER                    PIC X(09) VALUE '  ALREADY'.
           05  FILLER                    PIC X(34) VALUE SPACES.
       01  WS-TRG-RULE-DTL.
           05  WS-TR-ID                  PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TR-ANCHOR              PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TR-DAYS                PIC ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TR-DAY-TYPE            PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TR-BAL-COND            PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TR-FREQ                PIC X(05) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TR-GRACE               PIC Z9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TR-PREFIX              PIC X(20) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TR-MATCHED             PIC Z(06)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TR-FIRED               PIC Z(06)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TR-ALREADY             PIC Z(06)9.
           05  FILLER                    PIC X(34) VALUE SPACES.
       01  WS-TRG-SUM.
           05  WS-TS-LABEL               PIC X(36) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE ': '.
           05  WS-TS-COUNT               PIC Z(08)9.
           05  FILLER                    PIC X(73) VALUE SPACES.

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
       PROCEDURE DIVISION.

      *=================================================================
      *    0000-MAINLINE. LOAD THE RULES AND THE CALENDAR, TEST EVERY
      *    BUSINESS ROW AGAINST EVERY RULE, THEN REPORT.
      *=================================================================
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE

           PERFORM 2000-TRIGGER-ONE-ROW
               UNTIL WS-BUS-EOF

           PERFORM 3000-WRITE-RULE-COUNTS

           PERFORM 9999-TERMINATE

           STOP RUN
           .

      *=================================================================
      *    1000-INITIALIZE. READS THE CONTROL CARDS AND THE HOLIDAY
      *    CALENDAR, OPENS THE BUSINESS, ALREADY-TRIGGERED AND OUTPUT
      *    FILES AND PRIMES THE BUSINESS FILE READ.
      *=================================================================
       1000-INITIALIZE.

           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-CURR-DATE TO WS-TRG-RUN-DATE

           OPEN INPUT TRIG-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'NTCTRIG ABEND - TRIGRULE OPEN FAILED '
                       WS-PARM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-READ-ONE-PARM-CARD
           PERFORM 1320-APPLY-ONE-PARM-CARD
               UNTIL WS-PARM-EOF
           CLOSE TRIG-PARM-FILE

           IF WS-TRG-RULE-CNT = 0
               DISPLAY 'NTCTRIG ABEND - NO RULE CARDS ON TRIGRULE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-HOLIDAYS

           MOVE WS-TRG-RUN-DATE TO WS-DT-DATE-X
           PERFORM 7100-DATE-TO-DAYNUM
           MOVE WS-DT-DAYNUM    TO WS-TRG-RUN-DAYNUM

           OPEN INPUT BUSINESS-FILE
           IF WS-BUS-FILE-STATUS NOT = '00'
               DISPLAY 'NTCTRIG ABEND - BUSVSAM OPEN FAILED '
                       WS-BUS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    THE ALREADY-TRIGGERED FILE IS KEPT ACROSS RUNS - A FIRST-
      *    EVER RUN (FILE NOT THERE, STATUS 35) CREATES IT FRESH.
           OPEN I-O TRIGGERED-FILE
           IF WS-TRG-FILE-STATUS = '35'
               OPEN OUTPUT TRIGGERED-FILE
               IF WS-TRG-FILE-STATUS = '00'
                   CLOSE TRIGGERED-FILE
                   OPEN I-O TRIGGERED-FILE
               END-IF
           END-IF
           IF WS-TRG-FILE-STATUS NOT = '00'
               DISPLAY 'NTCTRIG ABEND - TRIGVS OPEN FAILED '
                       WS-TRG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ROWID-FILE
           OPEN OUTPUT TRIG-RPT-FILE

           MOVE WS-TRG-RUN-DATE  TO WS-TRG-HDR-RUN-DATE
           MOVE WS-TIMESTAMP-OUT TO WS-TRG-HDR-TS
           WRITE TRIG-RPT-LINE FROM WS-TRG-HDR
           MOVE SPACES TO TRIG-RPT-LINE
           WRITE TRIG-RPT-LINE
           WRITE TRIG-RPT-LINE FROM WS-TRG-UNM-HDR

           DISPLAY 'NTCTRIG - RUN DATE:             ' WS-TRG-RUN-DATE
           DISPLAY 'NTCTRIG - RULES LOADED:         ' WS-TRG-RULE-CNT
           DISPLAY 'NTCTRIG - HOLIDAYS LOADED:      ' WS-TRG-HOL-CNT

           PERFORM 2050-READ-BUSINESS
           .

      *=================================================================
      *    1100-LOAD-HOLIDAYS. LOADS THE HOLIDAY CALENDAR. A CARD
      *    THAT IS NOT A REAL DATE STOPS THE RUN - A MISKEYED HOLIDAY
      *    WOULD MOVE EVERY BUSINESS-DAY RULE AROUND IT.
      *=================================================================
       1100-LOAD-HOLIDAYS.

           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-FILE-STATUS NOT = '00'
               DISPLAY 'NTCTRIG ABEND - HOLCAL OPEN FAILED '
                       WS-HOL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-READ-ONE-HOL-CARD
           PERFORM 1120-APPLY-ONE-HOL-CARD
               UNTIL WS-HOL-EOF
           CLOSE HOLIDAY-FILE
           .

      *=================================================================
      *    1110-READ-ONE-HOL-CARD. READS THE NEXT HOLIDAY CARD.
      *=================================================================
       1110-READ-ONE-HOL-CARD.

           READ HOLIDAY-FILE
               AT END
                   SET WS-HOL-EOF TO TRUE
           END-READ
           .

      *=================================================================
      *    1120-APPLY-ONE-HOL-CARD. ADDS ONE HOLIDAY TO THE TABLE.
      *=================================================================
       1120-APPLY-ONE-HOL-CARD.

           EVALUATE TRUE
             WHEN HOL-CARD = SPACES
                 CONTINUE
             WHEN HOL-CARD(1:1) = '*'
                 CONTINUE
             WHEN OTHER
                 MOVE HOL-DATE TO WS-DT-DATE-X
                 PERFORM 8300-CHECK-DATE-VALID
                 IF WS-DT-INVALID
                     DISPLAY 'NTCTRIG ABEND - BAD HOLCAL CARD: '
                             HOL-CARD
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 IF WS-TRG-HOL-CNT NOT < WS-TRG-HOL-MAX
                     DISPLAY 'NTCTRIG ABEND - MORE THAN '
                             WS-TRG-HOL-MAX ' HOLIDAYS'
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 ADD  1        TO WS-TRG-HOL-CNT
                 MOVE HOL-DATE TO WS-TRG-HOL-DATE(WS-TRG-HOL-CNT)
           END-EVALUATE

           PERFORM 1110-READ-ONE-HOL-CARD
           .

      *=================================================================
      *    1310-READ-ONE-PARM-CARD. READS THE NEXT CONTROL CARD.
      *=================================================================
       1310-READ-ONE-PARM-CARD.

           READ TRIG-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
           END-READ
           .

      *=================================================================
      *    1320-APPLY-ONE-PARM-CARD. APPLIES THE CARD JUST READ. A
      *    MALFORMED CARD STOPS THE RUN - A NOTICE SENT ON A MISREAD
      *    RULE CANNOT BE CALLED BACK.
      *=================================================================
       1320-APPLY-ONE-PARM-CARD.

           EVALUATE TRUE
             WHEN TRIG-CARD = SPACES
                 CONTINUE
             WHEN TRIG-CARD(1:1) = '*'
                 CONTINUE
             WHEN TRIG-CARD(1:8) = 'RUNDATE='
                 MOVE TRIG-CARD(9:8) TO WS-DT-DATE-X
                 PERFORM 8300-CHECK-DATE-VALID
                 IF WS-DT-VALID
                     MOVE TRIG-CARD(9:8) TO WS-TRG-RUN-DATE
                 ELSE
                     PERFORM 1390-BAD-PARM-CARD
                 END-IF
             WHEN TRC-TYPE = 'RULE '
                 PERFORM 1330-LOAD-RULE-CARD
             WHEN OTHER
                 PERFORM 1390-BAD-PARM-CARD
           END-EVALUATE

           PERFORM 1310-READ-ONE-PARM-CARD
           .

      *=================================================================
      *    1330-LOAD-RULE-CARD. EDITS ONE RULE CARD AND ADDS IT TO THE
      *    TABLE. A BLANK FREQUENCY MEANS CYCLE, A BLANK BALANCE
      *    CONDITION MEANS ANY AND A BLANK GRACE THE DEFAULT.
      *=================================================================
       1330-LOAD-RULE-CARD.

           IF TRC-RULE-ID = SPACES
              OR (TRC-ANCHOR NOT = 'BEFORE'
                  AND TRC-ANCHOR NOT = 'AFTER ')
              OR TRC-DAYS IS NOT NUMERIC
              OR (TRC-DAY-TYPE NOT = 'BD'
                  AND TRC-DAY-TYPE NOT = 'CD')
              OR (TRC-BAL-COND NOT = 'BAL+'
                  AND TRC-BAL-COND NOT = 'ANY '
                  AND TRC-BAL-COND NOT = SPACES)
              OR (TRC-FREQ NOT = 'CYCLE' AND TRC-FREQ NOT = 'ONCE '
                  AND TRC-FREQ NOT = SPACES)
              OR (TRC-GRACE NOT = SPACES AND TRC-GRACE IS NOT NUMERIC)
               PERFORM 1390-BAD-PARM-CARD
           END-IF

           IF WS-TRG-RULE-CNT NOT < WS-TRG-RULE-MAX
               DISPLAY 'NTCTRIG ABEND - MORE THAN ' WS-TRG-RULE-MAX
                       ' RULE CARDS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD  1               TO WS-TRG-RULE-CNT
           MOVE WS-TRG-RULE-CNT TO WS-TRG-RULE-IX
           MOVE TRC-RULE-ID     TO WS-TRG-RL-ID(WS-TRG-RULE-IX)
           MOVE TRC-ANCHOR      TO WS-TRG-RL-ANCHOR(WS-TRG-RULE-IX)
           MOVE TRC-DAYS        TO WS-TRG-RL-DAYS(WS-TRG-RULE-IX)
           MOVE TRC-DAY-TYPE    TO WS-TRG-RL-DAY-TYPE(WS-TRG-RULE-IX)
           MOVE TRC-BAL-COND    TO WS-TRG-RL-BAL-COND(WS-TRG-RULE-IX)
           IF TRC-BAL-COND = SPACES
               MOVE 'ANY '      TO WS-TRG-RL-BAL-COND(WS-TRG-RULE-IX)
           END-IF
           MOVE TRC-FREQ        TO WS-TRG-RL-FREQ(WS-TRG-RULE-IX)
           IF TRC-FREQ = SPACES
               MOVE 'CYCLE'     TO WS-TRG-RL-FREQ(WS-TRG-RULE-IX)
           END-IF
           IF TRC-GRACE = SPACES
               MOVE WS-TRG-DEFAULT-GRACE
                                TO WS-TRG-RL-GRACE(WS-TRG-RULE-IX)
           ELSE
               MOVE TRC-GRACE-N TO WS-TRG-RL-GRACE(WS-TRG-RULE-IX)
           END-IF
           MOVE TRC-ROW-PREFIX  TO WS-TRG-RL-PREFIX(WS-TRG-RULE-IX)
           PERFORM 1335-TRIM-PREFIX-BYTE
               VARYING WS-TRG-RL-PREFIX-LEN(WS-TRG-RULE-IX)
               FROM 20 BY -1
               UNTIL WS-TRG-RL-PREFIX-LEN(WS-TRG-RULE-IX) = 0
                  OR TRC-ROW-PREFIX
                     (WS-TRG-RL-PREFIX-LEN(WS-TRG-RULE-IX):1)
                     NOT = SPACE
           MOVE 0 TO WS-TRG-RL-MATCHED(WS-TRG-RULE-IX)
           MOVE 0 TO WS-TRG-RL-FIRED(WS-TRG-RULE-IX)
           MOVE 0 TO WS-TRG-RL-ALREADY(WS-TRG-RULE-IX)
           .

      *=================================================================
      *    1335-TRIM-PREFIX-BYTE. No work of its own - exists only so
      *    the PERFORM VARYING above has a paragraph to iterate.
      *=================================================================
       1335-TRIM-PREFIX-BYTE.

           CONTINUE
           .

      *=================================================================
      *    1390-BAD-PARM-CARD. REPORTS THE CARD AND STOPS THE RUN.
      *=================================================================
       1390-BAD-PARM-CARD.

           DISPLAY 'NTCTRIG ABEND - BAD TRIGRULE CARD: ' TRIG-CARD
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *=================================================================
      *    2000-TRIGGER-ONE-ROW. TESTS THE BUSINESS ROW JUST READ
      *    AGAINST EVERY RULE. EVERY RULE IS MEASURED FROM THE DUE
      *    DATE, SO A ROW WITHOUT A REAL ONE CAN MATCH NOTHING AND IS
      *    REPORTED AS SUCH.
      *=================================================================
       2000-TRIGGER-ONE-ROW.

           SET WS-TRG-ROW-UNMATCHED  TO TRUE
           SET WS-TRG-ROW-NOT-WRITTEN TO TRUE

           IF BUS-ACCOUNT-NUM = SPACES
               MOVE BUS-ROW-IDENTIFIER TO WS-TRG-ACCOUNT-KEY
           ELSE
               MOVE BUS-ACCOUNT-NUM    TO WS-TRG-ACCOUNT-KEY
           END-IF

           MOVE BUS-DUE-DATE TO WS-DT-DATE-X
           PERFORM 8300-CHECK-DATE-VALID
           IF WS-DT-VALID
               SET  WS-TRG-DUE-OK TO TRUE
               PERFORM 7100-DATE-TO-DAYNUM
               MOVE WS-DT-DAYNUM  TO WS-TRG-DUE-DAYNUM
               PERFORM 2100-APPLY-ONE-RULE
                   VARYING WS-TRG-RULE-IX FROM 1 BY 1
                   UNTIL WS-TRG-RULE-IX > WS-TRG-RULE-CNT
           ELSE
               SET  WS-TRG-DUE-NONE TO TRUE
           END-IF

           IF WS-TRG-ROW-UNMATCHED
               PERFORM 2900-REPORT-UNMATCHED
           END-IF

           PERFORM 2050-READ-BUSINESS
           .

      *=================================================================
      *    2050-READ-BUSINESS. READS THE NEXT BUSINESS ROW IN KEY
      *    ORDER.
      *=================================================================
       2050-READ-BUSINESS.

           READ BUSINESS-FILE NEXT
               AT END
                   SET WS-BUS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRG-ROWS-READ
           END-READ
           .

      *=================================================================
      *    2100-APPLY-ONE-RULE. A RULE MATCHES THE ROW WHEN THE ROW
      *    CARRIES THE RULE'S PREFIX, MEETS ITS BALANCE CONDITION AND
      *    THE RUN DATE FALLS IN THE RULE'S WINDOW - FROM ITS TARGET
      *    DATE THROUGH ITS GRACE DAYS, AND NEVER PAST THE DUE DATE
      *    FOR A BEFORE RULE. A MATCH FIRES UNLESS THE RULE ALREADY
      *    FIRED FOR THE ACCOUNT THIS CYCLE.
      *=================================================================
       2100-APPLY-ONE-RULE.

           SET WS-TRG-RULE-APPLIES TO TRUE

           IF WS-TRG-RL-PREFIX-LEN(WS-TRG-RULE-IX) > 0
               IF BUS-ROW-IDENTIFIER
                      (1:WS-TRG-RL-PREFIX-LEN(WS-TRG-RULE-IX))
                  NOT = WS-TRG-RL-PREFIX(WS-TRG-RULE-IX)
                      (1:WS-TRG-RL-PREFIX-LEN(WS-TRG-RULE-IX))
                   SET WS-TRG-RULE-SKIPPED TO TRUE
               END-IF
           END-IF

           IF WS-TRG-RL-BAL-OWING(WS-TRG-RULE-IX)
               IF BUS-BALANCE IS NOT NUMERIC OR BUS-BALANCE = 0
                   SET WS-TRG-RULE-SKIPPED TO TRUE
               END-IF
           END-IF

           IF WS-TRG-RULE-APPLIES
               PERFORM 2200-COMPUTE-WINDOW
               IF WS-TRG-RUN-DAYNUM < WS-TRG-TARGET-DAYNUM
                  OR WS-TRG-RUN-DAYNUM > WS-TRG-WIN-END-DAYNUM
                   SET WS-TRG-RULE-SKIPPED TO TRUE
               END-IF
           END-IF

           IF WS-TRG-RULE-APPLIES
               SET WS-TRG-ROW-MATCHED TO TRUE
               ADD 1 TO WS-TRG-RL-MATCHED(WS-TRG-RULE-IX)
               PERFORM 2400-FIRE-RULE
           END-IF
           .

      *=================================================================
      *    2200-COMPUTE-WINDOW. THE RULE'S TARGET DATE FOR THIS ROW'S
      *    DUE DATE, AND THE LAST DATE IT MAY STILL FIRE ON. BUSINESS
      *    DAYS ARE COUNTED ONE BY ONE OFF THE DUE DATE; CALENDAR
      *    DAYS ARE ADDED WHOLE. EITHER WAY A TARGET THAT IS NOT A
      *    BUSINESS DAY ROLLS - BACKWARD FOR A BEFORE RULE, FORWARD
      *    FOR AN AFTER RULE.
      *=================================================================
       2200-COMPUTE-WINDOW.

           MOVE WS-TRG-DUE-DAYNUM TO WS-TRG-CUR-DAYNUM
           IF WS-TRG-RL-BEFORE(WS-TRG-RULE-IX)
               MOVE -1 TO WS-TRG-STEP
           ELSE
               MOVE  1 TO WS-TRG-STEP
           END-IF

           IF WS-TRG-RL-BUS-DAYS(WS-TRG-RULE-IX)
               MOVE WS-TRG-RL-DAYS(WS-TRG-RULE-IX) TO WS-TRG-STEP-COUNT
               PERFORM 2210-STEP-BUS-DAYS
           ELSE
               COMPUTE WS-TRG-CUR-DAYNUM = WS-TRG-CUR-DAYNUM
                       + WS-TRG-STEP * WS-TRG-RL-DAYS(WS-TRG-RULE-IX)
           END-IF
           PERFORM 2220-ROLL-TO-BUS-DAY
           MOVE WS-TRG-CUR-DAYNUM TO WS-TRG-TARGET-DAYNUM

           MOVE 1 TO WS-TRG-STEP
           MOVE WS-TRG-RL-GRACE(WS-TRG-RULE-IX) TO WS-TRG-STEP-COUNT
           PERFORM 2210-STEP-BUS-DAYS
           MOVE WS-TRG-CUR-DAYNUM TO WS-TRG-WIN-END-DAYNUM

           IF WS-TRG-RL-BEFORE(WS-TRG-RULE-IX)
              AND WS-TRG-WIN-END-DAYNUM > WS-TRG-DUE-DAYNUM
               MOVE WS-TRG-DUE-DAYNUM TO WS-TRG-WIN-END-DAYNUM
           END-IF
           .

      *=================================================================
      *    2210-STEP-BUS-DAYS. MOVES WS-TRG-CUR-DAYNUM WS-TRG-STEP-
      *    COUNT BUSINESS DAYS IN WS-TRG-STEP'S DIRECTION.
      *=================================================================
       2210-STEP-BUS-DAYS.

           MOVE 0 TO WS-TRG-STEP-DONE
           MOVE 0 TO WS-TRG-STEP-GUARD
           PERFORM 2215-STEP-ONE-DAY
               UNTIL WS-TRG-STEP-DONE >= WS-TRG-STEP-COUNT
           .

      *=================================================================
      *    2215-STEP-ONE-DAY. ONE CALENDAR DAY ON, COUNTED WHEN IT IS
      *    A BUSINESS DAY.
      *=================================================================
       2215-STEP-ONE-DAY.

           ADD WS-TRG-STEP TO WS-TRG-CUR-DAYNUM
           MOVE WS-TRG-CUR-DAYNUM TO WS-DT-DAYNUM
           PERFORM 8200-CHECK-BUS-DAY
           IF WS-DT-BUS-DAY
               ADD 1 TO WS-TRG-STEP-DONE
           END-IF
           PERFORM 2230-CHECK-STEP-GUARD
           .

      *=================================================================
      *    2220-ROLL-TO-BUS-DAY. LEAVES WS-TRG-CUR-DAYNUM WHERE IT IS
      *    WHEN IT IS A BUSINESS DAY, OTHERWISE MOVES IT IN WS-TRG-
      *    STEP'S DIRECTION TO THE NEAREST ONE.
      *=================================================================
       2220-ROLL-TO-BUS-DAY.

           MOVE 0 TO WS-TRG-STEP-GUARD
           MOVE WS-TRG-CUR-DAYNUM TO WS-DT-DAYNUM
           PERFORM 8200-CHECK-BUS-DAY
           PERFORM 2225-ROLL-ONE-DAY
               UNTIL WS-DT-BUS-DAY
           .

      *=================================================================
      *    2225-ROLL-ONE-DAY. ONE CALENDAR DAY ON.
      *=================================================================
       2225-ROLL-ONE-DAY.

           ADD WS-TRG-STEP TO WS-TRG-CUR-DAYNUM
           MOVE WS-TRG-CUR-DAYNUM TO WS-DT-DAYNUM
           PERFORM 8200-CHECK-BUS-DAY
           PERFORM 2230-CHECK-STEP-GUARD
           .

      *=================================================================
      *    2230-CHECK-STEP-GUARD. STOPS THE RUN WHEN THE CALENDAR
      *    WALK HAS GONE TEN YEARS WITHOUT FINISHING.
      *=================================================================
       2230-CHECK-STEP-GUARD.

           ADD 1 TO WS-TRG-STEP-GUARD
           IF WS-TRG-STEP-GUARD > WS-TRG-STEP-GUARD-MAX
               DISPLAY 'NTCTRIG ABEND - NO BUSINESS DAY FOUND FOR RULE '
                       WS-TRG-RL-ID(WS-TRG-RULE-IX)
                       ' - CHECK HOLCAL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *=================================================================
      *    2400-FIRE-RULE. LOOKS THE RULE / ACCOUNT / CYCLE UP ON THE
      *    ALREADY-TRIGGERED FILE. NOT THERE - RECORD IT AND PUT THE
      *    ROW ON ROWIDIN (ONCE PER RUN, HOWEVER MANY RULES FIRE).
      *    ALREADY THERE - COUNT IT AND LEAVE IT.
      *=================================================================
       2400-FIRE-RULE.

           MOVE WS-TRG-RL-ID(WS-TRG-RULE-IX) TO TRG-RULE-ID
           MOVE WS-TRG-ACCOUNT-KEY           TO TRG-ACCOUNT-NUM
           IF WS-TRG-RL-ONCE(WS-TRG-RULE-IX)
               MOVE SPACES                   TO TRG-CYCLE
           ELSE
               MOVE BUS-DUE-DATE             TO TRG-CYCLE
           END-IF

           READ TRIGGERED-FILE
               INVALID KEY
                   PERFORM 2410-RECORD-FIRING
               NOT INVALID KEY
                   ADD 1 TO WS-TRG-RL-ALREADY(WS-TRG-RULE-IX)
           END-READ
           .

      *=================================================================
      *    2410-RECORD-FIRING. WRITES THE FIRING TO THE ALREADY-
      *    TRIGGERED FILE AND THE ROW TO ROWIDIN - THE RUN DATE AS
      *    THE ROW'S AS-OF DATE, THE RULE'S TARGET DATE AS ITS
      *    EARLIEST SEND DATE.
      *=================================================================
       2410-RECORD-FIRING.

           MOVE WS-TRG-TARGET-DAYNUM TO WS-DT-DAYNUM
           PERFORM 7110-DAYNUM-TO-DATE
           MOVE WS-DT-DATE-X         TO WS-TRG-TARGET-DATE

           MOVE WS-TRG-RL-ID(WS-TRG-RULE-IX) TO TRG-RULE-ID
           MOVE WS-TRG-ACCOUNT-KEY   TO TRG-ACCOUNT-NUM
           IF WS-TRG-RL-ONCE(WS-TRG-RULE-IX)
               MOVE SPACES           TO TRG-CYCLE
           ELSE
               MOVE BUS-DUE-DATE     TO TRG-CYCLE
           END-IF
           MOVE BUS-ROW-IDENTIFIER   TO TRG-ROW-IDENTIFIER
           MOVE WS-TRG-TARGET-DATE   TO TRG-TARGET-DATE
           MOVE WS-TRG-RUN-DATE      TO TRG-RUN-DATE
           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-TIMESTAMP-OUT     TO TRG-TIMESTAMP
           WRITE TRG-REC
               INVALID KEY
                   DISPLAY 'NTCTRIG ABEND - TRIGVS WRITE FAILED '
                           WS-TRG-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-WRITE

           ADD 1 TO WS-TRG-RL-FIRED(WS-TRG-RULE-IX)

           IF WS-TRG-ROW-NOT-WRITTEN
               MOVE SPACES               TO ROWID-REC
               MOVE BUS-ROW-IDENTIFIER   TO RID-ROW-IDENTIFIER
               MOVE WS-TRG-RUN-DATE      TO RID-AS-OF-DATE
               MOVE WS-TRG-TARGET-DATE   TO RID-EARLIEST-DATE
               WRITE ROWID-REC
               ADD 1 TO WS-TRG-ROWS-WRITTEN
               SET WS-TRG-ROW-WRITTEN    TO TRUE
           END-IF
           .

      *=================================================================
      *    2900-REPORT-UNMATCHED. PUTS A ROW NO RULE MATCHED ON THE
      *    TRIGGER REPORT.
      *=================================================================
       2900-REPORT-UNMATCHED.

           ADD 1 TO WS-TRG-ROWS-UNMATCHED

           MOVE BUS-ROW-IDENTIFIER TO WS-TU-ROW-ID
           MOVE BUS-ACCOUNT-NUM    TO WS-TU-ACCOUNT
           MOVE BUS-DUE-DATE       TO WS-TU-DUE-DATE
           IF BUS-BALANCE IS NUMERIC
               MOVE BUS-BALANCE    TO WS-TU-BALANCE
           ELSE
               MOVE 0              TO WS-TU-BALANCE
           END-IF
           IF WS-TRG-DUE-NONE
               ADD 1 TO WS-TRG-ROWS-NO-DUE
               MOVE 'NO VALID DUE DATE' TO WS-TU-NOTE
           ELSE
               MOVE SPACES              TO WS-TU-NOTE
           END-IF
           WRITE TRIG-RPT-LINE FROM WS-TRG-UNM-DTL
           .

      *=================================================================
      *    3000-WRITE-RULE-COUNTS. THE COUNTS PER RULE AND THE RUN
      *    TOTALS, AFTER THE UNMATCHED ROWS.
      *=================================================================
       3000-WRITE-RULE-COUNTS.

           MOVE SPACES TO TRIG-RPT-LINE
           WRITE TRIG-RPT-LINE
           WRITE TRIG-RPT-LINE FROM WS-TRG-RULE-HDR

           PERFORM 3100-WRITE-ONE-RULE-LINE
               VARYING WS-TRG-RULE-IX FROM 1 BY 1
               UNTIL WS-TRG-RULE-IX > WS-TRG-RULE-CNT

           MOVE SPACES TO TRIG-RPT-LINE
           WRITE TRIG-RPT-LINE
           MOVE 'BUSINESS ROWS READ'        TO WS-TS-LABEL
           MOVE WS-TRG-ROWS-READ            TO WS-TS-COUNT
           WRITE TRIG-RPT-LINE FROM WS-TRG-SUM
           MOVE 'ROWS WRITTEN TO ROWIDIN'   TO WS-TS-LABEL
           MOVE WS-TRG-ROWS-WRITTEN         TO WS-TS-COUNT
           WRITE TRIG-RPT-LINE FROM WS-TRG-SUM
           MOVE 'ROWS MATCHING NO RULE'     TO WS-TS-LABEL
           MOVE WS-TRG-ROWS-UNMATCHED       TO WS-TS-COUNT
           WRITE TRIG-RPT-LINE FROM WS-TRG-SUM
           MOVE '  OF WHICH NO VALID DUE DATE' TO WS-TS-LABEL
           MOVE WS-TRG-ROWS-NO-DUE          TO WS-TS-COUNT
           WRITE TRIG-RPT-LINE FROM WS-TRG-SUM
           .

      *=================================================================
      *    3100-WRITE-ONE-RULE-LINE. ONE RULE'S DEFINITION AND COUNTS.
      *=================================================================
       3100-WRITE-ONE-RULE-LINE.

           MOVE WS-TRG-RL-ID(WS-TRG-RULE-IX)       TO WS-TR-ID
           MOVE WS-TRG-RL-ANCHOR(WS-TRG-RULE-IX)   TO WS-TR-ANCHOR
           MOVE WS-TRG-RL-DAYS(WS-TRG-RULE-IX)     TO WS-TR-DAYS
           MOVE WS-TRG-RL-DAY-TYPE(WS-TRG-RULE-IX) TO WS-TR-DAY-TYPE
           MOVE WS-TRG-RL-BAL-COND(WS-TRG-RULE-IX) TO WS-TR-BAL-COND
           MOVE WS-TRG-RL-FREQ(WS-TRG-RULE-IX)     TO WS-TR-FREQ
           MOVE WS-TRG-RL-GRACE(WS-TRG-RULE-IX)    TO WS-TR-GRACE
           MOVE WS-TRG-RL-PREFIX(WS-TRG-RULE-IX)   TO WS-TR-PREFIX
           MOVE WS-TRG-RL-MATCHED(WS-TRG-RULE-IX)  TO WS-TR-MATCHED
           MOVE WS-TRG-RL-FIRED(WS-TRG-RULE-IX)    TO WS-TR-FIRED
           MOVE WS-TRG-RL-ALREADY(WS-TRG-RULE-IX)  TO WS-TR-ALREADY
           WRITE TRIG-RPT-LINE FROM WS-TRG-RULE-DTL
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

       COPY "notice-daynum-pd.cpy".

      *=================================================================
      *    8200-CHECK-BUS-DAY. IS DAY NUMBER WS-DT-DAYNUM A BUSINESS
      *    DAY - NOT A SATURDAY OR SUNDAY AND NOT ON THE HOLIDAY
      *    CALENDAR? DAY NUMBERS RUN WEDNESDAY = 0 MODULO 7, SO
      *    SATURDAY IS 3 AND SUNDAY 4.
      *=================================================================
       8200-CHECK-BUS-DAY.

           SET WS-DT-BUS-DAY TO TRUE

           DIVIDE WS-DT-DAYNUM BY 7
               GIVING WS-DT-Q1 REMAINDER WS-DT-DOW
           IF WS-DT-DOW = 3 OR WS-DT-DOW = 4
               SET WS-DT-NON-BUS-DAY TO TRUE
           ELSE
               PERFORM 7110-DAYNUM-TO-DATE
               PERFORM 8210-CHECK-ONE-HOLIDAY
                   VARYING WS-TRG-HOL-IX FROM 1 BY 1
                   UNTIL WS-TRG-HOL-IX > WS-TRG-HOL-CNT
                      OR WS-DT-NON-BUS-DAY
           END-IF
           .

      *=================================================================
      *    8210-CHECK-ONE-HOLIDAY. COMPARES ONE CALENDAR ENTRY.
      *=================================================================
       8210-CHECK-ONE-HOLIDAY.

           IF WS-TRG-HOL-DATE(WS-TRG-HOL-IX) = WS-DT-DATE-X
               SET WS-DT-NON-BUS-DAY TO TRUE
           END-IF
           .

      *=================================================================
      *    8300-CHECK-DATE-VALID. IS WS-DT-DATE A REAL YYYYMMDD
      *    CALENDAR DATE - NUMERIC, YEAR 1900 OR LATER, MONTH 01-12
      *    AND A DAY THAT EXISTS IN THE MONTH, 29 FEBRUARY ONLY IN A
      *    LEAP YEAR (DIVISIBLE BY 4, AND NOT BY 100 UNLESS ALSO BY
      *    400)?
      *=================================================================
       8300-CHECK-DATE-VALID.

           SET WS-DT-INVALID TO TRUE

           IF WS-DT-DATE-X IS NUMERIC
               IF WS-DT-YYYY >= 1900
                  AND WS-DT-MM >= 1 AND WS-DT-MM <= 12
                   MOVE WS-DT-MONTH-DAY(WS-DT-MM)
                       TO WS-DT-DAYS-IN-MONTH
                   IF WS-DT-MM = 2
                       DIVIDE WS-DT-YYYY BY 4
                           GIVING WS-DT-QUOTIENT REMAINDER WS-DT-REM-4
                       DIVIDE WS-DT-YYYY BY 100
                           GIVING WS-DT-QUOTIENT
                           REMAINDER WS-DT-REM-100
                       DIVIDE WS-DT-YYYY BY 400
                           GIVING WS-DT-QUOTIENT
                           REMAINDER WS-DT-REM-400
                       IF WS-DT-REM-4 = 0
                          AND (WS-DT-REM-100 NOT = 0
                               OR WS-DT-REM-400 = 0)
                           MOVE 29 TO WS-DT-DAYS-IN-MONTH
                       END-IF
                   END-IF
                   IF WS-DT-DD >= 1
                      AND WS-DT-DD <= WS-DT-DAYS-IN-MONTH
                       SET WS-DT-VALID TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *=================================================================
      *    9999-TERMINATE. CLOSES THE FILES, REPORTS THE RUN TOTALS
      *    AND SETS THE RETURN CODE - RC 4 WHEN NOTHING WAS TRIGGERED.
      *=================================================================
       9999-TERMINATE.

           CLOSE BUSINESS-FILE
           CLOSE TRIGGERED-FILE
           CLOSE ROWID-FILE
           CLOSE TRIG-RPT-FILE

           DISPLAY 'NTCTRIG - BUSINESS ROWS READ:   ' WS-TRG-ROWS-READ
           DISPLAY 'NTCTRIG - ROWS TO ROWIDIN:      '
                   WS-TRG-ROWS-WRITTEN
           DISPLAY 'NTCTRIG - ROWS MATCHING NO RULE:'
                   WS-TRG-ROWS-UNMATCHED

           IF WS-TRG-ROWS-WRITTEN = 0
               DISPLAY 'NTCTRIG - WARNING: NO NOTICES TRIGGERED'
               MOVE 4 TO RETURN-CODE
           END-IF
           .
