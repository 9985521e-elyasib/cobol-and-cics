      *=================================================================
      *    PARTSPLT
      *    PARTITION STEP FOR BIG NIGHTS. DEALS THE ROW IDENTIFIER
      *    FILE INTO N STREAMS (ROWID01 THRU ROWID08, N FROM THE
      *    PARTS= CARD ON RUNOPTS, 2-8) BY ACCOUNT NUMBER, SO A
      *    100,000-ROW NIGHT CAN RUN AS N PARALLEL PARMSTR STEPS -
      *    EACH WITH ITS OWN CHECKPOINT AND OUTPUT FILES, EACH
      *    RESTARTABLE ALONE - INSIDE THE BATCH WINDOW. THE STREAM
      *    ASSEMBLY WAITS FOR THE PARTMERG COMBINE STEP. BECAUSE
      *    THE BUSINESS DATA IS KEYED (BUSVSAM), EVERY STREAM READS
      *    THE SAME BUSINESS FILE - NO PER-STREAM EXTRACT NEEDED.
      *    EVERY ROW FOR ONE ACCOUNT LANDS IN THE SAME STREAM, SO THE
      *    CONTACT FREQUENCY CAP, CHECKED AGAINST THE ONE SHARED
      *    CONTACT LEDGER, NEVER SEES TWO STREAMS CONTACT THE SAME
      *    CUSTOMER AT ONCE. ROWS WITH NO ACCOUNT ARE DEALT
      *    ROUND-ROBIN.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARTSPLT.
      *    DATE       INIT  DESCRIPTION
      *    09/02/2026 ES    ORIGINAL - DEALS ROWIDIN INTO N STREAMS
      *                     FOR THE PARTITIONED PARALLEL RUN
      *    10/15/2026 ES    DEALS BY ACCOUNT NUMBER (FROM BUSVSAM)
      *                     INSTEAD OF ROUND-ROBIN, SO ONE ACCOUNT'S
      *                     ROWS SHARE A STREAM AND ITS CONTACT LEDGER
      *                     COUNT CANNOT BE DOUBLED ACROSS STREAMS
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-FILE-STATUS.

           SELECT BUSINESS-FILE  ASSIGN TO "BUSVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUS-ROW-IDENTIFIER
               FILE STATUS IS WS-BUS-FILE-STATUS.

           SELECT STREAM-01-FILE ASSIGN TO "ROWID01"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STREAM-02-FILE ASSIGN TO "ROWID02"
           RECORDING MODE IS F.
       01  OPT-CARD                      PIC X(80).

      *    BUSINESS DATA, READ BY ROW IDENTIFIER ONLY FOR THE ROW'S
      *    ACCOUNT NUMBER.
       FD  BUSINESS-FILE.
       COPY "notice-bus-rec.cpy".

      *    THE STREAMS - SAME ROWIDIN LAYOUT, PREFIXED PER FILE.
       FD  STREAM-01-FILE
           RECORDING MODE IS F.
                                         PIC 9(07) VALUE 0.
       77  WS-STREAM-IX                     PIC 9(01) VALUE 0.

      *    DEALING BY ACCOUNT. EVERY NON-BLANK BYTE OF THE ACCOUNT
      *    NUMBER IS FOLDED INTO A REMAINDER MODULO THE STREAM COUNT -
      *    THE SAME ACCOUNT ALWAYS GIVES THE SAME STREAM. THE BYTE'S
      *    CODE IS TAKEN THROUGH A HALFWORD WHOSE HIGH BYTE IS ZERO.
       77  WS-BUS-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-DEAL-STREAM                   PIC 9(01) VALUE 1.
       77  WS-ACCT-HASH                     PIC 9(01) VALUE 0.
       77  WS-ACCT-IX                       PIC 9(02) VALUE 0.
       77  WS-HASH-WORK                     PIC 9(05) VALUE 0.
       77  WS-HASH-QUOT                     PIC 9(05) VALUE 0.
       01  WS-HASH-BYTE-PAIR.
           05  WS-HASH-BYTE-HI           PIC X(01) VALUE LOW-VALUE.
           05  WS-HASH-BYTE-LO           PIC X(01) VALUE LOW-VALUE.
       01  WS-HASH-BYTE-CODE REDEFINES WS-HASH-BYTE-PAIR
                                         PIC 9(04) COMP.
       01  WS-ACCT-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  WS-ACCT-FOUND-Y                        VALUE 'Y'.
           88  WS-ACCT-FOUND-N                        VALUE 'N'.
       77  WS-SPLIT-RR-CTR                  PIC 9(07) VALUE 0.

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
               STOP RUN
           END-IF

           OPEN INPUT BUSINESS-FILE
           IF WS-BUS-FILE-STATUS NOT = '00'
               DISPLAY 'PARTSPLT ABEND - BUSINESS FILE OPEN FAILED '
                       WS-BUS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ROWID-FILE
           PERFORM 3000-OPEN-ONE-STREAM
               VARYING WS-STREAM-IX FROM 1 BY 1
           .

      *=================================================================
      *    2000-DEAL-ONE-ROW. WRITES THE ROW TO ITS ACCOUNT'S STREAM
      *    AND READS THE NEXT ROW. ACCOUNT NUMBERS SPREAD THE ROWS
      *    EVENLY ENOUGH ACROSS THE STREAMS; A ROW WHOSE BUSINESS
      *    RECORD IS MISSING OR CARRIES NO ACCOUNT TAKES THE NEXT
      *    STREAM IN ROTATION INSTEAD.
      *=================================================================
       2000-DEAL-ONE-ROW.

           PERFORM 2050-PICK-STREAM
           PERFORM 2200-WRITE-TO-STREAM
           ADD 1 TO WS-STREAM-CTR(WS-DEAL-STREAM)

           PERFORM 2100-READ-ROWID
           .

      *=================================================================
      *    2050-PICK-STREAM. SETS WS-DEAL-STREAM FROM THE ROW'S
      *    ACCOUNT NUMBER, OR FROM THE ROTATION WHEN THERE IS NONE.
      *=================================================================
       2050-PICK-STREAM.

           MOVE RID-ROW-IDENTIFIER TO BUS-ROW-IDENTIFIER
           READ BUSINESS-FILE
               INVALID KEY
                   MOVE SPACES TO BUS-ACCOUNT-NUM
           END-READ

           MOVE 0 TO WS-ACCT-HASH
           SET WS-ACCT-FOUND-N TO TRUE
           PERFORM 2060-HASH-ONE-BYTE
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > 20

           IF WS-ACCT-FOUND-Y
               COMPUTE WS-DEAL-STREAM = WS-ACCT-HASH + 1
           ELSE
               MOVE WS-NEXT-STREAM TO WS-DEAL-STREAM
               ADD 1 TO WS-SPLIT-RR-CTR
               IF WS-NEXT-STREAM >= WS-PART-CNT
                   MOVE 1 TO WS-NEXT-STREAM
               ELSE
                   ADD 1 TO WS-NEXT-STREAM
               END-IF
           END-IF
           .

      *=================================================================
      *    2060-HASH-ONE-BYTE. FOLDS BYTE WS-ACCT-IX OF THE ACCOUNT
      *    NUMBER INTO THE RUNNING REMAINDER.
      *=================================================================
       2060-HASH-ONE-BYTE.

           IF BUS-ACCOUNT-NUM(WS-ACCT-IX:1) NOT = SPACE
               SET WS-ACCT-FOUND-Y TO TRUE
               MOVE BUS-ACCOUNT-NUM(WS-ACCT-IX:1) TO WS-HASH-BYTE-LO
               COMPUTE WS-HASH-WORK = WS-ACCT-HASH * 31
                                    + WS-HASH-BYTE-CODE
               DIVIDE WS-HASH-WORK BY WS-PART-CNT
                   GIVING WS-HASH-QUOT REMAINDER WS-ACCT-HASH
           END-IF
           .

      *=================================================================

      *=================================================================
      *    2200-WRITE-TO-STREAM. WRITES ROWID-REC, UNCHANGED, TO THE
      *    STREAM IN WS-DEAL-STREAM.
      *=================================================================
       2200-WRITE-TO-STREAM.

           EVALUATE WS-DEAL-STREAM
             WHEN 1
                 MOVE ROWID-REC TO R01-REC
                 WRITE R01-REC
       9999-TERMINATE.

           CLOSE ROWID-FILE
           CLOSE BUSINESS-FILE
           PERFORM 3100-CLOSE-ONE-STREAM
               VARYING WS-STREAM-IX FROM 1 BY 1
               UNTIL WS-STREAM-IX > WS-PART-CNT

           DISPLAY 'PARTSPLT - ROWS READ:    ' WS-SPLIT-READ-CTR
           DISPLAY 'PARTSPLT - STREAMS USED: ' WS-PART-CNT
           DISPLAY 'PARTSPLT - NO ACCOUNT, DEALT IN ROTATION: '
                   WS-SPLIT-RR-CTR
           .
