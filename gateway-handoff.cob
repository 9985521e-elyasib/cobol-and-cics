      *    WITHOUT ANYONE SCRIPTING AROUND THE BATCH. NO CARD MEANS
      *    NO CAP. THE CAP COUNTS NOTICES (ROW IDENTIFIERS), NOT
      *    SEGMENTS.
      *
      *    LETTER-CHANNEL RECORDS ARE NOT THE GATEWAY'S - THEY ARE
      *    PASSED OVER HERE AND PRINTED FROM THE SAME DLVRIN BY THE
      *    PRINT HAND-OFF (LTRFEED). THEY NEVER COUNT AGAINST THE
      *    CAP.
      *
      *    EVERY RECORD HANDED TO THE GATEWAY IS ALSO WRITTEN,
      *    VERBATIM, TO THE KEYED CONTENT VAULT (CNTVAULT) UNDER ITS
      *    ROW IDENTIFIER, THIS HAND-OFF'S TIMESTAMP, SECTION AND
      *    SEGMENT, WITH ITS CHANNEL, RECIPIENT AND TEMPLATE VERSION -
      *    SO WHATEVER BUILT IT (THE NIGHTLY BATCH, A DIGEST, HLDREL
      *    RELEASING A HOLD, A DEFERRAL FROM AN EARLIER NIGHT) THE
      *    TEXT THE CUSTOMER WAS SENT CAN BE PRODUCED AS SENT. A
      *    DEFERRED RECORD IS VAULTED ON THE NIGHT IT FINALLY GOES.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GWFEED.
      *    DATE       INIT  DESCRIPTION
      *    09/02/2026 ES    ORIGINAL - PRIORITY-ORDERED GATEWAY
      *                     HAND-OFF WITH LOW-PRIORITY VOLUME CAP
      *    10/15/2026 ES    PASSES OVER LETTER-CHANNEL RECORDS,
      *                     WHICH GO TO THE PRINT HAND-OFF INSTEAD
      *    10/15/2026 ES    WRITES EVERY RECORD HANDED TO THE GATEWAY
      *                     TO THE CNTVAULT CONTENT VAULT
      *=================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-FILE-STATUS.

           SELECT CONTENT-VAULT-FILE ASSIGN TO "CNTVAULT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-KEY
               FILE STATUS IS WS-VLT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE NIGHT'S DELIVERY RECORDS AS THE BUILD STEPS WROTE
           RECORDING MODE IS F.
       01  OPT-CARD                      PIC X(80).

      *    THE KEYED CONTENT VAULT - WHAT WENT TO THE GATEWAY, AS SENT.
       FD  CONTENT-VAULT-FILE.
       COPY "notice-vlt-rec.cpy".

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================
       WORKING-STORAGE SECTION.

       77  WS-OPT-FILE-STATUS               PIC X(02) VALUE '00'.
       77  WS-VLT-FILE-STATUS               PIC X(02) VALUE '00'.
       01  WS-OPT-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-OPT-EOF                             VALUE 'Y'.
       01  WS-DSR-EOF-SW                    PIC X(01) VALUE 'N'.
       77  WS-FEED-OUT-CTR                  PIC 9(07) VALUE 0.
       77  WS-FEED-DEFER-CTR                PIC 9(07) VALUE 0.
       77  WS-FEED-DEFER-ROW-CTR            PIC 9(07) VALUE 0.
       77  WS-FEED-LETTER-CTR               PIC 9(07) VALUE 0.
       77  WS-FEED-VAULT-CTR                PIC 9(07) VALUE 0.

      *    THE HAND-OFF TIMESTAMP EVERY VAULT RECORD OF THIS RUN IS
      *    KEYED BY - STAMPED ONCE, SO A NOTICE'S SEGMENTS SHARE IT.
       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-DATE              PIC 9(08).
           05  WS-CURR-TIME              PIC 9(08).
       01  WS-TIMESTAMP-OUT                 PIC X(19) VALUE SPACES.
       01  WS-VLT-WRITTEN-SW                PIC X(01) VALUE 'N'.
           88  WS-VLT-WRITTEN-Y                       VALUE 'Y'.
           88  WS-VLT-WRITTEN-N                       VALUE 'N'.

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
      *    1000-INITIALIZE. READS THE RUN OPTION CARDS FOR THE CAP.
      *    A MISSING FILE OR NO LOWPRICAP CARD MEANS NO CAP - THE
      *    HAND-OFF AS IT WOULD ALWAYS HAVE RUN. OPENS THE CONTENT
      *    VAULT - CREATED ON THE FIRST RUN - AND STAMPS THE HAND-OFF
      *    TIME. A VAULT THAT WILL NOT OPEN STOPS THE HAND-OFF: NOTHING
      *    GOES TO THE GATEWAY THAT CANNOT BE PRODUCED LATER.
      *=================================================================
       1000-INITIALIZE.

           OPEN I-O CONTENT-VAULT-FILE
           IF WS-VLT-FILE-STATUS = '35'
               OPEN OUTPUT CONTENT-VAULT-FILE
               CLOSE CONTENT-VAULT-FILE
               OPEN I-O CONTENT-VAULT-FILE
           END-IF
           IF WS-VLT-FILE-STATUS NOT = '00'
               DISPLAY 'GWFEED ABEND - CONTENT VAULT OPEN FAILED '
                       WS-VLT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 7000-STAMP-TIMESTAMP

           OPEN INPUT RUN-OPTIONS-FILE
           IF WS-OPT-FILE-STATUS = '00'
               PERFORM 1310-READ-ONE-OPT-CARD
      *    2000-FEED-ONE-REC. ROUTES THE SORTED RECORD - TO THE
      *    GATEWAY FILE, OR TO THE DEFERRED FILE ONCE THE CAP IS
      *    REACHED. THE DECISION IS MADE ON THE FIRST RECORD OF
      *    EACH NOTICE AND REUSED FOR THE REST OF IT. A LETTER
      *    RECORD IS ONLY COUNTED - LTRFEED PRINTS IT.
      *=================================================================
       2000-FEED-ONE-REC.

           IF DSR-CHANNEL = 'LETTR'
               ADD 1 TO WS-FEED-LETTER-CTR
           ELSE
               IF DSR-ROW-IDENTIFIER NOT = WS-FEED-PREV-ID
                   MOVE DSR-ROW-IDENTIFIER TO WS-FEED-PREV-ID
                   PERFORM 2010-DECIDE-NOTICE-ROUTE
               END-IF

               IF WS-FEED-GO
                   PERFORM 2020-WRITE-GW-REC
               ELSE
                   PERFORM 2030-WRITE-DEFER-REC
               END-IF
           END-IF

           PERFORM 2100-READ-SORTED-DLV
           .

      *=================================================================
      *    2020-WRITE-GW-REC. HANDS THE RECORD TO THE GATEWAY FILE
      *    AND KEEPS IT IN THE CONTENT VAULT.
      *=================================================================
       2020-WRITE-GW-REC.

           MOVE DSR-REC TO DLV-REC
           WRITE DLV-REC
           ADD 1 TO WS-FEED-OUT-CTR

           PERFORM 2040-VAULT-GW-REC
           .

      *=================================================================
      *    2040-VAULT-GW-REC. WRITES THE RECORD JUST HANDED OFF TO THE
      *    CONTENT VAULT AS SENT, UNDER THIS RUN'S HAND-OFF TIMESTAMP.
      *=================================================================
       2040-VAULT-GW-REC.

           MOVE DSR-ROW-IDENTIFIER    TO VLT-ROW-IDENTIFIER
           MOVE WS-TIMESTAMP-OUT      TO VLT-SEND-TS
           MOVE DSR-STRING-NUM        TO VLT-STRING-NUM
           MOVE DSR-SEG-NUM           TO VLT-SEG-NUM
           MOVE 0                     TO VLT-COPY-NUM
           MOVE DSR-CHANNEL           TO VLT-CHANNEL
           MOVE DSR-RECIPIENT         TO VLT-RECIPIENT
           MOVE DSR-PRIORITY          TO VLT-PRIORITY
           MOVE DSR-TMPL-LANG         TO VLT-TMPL-LANG
           MOVE DSR-TMPL-EFF-DATE     TO VLT-TMPL-EFF-DATE
           MOVE DSR-MSG-TEXT          TO VLT-MSG-TEXT

           SET WS-VLT-WRITTEN-N TO TRUE
           PERFORM 2045-WRITE-ONE-VAULT-COPY
               UNTIL WS-VLT-WRITTEN-Y
           .

      *=================================================================
      *    2045-WRITE-ONE-VAULT-COPY. ONE TRY AT THE VAULT WRITE. A
      *    DUPLICATE KEY IS THE SAME ROW, SECTION AND SEGMENT HANDED
      *    OFF TWICE THIS RUN - THE COPY TAKES THE NEXT COPY NUMBER
      *    AND TRIES AGAIN. ANY OTHER FAILURE, OR MORE COPIES THAN THE
      *    KEY CAN NUMBER, STOPS THE HAND-OFF.
      *=================================================================
       2045-WRITE-ONE-VAULT-COPY.

           WRITE VLT-REC
               INVALID KEY
                   IF WS-VLT-FILE-STATUS = '22'
                       AND VLT-COPY-NUM < 9
                       ADD 1 TO VLT-COPY-NUM
                   ELSE
                       PERFORM 9100-VAULT-WRITE-FAILED
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-FEED-VAULT-CTR
                   SET WS-VLT-WRITTEN-Y TO TRUE
           END-WRITE
           .

      *=================================================================
           END-READ
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
      *    9100-VAULT-WRITE-FAILED. FATAL - A GATEWAY RECORD THAT
      *    CANNOT BE VAULTED COULD NOT BE PRODUCED IF DISPUTED, SO THE
      *    STEP ENDS RC 12 AND THE GATEWAY FILE IS NOT RELEASED.
      *=================================================================
       9100-VAULT-WRITE-FAILED.

           DISPLAY 'GWFEED ABEND - CONTENT VAULT WRITE FAILED '
                   WS-VLT-FILE-STATUS ' ' VLT-ROW-IDENTIFIER
           CLOSE DELIVERY-SORTED-FILE
           CLOSE GW-OUT-FILE
           CLOSE DEFER-FILE
           CLOSE CONTENT-VAULT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *=================================================================
      *    9999-TERMINATE. CLOSES THE FILES AND REPORTS THE HAND-OFF
      *    TOTALS.
           CLOSE DELIVERY-SORTED-FILE
           CLOSE GW-OUT-FILE
           CLOSE DEFER-FILE
           CLOSE CONTENT-VAULT-FILE

           DISPLAY 'GWFEED - DELIVERY RECORDS READ:  '
                   WS-FEED-READ-CTR
                   WS-FEED-DEFER-ROW-CTR
           DISPLAY 'GWFEED - LOW-PRI NOTICES SENT:   '
                   WS-LOWPRI-SENT
           DISPLAY 'GWFEED - LETTER RECS PASSED OVER:'
                   WS-FEED-LETTER-CTR
           DISPLAY 'GWFEED - RECORDS VAULTED:        '
                   WS-FEED-VAULT-CTR
           .
