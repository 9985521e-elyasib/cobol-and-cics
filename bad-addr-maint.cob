      *    TRANSACTION INPUT (TERMINAL LINE):
      *      BADM I <channel> <address>   SHOW THE QUARANTINE ENTRY
      *      BADM D <channel> <address>   CLEAR IT (ADDRESS FIXED)
      *    <channel> IS EMAIL, SMS OR LETTR, AS THE DELIVERY RECORD
      *    CARRIED IT. A LETTR <address> IS THE POSTAL CODE, THEN
      *    THE FIRST ADDRESS LINE AS PRINTED - THE KEY LTRRECON
      *    QUARANTINES FROM THE MAIL HOUSE'S RETURNED MAIL:
      *      BADM I LETTR 10001 12 MAIN ST APT 4
      *
      *    FILE DEFINITION EXPECTED IN THE CSD:
      *      BADADDVS - THE QUARANTINE KSDS, KEY BAD-KEY
      *    DATE       INIT  DESCRIPTION
      *    09/02/2026 ES    ORIGINAL - SERVICE-DESK INQUIRY AND
      *                     CLEAR AGAINST THE QUARANTINE KSDS
      *    10/15/2026 ES    LETTER-CHANNEL ENTRIES - POSTAL CODE
      *                     PLUS ADDRESS LINE 1 AS THE ADDRESS
      *=================================================================

       ENVIRONMENT DIVISION.
       77  WS-MNT-ACTION                    PIC X(01) VALUE SPACE.
       77  WS-MNT-CHANNEL                   PIC X(05) VALUE SPACES.
       77  WS-MNT-ADDRESS                   PIC X(60) VALUE SPACES.
       77  WS-MNT-PTR                       PIC 9(03) VALUE 1.

      *    A LETTER'S QUARANTINE ADDRESS, LAID OUT AS THE BUILD
      *    ENGINE KEYS IT (WS-LTR-ADDR-KEY IN notice-engine-ws).
       01  WS-MNT-LTR-KEY.
           05  WS-MNT-LTR-POSTAL         PIC X(10) VALUE SPACES.
           05  WS-MNT-LTR-LINE1          PIC X(40) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE SPACES.

       77  WS-MNT-LINE-CNT                  PIC 9(03) VALUE 0.
       77  WS-MNT-MAX-LINES                 PIC 9(03) VALUE 06.
               UNTIL WS-MNT-LINE-CNT > WS-MNT-MAX-LINES
           MOVE 0      TO WS-MNT-LINE-CNT

           MOVE 1 TO WS-MNT-PTR
           UNSTRING WS-TRAN-INPUT(6:75)
               DELIMITED BY ALL SPACES
               INTO WS-MNT-ACTION
                    WS-MNT-CHANNEL
                    WS-MNT-ADDRESS
               WITH POINTER WS-MNT-PTR
           END-UNSTRING

      *    A LETTER ADDRESS LINE HOLDS SPACES OF ITS OWN - THE WORD
      *    PARSED ABOVE IS THE POSTAL CODE AND THE WHOLE REST OF THE
      *    TERMINAL LINE IS ADDRESS LINE 1.
           IF WS-MNT-CHANNEL = 'LETTR'
               MOVE SPACES             TO WS-MNT-LTR-KEY
               MOVE WS-MNT-ADDRESS     TO WS-MNT-LTR-POSTAL
               IF WS-MNT-PTR <= 75
                   MOVE WS-TRAN-INPUT(WS-MNT-PTR + 5:)
                                       TO WS-MNT-LTR-LINE1
               END-IF
               MOVE WS-MNT-LTR-KEY     TO WS-MNT-ADDRESS
           END-IF

           MOVE WS-MNT-ADDRESS TO WS-SCR-TITLE-ID
           .

