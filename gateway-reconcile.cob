      *                RESENDING WOULD BOUNCE AGAIN; FIX THE DATA)
      *      NO ACK  - AUDIT + EXCEPTION, NO RE-QUEUE (GATEWAY MAY
      *                STILL BE PROCESSING - INVESTIGATE FIRST)
      *
      *    LETTER-CHANNEL RECORDS NEVER REACH THE GATEWAY AND ARE
      *    PASSED OVER - THE MAIL HOUSE'S RETURNED MAIL IS MATCHED
      *    BY LTRRECON INSTEAD.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GWRECON.
      *                     LAST BOUNCE TIMESTAMPS) SO THE NIGHTLY
      *                     BUILD STOPS MAILING A KNOWN-BAD ADDRESS
      *                     THE VERY NEXT NIGHT
      *    10/15/2026 ES    PASSES OVER LETTER-CHANNEL DELIVERY
      *                     RECORDS SO PRINTED NOTICES ARE NOT
      *                     REPORTED AS NO ACK
      *    10/15/2026 ES    ACKNOWLEDGED OUTCOMES STAMPED WITH THE
      *                     GATEWAY'S OWN TIME, NOT THE RECONCILE
      *                     RUN'S, SO REPLIES MATCH THE RIGHT SEND
      *=================================================================

       ENVIRONMENT DIVISION.
       77  WS-RECON-DGMAN-CTR               PIC 9(07) VALUE 0.
       77  WS-RECON-QUAR-NEW-CTR            PIC 9(07) VALUE 0.
       77  WS-RECON-QUAR-UPD-CTR            PIC 9(07) VALUE 0.
       77  WS-RECON-LETTER-CTR              PIC 9(07) VALUE 0.
       77  WS-BAD-FILE-STATUS               PIC X(02) VALUE '00'.

       01  WS-CURRENT-TIMESTAMP.
           .

      *=================================================================
      *    2910-READ-DLV. READS THE NEXT GATEWAY DELIVERY RECORD -
      *    LETTER RECORDS ARE COUNTED AND PASSED OVER - AND REBUILDS
      *    ITS MATCH KEY.
      *=================================================================
       2910-READ-DLV.

           PERFORM 2912-READ-ONE-DLV
           PERFORM 2912-READ-ONE-DLV
               UNTIL WS-DLV-EOF OR DLV-CHANNEL NOT = 'LETTR'

           IF NOT WS-DLV-EOF
               ADD  1                  TO WS-RECON-DLV-CTR
               MOVE DLV-ROW-IDENTIFIER TO WS-DLV-KEY-ID
               MOVE DLV-STRING-NUM     TO WS-DLV-KEY-STR
               MOVE DLV-SEG-NUM        TO WS-DLV-KEY-SEG
           END-IF
           .

      *=================================================================
      *    2912-READ-ONE-DLV. ONE PHYSICAL READ OF THE DELIVERY FILE.
      *=================================================================
       2912-READ-ONE-DLV.

           READ DELIVERY-FILE
               AT END
                   SET  WS-DLV-EOF   TO TRUE
                   MOVE HIGH-VALUES  TO WS-DLV-KEY
               NOT AT END
                   IF DLV-CHANNEL = 'LETTR'
                       ADD 1 TO WS-RECON-LETTER-CTR
                   END-IF
           END-READ
           .

      *=================================================================
      *    2960-AUDIT-DLV-OUTCOME. APPENDS ONE OUTCOME EVENT FOR THE
      *    CURRENT DELIVERY RECORD TO THE AUDIT TRAIL. THE CALLER HAS
      *    ALREADY SET THE EVENT TYPE AND DETAIL. AN ACKNOWLEDGED
      *    OUTCOME CARRIES THE GATEWAY'S OWN TIMESTAMP - WHEN THE
      *    MESSAGE WENT (OR FAILED), WHICH SMSRPLY MATCHES INBOUND
      *    REPLIES AGAINST. A NOACK, OR AN ACK WITHOUT A TIME, IS
      *    STAMPED WITH THE RECONCILE RUN'S TIME.
      *=================================================================
       2960-AUDIT-DLV-OUTCOME.

           MOVE SPACES                TO AUD-LANG-COD
           MOVE 0                     TO AUD-SQLCODE
           MOVE SPACES                TO AUD-SUBS-APPLIED
           IF WS-DLV-KEY = WS-ACK-KEY AND ACK-TIMESTAMP NOT = SPACES
               MOVE ACK-TIMESTAMP     TO AUD-TIMESTAMP
           ELSE
               PERFORM 7000-STAMP-TIMESTAMP
               MOVE WS-TIMESTAMP-OUT  TO AUD-TIMESTAMP
           END-IF
           WRITE AUD-REC
           .

                   WS-RECON-QUAR-NEW-CTR
           DISPLAY 'GWRECON - QUARANTINE CNTS STEPPED:'
                   WS-RECON-QUAR-UPD-CTR
           DISPLAY 'GWRECON - LETTER RECS PASSED OVER:'
                   WS-RECON-LETTER-CTR
           .
