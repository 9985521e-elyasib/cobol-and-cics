      *    DATE       INIT  DESCRIPTION
      *    09/02/2026 ES    ORIGINAL - FLAGS OUT-OF-PATTERN RUNS
      *                     AGAINST THE TRAILING RUN AVERAGE
      *    10/15/2026 ES    LETTER CHANNEL SWING CHECK - HISTORY
      *                     RECORDS FROM BEFORE THE LETTER COUNTER
      *                     COUNT AS ZERO LETTERS
      *=================================================================

       ENVIRONMENT DIVISION.
           05  WS-SUM-EMAIL              PIC 9(09) VALUE 0.
           05  WS-SUM-SMS                PIC 9(09) VALUE 0.
           05  WS-SUM-OTHER              PIC 9(09) VALUE 0.
           05  WS-SUM-LETTER             PIC 9(09) VALUE 0.
           05  WS-SUM-REASON             OCCURS 20 TIMES
                                         PIC 9(09) VALUE 0.
       77  WS-TREND-AVG                     PIC 9(07) VALUE 0.
           ADD STA-DLV-EMAIL      TO WS-SUM-EMAIL
           ADD STA-DLV-SMS        TO WS-SUM-SMS
           ADD STA-DLV-OTHER      TO WS-SUM-OTHER
      *    A RUN RECORDED BEFORE THE LETTER COUNTER EXISTED HAS
      *    SPACES THERE - IT SENT NO LETTERS.
           IF STA-DLV-LETTER IS NUMERIC
               ADD STA-DLV-LETTER TO WS-SUM-LETTER
           END-IF
           PERFORM 3110-SUM-ONE-REASON
               VARYING INDX-RSN FROM 1 BY 1
               UNTIL INDX-RSN > 20
           MOVE TRN-DLV-SMS       TO WS-TREND-LATEST
           PERFORM 8000-CHECK-SWING

           MOVE 'LETTER'          TO WS-TREND-LABEL
           MOVE WS-SUM-LETTER     TO WS-TREND-SUM-WK
           IF TRN-DLV-LETTER IS NUMERIC
               MOVE TRN-DLV-LETTER TO WS-TREND-LATEST
           ELSE
               MOVE 0              TO WS-TREND-LATEST
           END-IF
           PERFORM 8000-CHECK-SWING

           MOVE 'OTHER CHANNEL'   TO WS-TREND-LABEL
           MOVE WS-SUM-OTHER      TO WS-TREND-SUM-WK
           MOVE TRN-DLV-OTHER     TO WS-TREND-LATEST
