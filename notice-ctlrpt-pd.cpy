      *=================================================================
      *    9500-WRITE-CONTROL-REPORT. FORMAL END-OF-RUN BALANCING
      *    REPORT - ROWS IN, ROWS DELIVERED, DELIVERY RECORDS BY
      *    CHANNEL (LETTER INCLUDED) AND BY SECTION, SUSPENSE BY
      *    REASON CODE, AND AN IN = DELIVERED + SUSPENDED BALANCE
      *    LINE THAT CALLS OUT AN OUT-OF-BALANCE RUN INSTEAD OF
      *    LEAVING IT TO AN EYEBALLED RECORD COUNT THE MORNING AFTER.
      *=================================================================
       9500-WRITE-CONTROL-REPORT.

           MOVE WS-CTL-DLV-SMS             TO WS-CTL-DTL-CNT
           PERFORM 9510-WRITE-ONE-TOTAL

           MOVE '  BY CHANNEL - LETTER'    TO WS-CTL-DTL-LABEL
           MOVE WS-CTL-DLV-LETTER          TO WS-CTL-DTL-CNT
           PERFORM 9510-WRITE-ONE-TOTAL

           MOVE '  BY CHANNEL - OTHER'     TO WS-CTL-DTL-LABEL
           MOVE WS-CTL-DLV-OTHER           TO WS-CTL-DTL-CNT
           PERFORM 9510-WRITE-ONE-TOTAL
           MOVE WS-DGS-DIGEST-CTR          TO WS-CTL-DTL-CNT
           PERFORM 9510-WRITE-ONE-TOTAL

           MOVE 'LEGAL ROWS REROUTED TO LETTER'
                                           TO WS-CTL-DTL-LABEL
           MOVE WS-CTL-LTR-REROUTED        TO WS-CTL-DTL-CNT
           PERFORM 9510-WRITE-ONE-TOTAL

           MOVE 'ROWS HELD FOR CONTACT CAP'
                                           TO WS-CTL-DTL-LABEL
           MOVE WS-CTL-CAP-HELD            TO WS-CTL-DTL-CNT
           PERFORM 9510-WRITE-ONE-TOTAL

           MOVE 'ROWS SUSPENDED FOR CONTACT CAP'
                                           TO WS-CTL-DTL-LABEL
           MOVE WS-CTL-CAP-SUSP            TO WS-CTL-DTL-CNT
           PERFORM 9510-WRITE-ONE-TOTAL

           MOVE 'CAP-EXEMPT ROWS OVER CAP' TO WS-CTL-DTL-LABEL
           MOVE WS-CTL-CAP-EXEMPT          TO WS-CTL-DTL-CNT
           PERFORM 9510-WRITE-ONE-TOTAL

           PERFORM 9530-WRITE-ONE-PRIORITY
               VARYING INDX-CO FROM 1 BY 1
               UNTIL INDX-CO > 9
