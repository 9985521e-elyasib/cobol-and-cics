           MOVE WS-CTL-DLV-HELD       TO STA-DLV-HELD
           MOVE WS-CTL-DLV-DIGEST     TO STA-DLV-DIGEST
           MOVE WS-DGS-DIGEST-CTR     TO STA-DIGESTS-WRITTEN
           MOVE WS-CTL-DLV-LETTER     TO STA-DLV-LETTER
           MOVE WS-CTL-LTR-REROUTED   TO STA-LTR-REROUTED
           MOVE WS-CTL-CAP-HELD       TO STA-CAP-HELD
           MOVE WS-CTL-CAP-SUSP       TO STA-CAP-SUSP
           MOVE WS-CTL-CAP-EXEMPT     TO STA-CAP-EXEMPT

           PERFORM 9710-MOVE-ONE-STAT-REASON
               VARYING INDX-CO FROM 1 BY 1
