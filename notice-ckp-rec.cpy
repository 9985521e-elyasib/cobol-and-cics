      *    ALREADY STAGED WOULD NEVER BE ASSEMBLED AND THEIR EMAILS
      *    SILENTLY LOST.
           05  CKP-DIGEST-SW             PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
      *    WS-CTL-TOTALS-EXT (notice-engine-ws) - THE COUNTERS ADDED
      *    ONCE CKP-CTL-TOTALS WAS FULL. A CHECKPOINT WRITTEN BEFORE
      *    THIS FIELD EXISTED READS BACK AS SPACES HERE.
           05  CKP-CTL-TOTALS-EXT        PIC X(70).
