      *=================================================================
      *    UNM-REC - ONE NTCINQ UNMASK OR VAULT-VIEW ATTEMPT, WRITTEN
      *    TO THE EXTRAPARTITION TD QUEUE 'UNMK' BEFORE ANY CLEAR VALUE
      *    IS SHOWN. REFUSED ATTEMPTS ARE LOGGED AS WELL AS GRANTED
      *    ONES, SO THE SECURITY REVIEW SEES WHO TRIED AS WELL AS WHO
      *    SAW.
      *=================================================================
       01  UNM-REC.
           05  UNM-USERID                PIC X(08).
           05  FILLER                    PIC X(01).
      *    'YYYY-MM-DD HH:MM:SS', SAME FORMAT AS THE AUDIT TRAIL.
           05  UNM-TIMESTAMP             PIC X(19).
           05  FILLER                    PIC X(01).
           05  UNM-TERMID                PIC X(04).
           05  FILLER                    PIC X(01).
           05  UNM-ROW-IDENTIFIER        PIC X(50).
           05  FILLER                    PIC X(01).
      *    'GRANTED' OR 'DENIED'.
           05  UNM-OUTCOME               PIC X(07).
           05  FILLER                    PIC X(01).
      *    'U' UNMASK OF THE ROW'S CUSTOMER VALUES, 'V' VIEW OF THE
      *    DELIVERED CONTENT HELD FOR IT IN THE VAULT.
           05  UNM-ACTION                PIC X(01).
