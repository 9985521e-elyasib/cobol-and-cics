      *=================================================================
      *    VLT-REC - ONE DELIVERY RECORD AS IT WAS HANDED TO THE
      *    GATEWAY, KEPT VERBATIM ON THE KEYED CONTENT VAULT
      *    (CNTVAULT) SO THE EXACT TEXT OF A DISPUTED NOTICE CAN BE
      *    PRODUCED WITHOUT REPLAYING ITS TEMPLATE. WRITTEN BY THE
      *    GATEWAY HAND-OFF (GWFEED) FOR EVERY RECORD IT RELEASES -
      *    PER-NOTICE, DIGEST AND HELD-THEN-RELEASED ALIKE - AND
      *    NEVER MASKED. ARCPURGE MOVES IT TO THE VLTARCH GENERATIONS
      *    UNDER THE SAME CUTOFF AS THE AUDIT TRAIL.
      *=================================================================
       01  VLT-REC.
           05  VLT-KEY.
               10  VLT-ROW-IDENTIFIER    PIC X(50).
      *        WHEN THE HAND-OFF RELEASED IT, 'YYYY-MM-DD HH:MM:SS'.
               10  VLT-SEND-TS           PIC X(19).
               10  VLT-STRING-NUM        PIC 9(01).
               10  VLT-SEG-NUM           PIC 9(02).
      *        0 NORMALLY. A ROW BUILT TWICE IN ONE NIGHT (A RESEND
      *        ALONGSIDE ITS SCHEDULED RUN) HANDS THE SAME ROW,
      *        SECTION AND SEGMENT OFF TWICE AT ONE TIMESTAMP - EACH
      *        FURTHER COPY TAKES THE NEXT NUMBER SO NONE IS LOST.
               10  VLT-COPY-NUM          PIC 9(01).
           05  VLT-CHANNEL               PIC X(05).
           05  VLT-RECIPIENT             PIC X(60).
           05  VLT-PRIORITY              PIC 9(01).
           05  VLT-TMPL-LANG             PIC X(02).
           05  VLT-TMPL-EFF-DATE         PIC X(08).
           05  VLT-MSG-TEXT              PIC X(400).
