      *=================================================================
      *    LTM-REC - ONE PRINTED LETTER ON THE LETTER MANIFEST
      *    (LTRMANF), WRITTEN BY THE PRINT HAND-OFF (LTRFEED) AS EACH
      *    LETTER GOES TO THE PRINT VENDOR. THE MAIL HOUSE QUOTES THE
      *    ROW IDENTIFIER AND PRINT DATE FROM THE REFERENCE LINE ON
      *    ANY PIECE IT RETURNS, AND LTRRECON MATCHES ITS
      *    RETURNED-MAIL FILE BACK TO THE MANIFEST ON THOSE TWO.
      *=================================================================
       01  LTM-REC.
           05  LTM-ROW-IDENTIFIER        PIC X(50).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LTM-PRINT-DATE            PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
      *    THE LETTER'S DELIVERY-RECORD RECIPIENT - POSTAL CODE THEN
      *    ADDRESS LINE 1 - WHICH IS THE BAD-ADDRESS QUARANTINE KEY
      *    FOR THE LETTER CHANNEL.
           05  LTM-RECIPIENT             PIC X(60).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LTM-PRIORITY              PIC 9(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LTM-PAGES                 PIC 9(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  LTM-TIMESTAMP             PIC X(19).
