      *=================================================================
      *    MSK-REC - ONE PII MASKING RULE CARD, KEYED BY THE BUS-REC
      *    FIELD NAME EXACTLY AS THE FIELD MAP NAMES IT (MAP-FIELD-
      *    NAME), EG.
      *        ACCOUNT-NUM     LST4
      *        EMAIL-ADDR      EMAL
      *    A VALUE OF A FIELD WITH A RULE IS MASKED WHEREVER IT IS
      *    COPIED INTO THE AUDIT TRAIL - THE AUDIT LOG, THE PROOF
      *    LISTING, THE HISTORY FILE AND THE ARCHIVES. THE DELIVERED
      *    TEXT IS NEVER MASKED. RULE CODES (EVERY RULE KEEPS THE
      *    VALUE'S LENGTH AND SPACING, SO A MASKED VALUE STILL LINES
      *    UP WITH THE TEXT AROUND IT):
      *        LST4  LAST FOUR LETTERS/DIGITS SHOWN  (***) ***-4567
      *        EMAL  FIRST LETTER PLUS DOMAIN        j*****@mail.com
      *              (NO '@' IN THE VALUE - STARRED AS FULL)
      *        INIT  FIRST LETTER OF EACH WORD       J*** S****
      *        FULL  EVERY NON-BLANK CHARACTER       *********
      *              STARRED
      *    LST4 AND INIT LEAVE PUNCTUATION AS IT STANDS.
      *=================================================================
       01  MSK-REC.
           05  MSK-FIELD-NAME            PIC X(15).
           05  FILLER                    PIC X(01).
           05  MSK-RULE-COD              PIC X(04).
