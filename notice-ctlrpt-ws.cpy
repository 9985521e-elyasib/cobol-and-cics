       01  WS-REASON-NAME-VALS.
           05  FILLER  PIC X(22) VALUE SPACES.
           05  FILLER  PIC X(22) VALUE SPACES.
           05  FILLER  PIC X(22) VALUE 'CONTACT CAP REACHED'.
           05  FILLER  PIC X(22) VALUE 'CONTENT BLOCK INVALID'.
           05  FILLER  PIC X(22) VALUE 'STRNGS INCOMPLETE'.
           05  FILLER  PIC X(22) VALUE 'STRNGS NOT FOUND'.
           05  FILLER  PIC X(22) VALUE 'STRNG TRUNCATED'.
