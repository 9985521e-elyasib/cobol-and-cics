           88  WS-DGS-MBR-FULL                        VALUE 'Y'.
           88  WS-DGS-MBR-ROOM                        VALUE 'N'.
       77  WS-DGS-MEMBERS-TEMP              PIC X(300) VALUE SPACES.
      *    THE HEADER TEMPLATE'S VERSION FOR THE CONTENT VAULT -
      *    LANGUAGE AND EFFECTIVE START DATE, BOTH SPACES FOR THE
      *    BUILT-IN LINE.
       77  WS-DGS-HDR-LANG                  PIC X(02) VALUE SPACES.
       77  WS-DGS-HDR-EFF-DATE              PIC X(08) VALUE SPACES.
       01  WS-DGS-HDR-TEXT.
           49  WS-DGS-HDR-L              PIC S9(4) COMP VALUE 0.
           49  WS-DGS-HDR-T              PIC X(400) VALUE SPACES.
