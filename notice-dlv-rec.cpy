      *    KEPT AFTER THE MESSAGE TEXT SO THE GATEWAY'S EXISTING
      *    COLUMN POSITIONS DO NOT MOVE.
           05  DLV-PRIORITY              PIC 9(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
      *    THE TEMPLATE VERSION THE TEXT WAS BUILT FROM - ITS LANGUAGE
      *    AND effective_start_date (YYYYMMDD, SPACES FOR A VERSION
      *    WITH NONE) - SO THE CONTENT VAULT RECORDS EXACTLY WHICH
      *    WORDING WENT OUT. BOTH SPACES ON A BUILT-IN DIGEST HEADER.
      *    AFTER THE PRIORITY FOR THE SAME REASON AS THE PRIORITY.
           05  DLV-TMPL-LANG             PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DLV-TMPL-EFF-DATE         PIC X(08).
