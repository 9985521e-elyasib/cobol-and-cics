      *    PRIORITY CLASS CARRIED THROUGH THE HOLD SO THE RELEASE
      *    STEP HANDS IT TO THE LIVE FILE UNCHANGED.
           05  HLD-PRIORITY              PIC 9(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
      *    TEMPLATE VERSION, CARRIED THROUGH THE HOLD THE SAME WAY
      *    (SEE DLV-TMPL-LANG / DLV-TMPL-EFF-DATE).
           05  HLD-TMPL-LANG             PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  HLD-TMPL-EFF-DATE         PIC X(08).
