      *                                     EFFECTIVE-DATED TEMPLATE
      *                                     REPRODUCES THE ORIGINAL
      *                                     WORDING.
      *      NTCI U <row-identifier>        UNMASK - THE ROW'S CLEAR
      *                                     CUSTOMER VALUES, FOR A
      *                                     USER WITH READ ACCESS TO
      *                                     THE NTCI.UNMASK RESOURCE
      *                                     IN SECURITY CLASS XNTCPII
      *      NTCI V <row-identifier> [<n>]  DELIVERED CONTENT - THE
      *                                     VERBATIM TEXT OF EVERY
      *                                     MESSAGE HANDED TO THE
      *                                     GATEWAY FOR THE ROW, OFF
      *                                     THE CONTENT VAULT, FROM
      *                                     ITS NTH RECORD (DEFAULT 1).
      *                                     SAME ACCESS AND LOGGING AS
      *                                     UNMASK
      *
      *    THE HISTORY CARRIES ITS SUBSTITUTIONS AND DETAIL MASKED
      *    (NTCHSTLD MASKS THEM BY THE MASKRULE CARDS), SO EVERY
      *    DISPLAY IS MASKED BY DEFAULT. THE UNMASK ACTION READS THE
      *    CLEAR VALUES OFF THE ROW'S BUSINESS RECORD (BUSVSAM) - THE
      *    ONLY PLACE THEY ARE STILL HELD - AND ONLY AFTER THE ATTEMPT
      *    IS LOGGED, WITH USER ID AND TIMESTAMP, ON THE TD QUEUE
      *    'UNMK'. A REFUSED ATTEMPT IS LOGGED TOO; IF THE LOG WRITE
      *    FAILS NOTHING IS SHOWN. THE VAULT HOLDS WHAT WAS SENT,
      *    CUSTOMER VALUES AND ALL, SO VIEWING IT GOES THROUGH THE
      *    SAME CHECK AND THE SAME LOG.
      *
      *    RESENDS ARE WRITTEN TO THE EXTRAPARTITION TD QUEUE 'RSND'
      *    IN ROWIDIN FORMAT. APPEND THE QUEUE'S DATASET TO THE NEXT
      *    FILE DEFINITIONS EXPECTED IN THE CSD:
      *      NTCHIST   - THE HISTORY KSDS, KEY HST-KEY
      *      NTCHISTA  - AIX PATH OVER HST-ACCOUNT-NUM
      *      BUSVSAM   - THE BUSINESS KSDS, KEY BUS-ROW-IDENTIFIER
      *      CNTVAULT  - THE CONTENT VAULT KSDS, KEY VLT-KEY
      *    AND THE EXTRAPARTITION TD QUEUES RSND AND UNMK.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NTCINQ.
      *    09/02/2026 ES    SHOWS THE LANGUAGE EACH MESSAGE WENT
      *                     OUT IN, OFF THE NEW HISTORY LANGUAGE
      *                     CODE
      *    10/15/2026 ES    UNMASK ACTION FOR XNTCPII-AUTHORIZED
      *                     USERS, EVERY ATTEMPT LOGGED TO UNMK
      *    10/15/2026 ES    PAGE-THROUGH OF THE CONTENT VAULT, BEHIND
      *                     THE UNMASK CHECK AND LOG
      *=================================================================

       ENVIRONMENT DIVISION.

       COPY "notice-rowid-rec.cpy".

       COPY "notice-bus-rec.cpy".

       COPY "notice-unmk-rec.cpy".

       COPY "notice-vlt-rec.cpy".

       77  WS-TRAN-INPUT                    PIC X(80) VALUE SPACES.
       77  WS-TRAN-INPUT-LEN                PIC S9(4) COMP VALUE 80.
       77  WS-RESP                          PIC S9(8) COMP VALUE 0.
       77  WS-INQ-ACCOUNT                   PIC X(20) VALUE SPACES.
       77  WS-INQ-DATE                      PIC X(08) VALUE SPACES.

      *    UNMASK - THE SECURITY CLASS AND RESOURCE A USER MUST BE
      *    ABLE TO READ, THE SIGNED-ON USER AND THE TIME OF THE
      *    ATTEMPT.
       77  WS-UNM-RESCLASS                  PIC X(08) VALUE 'XNTCPII'.
       77  WS-UNM-RESID                     PIC X(11)
                                            VALUE 'NTCI.UNMASK'.
       77  WS-UNM-RESID-LEN                 PIC S9(8) COMP VALUE 11.
       77  WS-UNM-READ-CVDA                 PIC S9(8) COMP VALUE 0.
       01  WS-UNM-AUTH-SW                   PIC X(01) VALUE 'N'.
           88  WS-UNM-GRANTED                         VALUE 'Y'.
           88  WS-UNM-DENIED                          VALUE 'N'.
       01  WS-UNM-LOG-SW                    PIC X(01) VALUE 'N'.
           88  WS-UNM-LOGGED                          VALUE 'Y'.
           88  WS-UNM-NOT-LOGGED                      VALUE 'N'.
       77  WS-UNM-ACTION                    PIC X(01) VALUE SPACE.
       77  WS-UNM-USERID                    PIC X(08) VALUE SPACES.
       77  WS-UNM-ABSTIME                   PIC S9(15) COMP-3 VALUE 0.
       77  WS-UNM-DATE                      PIC X(08) VALUE SPACES.
       77  WS-UNM-TIME                      PIC X(06) VALUE SPACES.
       77  WS-UNM-TIMESTAMP                 PIC X(19) VALUE SPACES.
       77  WS-UNM-BALANCE-ED                PIC ZZZ,ZZZ,ZZ9.99.

      *    VAULT PAGE-THROUGH - THE RECORD TO START FROM, AS TYPED AND
      *    AS A NUMBER, THE RUNNING RECORD NUMBER WITHIN THE ROW, AND
      *    THE TEXT SLICING. A RECORD IS SHOWN WHOLE OR LEFT FOR THE
      *    NEXT PAGE; THE LAST SCREEN LINE IS KEPT FOR THE FOOTER.
       77  WS-VLT-FROM-X                    PIC X(03) VALUE SPACES.
       77  WS-VLT-FROM                      PIC 9(03) VALUE 1.
       77  WS-VLT-REC-NUM                   PIC 9(03) VALUE 0.
       77  WS-VLT-NEXT                      PIC 9(03) VALUE 0.
       77  WS-VLT-SHOWN-CNT                 PIC 9(03) VALUE 0.
       77  WS-VLT-MAX-BODY                  PIC 9(03) VALUE 17.
       77  WS-VLT-LINES-NEEDED              PIC 9(03) VALUE 0.
       77  WS-VLT-TEXT-LEN                  PIC S9(4) COMP VALUE 0.
       77  WS-VLT-TEXT-POS                  PIC S9(4) COMP VALUE 0.
       77  WS-VLT-SLICE-LEN                 PIC S9(4) COMP VALUE 0.
       01  WS-VLT-DONE-SW                   PIC X(01) VALUE 'N'.
           88  WS-VLT-DONE                            VALUE 'Y'.
       01  WS-VLT-MORE-SW                   PIC X(01) VALUE 'N'.
           88  WS-VLT-MORE                            VALUE 'Y'.

       77  WS-BROWSE-ROW-ID                 PIC X(50) VALUE SPACES.
      *    AIX BROWSE STATE FOR THE ACCOUNT PATH - AN ACCOUNT CAN OWN
      *    SEVERAL ROW IDENTIFIERS, AND THE SCREEN MUST SAY SO RATHER
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-HD-DETAIL              PIC X(39) VALUE SPACES.

      *    ONE VAULT RECORD'S HEADING LINE - ITS NUMBER WITHIN THE
      *    ROW, WHEN IT WENT, SECTION AND SEGMENT, CHANNEL, THE
      *    TEMPLATE VERSION (LANGUAGE AND EFFECTIVE DATE) AND THE
      *    RECIPIENT IT WENT TO.
       01  WS-VAULT-DTL.
           05  WS-VD-REC-NUM             PIC 9(03) VALUE 0.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-VD-SEND-TS             PIC X(19) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-VD-SECT                PIC 9(01) VALUE 0.
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-VD-SEG                 PIC 9(02) VALUE 0.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-VD-CHANNEL             PIC X(05) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-VD-LANG                PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-VD-EFF-DATE            PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-VD-RECIPIENT           PIC X(32) VALUE SPACES.

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
                 END-IF
             WHEN 'R'
                 PERFORM 4000-QUEUE-RESEND
             WHEN 'U'
                 PERFORM 5000-UNMASK-ROW
             WHEN 'V'
                 PERFORM 6000-VIEW-VAULT
             WHEN OTHER
                 MOVE WS-INQ-ROW-ID TO WS-BROWSE-ROW-ID
                 PERFORM 2000-BUILD-HISTORY
           MOVE SPACES TO WS-INQ-ROW-ID
           MOVE SPACES TO WS-INQ-ACCOUNT
           MOVE SPACES TO WS-INQ-DATE
           MOVE SPACES TO WS-VLT-FROM-X
           MOVE SPACES TO WS-BROWSE-ROW-ID
           MOVE 0      TO WS-HIST-LINE-CNT
           PERFORM 1100-CLEAR-ONE-LINE
                     INTO WS-INQ-ROW-ID
                          WS-INQ-DATE
                 END-UNSTRING
             WHEN 'U '
                 MOVE 'U'                   TO WS-INQ-ACTION
                 MOVE WS-TRAN-INPUT(8:50)   TO WS-INQ-ROW-ID
             WHEN 'V '
                 MOVE 'V'                   TO WS-INQ-ACTION
                 UNSTRING WS-TRAN-INPUT(8:73)
                     DELIMITED BY ALL SPACES
                     INTO WS-INQ-ROW-ID
                          WS-VLT-FROM-X
                 END-UNSTRING
      *          A MISSING OR UNREADABLE RECORD NUMBER STARTS AT THE
      *          FIRST RECORD, AS TMPA DOES FOR ITS TEXT LINE.
                 EVALUATE TRUE
                   WHEN WS-VLT-FROM-X(2:2) = SPACES
                        AND WS-VLT-FROM-X(1:1) IS NUMERIC
                       MOVE WS-VLT-FROM-X(1:1) TO WS-VLT-FROM
                   WHEN WS-VLT-FROM-X(3:1) = SPACE
                        AND WS-VLT-FROM-X(1:2) IS NUMERIC
                       MOVE WS-VLT-FROM-X(1:2) TO WS-VLT-FROM
                   WHEN WS-VLT-FROM-X IS NUMERIC
                       MOVE WS-VLT-FROM-X      TO WS-VLT-FROM
                   WHEN OTHER
                       MOVE 1                  TO WS-VLT-FROM
                 END-EVALUATE
                 IF WS-VLT-FROM = 0
                     MOVE 1 TO WS-VLT-FROM
                 END-IF
             WHEN OTHER
                 MOVE WS-TRAN-INPUT(6:50)   TO WS-INQ-ROW-ID
           END-EVALUATE
           END-IF
           .

      *=================================================================
      *    5000-UNMASK-ROW. CHECKS AND LOGS THE ATTEMPT, AND - ONLY
      *    WHEN ACCESS IS GRANTED AND THE LOG RECORD IS ON THE QUEUE -
      *    SHOWS THE ROW'S CLEAR CUSTOMER VALUES OFF BUSVSAM.
      *=================================================================
       5000-UNMASK-ROW.

           MOVE WS-INQ-ROW-ID TO WS-SCR-TITLE-ID
           MOVE 'U'           TO WS-UNM-ACTION
           PERFORM 5050-CHECK-AND-LOG-ACCESS

           ADD 1 TO WS-HIST-LINE-CNT
           EVALUATE TRUE
             WHEN WS-UNM-NOT-LOGGED
                 MOVE 'UNMASK LOG WRITE FAILED - CALL SUPPORT'
                      TO WS-SCR-LINE(WS-HIST-LINE-CNT)
             WHEN WS-UNM-DENIED
                 MOVE 'UNMASK NOT AUTHORIZED - ATTEMPT LOGGED'
                      TO WS-SCR-LINE(WS-HIST-LINE-CNT)
             WHEN OTHER
                 PERFORM 5200-SHOW-CLEAR-VALUES
           END-EVALUATE
           .

      *=================================================================
      *    5050-CHECK-AND-LOG-ACCESS. CHECKS THE USER'S ACCESS TO THE
      *    UNMASK RESOURCE AND LOGS THE ATTEMPT (ACTION IN
      *    WS-UNM-ACTION) EITHER WAY. A SECURITY CHECK THAT CANNOT BE
      *    MADE (CLASS NOT ACTIVE, RESOURCE NOT DEFINED) IS A REFUSAL.
      *=================================================================
       5050-CHECK-AND-LOG-ACCESS.

           EXEC CICS ASSIGN
                USERID(WS-UNM-USERID)
           END-EXEC

           PERFORM 5100-STAMP-TIMESTAMP

           SET WS-UNM-DENIED TO TRUE
           EXEC CICS QUERY SECURITY
                RESCLASS(WS-UNM-RESCLASS)
                RESID(WS-UNM-RESID)
                RESIDLENGTH(WS-UNM-RESID-LEN)
                READ(WS-UNM-READ-CVDA)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND WS-UNM-READ-CVDA = DFHVALUE(READABLE)
               SET WS-UNM-GRANTED TO TRUE
           END-IF

           MOVE SPACES             TO UNM-REC
           MOVE WS-UNM-USERID      TO UNM-USERID
           MOVE WS-UNM-TIMESTAMP   TO UNM-TIMESTAMP
           MOVE EIBTRMID           TO UNM-TERMID
           MOVE WS-INQ-ROW-ID      TO UNM-ROW-IDENTIFIER
           IF WS-UNM-GRANTED
               MOVE 'GRANTED'      TO UNM-OUTCOME
           ELSE
               MOVE 'DENIED'       TO UNM-OUTCOME
           END-IF
           MOVE WS-UNM-ACTION      TO UNM-ACTION

           EXEC CICS WRITEQ TD
                QUEUE('UNMK')
                FROM(UNM-REC)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-UNM-LOGGED     TO TRUE
           ELSE
               SET WS-UNM-NOT-LOGGED TO TRUE
           END-IF
           .

      *=================================================================
      *    5100-STAMP-TIMESTAMP. THE TIME OF THE UNMASK ATTEMPT, IN
      *    THE SAME FORMAT AS THE BATCH AUDIT TRAIL.
      *=================================================================
       5100-STAMP-TIMESTAMP.

           EXEC CICS ASKTIME
                ABSTIME(WS-UNM-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-UNM-ABSTIME)
                YYYYMMDD(WS-UNM-DATE)
                TIME(WS-UNM-TIME)
           END-EXEC

           STRING WS-UNM-DATE(1:4) '-' WS-UNM-DATE(5:2) '-'
                  WS-UNM-DATE(7:2) ' ' WS-UNM-TIME(1:2) ':'
                  WS-UNM-TIME(3:2) ':' WS-UNM-TIME(5:2)
                  DELIMITED BY SIZE
             INTO WS-UNM-TIMESTAMP
           .

      *=================================================================
      *    5200-SHOW-CLEAR-VALUES. THE ROW'S CUSTOMER VALUES IN
      *    CLEAR, ONE LINE EACH, UNDER A LINE SAYING WHO UNMASKED
      *    THEM AND WHEN.
      *=================================================================
       5200-SHOW-CLEAR-VALUES.

           MOVE WS-INQ-ROW-ID TO BUS-ROW-IDENTIFIER

           EXEC CICS READ
                FILE('BUSVSAM')
                INTO(BUS-REC)
                RIDFLD(BUS-ROW-IDENTIFIER)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO BUSINESS RECORD ON FILE FOR THAT IDENTIFIER'
                    TO WS-SCR-LINE(WS-HIST-LINE-CNT)
           ELSE
               STRING 'UNMASKED BY ' WS-UNM-USERID ' AT '
                      WS-UNM-TIMESTAMP ' - ACCESS LOGGED'
                   DELIMITED BY SIZE
                   INTO WS-SCR-LINE(WS-HIST-LINE-CNT)

               ADD 1 TO WS-HIST-LINE-CNT
               STRING 'CUSTOMER NAME  : ' BUS-CUST-NAME
                   DELIMITED BY SIZE
                   INTO WS-SCR-LINE(WS-HIST-LINE-CNT)

               ADD 1 TO WS-HIST-LINE-CNT
               STRING 'ACCOUNT NUMBER : ' BUS-ACCOUNT-NUM
                   DELIMITED BY SIZE
                   INTO WS-SCR-LINE(WS-HIST-LINE-CNT)

               MOVE BUS-BALANCE TO WS-UNM-BALANCE-ED
               ADD 1 TO WS-HIST-LINE-CNT
               STRING 'BALANCE        : ' WS-UNM-BALANCE-ED
                   DELIMITED BY SIZE
                   INTO WS-SCR-LINE(WS-HIST-LINE-CNT)

               ADD 1 TO WS-HIST-LINE-CNT
               STRING 'PHONE NUMBER   : ' BUS-PHONE-NUM
                   DELIMITED BY SIZE
                   INTO WS-SCR-LINE(WS-HIST-LINE-CNT)

               ADD 1 TO WS-HIST-LINE-CNT
               STRING 'EMAIL ADDRESS  : ' BUS-EMAIL-ADDR
                   DELIMITED BY SIZE
                   INTO WS-SCR-LINE(WS-HIST-LINE-CNT)
           END-IF
           .

      *=================================================================
      *    6000-VIEW-VAULT. CHECKS AND LOGS THE ATTEMPT AS UNMASK
      *    DOES, AND ONLY WHEN IT IS GRANTED AND LOGGED PAGES THROUGH
      *    THE ROW'S DELIVERED CONTENT.
      *=================================================================
       6000-VIEW-VAULT.

           MOVE WS-INQ-ROW-ID TO WS-SCR-TITLE-ID
           MOVE 'V'           TO WS-UNM-ACTION
           PERFORM 5050-CHECK-AND-LOG-ACCESS

           EVALUATE TRUE
             WHEN WS-UNM-NOT-LOGGED
                 ADD 1 TO WS-HIST-LINE-CNT
                 MOVE 'VAULT VIEW LOG WRITE FAILED - CALL SUPPORT'
                      TO WS-SCR-LINE(WS-HIST-LINE-CNT)
             WHEN WS-UNM-DENIED
                 ADD 1 TO WS-HIST-LINE-CNT
                 MOVE 'VAULT VIEW NOT AUTHORIZED - ATTEMPT LOGGED'
                      TO WS-SCR-LINE(WS-HIST-LINE-CNT)
             WHEN OTHER
                 PERFORM 6100-BROWSE-VAULT
           END-EVALUATE
           .

      *=================================================================
      *    6100-BROWSE-VAULT. BROWSES THE VAULT FROM THE ROW'S FIRST
      *    RECORD, COUNTING RECORDS AND SHOWING THOSE FROM THE
      *    REQUESTED ONE ON UNTIL THE ROW ENDS OR THE NEXT RECORD
      *    WILL NOT FIT - THEN THE FOOTER SAYS WHERE TO PICK UP.
      *=================================================================
       6100-BROWSE-VAULT.

           ADD 1 TO WS-HIST-LINE-CNT
           STRING 'SHOWN TO ' WS-UNM-USERID ' AT '
                  WS-UNM-TIMESTAMP ' - ACCESS LOGGED'
               DELIMITED BY SIZE
               INTO WS-SCR-LINE(WS-HIST-LINE-CNT)

           MOVE LOW-VALUES    TO VLT-KEY
           MOVE WS-INQ-ROW-ID TO VLT-ROW-IDENTIFIER
           MOVE 0             TO WS-VLT-REC-NUM
           MOVE 0             TO WS-VLT-SHOWN-CNT
           MOVE 'N'           TO WS-VLT-DONE-SW
           MOVE 'N'           TO WS-VLT-MORE-SW

           EXEC CICS STARTBR
                FILE('CNTVAULT')
                RIDFLD(VLT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 6200-READ-ONE-VAULT-REC
                   UNTIL WS-VLT-DONE
               EXEC CICS ENDBR
                    FILE('CNTVAULT')
               END-EXEC
           END-IF

           ADD 1 TO WS-HIST-LINE-CNT
           EVALUATE TRUE
             WHEN WS-VLT-MORE
                 STRING 'MORE - NEXT: NTCI V ' DELIMITED BY SIZE
                        WS-INQ-ROW-ID DELIMITED BY SPACE
                        ' ' WS-VLT-NEXT DELIMITED BY SIZE
                     INTO WS-SCR-LINE(WS-HIST-LINE-CNT)
             WHEN WS-VLT-REC-NUM = 0
                 MOVE 'NO DELIVERED CONTENT ON FILE FOR THAT IDENTIFIER'
                      TO WS-SCR-LINE(WS-HIST-LINE-CNT)
             WHEN WS-VLT-SHOWN-CNT = 0
                 STRING 'ONLY ' WS-VLT-REC-NUM
                        ' VAULT RECORDS ON FILE FOR THAT IDENTIFIER'
                     DELIMITED BY SIZE
                     INTO WS-SCR-LINE(WS-HIST-LINE-CNT)
             WHEN OTHER
                 MOVE 'END OF DELIVERED CONTENT FOR THIS IDENTIFIER'
                      TO WS-SCR-LINE(WS-HIST-LINE-CNT)
           END-EVALUATE
           .

      *=================================================================
      *    6200-READ-ONE-VAULT-REC. READS THE NEXT VAULT RECORD,
      *    STOPPING AT THE FIRST RECORD OF A DIFFERENT ROW, AND SHOWS
      *    IT WHEN IT IS AT OR PAST THE REQUESTED ONE.
      *=================================================================
       6200-READ-ONE-VAULT-REC.

           EXEC CICS READNEXT
                FILE('CNTVAULT')
                INTO(VLT-REC)
                RIDFLD(VLT-KEY)
                RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 SET WS-VLT-DONE TO TRUE
             WHEN VLT-ROW-IDENTIFIER NOT = WS-INQ-ROW-ID
                 SET WS-VLT-DONE TO TRUE
             WHEN OTHER
                 ADD 1 TO WS-VLT-REC-NUM
                 IF WS-VLT-REC-NUM >= WS-VLT-FROM
                     PERFORM 6300-SHOW-ONE-VAULT-REC
                 END-IF
           END-EVALUATE
           .

      *=================================================================
      *    6300-SHOW-ONE-VAULT-REC. THE HEADING LINE AND THE TEXT IN
      *    SCREEN-WIDTH SLICES, TRAILING SPACES DROPPED. A RECORD THAT
      *    WILL NOT FIT IN WHAT IS LEFT OF THE SCREEN ENDS THE PAGE
      *    AND BECOMES THE NEXT PAGE'S STARTING RECORD.
      *=================================================================
       6300-SHOW-ONE-VAULT-REC.

           PERFORM 6310-FIND-TEXT-END
               VARYING WS-VLT-TEXT-LEN FROM 400 BY -1
               UNTIL WS-VLT-TEXT-LEN = 1
                  OR VLT-MSG-TEXT(WS-VLT-TEXT-LEN:1) NOT = SPACE
           COMPUTE WS-VLT-LINES-NEEDED =
                   1 + ((WS-VLT-TEXT-LEN + 78) / 79)

           IF WS-HIST-LINE-CNT + WS-VLT-LINES-NEEDED > WS-VLT-MAX-BODY
               MOVE WS-VLT-REC-NUM TO WS-VLT-NEXT
               SET WS-VLT-MORE TO TRUE
               SET WS-VLT-DONE TO TRUE
           ELSE
               MOVE WS-VLT-REC-NUM    TO WS-VD-REC-NUM
               MOVE VLT-SEND-TS       TO WS-VD-SEND-TS
               MOVE VLT-STRING-NUM    TO WS-VD-SECT
               MOVE VLT-SEG-NUM       TO WS-VD-SEG
               MOVE VLT-CHANNEL       TO WS-VD-CHANNEL
               MOVE VLT-TMPL-LANG     TO WS-VD-LANG
               MOVE VLT-TMPL-EFF-DATE TO WS-VD-EFF-DATE
               MOVE VLT-RECIPIENT     TO WS-VD-RECIPIENT
               ADD 1 TO WS-HIST-LINE-CNT
               MOVE WS-VAULT-DTL TO WS-SCR-LINE(WS-HIST-LINE-CNT)

               MOVE 1 TO WS-VLT-TEXT-POS
               PERFORM 6320-SHOW-ONE-TEXT-SLICE
                   UNTIL WS-VLT-TEXT-POS > WS-VLT-TEXT-LEN
               ADD 1 TO WS-VLT-SHOWN-CNT
           END-IF
           .

      *=================================================================
      *    6310-FIND-TEXT-END. No work of its own - exists only so the
      *    PERFORM VARYING above has a paragraph to iterate.
      *=================================================================
       6310-FIND-TEXT-END.

           CONTINUE
           .

      *=================================================================
      *    6320-SHOW-ONE-TEXT-SLICE. ONE 79-BYTE SLICE OF THE TEXT.
      *=================================================================
       6320-SHOW-ONE-TEXT-SLICE.

           COMPUTE WS-VLT-SLICE-LEN =
                   WS-VLT-TEXT-LEN - WS-VLT-TEXT-POS + 1
           IF WS-VLT-SLICE-LEN > 79
               MOVE 79 TO WS-VLT-SLICE-LEN
           END-IF

           ADD 1 TO WS-HIST-LINE-CNT
           MOVE VLT-MSG-TEXT(WS-VLT-TEXT-POS:WS-VLT-SLICE-LEN)
                TO WS-SCR-LINE(WS-HIST-LINE-CNT)
           ADD WS-VLT-SLICE-LEN TO WS-VLT-TEXT-POS
           .

      *=================================================================
      *    7100-SAY-NO-HISTORY. STANDARD NOT-FOUND LINE.
      *=================================================================
