      *=================================================================
      *    LTRFEED
      *    PRINT-VENDOR HAND-OFF FOR THE LETTER (PRINT-AND-MAIL)
      *    CHANNEL - THE GWFEED OF PAPER. THE BUILD ENGINE STAGES A
      *    LETTER AS LINE-WRAPPED DELIVERY RECORDS (CHANNEL 'LETTR',
      *    ONE RECORD PER PRINTED LINE) ON THE SAME DELIVERY FILE AS
      *    EMAIL AND SMS; GWFEED PASSES THEM OVER AND THIS STEP
      *    PRINTS THEM. IT SORTS THE NIGHT'S DELIVERY RECORDS (DLVRIN
      *    - THE SAME CONCATENATION GWFEED READS) BY PRIORITY CLASS
      *    AND NOTICE, SO LEGAL NOTICES PRINT FIRST, AND WRITES:
      *      - THE PRINT FILE (PRTOUT) - ASA CARRIAGE CONTROL, A NEW
      *        PAGE PER LETTER WITH A REFERENCE LINE (ROW IDENTIFIER,
      *        PRINT DATE, PAGE), THE MAILING-ADDRESS BLOCK READ FROM
      *        BUSVSAM, THEN THE BODY LINES, A BLANK LINE BETWEEN
      *        SECTIONS. A LONG LETTER BREAKS TO A CONTINUATION PAGE
      *        CARRYING THE SAME REFERENCE LINE;
      *      - THE LETTER MANIFEST (LTRMANF) - ONE RECORD PER LETTER
      *        PRINTED, WHICH LTRRECON MATCHES THE MAIL HOUSE'S
      *        RETURNED MAIL AGAINST;
      *      - AN EXCEPTION REPORT (LTREXCP) OF LETTERS THAT COULD
      *        NOT BE PRINTED - NO BUSINESS RECORD, OR THE POSTAL
      *        ADDRESS WENT BLANK SINCE THE BUILD. EXCEPTIONS SET
      *        RC 4 FOR THE MORNING CHECKER.
      *    RECORDS ON ANY OTHER CHANNEL ARE PASSED OVER - THEY ARE
      *    GWFEED'S.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LTRFEED.
       AUTHOR.        E SOSA.
       INSTALLATION.  DATA PROCESSING - NOTICES.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *=================================================================
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 ES    ORIGINAL - PRINT FILE, LETTER MANIFEST
      *                     AND EXCEPTIONS FOR THE LETTER CHANNEL
      *=================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-IN-FILE ASSIGN TO "DLVRIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-SORTED-FILE ASSIGN TO "DLVSRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-SORT-FILE ASSIGN TO "SORTWK".

           SELECT BUSINESS-FILE  ASSIGN TO "BUSVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUS-ROW-IDENTIFIER
               FILE STATUS IS WS-BUS-FILE-STATUS.

           SELECT PRINT-FILE     ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MANIFEST-FILE  ASSIGN TO "LTRMANF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LTR-EXCP-FILE  ASSIGN TO "LTREXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE NIGHT'S DELIVERY RECORDS AS THE BUILD STEPS WROTE
      *    THEM - EVERY CHANNEL; ONLY THE LETTERS ARE PRINTED.
       FD  DELIVERY-IN-FILE
           RECORDING MODE IS F.
       COPY "notice-dlv-rec.cpy"
           REPLACING LEADING ==DLV== BY ==DIN==.

       FD  DELIVERY-SORTED-FILE
           RECORDING MODE IS F.
       COPY "notice-dlv-rec.cpy"
           REPLACING LEADING ==DLV== BY ==DSR==.

       SD  DELIVERY-SORT-FILE.
       COPY "notice-dlv-rec.cpy"
           REPLACING LEADING ==DLV== BY ==SRT==.

      *    BUSINESS DATA, FOR THE MAILING-ADDRESS BLOCK.
       FD  BUSINESS-FILE.
       COPY "notice-bus-rec.cpy".

      *    WHAT THE PRINT VENDOR READS. COLUMN 1 IS ASA CARRIAGE
      *    CONTROL - '1' NEW PAGE, SPACE SINGLE SPACE.
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRT-REC.
           05  PRT-CC                    PIC X(01).
           05  PRT-TEXT                  PIC X(132).

       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       COPY "notice-ltrm-rec.cpy".

       FD  LTR-EXCP-FILE
           RECORDING MODE IS F.
       01  LTR-EXCP-LINE                 PIC X(120).

      *=================================================================
      *                  WORKING-STORAGE SECTION
      *=================================================================
       WORKING-STORAGE SECTION.

       77  WS-BUS-FILE-STATUS               PIC X(02) VALUE '00'.
       01  WS-DSR-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-DSR-EOF                             VALUE 'Y'.

      *    PER-LETTER STATE. A LETTER'S LINES SIT ADJACENT IN THE
      *    SORTED FILE UNDER ONE ROW IDENTIFIER; THE ADDRESS IS
      *    LOOKED UP ONCE, ON ITS FIRST LINE, AND A LETTER THAT
      *    CANNOT BE ADDRESSED IS SKIPPED WHOLE.
       77  WS-LTR-PREV-ID                   PIC X(50) VALUE LOW-VALUES.
       77  WS-LTR-PREV-STR                  PIC 9(01) VALUE 0.
       77  WS-LTR-RECIPIENT                 PIC X(60) VALUE SPACES.
       77  WS-LTR-PRIORITY                  PIC 9(01) VALUE 0.
       01  WS-LTR-STATE-SW                  PIC X(01) VALUE 'N'.
           88  WS-LTR-NONE                            VALUE 'N'.
           88  WS-LTR-PRINTING                        VALUE 'P'.
           88  WS-LTR-SKIPPING                        VALUE 'S'.

      *    PAGE LAYOUT. WS-LTR-PAGE-MAX LINES TO A PAGE, REFERENCE
      *    LINE INCLUDED; BODY AND ADDRESS LINES ARE INDENTED
      *    WS-LTR-MARGIN COLUMNS.
       77  WS-LTR-PAGE-MAX                  PIC 9(03) VALUE 54.
       77  WS-LTR-LINE-CTR                  PIC 9(03) VALUE 0.
       77  WS-LTR-PAGE-NUM                  PIC 9(03) VALUE 0.
       77  WS-LTR-MARGIN                    PIC 9(02) VALUE 05.
       77  WS-LTR-PRINT-TEXT                PIC X(132) VALUE SPACES.
       77  WS-LTR-CITY-LINE                 PIC X(60) VALUE SPACES.
       77  WS-LTR-PRINT-DATE                PIC X(08) VALUE SPACES.
       77  WS-LTR-XCP-REASON                PIC X(40) VALUE SPACES.

       01  WS-LTR-REF-LINE.
           05  FILLER                    PIC X(05) VALUE 'REF: '.
           05  WS-REF-ROW-ID             PIC X(50) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE '  DATE: '.
           05  WS-REF-DATE               PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE '  PAGE: '.
           05  WS-REF-PAGE               PIC ZZ9   VALUE ZERO.
           05  FILLER                    PIC X(50) VALUE SPACES.

       77  WS-FEED-READ-CTR                 PIC 9(07) VALUE 0.
       77  WS-FEED-LTR-REC-CTR              PIC 9(07) VALUE 0.
       77  WS-FEED-PASS-CTR                 PIC 9(07) VALUE 0.
       77  WS-FEED-LETTER-CTR               PIC 9(07) VALUE 0.
       77  WS-FEED-PAGE-CTR                 PIC 9(07) VALUE 0.
       77  WS-FEED-LINE-CTR                 PIC 9(07) VALUE 0.
       77  WS-FEED-XCP-CTR                  PIC 9(07) VALUE 0.

       01  WS-CURRENT-TIMESTAMP.
           05  WS-CURR-DATE              PIC 9(08).
           05  WS-CURR-TIME              PIC 9(08).
       01  WS-TIMESTAMP-OUT                 PIC X(19) VALUE SPACES.

       01  WS-XCP-HDR.
           05  FILLER                    PIC X(36) VALUE
               'LTRFEED LETTER EXCEPTION REPORT'.
           05  FILLER                    PIC X(65) VALUE SPACES.
           05  WS-XCP-HDR-TS             PIC X(19).
       01  WS-XCP-DTL.
           05  WS-XCP-ROW-ID             PIC X(50) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-XCP-PRIORITY           PIC X(01) VALUE SPACE.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-XCP-REASON             PIC X(40) VALUE SPACES.
           05  FILLER                    PIC X(27) VALUE SPACES.

      *=================================================================
      *                  PROCEDURE DIVISION
      *=================================================================
       PROCEDURE DIVISION.

      *=================================================================
      *    0000-MAINLINE. SORT, THEN ONE PASS PRINTING EACH LETTER.
      *=================================================================
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE

           SORT DELIVERY-SORT-FILE
               ON ASCENDING KEY SRT-PRIORITY
                                SRT-ROW-IDENTIFIER
                                SRT-STRING-NUM
                                SRT-SEG-NUM
               USING  DELIVERY-IN-FILE
               GIVING DELIVERY-SORTED-FILE

           OPEN INPUT  DELIVERY-SORTED-FILE

           PERFORM 2100-READ-SORTED-DLV

           PERFORM 2000-PRINT-ONE-REC
               UNTIL WS-DSR-EOF

           PERFORM 2600-FINISH-LETTER

           PERFORM 9999-TERMINATE

           STOP RUN
           .

      *=================================================================
      *    1000-INITIALIZE. OPENS THE BUSINESS FILE AND THE OUTPUTS,
      *    STAMPS THE PRINT DATE AND WRITES THE EXCEPTION REPORT
      *    HEADER.
      *=================================================================
       1000-INITIALIZE.

           OPEN INPUT  BUSINESS-FILE
           IF WS-BUS-FILE-STATUS NOT = '00'
               DISPLAY 'LTRFEED ABEND - BUSINESS FILE OPEN FAILED '
                       WS-BUS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT MANIFEST-FILE
           OPEN OUTPUT LTR-EXCP-FILE

           PERFORM 7000-STAMP-TIMESTAMP
           MOVE WS-CURR-DATE     TO WS-LTR-PRINT-DATE
           MOVE WS-TIMESTAMP-OUT TO WS-XCP-HDR-TS
           WRITE LTR-EXCP-LINE FROM WS-XCP-HDR
           MOVE SPACES TO LTR-EXCP-LINE
           WRITE LTR-EXCP-LINE
           .

      *=================================================================
      *    2000-PRINT-ONE-REC. A LETTER RECORD STARTS A NEW LETTER
      *    WHEN ITS ROW IDENTIFIER CHANGES (FINISHING THE ONE BEFORE
      *    IT) AND IS PRINTED AS A BODY LINE; ANY OTHER CHANNEL IS
      *    ONLY COUNTED.
      *=================================================================
       2000-PRINT-ONE-REC.

           IF DSR-CHANNEL NOT = 'LETTR'
               ADD 1 TO WS-FEED-PASS-CTR
           ELSE
               ADD 1 TO WS-FEED-LTR-REC-CTR
               IF DSR-ROW-IDENTIFIER NOT = WS-LTR-PREV-ID
                   PERFORM 2600-FINISH-LETTER
                   MOVE DSR-ROW-IDENTIFIER TO WS-LTR-PREV-ID
                   PERFORM 2200-START-LETTER
               END-IF
               IF WS-LTR-PRINTING
                   PERFORM 2400-PRINT-BODY-LINE
               END-IF
           END-IF

           PERFORM 2100-READ-SORTED-DLV
           .

      *=================================================================
      *    2100-READ-SORTED-DLV. READS THE NEXT SORTED DELIVERY
      *    RECORD.
      *=================================================================
       2100-READ-SORTED-DLV.

           READ DELIVERY-SORTED-FILE
               AT END
                   SET WS-DSR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-READ-CTR
           END-READ
           .

      *=================================================================
      *    2200-START-LETTER. FETCHES THE LETTER'S BUSINESS RECORD
      *    FOR THE MAILING ADDRESS. NO RECORD, OR AN ADDRESS THAT
      *    WENT BLANK SINCE THE BUILD, SKIPS THE LETTER ONTO THE
      *    EXCEPTION REPORT RATHER THAN PRINTING AN UNMAILABLE PIECE.
      *=================================================================
       2200-START-LETTER.

           MOVE DSR-RECIPIENT      TO WS-LTR-RECIPIENT
           MOVE DSR-PRIORITY       TO WS-LTR-PRIORITY
           MOVE DSR-STRING-NUM     TO WS-LTR-PREV-STR

           MOVE DSR-ROW-IDENTIFIER TO BUS-ROW-IDENTIFIER
           READ BUSINESS-FILE
               INVALID KEY
                   MOVE 'NO BUSINESS RECORD ON BUSVSAM'
                                   TO WS-LTR-XCP-REASON
                   PERFORM 2700-REJECT-LETTER
               NOT INVALID KEY
                   IF BUS-ADDR-LINE1 = SPACES
                       OR BUS-POSTAL-CODE = SPACES
                       MOVE 'POSTAL ADDRESS MISSING'
                                   TO WS-LTR-XCP-REASON
                       PERFORM 2700-REJECT-LETTER
                   ELSE
                       PERFORM 2210-BEGIN-PRINT
                   END-IF
           END-READ
           .

      *=================================================================
      *    2210-BEGIN-PRINT. FIRST PAGE OF A LETTER - REFERENCE LINE,
      *    THEN THE MAILING-ADDRESS BLOCK (NAME, THE ADDRESS LINES
      *    THAT ARE PRESENT, CITY/STATE/POSTAL CODE), THEN TWO BLANK
      *    LINES BEFORE THE BODY.
      *=================================================================
       2210-BEGIN-PRINT.

           SET  WS-LTR-PRINTING TO TRUE
           ADD  1               TO WS-FEED-LETTER-CTR
           MOVE 0               TO WS-LTR-PAGE-NUM
           PERFORM 2300-NEW-PAGE

           MOVE SPACES TO WS-LTR-PRINT-TEXT
           MOVE BUS-CUST-NAME
               TO WS-LTR-PRINT-TEXT(WS-LTR-MARGIN + 1:40)
           PERFORM 2320-PRINT-LINE

           MOVE SPACES TO WS-LTR-PRINT-TEXT
           MOVE BUS-ADDR-LINE1
               TO WS-LTR-PRINT-TEXT(WS-LTR-MARGIN + 1:40)
           PERFORM 2320-PRINT-LINE

           IF BUS-ADDR-LINE2 NOT = SPACES
               MOVE SPACES TO WS-LTR-PRINT-TEXT
               MOVE BUS-ADDR-LINE2
                   TO WS-LTR-PRINT-TEXT(WS-LTR-MARGIN + 1:40)
               PERFORM 2320-PRINT-LINE
           END-IF

           IF BUS-ADDR-LINE3 NOT = SPACES
               MOVE SPACES TO WS-LTR-PRINT-TEXT
               MOVE BUS-ADDR-LINE3
                   TO WS-LTR-PRINT-TEXT(WS-LTR-MARGIN + 1:40)
               PERFORM 2320-PRINT-LINE
           END-IF

           MOVE SPACES TO WS-LTR-CITY-LINE
           STRING BUS-CITY        DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  BUS-STATE       DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  BUS-POSTAL-CODE DELIMITED BY SIZE
             INTO WS-LTR-CITY-LINE
           MOVE SPACES TO WS-LTR-PRINT-TEXT
           MOVE WS-LTR-CITY-LINE
               TO WS-LTR-PRINT-TEXT(WS-LTR-MARGIN + 1:60)
           PERFORM 2320-PRINT-LINE

           MOVE SPACES TO WS-LTR-PRINT-TEXT
           PERFORM 2320-PRINT-LINE
           PERFORM 2320-PRINT-LINE
           .

      *=================================================================
      *    2300-NEW-PAGE. STARTS A PAGE - CARRIAGE CONTROL '1' ON THE
      *    REFERENCE LINE, WHICH CARRIES THE PAGE NUMBER SO A
      *    CONTINUATION PAGE IS TIED TO ITS LETTER, THEN A BLANK.
      *=================================================================
       2300-NEW-PAGE.

           ADD  1                  TO WS-LTR-PAGE-NUM
           ADD  1                  TO WS-FEED-PAGE-CTR
           MOVE WS-LTR-PREV-ID     TO WS-REF-ROW-ID
           MOVE WS-LTR-PRINT-DATE  TO WS-REF-DATE
           MOVE WS-LTR-PAGE-NUM    TO WS-REF-PAGE

           MOVE '1'                TO PRT-CC
           MOVE WS-LTR-REF-LINE    TO PRT-TEXT
           WRITE PRT-REC
           MOVE ' '                TO PRT-CC
           MOVE SPACES             TO PRT-TEXT
           WRITE PRT-REC
           MOVE 2                  TO WS-LTR-LINE-CTR
           .

      *=================================================================
      *    2320-PRINT-LINE. PRINTS WS-LTR-PRINT-TEXT SINGLE-SPACED,
      *    BREAKING TO A CONTINUATION PAGE WHEN THIS ONE IS FULL.
      *=================================================================
       2320-PRINT-LINE.

           IF WS-LTR-LINE-CTR >= WS-LTR-PAGE-MAX
               PERFORM 2300-NEW-PAGE
           END-IF

           MOVE ' '                TO PRT-CC
           MOVE WS-LTR-PRINT-TEXT  TO PRT-TEXT
           WRITE PRT-REC
           ADD 1 TO WS-LTR-LINE-CTR
           ADD 1 TO WS-FEED-LINE-CTR
           .

      *=================================================================
      *    2400-PRINT-BODY-LINE. ONE WRAPPED BODY LINE AS THE ENGINE
      *    STAGED IT, WITH A BLANK LINE WHERE A NEW SECTION STARTS.
      *=================================================================
       2400-PRINT-BODY-LINE.

           IF DSR-STRING-NUM NOT = WS-LTR-PREV-STR
               MOVE DSR-STRING-NUM TO WS-LTR-PREV-STR
               MOVE SPACES         TO WS-LTR-PRINT-TEXT
               PERFORM 2320-PRINT-LINE
           END-IF

           MOVE SPACES TO WS-LTR-PRINT-TEXT
           MOVE DSR-MSG-TEXT TO WS-LTR-PRINT-TEXT(WS-LTR-MARGIN + 1:)
           PERFORM 2320-PRINT-LINE
           .

      *=================================================================
      *    2600-FINISH-LETTER. A LETTER JUST PRINTED GOES ON THE
      *    MANIFEST WITH ITS PAGE COUNT. CALLED AT EVERY CHANGE OF
      *    ROW AND ONCE AT END OF FILE - A SKIPPED LETTER, OR NONE
      *    YET, WRITES NOTHING.
      *=================================================================
       2600-FINISH-LETTER.

           IF WS-LTR-PRINTING
               MOVE WS-LTR-PREV-ID     TO LTM-ROW-IDENTIFIER
               MOVE WS-LTR-PRINT-DATE  TO LTM-PRINT-DATE
               MOVE WS-LTR-RECIPIENT   TO LTM-RECIPIENT
               MOVE WS-LTR-PRIORITY    TO LTM-PRIORITY
               MOVE WS-LTR-PAGE-NUM    TO LTM-PAGES
               PERFORM 7000-STAMP-TIMESTAMP
               MOVE WS-TIMESTAMP-OUT   TO LTM-TIMESTAMP
               WRITE LTM-REC
           END-IF

           SET WS-LTR-NONE TO TRUE
           .

      *=================================================================
      *    2700-REJECT-LETTER. PUTS THE LETTER ON THE EXCEPTION
      *    REPORT AND SKIPS THE REST OF ITS LINES.
      *=================================================================
       2700-REJECT-LETTER.

           SET  WS-LTR-SKIPPING    TO TRUE
           ADD  1                  TO WS-FEED-XCP-CTR

           MOVE DSR-ROW-IDENTIFIER TO WS-XCP-ROW-ID
           MOVE DSR-PRIORITY       TO WS-XCP-PRIORITY
           MOVE WS-LTR-XCP-REASON  TO WS-XCP-REASON
           WRITE LTR-EXCP-LINE FROM WS-XCP-DTL
           .

      *=================================================================
      *    7000-STAMP-TIMESTAMP. SAME TIMESTAMP FORMAT AS THE BATCH
      *    REPORTS.
      *=================================================================
       7000-STAMP-TIMESTAMP.

           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURR-TIME FROM TIME

           STRING WS-CURR-DATE(1:4) '-' WS-CURR-DATE(5:2) '-'
                  WS-CURR-DATE(7:2) ' ' WS-CURR-TIME(1:2) ':'
                  WS-CURR-TIME(3:2) ':' WS-CURR-TIME(5:2)
                  DELIMITED BY SIZE
             INTO WS-TIMESTAMP-OUT
           .

      *=================================================================
      *    9999-TERMINATE. CLOSES THE FILES, REPORTS THE HAND-OFF
      *    TOTALS AND SETS RC 4 WHEN ANY LETTER COULD NOT BE
      *    PRINTED.
      *=================================================================
       9999-TERMINATE.

           CLOSE DELIVERY-SORTED-FILE
           CLOSE BUSINESS-FILE
           CLOSE PRINT-FILE
           CLOSE MANIFEST-FILE
           CLOSE LTR-EXCP-FILE

           DISPLAY 'LTRFEED - DELIVERY RECORDS READ: '
                   WS-FEED-READ-CTR
           DISPLAY 'LTRFEED - OTHER CHANNELS PASSED: '
                   WS-FEED-PASS-CTR
           DISPLAY 'LTRFEED - LETTER RECORDS READ:   '
                   WS-FEED-LTR-REC-CTR
           DISPLAY 'LTRFEED - LETTERS PRINTED:       '
                   WS-FEED-LETTER-CTR
           DISPLAY 'LTRFEED - PAGES PRINTED:         '
                   WS-FEED-PAGE-CTR
           DISPLAY 'LTRFEED - LINES PRINTED:         '
                   WS-FEED-LINE-CTR
           DISPLAY 'LTRFEED - LETTERS NOT PRINTED:   '
                   WS-FEED-XCP-CTR

           IF WS-FEED-XCP-CTR > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
