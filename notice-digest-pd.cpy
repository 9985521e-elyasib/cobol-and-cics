      *    DIGEST). THE COPYING PROGRAM SUPPLIES DIGEST-WORK-FILE,
      *    DIGEST-SORTED-FILE, THE DIGEST-SORT-FILE SD, DELIVERY,
      *    HOLD AND AUDIT FILES, A 7000-STAMP-TIMESTAMP PARAGRAPH,
      *    THE SEND-WINDOW PARAGRAPHS (notice-sendwin-pd), THE
      *    MASKING PARAGRAPHS (notice-mask-pd) AND THE STORAGE IN
      *    notice-digest-ws, notice-engine-ws AND notice-mask-ws.
      *=================================================================
      *=================================================================
      *    9600-BUILD-DIGESTS. END-OF-RUN DIGEST ASSEMBLY - SORTS THE
      *    9605-FETCH-DIGEST-HEADER. FETCHES SECTION ONE OF THE
      *    'DIGESTHDR' TEMPLATE ROW, EFFECTIVE TODAY, AS THE LINE
      *    THAT OPENS EVERY DIGEST. A MISSING TEMPLATE FALLS BACK TO
      *    A BUILT-IN LINE SO DIGESTS NEVER GO OUT HEADERLESS. AS
      *    IN THE ENGINE'S FETCH, ONLY AN APPROVED VERSION COUNTS.
      *=================================================================
       9605-FETCH-DIGEST-HEADER.

                      substring(field_name,
                       patindex('%<a>%',field_name)+3,
                       patindex('%</a>%',field_name)
                       -patindex('%<a>%',field_name)-3),
                      ISNULL(convert(varchar(8),
                             effective_start_date, 112), '')
                 INTO  :WS-DGS-HDR-TEXT
                      ,:WS-DGS-HDR-EFF-DATE
                 FROM  table_name with(nolock)
                WHERE  row_identifier    = 'DIGESTHDR'
                  AND  language          = :WS-DEFAULT-LANG
                   OR  effective_start_date <= :WS-AS-OF-DATE)
                  AND (effective_end_date   IS NULL
                   OR  effective_end_date   >= :WS-AS-OF-DATE)
                  AND  ISNULL(approval_status, 'A') = 'A'
             ORDER BY  effective_start_date DESC
           END-EXEC

               MOVE 'YOU HAVE SEVERAL NOTICES FROM US TODAY:'
                    TO WS-DGS-HDR-T
               MOVE 39 TO WS-DGS-HDR-L
               MOVE SPACES          TO WS-DGS-HDR-LANG
               MOVE SPACES          TO WS-DGS-HDR-EFF-DATE
           ELSE
               MOVE WS-DEFAULT-LANG TO WS-DGS-HDR-LANG
           END-IF
           IF WS-DGS-HDR-L > 400
               MOVE 400 TO WS-DGS-HDR-L
           MOVE WS-DGS-SEG         TO DLV-SEG-NUM
           MOVE WS-DGS-PREV-RECIP  TO DLV-RECIPIENT
           MOVE WS-DGS-PRI         TO DLV-PRIORITY
           MOVE WS-DGS-HDR-LANG    TO DLV-TMPL-LANG
           MOVE WS-DGS-HDR-EFF-DATE TO DLV-TMPL-EFF-DATE
           MOVE SPACES             TO DLV-MSG-TEXT
           MOVE WS-DGS-HDR-T(1:WS-DGS-HDR-L)
                TO DLV-MSG-TEXT(1:WS-DGS-HDR-L)
           MOVE WS-DGS-SEG         TO DLV-SEG-NUM
           MOVE WS-DGS-PREV-RECIP  TO DLV-RECIPIENT
           MOVE WS-DGS-PRI         TO DLV-PRIORITY
      *    EACH MEMBER'S SEGMENTS KEEP THE VERSION THEY WERE BUILT
      *    FROM - THE DIGEST ONLY WRAPS THEM.
           MOVE DSR-TMPL-LANG      TO DLV-TMPL-LANG
           MOVE DSR-TMPL-EFF-DATE  TO DLV-TMPL-EFF-DATE
           MOVE DSR-MSG-TEXT       TO DLV-MSG-TEXT
           PERFORM 9645-ROUTE-DIGEST-REC
           .
               MOVE DLV-RECIPIENT         TO HLD-RECIPIENT
               MOVE DLV-MSG-TEXT          TO HLD-MSG-TEXT
               MOVE DLV-PRIORITY          TO HLD-PRIORITY
               MOVE DLV-TMPL-LANG         TO HLD-TMPL-LANG
               MOVE DLV-TMPL-EFF-DATE     TO HLD-TMPL-EFF-DATE
               WRITE HLD-REC
               ADD 1 TO WS-CTL-DLV-HELD
           END-IF

      *=================================================================
      *    9650-FINISH-DIGEST. CLOSES THE CURRENT DIGEST WITH ITS
      *    AUDIT EVENT - THE HEAD ROW IDENTIFIER, THE RECIPIENT
      *    (MASKED BY THE EMAIL-ADDR RULE) AND THE FULL LIST OF
      *    MEMBER ROW IDENTIFIERS THE DIGEST CONTAINS.
      *=================================================================
       9650-FINISH-DIGEST.

      *    MEMBER'S OWN MSGBUILT EVENT SAYS WHICH, SO THE DIGEST
      *    EVENT CARRIES NONE.
           MOVE SPACES                TO AUD-LANG-COD
           MOVE WS-DGS-PREV-RECIP     TO WS-MSK-VALUE
           MOVE 'EMAIL-ADDR'          TO WS-MSK-FIELD-NAME
           PERFORM 6520-MASK-FIELD-VALUE
           MOVE SPACES                TO AUD-DETAIL
           STRING 'DIGEST FOR ' WS-MSK-VALUE
                  DELIMITED BY '  '
                  ' MEMBERS: ' DELIMITED BY SIZE
                  WS-DGS-MEMBERS-T(1:WS-DGS-MEMBERS-L)
