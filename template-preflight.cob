      *                     CURSOR NOW CARRIES language AND THE
      *                     REPORT NAMES IT; LONG-DATE WORST-CASE
      *                     WIDTH RAISED TO THE SPANISH FORM
      *    10/15/2026 ES    SKIPS DRAFT AND REJECTED VERSIONS FROM
      *                     THE TMPA AUTHORING TRANSACTION - LIVE
      *                     AND PENDING-APPROVAL VERSIONS ARE STILL
      *                     CHECKED
      *    10/15/2026 ES    CHECK PARAGRAPHS AND THEIR WORK AREAS
      *                     MOVED TO COPYBOOKS (notice-tmplchk-ws/
      *                     -pd) SO THE TMPA TRANSACTION CHECKS A
      *                     STAGED VERSION BY THE SAME RULES; THE MAP
      *                     READ IS NOW 2875-READ-MAP-ENTRY HERE
      *    10/15/2026 ES    CONDITIONAL CONTENT BLOCK SYNTAX AND
      *                     CONDITIONS CHECKED; WORST-CASE LENGTH
      *                     TAKES THE LONGER BRANCH OF EACH BLOCK
      *=================================================================

       ENVIRONMENT DIVISION.
      *    ENGINE LOADS AT NIGHT.
       COPY "notice-engine-ws.cpy".

      *    TEMPLATE TEXT, TAG, PLACEHOLDER AND LENGTH WORK AREAS -
      *    SHARED WITH THE TMPA AUTHORING TRANSACTION.
       COPY "notice-tmplchk-ws.cpy".

      *    REPORT WORK AREAS AND RUN TOTALS. ERRORS WOULD SUSPEND OR
      *    MANGLE ROWS AT NIGHT; WARNINGS ARE ODDITIES WORTH A LOOK.
                      ISNULL(convert(varchar(8),
                             effective_end_date, 112), '')
                 FROM table_name with(nolock)
                WHERE ISNULL(approval_status, 'A') IN ('A', 'P')
             ORDER BY row_identifier, language,
                      effective_start_date
           END-EXEC
           MOVE WS-TMPL-LANG           TO WS-VAL-LANG
           MOVE WS-TMPL-EFF-START      TO WS-VAL-EFF

           PERFORM 2801-CHECK-TEMPLATE

           PERFORM 2790-FETCH-TMPL
           .

      *    THE CHECKS THEMSELVES (2801 THRU 2880), SHARED WITH THE
      *    TMPA AUTHORING TRANSACTION.
       COPY "notice-tmplchk-pd.cpy".

      *=================================================================
      *    2805-SET-MAP-LOOKUP-ID. DECIDES WHICH IDENTIFIER THIS
           .

      *=================================================================
      *    2875-READ-MAP-ENTRY. READS THE KEYED MAP FOR WS-PH-CODE
      *    UNDER THE TEMPLATE'S LOOKUP IDENTIFIER.
      *=================================================================
       2875-READ-MAP-ENTRY.

           MOVE WS-MAP-LOOKUP-ID  TO MAP-ROW-IDENTIFIER
           MOVE WS-PH-CODE        TO MAP-SUB-IX

                   MOVE MAP-FIELD-NAME TO WS-MAP-FLD-NAME
                   MOVE MAP-FORMAT-COD TO WS-MAP-FMT-CODE
           END-READ
           .

      *=================================================================
