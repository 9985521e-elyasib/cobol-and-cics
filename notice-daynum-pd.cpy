      *=================================================================
      *    DAY-NUMBER PARAGRAPHS - A DATE TO ITS DAY NUMBER AND BACK.
      *    THE COPYING PROGRAM COPIES notice-daynum-ws FOR THE
      *    STORAGE AND HANDS IN ONLY VALID DATES.
      *=================================================================
      *=================================================================
      *    7100-DATE-TO-DAYNUM. DAY NUMBER OF THE (VALID) DATE IN
      *    WS-DT-DATE. THE YEAR IS TAKEN TO START ON 1 MARCH SO THE
      *    LEAP DAY FALLS AT ITS END; EVERY QUOTIENT IS TAKEN BY ITS
      *    OWN DIVIDE SO IT TRUNCATES.
      *=================================================================
       7100-DATE-TO-DAYNUM.

           MOVE WS-DT-YYYY TO WS-DT-YEAR
           IF WS-DT-MM > 2
               COMPUTE WS-DT-MP = WS-DT-MM - 3
           ELSE
               COMPUTE WS-DT-MP = WS-DT-MM + 9
               SUBTRACT 1 FROM WS-DT-YEAR
           END-IF

           DIVIDE WS-DT-YEAR BY 400
               GIVING WS-DT-ERA REMAINDER WS-DT-YOE
           COMPUTE WS-DT-Q1 = 153 * WS-DT-MP + 2
           DIVIDE WS-DT-Q1 BY 5 GIVING WS-DT-Q1
           COMPUTE WS-DT-DOY = WS-DT-Q1 + WS-DT-DD - 1
           DIVIDE WS-DT-YOE BY 4   GIVING WS-DT-Q2
           DIVIDE WS-DT-YOE BY 100 GIVING WS-DT-Q3

           COMPUTE WS-DT-DAYNUM = WS-DT-ERA * 146097
                                + WS-DT-YOE * 365
                                + WS-DT-Q2 - WS-DT-Q3
                                + WS-DT-DOY
           .

      *=================================================================
      *    7110-DAYNUM-TO-DATE. THE DATE OF DAY NUMBER WS-DT-DAYNUM,
      *    INTO WS-DT-DATE - THE REVERSE OF 7100.
      *=================================================================
       7110-DAYNUM-TO-DATE.

           DIVIDE WS-DT-DAYNUM BY 146097
               GIVING WS-DT-ERA REMAINDER WS-DT-DOE

           DIVIDE WS-DT-DOE BY 1460   GIVING WS-DT-Q1
           DIVIDE WS-DT-DOE BY 36524  GIVING WS-DT-Q2
           DIVIDE WS-DT-DOE BY 146096 GIVING WS-DT-Q3
           COMPUTE WS-DT-YOE = WS-DT-DOE - WS-DT-Q1 + WS-DT-Q2
                             - WS-DT-Q3
           DIVIDE WS-DT-YOE BY 365 GIVING WS-DT-YOE
           COMPUTE WS-DT-YEAR = WS-DT-YOE + WS-DT-ERA * 400

           DIVIDE WS-DT-YOE BY 4   GIVING WS-DT-Q2
           DIVIDE WS-DT-YOE BY 100 GIVING WS-DT-Q3
           COMPUTE WS-DT-DOY = WS-DT-DOE
                             - (365 * WS-DT-YOE + WS-DT-Q2 - WS-DT-Q3)

           COMPUTE WS-DT-Q1 = 5 * WS-DT-DOY + 2
           DIVIDE WS-DT-Q1 BY 153 GIVING WS-DT-MP
           COMPUTE WS-DT-Q1 = 153 * WS-DT-MP + 2
           DIVIDE WS-DT-Q1 BY 5 GIVING WS-DT-Q1
           COMPUTE WS-DT-DD = WS-DT-DOY - WS-DT-Q1 + 1

           IF WS-DT-MP < 10
               COMPUTE WS-DT-MM = WS-DT-MP + 3
           ELSE
               COMPUTE WS-DT-MM = WS-DT-MP - 9
               ADD 1 TO WS-DT-YEAR
           END-IF
           MOVE WS-DT-YEAR TO WS-DT-YYYY
           .

