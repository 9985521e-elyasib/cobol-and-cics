      *=================================================================
      *    DAY-NUMBER STORAGE - THE WORK FIELDS OF THE DATE
      *    ARITHMETIC IN notice-daynum-pd. A DATE IS TURNED INTO A
      *    DAY NUMBER (DAYS SINCE 1 MARCH OF YEAR 0 IN THE GREGORIAN
      *    CALENDAR) AND BACK, SO DAYS CAN BE ADDED AND COUNTED AND
      *    WEEKDAYS FOUND BY PLAIN DIVISION. COPIED BY EVERY PROGRAM
      *    THAT WORKS IN CALENDAR DAYS - THE RULES-DRIVEN TRIGGER
      *    (NTCTRIG) AND THE CONTACT FREQUENCY CAP IN THE BUILD.
      *=================================================================

       01  WS-DT-DATE.
           05  WS-DT-YYYY                PIC 9(04).
           05  WS-DT-MM                  PIC 9(02).
           05  WS-DT-DD                  PIC 9(02).
       01  WS-DT-DATE-X REDEFINES WS-DT-DATE
                                         PIC X(08).
       77  WS-DT-DAYNUM                     PIC S9(09) COMP VALUE 0.
       77  WS-DT-YEAR                       PIC S9(09) COMP VALUE 0.
       77  WS-DT-MP                         PIC S9(09) COMP VALUE 0.
       77  WS-DT-ERA                        PIC S9(09) COMP VALUE 0.
       77  WS-DT-YOE                        PIC S9(09) COMP VALUE 0.
       77  WS-DT-DOY                        PIC S9(09) COMP VALUE 0.
       77  WS-DT-DOE                        PIC S9(09) COMP VALUE 0.
       77  WS-DT-Q1                         PIC S9(09) COMP VALUE 0.
       77  WS-DT-Q2                         PIC S9(09) COMP VALUE 0.
       77  WS-DT-Q3                         PIC S9(09) COMP VALUE 0.
