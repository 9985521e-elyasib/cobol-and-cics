      *    THE MAP-DRIVEN PRESENTATION FORMATS READ. SPACES MEANS
      *    THE DEFAULT LANGUAGE, 'EN'.
           05  BUS-LANG-CODE             PIC X(02).
      *    POSTAL MAILING ADDRESS FOR THE LETTER (PRINT-AND-MAIL)
      *    CHANNEL. KEPT AFTER THE OLDER FIELDS SO AN EXTRACT THAT
      *    DOES NOT YET CARRY THEM LOADS WITH BLANK ADDRESS LINES -
      *    A ROW WITHOUT ADDRESS LINE 1 AND A POSTAL CODE CANNOT GO
      *    BY LETTER.
           05  BUS-ADDR-LINE1            PIC X(40).
           05  BUS-ADDR-LINE2            PIC X(40).
           05  BUS-ADDR-LINE3            PIC X(40).
           05  BUS-CITY                  PIC X(30).
           05  BUS-STATE                 PIC X(02).
           05  BUS-POSTAL-CODE           PIC X(10).
