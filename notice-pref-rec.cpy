           05  PRF-KEY.
               10  PRF-ACCOUNT-NUM       PIC X(20).
               10  PRF-NOTICE-CLASS      PIC X(10).
      *    THE CHANNEL THE CUSTOMER ASKED FOR - EMAIL, SMS OR LETTR
      *    (PRINT-AND-MAIL). USED ONLY WHEN THE MATCHING BUS-REC
      *    ADDRESS FIELD (FOR LETTR, THE POSTAL ADDRESS) IS PRESENT.
           05  PRF-PREF-CHANNEL          PIC X(05).
      *    ALLOWED FALLBACK WHEN THE PREFERRED CHANNEL'S ADDRESS
      *    FIELD ON BUS-REC IS BLANK. SPACES MEANS FALL BACK TO THE
