      *    ITS RECORD ON THE KEYED FILE. DUPLICATE KEYS ARE REPORTED
      *    AND THE FIRST RECORD WINS, SO A DOUBLED-UP EXTRACT CANNOT
      *    SILENTLY FLIP A CUSTOMER'S DATA.
      *
      *    THE EXTRACT IS EDITED FIELD BY FIELD FIRST BY BUSDATVL;
      *    POINT BUSDATA HERE AT ITS VALIDATED OUTPUT (BUSVALID), AND
      *    DO NOT RUN THIS STEP WHEN BUSDATVL ENDS RC 8.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSDATLD.
      *    DATE       INIT  DESCRIPTION
      *    09/02/2026 ES    ORIGINAL - LOADS THE KEYED BUSINESS FILE
      *                     FROM THE SEQUENTIAL EXTRACT
      *    10/15/2026 ES    LOADS THE BUSDATVL-VALIDATED EXTRACT -
      *                     HEADER NOTE ONLY, NO LOGIC CHANGE
      *=================================================================

       ENVIRONMENT DIVISION.
