      *    NEXT ADD RUN'S INPUT.  CORRECTION CARD LAYOUT --           *
      *                                                                *
      *        COLS  1-5   ITEM NUMBER FROM THE OPEN-ITEM REPORT      *
      *        COL   6     TRANSACTION CODE (A/S/M/D/T/R)             *
      *        COLS  7-12  CORRECTED AMOUNT A, SIGN THEN 5 DIGITS     *
      *        COLS 13-18  CORRECTED AMOUNT B, SIGN THEN 5 DIGITS     *
      *                                                                *
      *    A TRANSFER (CODE T) CARRIES THE AMOUNT IN A AND '+' AND    *
      *    THE TO-ACCOUNT NUMBER IN B, AS KEYED ON THE ORIGINAL.      *
      *    A REVERSAL (CODE R) CARRIES THE ENTRY NUMBER IT CANCELS,   *
      *    HIGH FIVE DIGITS IN A AND LOW FIVE IN B, BOTH SIGNED +.    *
      *                                                                *
      *    UNCORRECTED ITEMS GO BACK ON THE CARRY FILE WITH THEIR     *
      *    AGE STEPPED, AND EVERY OPEN ITEM PRINTS ON THE OPEN-ITEM   *
      *    REPORT.  AN ITEM AGED PAST FIVE NIGHTS IS FLAGGED ON THE   *
      *                    RECYCLE TRANSACTION -- THE FRONT-END EDIT  *
      *                    NOW READS COLS 19-22 AS THE EFFECTIVE      *
      *                    DATE.                                      *
      *    10/15/2026  DP  ACCEPT THE TRANSFER CODE (T) ON A          *
      *                    CORRECTION CARD.                           *
      *    10/15/2026  DP  ACCEPT THE REVERSAL CODE (R) ON A          *
      *                    CORRECTION CARD.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECYCLE.
       01  RCY-CORR-REC.
           05  RCY-CORR-ITEM-NO         PIC X(05).
           05  RCY-CORR-TRANS-CODE      PIC X(01).
               88  RCY-CORR-CODE-VALID  VALUES 'A' 'S' 'M' 'D' 'T'
                                        'R'.
           05  RCY-CORR-A-FIELD.
               10  RCY-CORR-A-SIGN      PIC X(01).
               10  RCY-CORR-A-DIGITS    PIC X(05).
