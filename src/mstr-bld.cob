      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    09/02/2026  DP  ORIGINAL PROGRAM.                          *
      *    10/15/2026  DP  JOURNAL RECORD CARRIES THE TRANSFER        *
      *                    CONTRA ACCOUNT.                            *
      *    10/15/2026  DP  JOURNAL RECORD CARRIES THE ENTRY NUMBER    *
      *                    AND THE REVERSAL LINK.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  MB-JRNL-TRANS-CODE       PIC X(01).
           05  MB-JRNL-ACCT-NO          PIC 9(05).
           05  MB-JRNL-RUN-NO           PIC 9(04).
           05  MB-JRNL-CONTRA-ACCT      PIC 9(05).
           05  MB-JRNL-ENTRY-NO         PIC 9(10).
           05  MB-JRNL-LINK-ENTRY-NO    PIC 9(10).

       FD  MB-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
