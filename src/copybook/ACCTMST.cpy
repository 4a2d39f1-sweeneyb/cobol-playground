      *    THE LIMIT BEFORE COMPARING.  A HELD ACCOUNT REFUSES ALL    *
      *    NEW ACTIVITY WITHOUT BEING CLOSED.                         *
      *                                                                *
      *    THE ACCOUNT CLASS KEYS THE ACCRUAL RUN'S RATE-AND-FEE      *
      *    TABLE.  IT IS SET BY ACCTMNT; BLANK (INCLUDING EVERY       *
      *    RECORD WRITTEN BEFORE THE FIELD EXISTED) MEANS THE         *
      *    ACCOUNT EARNS NO INTEREST AND PAYS NO FEE.                 *
      *                                                                *
      *    THE POSTING RUN STAMPS THE LAST-POSTED DATE WITH THE       *
      *    BUSINESS DATE OF EVERY POSTING EXCEPT THE ACCRUAL BATCH,   *
      *    SO INTEREST AND FEES ALONE NEVER KEEP AN ACCOUNT ACTIVE.   *
      *    A DORMANT HOLD (HOLD FLAG D) IS PLACED BY THE DORMANCY     *
      *    RUN'S HOLD CARDS AND REFUSES ACTIVITY LIKE ANY HOLD; IT    *
      *    COMES OFF ONLY WITH AN ACCTMNT REACTIVATION CARD, WHICH    *
      *    STAMPS THE REACTIVATION DATE SO THE DORMANCY CLOCK         *
      *    RESTARTS FROM IT.  RECORDS WRITTEN BEFORE THESE DATES      *
      *    EXISTED CARRY BLANKS THERE, SO EVERY READER CLASS-TESTS    *
      *    THEM; AN ACCOUNT WITH NEITHER DATE DATES FROM ITS OPEN     *
      *    DATE.                                                      *
      *                                                                *
      ******************************************************************
       01  MST-MASTER-REC.
           05  MST-ACCT-NO              PIC 9(05).
           05  MST-LIMIT-AMT            PIC S9(7)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  MST-HOLD-FLAG            PIC X(01).
               88  MST-HELD             VALUES 'H' 'D'.
               88  MST-DORMANT-HOLD     VALUE 'D'.
           05  MST-ACCT-CLASS           PIC X(02).
               88  MST-NO-CLASS         VALUE SPACES.
           05  FILLER                   PIC X(03).
           05  MST-LAST-POST-DATE       PIC 9(08).
           05  MST-REACT-DATE           PIC 9(08).
           05  FILLER                   PIC X(04).
