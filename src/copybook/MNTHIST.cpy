      ******************************************************************
      *                                                                *
      * MNTHIST   -  MAINTENANCE HISTORY RECORD                       *
      *                                                                *
      *    RECORD LAYOUT OF THE PERMANENT MAINTENANCE-HISTORY FILE,   *
      *    APPENDED BY ACCTMNT AND STOMNT FOR EVERY APPROVED CARD     *
      *    THEY APPLY.  EACH RECORD CARRIES THE KEYING AND THE        *
      *    APPROVING OPERATOR AND THE IMAGE OF THE ACCOUNT MASTER     *
      *    OR STANDING-ORDER RECORD BEFORE AND AFTER THE CHANGE --    *
      *    THE BEFORE IMAGE IS BLANK WHEN THE CARD CREATED THE        *
      *    RECORD.  A STANDING-ORDER IMAGE IS SHORTER THAN THE        *
      *    FIELD AND IS PADDED WITH SPACES.                           *
      *                                                                *
      *    RELMNT APPENDS THE SAME WAY FOR THE CUSTOMER RELATIONSHIP  *
      *    MASTER (FILE ID R), KEYED BY CUSTOMER NUMBER.              *
      *                                                                *
      *    THE ACCOUNT NUMBER IS THE ACCOUNT CHANGED, OR FOR A        *
      *    STANDING ORDER THE ACCOUNT THE ORDER POSTS TO, OR FOR A    *
      *    RELATIONSHIP THE MEMBER ACCOUNT ADDED OR DROPPED (ZERO FOR *
      *    ANY OTHER RELATIONSHIP CHANGE), SO THE MNTRPT REPORT CAN   *
      *    SELECT BY ACCOUNT ACROSS ALL THREE FILES.  THE FILE IS     *
      *    NEVER PURGED.                                              *
      *                                                                *
      ******************************************************************
       01  MHS-HISTORY-REC.
           05  MHS-FILE-ID              PIC X(01).
               88  MHS-ACCOUNT-MASTER   VALUE 'A'.
               88  MHS-STANDING-ORDER   VALUE 'S'.
               88  MHS-RELATIONSHIP     VALUE 'R'.
           05  MHS-ACCT-NO              PIC 9(05).
           05  MHS-RECORD-KEY           PIC 9(05).
           05  MHS-FUNCTION             PIC X(01).
           05  MHS-APPLY-DATE           PIC 9(08).
           05  MHS-APPLY-TIME           PIC 9(08).
           05  MHS-PEND-NO              PIC 9(06).
           05  MHS-KEY-OPER             PIC X(08).
           05  MHS-STAGE-DATE           PIC 9(08).
           05  MHS-APPR-OPER            PIC X(08).
           05  MHS-BEFORE-IMAGE         PIC X(100).
           05  MHS-AFTER-IMAGE          PIC X(100).
           05  FILLER                   PIC X(22).
