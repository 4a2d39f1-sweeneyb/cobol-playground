      ******************************************************************
      *                                                                *
      * RELMST    -  CUSTOMER RELATIONSHIP MASTER RECORD              *
      *                                                                *
      *    RECORD LAYOUT OF THE KEYED RELATIONSHIP MASTER, WHICH      *
      *    GROUPS ACCOUNTS UNDER A CUSTOMER NUMBER.  MAINTAINED BY    *
      *    CARDS THROUGH RELMNT THE WAY ACCTMNT MAINTAINS THE         *
      *    ACCOUNT MASTER.  THE FILE HOLDS TWO KINDS OF RECORD,       *
      *    TOLD APART BY THE FIRST BYTE OF THE KEY --                 *
      *                                                                *
      *        C + CUSTOMER NUMBER  THE RELATIONSHIP: NAME, STATUS,   *
      *                             AGGREGATE LIMIT, AND THE          *
      *                             MEMBER ACCOUNTS (UP TO 8)         *
      *        A + ACCOUNT NUMBER   ONE PER MEMBER ACCOUNT, NAMING    *
      *                             ITS CUSTOMER, SO NO ACCOUNT       *
      *                             BELONGS TO TWO RELATIONSHIPS      *
      *                                                                *
      *    RELMNT WRITES AND DELETES THE TWO TOGETHER.  READERS THAT  *
      *    WORK A RELATIONSHIP AT A TIME USE THE MEMBER LIST ON THE   *
      *    C RECORD.                                                  *
      *                                                                *
      *    THE AGGREGATE LIMIT CAPS THE RELATIONSHIP'S EXPOSURE --    *
      *    THE SUM OF THE MEMBER BALANCES' MAGNITUDES, SO A DEBIT     *
      *    BALANCE ON ONE ACCOUNT IS NOT NETTED AGAINST A CREDIT ON   *
      *    ANOTHER.  THE POSTING RUN REFUSES A POSTING THAT WOULD     *
      *    RAISE THE EXPOSURE PAST THE LIMIT; A POSTING THAT LOWERS   *
      *    IT ALWAYS GOES THROUGH.  ZERO MEANS NO AGGREGATE LIMIT.    *
      *    EACH ACCOUNT'S OWN POSTING LIMIT STILL APPLIES.            *
      *                                                                *
      ******************************************************************
       01  REL-CUSTOMER-REC.
           05  REL-KEY.
               10  REL-KEY-TYPE         PIC X(01).
                   88  REL-CUSTOMER-KEY VALUE 'C'.
                   88  REL-MEMBER-KEY   VALUE 'A'.
               10  REL-KEY-NO           PIC 9(05).
           05  REL-NAME                 PIC X(30).
           05  REL-STATUS               PIC X(01).
               88  REL-OPEN             VALUE 'O'.
               88  REL-CLOSED           VALUE 'C'.
           05  REL-AGG-LIMIT            PIC S9(9)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  REL-OPEN-DATE            PIC 9(08).
           05  REL-MEMBER-COUNT         PIC 9(02).
           05  REL-MEMBER-ACCT          PIC 9(05) OCCURS 8 TIMES.
           05  FILLER                   PIC X(01).
       01  REL-MEMBER-REC.
           05  REL-MBR-KEY.
               10  REL-MBR-KEY-TYPE     PIC X(01).
               10  REL-MBR-ACCT-NO      PIC 9(05).
           05  REL-MBR-CUST-NO          PIC 9(05).
           05  REL-MBR-JOIN-DATE        PIC 9(08).
           05  FILLER                   PIC X(81).
