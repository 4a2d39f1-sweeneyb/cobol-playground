      ******************************************************************
      *                                                                *
      * DUPHIST   -  POSTED-ITEM HISTORY RECORD                       *
      *                                                                *
      *    RECORD LAYOUT OF THE KEYED POSTED-ITEM HISTORY THAT THE    *
      *    FRONT-END EDIT SCREENS KEYED WORK AGAINST FOR SUSPECTED    *
      *    DUPLICATES.  ONE RECORD PER DISTINCT ITEM -- ACCOUNT,      *
      *    TRANSACTION CODE, AND THE A AND B AMOUNTS AS KEYED (A      *
      *    BLANK CODE IS KEPT AS A, THE SAME OPERATION).  THE         *
      *    POSTING RUN WRITES THE RECORD, OR REWRITES IT WITH THE     *
      *    LATEST BUSINESS DATE, BATCH AND RUN, FOR EVERY ITEM IT     *
      *    POSTS; A TRANSFER IS RECORDED ONCE, UNDER ITS FROM-        *
      *    ACCOUNT, WITH THE TO-ACCOUNT IN B AS KEYED.  REVERSALS     *
      *    ARE NOT RECORDED -- THE POSTING RUN ALREADY REFUSES A      *
      *    SECOND REVERSAL OF THE SAME ENTRY.                         *
      *                                                                *
      *    THE HISTORY ROLLS: THE DUPLICATE REVIEW RUN DELETES EVERY  *
      *    RECORD LAST POSTED BEFORE ITS RETENTION WINDOW.            *
      *                                                                *
      ******************************************************************
       01  DHS-HISTORY-REC.
           05  DHS-KEY.
               10  DHS-ACCT-NO          PIC 9(05).
               10  DHS-TRANS-CODE       PIC X(01).
               10  DHS-A-AMT            PIC S9(3)V9(2)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10  DHS-B-AMT            PIC S9(3)V9(2)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  DHS-POST-DATE            PIC 9(08).
           05  DHS-BATCH-NO             PIC 9(05).
           05  DHS-RUN-NO               PIC 9(04).
           05  FILLER                   PIC X(25).
