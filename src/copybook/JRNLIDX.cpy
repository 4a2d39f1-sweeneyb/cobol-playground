      ******************************************************************
      *                                                                *
      * JRNLIDX   -  JOURNAL ENTRY INDEX RECORD                       *
      *                                                                *
      *    RECORD LAYOUT OF THE KEYED JOURNAL ENTRY INDEX.  THE       *
      *    POSTING RUN STAMPS EVERY JOURNAL RECORD WITH A PERMANENT   *
      *    ENTRY NUMBER -- THE FOUR-DIGIT RUN NUMBER FOLLOWED BY A    *
      *    SIX-DIGIT SEQUENCE WITHIN THE RUN -- AND WRITES ONE INDEX  *
      *    RECORD PER ENTRY, KEYED BY THAT NUMBER.  THE JOURNAL       *
      *    ITSELF IS APPEND-ONLY, SO THE INDEX IS WHERE AN ENTRY IS   *
      *    MARKED REVERSED.                                           *
      *                                                                *
      *    THE LINK ENTRY NUMBER TIES A REVERSAL PAIR BOTH WAYS --    *
      *    ON A REVERSAL (CODE R) IT IS THE ENTRY REVERSED; ON A      *
      *    REVERSED ENTRY IT IS THE REVERSAL THAT CANCELLED IT, AND   *
      *    THE LINK BUSINESS DATE IS THE NIGHT THAT REVERSAL POSTED.  *
      *    ZERO MEANS NO LINK.                                        *
      *                                                                *
      *    THE INDEX IS NEVER PURGED -- AN ENTRY ARCHIVED OFF THE     *
      *    LIVE JOURNAL CAN STILL BE FOUND, AND REVERSED, BY NUMBER.  *
      *                                                                *
      ******************************************************************
       01  JIX-ENTRY-REC.
           05  JIX-ENTRY-NO             PIC 9(10).
           05  JIX-ENTRY-PARTS REDEFINES JIX-ENTRY-NO.
               10  JIX-ENTRY-RUN        PIC 9(04).
               10  JIX-ENTRY-SEQ        PIC 9(06).
           05  JIX-BUS-DATE             PIC 9(08).
           05  JIX-RUN-DATE             PIC 9(08).
           05  JIX-ACCT-NO              PIC 9(05).
           05  JIX-TRANS-CODE           PIC X(01).
               88  JIX-TRANSFER         VALUE 'T'.
               88  JIX-REVERSAL         VALUE 'R'.
           05  JIX-ANS-AMT              PIC S9(3)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  JIX-CONTRA-ACCT          PIC 9(05).
           05  JIX-STATUS               PIC X(01).
               88  JIX-ACTIVE           VALUE 'A'.
               88  JIX-REVERSED         VALUE 'R'.
           05  JIX-LINK-ENTRY-NO        PIC 9(10).
           05  JIX-LINK-PARTS REDEFINES JIX-LINK-ENTRY-NO.
               10  JIX-LINK-RUN         PIC 9(04).
               10  JIX-LINK-SEQ         PIC 9(06).
           05  JIX-LINK-BUS-DATE        PIC 9(08).
           05  FILLER                   PIC X(18).
