           SELECT ADD-REGISTER-FILE   ASSIGN TO ADDRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADD-SORT-FILE       ASSIGN TO SORTWK01.
           SELECT ADD-XFER-FILE       ASSIGN TO XFERWK
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADD-INDEX-FILE      ASSIGN TO JRNLIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JIX-ENTRY-NO.
           SELECT ADD-HIST-FILE       ASSIGN TO DUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DHS-KEY.
           SELECT ADD-QUAL-FILE       ASSIGN TO QUALOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADD-REL-FILE        ASSIGN TO RELMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-KEY.


       DATA DIVISION.
                                  ==:TAG:== BY ==RSLT-ANS==.
           05  RSLT-TRANS-CODE         PIC X(01).
           05  RSLT-ACCT-NO            PIC 9(05).
           05  RSLT-CONTRA-ACCT        PIC 9(05).
           05  FILLER                  PIC X(03).

       FD  ADD-JOURNAL-FILE
           RECORDING MODE IS F
           05  JRNL-TRANS-CODE          PIC X(01).
           05  JRNL-ACCT-NO             PIC 9(05).
           05  JRNL-RUN-NO              PIC 9(04).
           05  JRNL-CONTRA-ACCT         PIC 9(05).
           05  JRNL-ENTRY-NO            PIC 9(10).
           05  JRNL-LINK-ENTRY-NO       PIC 9(10).

       FD  ADD-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY RUNCTL.

       FD  ADD-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY JRNLIDX.

       FD  ADD-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DUPHIST.

       FD  ADD-QUAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY QUALHIST.

       FD  ADD-REL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RELMST.

       FD  ADD-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           05  SORT-EFF-DATE           PIC X(04).
           05  SORT-BATCH-NO           PIC 9(05).
           05  FILLER                  PIC X(03).
      *    A REVERSAL CARRIES THE ENTRY NUMBER IT CANCELS IN THE
      *    DIGITS OF THE A AND B FIELDS, HIGH HALF FIRST.
       01  ADD-SORT-REV-REC.
           05  FILLER                  PIC X(01).
           05  SORT-REV-ENTRY-HI       PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SORT-REV-ENTRY-LO       PIC 9(05).
           05  FILLER                  PIC X(18).

      *    TRANSFERS SET ASIDE BY THE POSTING PASS -- THE SORTED
      *    IMAGE UNCHANGED, THE B FIELD READ AS THE TO-ACCOUNT.
       FD  ADD-XFER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ADD-XFER-REC.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==XFER-A==.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==XFER-B==.
           05  XFER-TO-PARTS REDEFINES XFER-B-AMT.
               10  FILLER              PIC X(01).
               10  XFER-TO-ACCT        PIC 9(05).
           05  XFER-TRANS-CODE         PIC X(01).
           05  XFER-ACCT-NO            PIC 9(05).
           05  XFER-EFF-DATE           PIC X(04).
           05  XFER-BATCH-NO           PIC 9(05).
           05  FILLER                  PIC X(03).

       WORKING-STORAGE SECTION.
       COPY AMTFLD REPLACING ==:LEV:== BY ==77== ==:TAG:== BY ==ADD-A==.
           88 SORT-EOF VALUE 'Y'.
       77 ADD-ACCT-NO PIC 9(05) VALUE ZERO.
       77 ADD-BATCH-NO PIC 9(05) VALUE ZERO.
       77 ADD-ACCR-BATCH-NO PIC 9(05) VALUE 99998.
       77 ADD-STO-BATCH-NO PIC 9(05) VALUE 99999.
       77 ADD-BUS-DATE PIC 9(08) VALUE ZERO.
       77 ADD-PERIOD-KEY PIC 9(08) VALUE ZERO.
       77 ADD-PERIOD-DAY PIC 9(02) VALUE ZERO.
       77 ADD-RUN-NO PIC 9(04) VALUE ZERO.
       77 ADD-CONTRA-ACCT PIC 9(05) VALUE ZERO.
       77 ADD-XFER-TO-ACCT PIC 9(05) VALUE ZERO.
       COPY AMTFLD REPLACING ==:LEV:== BY ==77==
                              ==:TAG:== BY ==ADD-XFER==.
       77 XFER-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 XFER-EOF VALUE 'Y'.
       77 ADD-LINK-ENTRY-NO PIC 9(10) VALUE ZERO.
       77 ADD-CHK-BUS-DATE PIC 9(08) VALUE ZERO.
       77 ADD-CHK-RUN-NO PIC 9(04) VALUE ZERO.
       77 ADD-REV-BUS-DATE PIC 9(08) VALUE ZERO.
       77 RUN-DONE-SWITCH PIC X(01) VALUE 'N'.
           88 RUN-DONE VALUE 'Y'.
       77 REV-REFUSED-SWITCH PIC X(01) VALUE 'N'.
           88 REV-REFUSED VALUE 'Y'.
       77 HIST-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88 HIST-FOUND VALUE 'Y'.
       77 MSTR-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 MSTR-EOF VALUE 'Y'.
       77 MSTR-TOUCHED-SWITCH PIC X(01) VALUE 'N'.
           88 MSTR-DIRTY VALUE 'Y'.
       77 PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       77 REL-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 REL-EOF VALUE 'Y'.
       77 REL-REFUSED-SWITCH PIC X(01) VALUE 'N'.
           88 REL-REFUSED VALUE 'Y'.
       77 ADD-TRANS-CODE PIC X(01) VALUE SPACE.
           88 TRANS-ADD VALUES 'A' ' '.
           88 TRANS-SUBTRACT VALUE 'S'.
           88 TRANS-MULTIPLY VALUE 'M'.
           88 TRANS-DIVIDE VALUE 'D'.
           88 TRANS-TRANSFER VALUE 'T'.
           88 TRANS-REVERSAL VALUE 'R'.
       COPY AMT3DEC REPLACING ==:LEV:== BY ==77==
                               ==:TAG:== BY ==ADD-QUOT==.
       COPY RNDMODE.
       77 ADD-EXCP-MSG-ZERO PIC X(40) VALUE
           "DIVISOR B IS ZERO - NOT POSTED".
       77 ADD-EXCP-MSG-CODE PIC X(40) VALUE
           "TRANS CODE NOT RECOGNIZED - NOT POSTED".
       77 ADD-EXCP-MSG-ACCT PIC X(40) VALUE
           "ACCOUNT NOT ON MASTER - NOT POSTED".
       77 ADD-EXCP-MSG-CLSD PIC X(40) VALUE
           "ACCOUNT HELD - NOT POSTED".
       77 ADD-EXCP-MSG-LIMT PIC X(40) VALUE
           "RESULT PAST ACCOUNT LIMIT - NOT POSTED".
       77 ADD-EXCP-MSG-XFRA PIC X(40) VALUE
           "FROM ACCOUNT NOT ON MASTER - NO TRANSFER".
       77 ADD-EXCP-MSG-XFRC PIC X(40) VALUE
           "FROM ACCOUNT CLOSED - NO TRANSFER".
       77 ADD-EXCP-MSG-XFRH PIC X(40) VALUE
           "FROM ACCOUNT HELD - NO TRANSFER".
       77 ADD-EXCP-MSG-XFRL PIC X(40) VALUE
           "FROM ACCOUNT PAST LIMIT - NO TRANSFER".
       77 ADD-EXCP-MSG-XTOA PIC X(40) VALUE
           "TO ACCOUNT NOT ON MASTER - NO TRANSFER".
       77 ADD-EXCP-MSG-XTOC PIC X(40) VALUE
           "TO ACCOUNT CLOSED - NO TRANSFER".
       77 ADD-EXCP-MSG-XTOH PIC X(40) VALUE
           "TO ACCOUNT HELD - NO TRANSFER".
       77 ADD-EXCP-MSG-XTOL PIC X(40) VALUE
           "TO ACCOUNT PAST LIMIT - NO TRANSFER".
       77 ADD-EXCP-MSG-RNOF PIC X(40) VALUE
           "ENTRY NOT ON JOURNAL - NOT REVERSED".
       77 ADD-EXCP-MSG-RRUN PIC X(40) VALUE
           "ENTRY RUN NOT COMPLETE - NOT REVERSED".
       77 ADD-EXCP-MSG-RACC PIC X(40) VALUE
           "WRONG ACCOUNT FOR ENTRY - NOT REVERSED".
       77 ADD-EXCP-MSG-RREV PIC X(40) VALUE
           "ENTRY IS A REVERSAL - NOT REVERSED".
       77 ADD-EXCP-MSG-RXFR PIC X(40) VALUE
           "ENTRY IS A TRANSFER LEG - NOT REVERSED".
       77 ADD-EXCP-MSG-RDUP PIC X(40) VALUE
           "ENTRY ALREADY REVERSED - NOT REVERSED".
       77 ADD-EXCP-MSG-RLIM PIC X(40) VALUE
           "PAST RELATIONSHIP LIMIT - NOT POSTED".
       77 ADD-EXCP-MSG-XFRR PIC X(40) VALUE
           "FROM RELATIONSHIP LIMIT - NO TRANSFER".
       77 ADD-EXCP-MSG-XTOR PIC X(40) VALUE
           "TO RELATIONSHIP LIMIT - NO TRANSFER".
       COPY AMTTOT REPLACING ==:LEV:== BY ==77==
                              ==:TAG:== BY ==ADD-NEW-BAL==.
       77 ADD-RUN-DATE PIC 9(8) VALUE ZERO.
       77 ADD-RUN-TIME PIC 9(8) VALUE ZERO.
       77 ADD-POSTED-COUNT PIC 9(7) COMP VALUE ZERO.
       77 ADD-EXCP-COUNT PIC 9(7) COMP VALUE ZERO.
       77 ADD-XFER-POSTED-COUNT PIC 9(7) COMP VALUE ZERO.
       77 ADD-REV-POSTED-COUNT PIC 9(7) COMP VALUE ZERO.
       COPY AMTTOT REPLACING ==:LEV:== BY ==77==
                              ==:TAG:== BY ==ADD-GRAND-TOTAL==.
       77 REG-PAGE-COUNT PIC 9(4) COMP VALUE ZERO.
       77 REG-LINE-COUNT PIC 9(2) COMP VALUE 99.
       77 REG-PAGE-LIMIT PIC 9(2) COMP VALUE 60.
       77 ADD-REL-MAX PIC 9(4) COMP VALUE 500.
       77 ADD-REL-COUNT PIC 9(4) COMP VALUE ZERO.
       77 ADD-REL-SUB PIC 9(4) COMP VALUE ZERO.
       77 ADD-REL-FROM-SUB PIC 9(4) COMP VALUE ZERO.
       77 ADD-REL-TO-SUB PIC 9(4) COMP VALUE ZERO.
       77 ADD-MBR-MAX PIC 9(4) COMP VALUE 4000.
       77 ADD-MBR-COUNT PIC 9(4) COMP VALUE ZERO.
       77 ADD-MBR-SUB PIC 9(4) COMP VALUE ZERO.
       77 ADD-REL-FIND-ACCT PIC 9(05) VALUE ZERO.
       77 ADD-REL-BAL PIC S9(9)V9(2) VALUE ZERO.
       77 ADD-REL-DELTA PIC S9(9)V9(2) VALUE ZERO.
       77 ADD-REL-ABS PIC S9(11)V9(2) VALUE ZERO.
       77 ADD-REL-SWING PIC S9(11)V9(2) VALUE ZERO.
       77 ADD-REL-FROM-SWING PIC S9(11)V9(2) VALUE ZERO.
       77 ADD-REL-TO-SWING PIC S9(11)V9(2) VALUE ZERO.
       77 ADD-XFER-FROM-BAL PIC S9(9)V9(2) VALUE ZERO.
       01 ADD-FROM-MASTER PIC X(100).
       01 ADD-ENTRY-NO PIC 9(10) VALUE ZERO.
       01 ADD-ENTRY-PARTS REDEFINES ADD-ENTRY-NO.
           05 ADD-ENTRY-RUN PIC 9(04).
           05 ADD-ENTRY-SEQ PIC 9(06).
       01 ADD-HIST-KEY.
           05 ADD-HIST-ACCT-NO PIC 9(05).
           05 ADD-HIST-CODE PIC X(01).
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==ADD-HIST-A==.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==ADD-HIST-B==.
       01 ADD-QUAL-IMAGE.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==ADD-QUAL-A==.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==ADD-QUAL-B==.
           05 ADD-QUAL-CODE PIC X(01).
           05 ADD-QUAL-ACCT-NO PIC 9(05).
           05 ADD-QUAL-EFF-DATE PIC X(04) VALUE '0000'.
      *    RELATIONSHIPS CARRYING AN AGGREGATE LIMIT, WITH THEIR
      *    EXPOSURE AS THE RUN STANDS, AND THEIR MEMBER ACCOUNTS.
       01 ADD-REL-TABLE.
           05 ADD-REL-ENTRY OCCURS 500 TIMES
                   INDEXED BY ADD-REL-IX.
               10 ADD-REL-CUST-NO PIC 9(05).
               10 ADD-REL-LIMIT PIC S9(9)V9(2).
               10 ADD-REL-EXPOSURE PIC S9(11)V9(2).
       01 ADD-MBR-TABLE.
           05 ADD-MBR-ENTRY OCCURS 4000 TIMES
                   INDEXED BY ADD-MBR-IX.
               10 ADD-MBR-ACCT-NO PIC 9(05).
               10 ADD-MBR-REL-SUB PIC 9(4) COMP.
       01 ADD-REV-ENTRY-NO PIC 9(10) VALUE ZERO.
       01 ADD-REV-PARTS REDEFINES ADD-REV-ENTRY-NO.
           05 ADD-REV-HI PIC 9(05).
           05 ADD-REV-LO PIC 9(05).

       01 REG-HEAD1.
           05 FILLER PIC X(25) VALUE ' ADD POSTING REGISTER    '.
           05 REG-DET-REASON PIC X(40).
           05 FILLER PIC X(30) VALUE SPACES.

       01 REG-XFER-NOTE.
           05 REG-XFER-DIR PIC X(14).
           05 REG-XFER-ACCT PIC 9(05).
           05 FILLER PIC X(21) VALUE SPACES.

       01 REG-REV-NOTE.
           05 FILLER PIC X(15) VALUE 'REVERSES ENTRY '.
           05 REG-REV-ENTRY PIC 9(10).
           05 FILLER PIC X(15) VALUE SPACES.

       01 REG-TOTAL1.
           05 FILLER PIC X(30) VALUE
               ' TRANSACTIONS POSTED . . . .  '.
           05 REG-TOT-EXCP PIC ZZZ,ZZ9.
           05 FILLER PIC X(95) VALUE SPACES.

       01 REG-TOTAL4.
           05 FILLER PIC X(30) VALUE
               ' TRANSFERS POSTED (PAIRS)  .  '.
           05 REG-TOT-XFER PIC ZZZ,ZZ9.
           05 FILLER PIC X(95) VALUE SPACES.

       01 REG-TOTAL5.
           05 FILLER PIC X(30) VALUE
               ' REVERSALS POSTED  . . . . .  '.
           05 REG-TOT-REV PIC ZZZ,ZZ9.
           05 FILLER PIC X(95) VALUE SPACES.

       01 REG-TOTAL3.
           05 FILLER PIC X(30) VALUE
               ' GRAND TOTAL OF RESULTS  . .  '.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM REL-LOAD-PARA.
           PERFORM CTRL-START-PARA.
           OPEN OUTPUT ADD-RESULT-FILE.
           OPEN OUTPUT ADD-JOURNAL-FILE.
           OPEN OUTPUT ADD-EXCEPTION-FILE.
           OPEN OUTPUT ADD-REGISTER-FILE.
           OPEN I-O ADD-MASTER-FILE.
           OPEN I-O ADD-INDEX-FILE.
           OPEN I-O ADD-HIST-FILE.
           OPEN OUTPUT ADD-QUAL-FILE.
           MOVE ADD-RUN-NO TO ADD-ENTRY-RUN.
           MOVE ZERO TO ADD-ENTRY-SEQ.
           ACCEPT ADD-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT ADD-RUN-TIME FROM TIME.
           MOVE ADD-RUN-DATE TO REG-HEAD1-DATE.
           MOVE ADD-BUS-DATE TO REG-HEAD2-BUS-DATE.
           MOVE ADD-RUN-NO TO REG-HEAD2-RUN-NO.
           SET RND-HALF-UP TO TRUE.
           PERFORM REL-EXPOSE-PARA
               VARYING ADD-MBR-SUB FROM 1 BY 1
               UNTIL ADD-MBR-SUB > ADD-MBR-COUNT.
           MOVE ZERO TO MST-ACCT-NO.
           START ADD-MASTER-FILE KEY NOT < MST-ACCT-NO
               INVALID KEY
           END-START.
           IF NOT MSTR-EOF
               PERFORM MSTR-READ-PARA.
           OPEN OUTPUT ADD-XFER-FILE.
           SORT ADD-SORT-FILE
               ON ASCENDING KEY SORT-ACCT-NO
               WITH DUPLICATES IN ORDER
               USING ADD-TRANS-FILE
               OUTPUT PROCEDURE IS POST-PASS-PARA THRU POST-PASS-EXIT.
           CLOSE ADD-XFER-FILE.
           PERFORM XFER-PASS-PARA THRU XFER-PASS-EXIT.
           PERFORM SUMMARY-PARA.
           PERFORM CTRL-END-PARA.
           CLOSE ADD-RESULT-FILE ADD-JOURNAL-FILE
                 ADD-EXCEPTION-FILE ADD-REGISTER-FILE
                 ADD-MASTER-FILE ADD-INDEX-FILE ADD-HIST-FILE
                 ADD-QUAL-FILE.
           STOP RUN.

      *    THE POSTING PASS.  THE VALIDATED TRANSACTIONS COME BACK
           EXIT.

       MATCH-PARA.
           IF TRANS-TRANSFER
               WRITE ADD-XFER-REC FROM ADD-SORT-REC
               PERFORM SORT-RETURN-PARA
               GO TO MATCH-EXIT.
           PERFORM MSTR-ADVANCE-PARA
               UNTIL MSTR-EOF OR MST-ACCT-NO NOT < ADD-ACCT-NO.
           IF MSTR-EOF OR MST-ACCT-NO > ADD-ACCT-NO
                   MOVE SORT-TRANS-CODE TO ADD-TRANS-CODE
                   MOVE SORT-ACCT-NO TO ADD-ACCT-NO
                   MOVE SORT-BATCH-NO TO ADD-BATCH-NO
                   MOVE ZERO TO ADD-CONTRA-ACCT
                   MOVE ZERO TO ADD-LINK-ENTRY-NO
                   MOVE SORT-REV-ENTRY-HI TO ADD-REV-HI
                   MOVE SORT-REV-ENTRY-LO TO ADD-REV-LO
           END-RETURN.

       ADD-PARA.
               MOVE ADD-EXCP-MSG-HELD TO EXCP-REASON
               PERFORM EXCP-PARA
               GO TO ADD-EXIT-PARA.
           IF TRANS-REVERSAL
               PERFORM REV-FIND-PARA THRU REV-FIND-EXIT
               IF REV-REFUSED
                   GO TO ADD-EXIT-PARA
               ELSE
                   GO TO DISP-PARA.
           EVALUATE TRUE
               WHEN TRANS-SUBTRACT
                   SUBTRACT ADD-B-AMT FROM ADD-A-AMT
                   GO TO ADD-EXIT-PARA
               END-IF
           END-IF.
      *    A MEMBER OF A LIMITED RELATIONSHIP MAY NOT RAISE THE
      *    RELATIONSHIP'S EXPOSURE PAST ITS AGGREGATE LIMIT.  A
      *    POSTING THAT LOWERS THE EXPOSURE ALWAYS GOES THROUGH.
           MOVE MST-ACCT-NO TO ADD-REL-FIND-ACCT.
           PERFORM REL-FIND-PARA.
           IF ADD-REL-SUB NOT = ZERO
               MOVE MST-BALANCE-AMT TO ADD-REL-BAL
               MOVE ADD-ANS-AMT TO ADD-REL-DELTA
               PERFORM REL-SWING-PARA
               IF ADD-REL-SWING > ZERO
                   AND ADD-REL-EXPOSURE (ADD-REL-SUB) + ADD-REL-SWING
                       > ADD-REL-LIMIT (ADD-REL-SUB)
                   MOVE ADD-EXCP-MSG-RLIM TO EXCP-REASON
                   PERFORM EXCP-PARA
                   GO TO ADD-EXIT-PARA
               END-IF
               ADD ADD-REL-SWING TO ADD-REL-EXPOSURE (ADD-REL-SUB)
           END-IF.
           ADD ADD-ANS-AMT TO MST-BALANCE-AMT.
           ADD ADD-ANS-AMT TO MST-ACTIVITY-AMT.
           PERFORM STAMP-PARA.
           SET MSTR-DIRTY TO TRUE.
           IF TRANS-REVERSAL
               MOVE ZERO TO ADD-A-AMT
               COMPUTE ADD-B-AMT = ZERO - ADD-ANS-AMT
               MOVE ADD-REV-ENTRY-NO TO ADD-LINK-ENTRY-NO
               PERFORM POST-WRITE-PARA
               PERFORM REV-MARK-PARA
           ELSE
               MOVE ADD-ACCT-NO TO ADD-HIST-ACCT-NO
               MOVE ADD-TRANS-CODE TO ADD-HIST-CODE
               MOVE ADD-A-AMT TO ADD-HIST-A-AMT
               MOVE ADD-B-AMT TO ADD-HIST-B-AMT
               PERFORM POST-WRITE-PARA
               PERFORM HIST-PARA.

       ADD-EXIT-PARA.
           EXIT.

      *    STAMP THE ACCOUNT'S LAST-POSTED DATE WITH TONIGHT'S
      *    BUSINESS DATE.  THE ACCRUAL BATCH'S INTEREST AND FEES DO
      *    NOT COUNT AS ACTIVITY, OR NO ACCOUNT WOULD EVER GO
      *    DORMANT.
       STAMP-PARA.
           IF ADD-BATCH-NO NOT = ADD-ACCR-BATCH-NO
               MOVE ADD-BUS-DATE TO MST-LAST-POST-DATE.

      *    RECORD THE ITEM JUST POSTED ON THE POSTED-ITEM HISTORY,
      *    KEYED AS THE FRONT-END EDIT SCREENS FOR DUPLICATES --
      *    ACCOUNT, CODE (BLANK KEPT AS A), AND THE A AND B AMOUNTS
      *    AS KEYED.  AN ITEM ALREADY ON FILE IS REWRITTEN WITH
      *    TONIGHT'S DATE, BATCH AND RUN.
       HIST-PARA.
           IF ADD-HIST-CODE = SPACE
               MOVE 'A' TO ADD-HIST-CODE.
           MOVE ADD-HIST-KEY TO DHS-KEY.
           MOVE 'N' TO HIST-FOUND-SWITCH.
           READ ADD-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HIST-FOUND TO TRUE
           END-READ.
           IF NOT HIST-FOUND
               MOVE SPACES TO DHS-HISTORY-REC
               MOVE ADD-HIST-KEY TO DHS-KEY.
           MOVE ADD-BUS-DATE TO DHS-POST-DATE.
           MOVE ADD-BATCH-NO TO DHS-BATCH-NO.
           MOVE ADD-RUN-NO TO DHS-RUN-NO.
           IF HIST-FOUND
               REWRITE DHS-HISTORY-REC
           ELSE
               WRITE DHS-HISTORY-REC.

      *    ONE POSTING'S REGISTER LINE, RESULT, AND JOURNAL RECORD.
      *    A TRANSFER LEG CARRIES THE OTHER ACCOUNT AS ITS CONTRA;
      *    ANY OTHER POSTING CARRIES A CONTRA OF ZERO.  EVERY
      *    JOURNAL RECORD TAKES THE NEXT ENTRY NUMBER OF THE RUN
      *    AND GETS ITS OWN RECORD ON THE ENTRY INDEX.
       POST-WRITE-PARA.
           ADD 1 TO ADD-ENTRY-SEQ.
           PERFORM REG-DETL-PARA.
           MOVE ADD-A-AMT TO RSLT-A-AMT.
           MOVE ADD-B-AMT TO RSLT-B-AMT.
           MOVE ADD-ANS-AMT TO RSLT-ANS-AMT.
           MOVE ADD-TRANS-CODE TO RSLT-TRANS-CODE.
           MOVE ADD-ACCT-NO TO RSLT-ACCT-NO.
           MOVE ADD-CONTRA-ACCT TO RSLT-CONTRA-ACCT.
           WRITE ADD-RESULT-REC.
           ADD 1 TO ADD-POSTED-COUNT.
           ADD ADD-ANS-AMT TO ADD-GRAND-TOTAL-AMT.
           MOVE ADD-RUN-DATE TO JRNL-RUN-DATE.
           MOVE ADD-RUN-TIME TO JRNL-RUN-TIME.
           MOVE ADD-A-AMT TO JRNL-A-AMT.
           MOVE ADD-TRANS-CODE TO JRNL-TRANS-CODE.
           MOVE ADD-ACCT-NO TO JRNL-ACCT-NO.
           MOVE ADD-RUN-NO TO JRNL-RUN-NO.
           MOVE ADD-CONTRA-ACCT TO JRNL-CONTRA-ACCT.
           MOVE ADD-ENTRY-NO TO JRNL-ENTRY-NO.
           MOVE ADD-LINK-ENTRY-NO TO JRNL-LINK-ENTRY-NO.
           WRITE ADD-JOURNAL-REC.
           MOVE SPACES TO JIX-ENTRY-REC.
           MOVE ADD-ENTRY-NO TO JIX-ENTRY-NO.
           MOVE ADD-BUS-DATE TO JIX-BUS-DATE.
           MOVE ADD-RUN-DATE TO JIX-RUN-DATE.
           MOVE ADD-ACCT-NO TO JIX-ACCT-NO.
           MOVE ADD-TRANS-CODE TO JIX-TRANS-CODE.
           MOVE ADD-ANS-AMT TO JIX-ANS-AMT.
           MOVE ADD-CONTRA-ACCT TO JIX-CONTRA-ACCT.
           SET JIX-ACTIVE TO TRUE.
           MOVE ADD-LINK-ENTRY-NO TO JIX-LINK-ENTRY-NO.
           IF ADD-LINK-ENTRY-NO = ZERO
               MOVE ZERO TO JIX-LINK-BUS-DATE
           ELSE
               MOVE ADD-REV-BUS-DATE TO JIX-LINK-BUS-DATE.
           WRITE JIX-ENTRY-REC
               INVALID KEY
                   PERFORM IDX-DUP-PARA
           END-WRITE.

      *    THE ENTRY NUMBER IS THE RUN NUMBER AND A SEQUENCE, AND
      *    THE RUN NUMBER IS NEVER REISSUED, SO A DUPLICATE KEY
      *    MEANS THE INDEX AND THE RUN-CONTROL HEADER DISAGREE.
      *    STOP RATHER THAN POST ENTRIES THAT CANNOT BE FOUND.
       IDX-DUP-PARA.
           DISPLAY " *** ENTRY " ADD-ENTRY-NO
               " ALREADY ON THE ENTRY INDEX - RUN STOPPED *** ".
           DISPLAY " *** RUN NUMBER " ADD-RUN-NO
               " LEFT IN PROGRESS - SEE THE MSTRBLD PROCEDURE *** ".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    LOOK UP THE ENTRY A REVERSAL NAMES AND DECIDE WHETHER IT
      *    MAY BE REVERSED.  IT MUST BE ON THE INDEX, POSTED BY A
      *    RUN THAT COMPLETED, FOR THE ACCOUNT ON THE REVERSAL, AND
      *    NEITHER A REVERSAL ITSELF NOR ONE LEG OF A TRANSFER (A
      *    TRANSFER IS UNDONE BY TRANSFERRING BACK).  AN ENTRY
      *    MARKED REVERSED IS REFUSED UNLESS THE REVERSAL THAT
      *    MARKED IT BELONGED TO A RUN THAT NEVER COMPLETED -- THAT
      *    POSTING WAS BACKED OUT WHEN THE MASTER WAS REBUILT.  THE
      *    AMOUNT BACKED OUT IS EXACTLY THE ORIGINAL ANS.
       REV-FIND-PARA.
           MOVE 'N' TO REV-REFUSED-SWITCH.
           MOVE ADD-REV-ENTRY-NO TO JIX-ENTRY-NO.
           READ ADD-INDEX-FILE
               INVALID KEY
                   MOVE ADD-EXCP-MSG-RNOF TO EXCP-REASON
                   GO TO REV-FIND-REFUSE
           END-READ.
           MOVE JIX-BUS-DATE TO ADD-REV-BUS-DATE.
           MOVE JIX-BUS-DATE TO ADD-CHK-BUS-DATE.
           MOVE JIX-ENTRY-RUN TO ADD-CHK-RUN-NO.
           PERFORM RUN-CHECK-PARA.
           IF NOT RUN-DONE
               MOVE ADD-EXCP-MSG-RRUN TO EXCP-REASON
               GO TO REV-FIND-REFUSE.
           IF JIX-ACCT-NO NOT = ADD-ACCT-NO
               MOVE ADD-EXCP-MSG-RACC TO EXCP-REASON
               GO TO REV-FIND-REFUSE.
           IF JIX-REVERSAL
               MOVE ADD-EXCP-MSG-RREV TO EXCP-REASON
               GO TO REV-FIND-REFUSE.
           IF JIX-TRANSFER
               MOVE ADD-EXCP-MSG-RXFR TO EXCP-REASON
               GO TO REV-FIND-REFUSE.
           COMPUTE ADD-ANS-AMT = ZERO - JIX-ANS-AMT.
           IF JIX-REVERSED
               MOVE JIX-LINK-BUS-DATE TO ADD-CHK-BUS-DATE
               MOVE JIX-LINK-RUN TO ADD-CHK-RUN-NO
               PERFORM RUN-CHECK-PARA
               IF RUN-DONE
                   MOVE ADD-EXCP-MSG-RDUP TO EXCP-REASON
                   GO TO REV-FIND-REFUSE.
           GO TO REV-FIND-EXIT.
       REV-FIND-REFUSE.
           SET REV-REFUSED TO TRUE.
           PERFORM EXCP-PARA.
       REV-FIND-EXIT.
           EXIT.

      *    MARK THE ORIGINAL ENTRY REVERSED BY THE ENTRY JUST
      *    WRITTEN, SO A SECOND REVERSAL IS REFUSED.
       REV-MARK-PARA.
           MOVE ADD-REV-ENTRY-NO TO JIX-ENTRY-NO.
           READ ADD-INDEX-FILE
               INVALID KEY
                   PERFORM IDX-LOST-PARA
           END-READ.
           SET JIX-REVERSED TO TRUE.
           MOVE ADD-ENTRY-NO TO JIX-LINK-ENTRY-NO.
           MOVE ADD-BUS-DATE TO JIX-LINK-BUS-DATE.
           REWRITE JIX-ENTRY-REC.
           ADD 1 TO ADD-REV-POSTED-COUNT.

       IDX-LOST-PARA.
           DISPLAY " *** ENTRY " ADD-REV-ENTRY-NO
               " VANISHED FROM THE ENTRY INDEX - RUN STOPPED *** ".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    DID THE RUN NUMBERED ADD-CHK-RUN-NO COMPLETE FOR THE
      *    BUSINESS DATE ADD-CHK-BUS-DATE?  TONIGHT'S OWN RUN
      *    COUNTS AS COMPLETE.  A CRASHED RUN'S CONTROL RECORD IS
      *    DELETED BEFORE THE DATE IS RESUBMITTED, SO A MISSING
      *    RECORD OR A DIFFERENT RUN NUMBER MEANS IT DID NOT.
       RUN-CHECK-PARA.
           MOVE 'N' TO RUN-DONE-SWITCH.
           IF ADD-CHK-RUN-NO = ADD-RUN-NO
               SET RUN-DONE TO TRUE
           ELSE
               MOVE ADD-CHK-BUS-DATE TO CTL-BUS-DATE
               READ ADD-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-COMPLETE
                           AND CTL-RUN-NO = ADD-CHK-RUN-NO
                           SET RUN-DONE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    THE TRANSFER PASS.  TRANSFERS WAIT UNTIL THE SEQUENTIAL
      *    PASS HAS POSTED EVERYTHING ELSE, SO BOTH ACCOUNTS ARE
      *    TESTED AGAINST THEIR BALANCES AFTER TONIGHT'S ORDINARY
      *    WORK.  BOTH ACCOUNTS ARE READ BY KEY AND MUST BE ON FILE,
      *    OPEN, NOT HELD, AND INSIDE THEIR LIMITS AFTER THE MOVE,
      *    AND NEITHER MAY CARRY ITS RELATIONSHIP PAST THE AGGREGATE
      *    LIMIT -- ONLY THEN ARE BOTH REWRITTEN AND BOTH LEGS
      *    WRITTEN, FROM LEG FIRST.  OTHERWISE NEITHER ACCOUNT IS
      *    TOUCHED AND THE TRANSFER GOES TO THE EXCEPTION FILE
      *    WHOLE, AS KEYED.
       XFER-PASS-PARA.
           OPEN INPUT ADD-XFER-FILE.
           PERFORM XFER-READ-PARA.
           PERFORM XFER-POST-PARA THRU XFER-POST-EXIT
               UNTIL XFER-EOF.
           CLOSE ADD-XFER-FILE.
       XFER-PASS-EXIT.
           EXIT.

       XFER-READ-PARA.
           READ ADD-XFER-FILE
               AT END
                   SET XFER-EOF TO TRUE
               NOT AT END
                   MOVE XFER-A-AMT TO ADD-A-AMT
                   MOVE XFER-B-AMT TO ADD-B-AMT
                   MOVE XFER-TRANS-CODE TO ADD-TRANS-CODE
                   MOVE XFER-ACCT-NO TO ADD-ACCT-NO
                   MOVE XFER-BATCH-NO TO ADD-BATCH-NO
                   MOVE XFER-A-AMT TO ADD-XFER-AMT
                   MOVE XFER-TO-ACCT TO ADD-XFER-TO-ACCT
                   MOVE ZERO TO ADD-LINK-ENTRY-NO
           END-READ.

       XFER-POST-PARA.
           MOVE ADD-ACCT-NO TO MST-ACCT-NO.
           READ ADD-MASTER-FILE
               INVALID KEY
                   MOVE ADD-EXCP-MSG-XFRA TO EXCP-REASON
                   PERFORM EXCP-PARA
                   GO TO XFER-POST-NEXT
           END-READ.
           IF MST-CLOSED
               MOVE ADD-EXCP-MSG-XFRC TO EXCP-REASON
               PERFORM EXCP-PARA
               GO TO XFER-POST-NEXT.
           IF MST-HELD
               MOVE ADD-EXCP-MSG-XFRH TO EXCP-REASON
               PERFORM EXCP-PARA
               GO TO XFER-POST-NEXT.
           IF MST-LIMIT-AMT NUMERIC AND MST-LIMIT-AMT NOT = ZERO
               COMPUTE ADD-NEW-BAL-AMT =
                   MST-BALANCE-AMT - ADD-XFER-AMT
               IF ADD-NEW-BAL-AMT > MST-LIMIT-AMT
                   OR ADD-NEW-BAL-AMT < ZERO - MST-LIMIT-AMT
                   MOVE ADD-EXCP-MSG-XFRL TO EXCP-REASON
                   PERFORM EXCP-PARA
                   GO TO XFER-POST-NEXT
               END-IF
           END-IF.
           MOVE MST-MASTER-REC TO ADD-FROM-MASTER.
           MOVE MST-BALANCE-AMT TO ADD-XFER-FROM-BAL.
           MOVE ADD-XFER-TO-ACCT TO MST-ACCT-NO.
           READ ADD-MASTER-FILE
               INVALID KEY
                   MOVE ADD-EXCP-MSG-XTOA TO EXCP-REASON
                   PERFORM EXCP-PARA
                   GO TO XFER-POST-NEXT
           END-READ.
           IF MST-CLOSED
               MOVE ADD-EXCP-MSG-XTOC TO EXCP-REASON
               PERFORM EXCP-PARA
               GO TO XFER-POST-NEXT.
           IF MST-HELD
               MOVE ADD-EXCP-MSG-XTOH TO EXCP-REASON
               PERFORM EXCP-PARA
               GO TO XFER-POST-NEXT.
           IF MST-LIMIT-AMT NUMERIC AND MST-LIMIT-AMT NOT = ZERO
               COMPUTE ADD-NEW-BAL-AMT =
                   MST-BALANCE-AMT + ADD-XFER-AMT
               IF ADD-NEW-BAL-AMT > MST-LIMIT-AMT
                   OR ADD-NEW-BAL-AMT < ZERO - MST-LIMIT-AMT
                   MOVE ADD-EXCP-MSG-XTOL TO EXCP-REASON
                   PERFORM EXCP-PARA
                   GO TO XFER-POST-NEXT
               END-IF
           END-IF.
           PERFORM REL-XFER-PARA THRU REL-XFER-EXIT.
           IF REL-REFUSED
               PERFORM EXCP-PARA
               GO TO XFER-POST-NEXT.
      *    BOTH ACCOUNTS PASSED -- APPLY BOTH SIDES, THEN WRITE THE
      *    TWO LEGS.
           ADD ADD-XFER-AMT TO MST-BALANCE-AMT.
           ADD ADD-XFER-AMT TO MST-ACTIVITY-AMT.
           PERFORM STAMP-PARA.
           REWRITE MST-MASTER-REC.
           MOVE ADD-FROM-MASTER TO MST-MASTER-REC.
           SUBTRACT ADD-XFER-AMT FROM MST-BALANCE-AMT.
           SUBTRACT ADD-XFER-AMT FROM MST-ACTIVITY-AMT.
           PERFORM STAMP-PARA.
           REWRITE MST-MASTER-REC.
           IF ADD-REL-FROM-SUB NOT = ZERO
               ADD ADD-REL-FROM-SWING
                   TO ADD-REL-EXPOSURE (ADD-REL-FROM-SUB).
           IF ADD-REL-TO-SUB NOT = ZERO
               ADD ADD-REL-TO-SWING
                   TO ADD-REL-EXPOSURE (ADD-REL-TO-SUB).
           MOVE ZERO TO ADD-A-AMT.
           MOVE ADD-XFER-AMT TO ADD-B-AMT.
           COMPUTE ADD-ANS-AMT = ZERO - ADD-XFER-AMT.
           MOVE ADD-XFER-TO-ACCT TO ADD-CONTRA-ACCT.
           PERFORM POST-WRITE-PARA.
           MOVE ADD-CONTRA-ACCT TO ADD-ACCT-NO.
           MOVE XFER-ACCT-NO TO ADD-CONTRA-ACCT.
           MOVE ADD-XFER-AMT TO ADD-A-AMT.
           MOVE ZERO TO ADD-B-AMT.
           MOVE ADD-XFER-AMT TO ADD-ANS-AMT.
           PERFORM POST-WRITE-PARA.
           MOVE XFER-ACCT-NO TO ADD-HIST-ACCT-NO.
           MOVE XFER-TRANS-CODE TO ADD-HIST-CODE.
           MOVE XFER-A-AMT TO ADD-HIST-A-AMT.
           MOVE XFER-B-AMT TO ADD-HIST-B-AMT.
           PERFORM HIST-PARA.
           ADD 1 TO ADD-XFER-POSTED-COUNT.
       XFER-POST-NEXT.
           PERFORM XFER-READ-PARA.
       XFER-POST-EXIT.
           EXIT.

       SUMMARY-PARA.
           DISPLAY " RUN NUMBER  . . . . . . . . " ADD-RUN-NO.
           DISPLAY " TRANSACTIONS POSTED . . . . " ADD-POSTED-COUNT.
           DISPLAY " TRANSACTIONS EXCEPTED . . . " ADD-EXCP-COUNT.
           DISPLAY " TRANSFERS POSTED (PAIRS)  . "
               ADD-XFER-POSTED-COUNT.
           DISPLAY " REVERSALS POSTED  . . . . . " ADD-REV-POSTED-COUNT.
           DISPLAY " GRAND TOTAL OF ANS  . . . . " ADD-GRAND-TOTAL-AMT.
           DISPLAY " -----------------------------------------------".
           PERFORM REG-TOTL-PARA.
           MOVE ADD-ACCT-NO TO EXCP-ACCT-NO.
           MOVE ADD-RUN-NO TO EXCP-RUN-NO.
           PERFORM REG-EXCP-PARA.
           PERFORM QUAL-PARA.
           WRITE ADD-EXCEPTION-REC.
           ADD 1 TO ADD-EXCP-COUNT.

      *    KEEP THE EXCEPTION ON THE NIGHT'S KEYING-QUALITY WORK FILE
      *    WITH THE BUSINESS DATE, BATCH, AND SOURCE IT CAME FROM --
      *    GENERATED (STANDING ORDERS, ACCRUALS), UNBATCHED (BATCH
      *    ZERO), OR KEYED.  THE POSTING RUN'S REASONS CARRY NO
      *    CODE; THE TEXT IS THE REASON.
       QUAL-PARA.
           MOVE SPACES TO QHS-QUALITY-REC.
           MOVE ADD-BUS-DATE TO QHS-BUS-DATE.
           SET QHS-POST-EXCEPTION TO TRUE.
           IF ADD-BATCH-NO = ADD-STO-BATCH-NO
               OR ADD-BATCH-NO = ADD-ACCR-BATCH-NO
               SET QHS-GENERATED-WORK TO TRUE
           ELSE
               IF ADD-BATCH-NO = ZERO
                   SET QHS-UNBATCHED-WORK TO TRUE
               ELSE
                   SET QHS-KEYED-WORK TO TRUE.
           MOVE ADD-BATCH-NO TO QHS-BATCH-NO.
           MOVE EXCP-REASON TO QHS-REASON-TEXT.
           MOVE EXCP-A-AMT TO ADD-QUAL-A-AMT.
           MOVE EXCP-B-AMT TO ADD-QUAL-B-AMT.
           MOVE EXCP-TRANS-CODE TO ADD-QUAL-CODE.
           MOVE EXCP-ACCT-NO TO ADD-QUAL-ACCT-NO.
           MOVE ADD-QUAL-IMAGE TO QHS-RECORD-IMAGE.
           MOVE 1 TO QHS-RECORD-COUNT.
           MOVE ADD-RUN-NO TO QHS-RUN-NO.
           WRITE QHS-QUALITY-REC.

      *    LOAD THE RELATIONSHIPS THAT CARRY AN AGGREGATE LIMIT --
      *    OPEN, WITH A LIMIT, AND WITH MEMBERS -- AND THEIR MEMBER
      *    ACCOUNTS.  DONE BEFORE THE RUN IS MARKED IN PROGRESS, SO
      *    A TABLE TOO SMALL FOR THE FILE STOPS THE RUN CLEAN.
       REL-LOAD-PARA.
           OPEN INPUT ADD-REL-FILE.
           PERFORM REL-READ-PARA.
           PERFORM REL-KEEP-PARA
               UNTIL REL-EOF.
           CLOSE ADD-REL-FILE.

       REL-READ-PARA.
           READ ADD-REL-FILE NEXT RECORD
               AT END
                   SET REL-EOF TO TRUE
           END-READ.

       REL-KEEP-PARA.
           IF REL-CUSTOMER-KEY AND REL-OPEN
               AND REL-AGG-LIMIT NUMERIC AND REL-AGG-LIMIT > ZERO
               AND REL-MEMBER-COUNT NUMERIC
               AND REL-MEMBER-COUNT > ZERO
               IF ADD-REL-COUNT NOT < ADD-REL-MAX
                   PERFORM REL-FULL-PARA
               END-IF
               ADD 1 TO ADD-REL-COUNT
               MOVE REL-KEY-NO TO ADD-REL-CUST-NO (ADD-REL-COUNT)
               MOVE REL-AGG-LIMIT TO ADD-REL-LIMIT (ADD-REL-COUNT)
               MOVE ZERO TO ADD-REL-EXPOSURE (ADD-REL-COUNT)
               PERFORM REL-MBR-PARA
                   VARYING ADD-MBR-SUB FROM 1 BY 1
                   UNTIL ADD-MBR-SUB > REL-MEMBER-COUNT
                      OR ADD-MBR-SUB > 8
           END-IF.
           PERFORM REL-READ-PARA.

       REL-MBR-PARA.
           IF ADD-MBR-COUNT NOT < ADD-MBR-MAX
               PERFORM REL-FULL-PARA.
           ADD 1 TO ADD-MBR-COUNT.
           MOVE REL-MEMBER-ACCT (ADD-MBR-SUB)
               TO ADD-MBR-ACCT-NO (ADD-MBR-COUNT).
           MOVE ADD-REL-COUNT TO ADD-MBR-REL-SUB (ADD-MBR-COUNT).

       REL-FULL-PARA.
           DISPLAY " *** RELATIONSHIP TABLE FULL AT " ADD-REL-COUNT
               " RELATIONSHIPS, " ADD-MBR-COUNT " MEMBERS ***".
           DISPLAY " *** RAISE ADD-REL-MAX / ADD-MBR-MAX - RUN"
               " REFUSED *** ".
           CLOSE ADD-REL-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    ADD ONE MEMBER'S BALANCE, AS THE RUN OPENS, TO ITS
      *    RELATIONSHIP'S EXPOSURE.  A MEMBER MISSING FROM THE
      *    MASTER ADDS NOTHING.
       REL-EXPOSE-PARA.
           MOVE ADD-MBR-ACCT-NO (ADD-MBR-SUB) TO MST-ACCT-NO.
           MOVE ADD-MBR-REL-SUB (ADD-MBR-SUB) TO ADD-REL-SUB.
           READ ADD-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO MST-BALANCE-AMT
           END-READ.
           IF MST-BALANCE-AMT < ZERO
               SUBTRACT MST-BALANCE-AMT
                   FROM ADD-REL-EXPOSURE (ADD-REL-SUB)
           ELSE
               ADD MST-BALANCE-AMT TO ADD-REL-EXPOSURE (ADD-REL-SUB).

      *    FIND THE LIMITED RELATIONSHIP ACCOUNT ADD-REL-FIND-ACCT
      *    BELONGS TO.  ADD-REL-SUB COMES BACK ZERO WHEN THERE IS
      *    NONE.
       REL-FIND-PARA.
           MOVE ZERO TO ADD-REL-SUB.
           SET ADD-MBR-IX TO 1.
           SEARCH ADD-MBR-ENTRY
               AT END
                   CONTINUE
               WHEN ADD-MBR-IX > ADD-MBR-COUNT
                   CONTINUE
               WHEN ADD-MBR-ACCT-NO (ADD-MBR-IX) = ADD-REL-FIND-ACCT
                   MOVE ADD-MBR-REL-SUB (ADD-MBR-IX) TO ADD-REL-SUB
           END-SEARCH.

      *    HOW FAR POSTING ADD-REL-DELTA TO A BALANCE OF ADD-REL-BAL
      *    MOVES THE EXPOSURE -- THE NEW MAGNITUDE LESS THE OLD.
       REL-SWING-PARA.
           COMPUTE ADD-REL-ABS = ADD-REL-BAL + ADD-REL-DELTA.
           IF ADD-REL-ABS < ZERO
               COMPUTE ADD-REL-ABS = ZERO - ADD-REL-ABS.
           IF ADD-REL-BAL < ZERO
               COMPUTE ADD-REL-SWING = ADD-REL-ABS + ADD-REL-BAL
           ELSE
               COMPUTE ADD-REL-SWING = ADD-REL-ABS - ADD-REL-BAL.

      *    TEST A TRANSFER AGAINST THE AGGREGATE LIMITS OF THE
      *    RELATIONSHIPS ITS TWO ACCOUNTS BELONG TO.  WHEN BOTH ARE
      *    IN THE SAME RELATIONSHIP THE TWO LEGS ARE NETTED FIRST.
      *    THE SWINGS ARE LEFT FOR THE CALLER TO APPLY ONCE BOTH
      *    ACCOUNTS ARE REWRITTEN.
       REL-XFER-PARA.
           MOVE 'N' TO REL-REFUSED-SWITCH.
           MOVE ZERO TO ADD-REL-FROM-SWING.
           MOVE ZERO TO ADD-REL-TO-SWING.
           MOVE XFER-ACCT-NO TO ADD-REL-FIND-ACCT.
           PERFORM REL-FIND-PARA.
           MOVE ADD-REL-SUB TO ADD-REL-FROM-SUB.
           MOVE ADD-XFER-TO-ACCT TO ADD-REL-FIND-ACCT.
           PERFORM REL-FIND-PARA.
           MOVE ADD-REL-SUB TO ADD-REL-TO-SUB.
           IF ADD-REL-FROM-SUB NOT = ZERO
               MOVE ADD-XFER-FROM-BAL TO ADD-REL-BAL
               COMPUTE ADD-REL-DELTA = ZERO - ADD-XFER-AMT
               PERFORM REL-SWING-PARA
               MOVE ADD-REL-SWING TO ADD-REL-FROM-SWING.
           IF ADD-REL-TO-SUB NOT = ZERO
               MOVE MST-BALANCE-AMT TO ADD-REL-BAL
               MOVE ADD-XFER-AMT TO ADD-REL-DELTA
               PERFORM REL-SWING-PARA
               MOVE ADD-REL-SWING TO ADD-REL-TO-SWING.
           IF ADD-REL-FROM-SUB NOT = ZERO
               AND ADD-REL-FROM-SUB = ADD-REL-TO-SUB
               COMPUTE ADD-REL-SWING =
                   ADD-REL-FROM-SWING + ADD-REL-TO-SWING
               IF ADD-REL-SWING > ZERO
                   AND ADD-REL-EXPOSURE (ADD-REL-FROM-SUB)
                       + ADD-REL-SWING
                       > ADD-REL-LIMIT (ADD-REL-FROM-SUB)
                   MOVE ADD-EXCP-MSG-XFRR TO EXCP-REASON
                   GO TO REL-XFER-REFUSE
               END-IF
               GO TO REL-XFER-EXIT.
           IF ADD-REL-FROM-SUB NOT = ZERO
               AND ADD-REL-FROM-SWING > ZERO
               AND ADD-REL-EXPOSURE (ADD-REL-FROM-SUB)
                   + ADD-REL-FROM-SWING
                   > ADD-REL-LIMIT (ADD-REL-FROM-SUB)
               MOVE ADD-EXCP-MSG-XFRR TO EXCP-REASON
               GO TO REL-XFER-REFUSE.
           IF ADD-REL-TO-SUB NOT = ZERO
               AND ADD-REL-TO-SWING > ZERO
               AND ADD-REL-EXPOSURE (ADD-REL-TO-SUB)
                   + ADD-REL-TO-SWING
                   > ADD-REL-LIMIT (ADD-REL-TO-SUB)
               MOVE ADD-EXCP-MSG-XTOR TO EXCP-REASON
               GO TO REL-XFER-REFUSE.
           GO TO REL-XFER-EXIT.
       REL-XFER-REFUSE.
           SET REL-REFUSED TO TRUE.
       REL-XFER-EXIT.
           EXIT.

       CTRL-START-PARA.
           OPEN INPUT ADD-PARM-FILE.
           READ ADD-PARM-FILE
           MOVE ADD-BATCH-NO TO REG-DET-BATCH.
           MOVE SPACES TO REG-DET-FLAG.
           MOVE SPACES TO REG-DET-REASON.
           IF TRANS-TRANSFER
               MOVE ADD-CONTRA-ACCT TO REG-XFER-ACCT
               IF ADD-ANS-AMT < ZERO
                   MOVE "TRANSFER TO" TO REG-XFER-DIR
               ELSE
                   MOVE "TRANSFER FROM" TO REG-XFER-DIR
               END-IF
               MOVE REG-XFER-NOTE TO REG-DET-REASON
           END-IF.
           IF TRANS-REVERSAL
               MOVE ADD-LINK-ENTRY-NO TO REG-REV-ENTRY
               MOVE REG-REV-NOTE TO REG-DET-REASON
           END-IF.
           WRITE ADD-REGISTER-REC FROM REG-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO REG-LINE-COUNT.
           MOVE ADD-POSTED-COUNT TO REG-TOT-POSTED.
           MOVE ADD-EXCP-COUNT TO REG-TOT-EXCP.
           MOVE ADD-GRAND-TOTAL-AMT TO REG-TOT-AMT.
           MOVE ADD-XFER-POSTED-COUNT TO REG-TOT-XFER.
           MOVE ADD-REV-POSTED-COUNT TO REG-TOT-REV.
           WRITE ADD-REGISTER-REC FROM REG-TOTAL1
               AFTER ADVANCING 3 LINES.
           WRITE ADD-REGISTER-REC FROM REG-TOTAL2
               AFTER ADVANCING 1 LINE.
           WRITE ADD-REGISTER-REC FROM REG-TOTAL3
               AFTER ADVANCING 1 LINE.
           WRITE ADD-REGISTER-REC FROM REG-TOTAL4
               AFTER ADVANCING 1 LINE.
           WRITE ADD-REGISTER-REC FROM REG-TOTAL5
               AFTER ADVANCING 1 LINE.
