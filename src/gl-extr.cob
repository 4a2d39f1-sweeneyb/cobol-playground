      *                                                                *
      * REMARKS:                                                      *
      *    GENERAL-LEDGER INTERFACE EXTRACT.  READS THE NIGHTLY ADD   *
      *    RESULTS, BOOKS EACH ONE TO THE LEDGER'S CHART OF ACCOUNTS  *
      *    THROUGH THE ACCOUNT MAPPING TABLE, AND WRITES THE          *
      *    INTERFACE FILE THE LEDGER INTAKE EXPECTS --                *
      *                                                                *
      *        H  HEADER   BUSINESS DATE AND FILE SEQUENCE NUMBER     *
      *        J  JOURNAL  ONE DEBIT LINE AND ONE CREDIT LINE PER GL  *
      *                    ACCOUNT AND COST CENTER BOOKED TONIGHT,    *
      *                    SUMMARIZED OVER THE RESULTS, WITH THE      *
      *                    NUMBER OF RESULTS IN EACH                  *
      *        T  TRAILER  JOURNAL LINE COUNT AND HASH TOTAL (THE     *
      *                    DEBIT TOTAL, WHICH EQUALS THE CREDIT       *
      *                    TOTAL), SO THE RECEIVER CAN PROVE IT GOT   *
      *                    THE WHOLE FILE                             *
      *                                                                *
      *    THE PARAMETER CARD CARRIES THE BUSINESS DATE IN COLS       *
      *    1-8 AND THE FILE SEQUENCE NUMBER IN COLS 9-12.             *
      *                                                                *
      *    ACCOUNT MAPPING TABLE CARDS (GLMAP) --                     *
      *                                                                *
      *        COLS  1-5   LOW ACCOUNT OF THE RANGE                   *
      *        COLS  6-10  HIGH ACCOUNT OF THE RANGE (ONE ACCOUNT:    *
      *                    THE SAME NUMBER TWICE)                     *
      *        COL  11     TRANSACTION CODE, BLANK = EVERY CODE NOT   *
      *                    MAPPED BY A CARD OF ITS OWN                *
      *        COLS 12-21  GL ACCOUNT OF THE ACCOUNT SIDE             *
      *        COLS 22-27  COST CENTER OF THE ACCOUNT SIDE            *
      *        COLS 28-37  GL ACCOUNT OF THE OFFSET SIDE              *
      *        COLS 38-43  COST CENTER OF THE OFFSET SIDE             *
      *        COLS 44-63  DESCRIPTION                                *
      *                                                                *
      *    A CARD FOR A CODE WINS OVER A BLANK-CODE CARD FOR THE      *
      *    SAME ACCOUNT.  TWO CARDS OF THE SAME CODE MAY NOT OVERLAP  *
      *    IN RANGE.  A RESULT THAT RAISES AN ACCOUNT'S BALANCE IS    *
      *    A CREDIT TO THE ACCOUNT SIDE AND A DEBIT TO THE OFFSET     *
      *    SIDE; ONE THAT LOWERS IT IS THE REVERSE.  THE OFFSET SIDE  *
      *    IS REQUIRED ON EVERY CARD EXCEPT A CODE T CARD.            *
      *                                                                *
      *    THE POSTING RUN WRITES A TRANSFER AS ITS FROM LEG          *
      *    FOLLOWED AT ONCE BY ITS TO LEG.  THE TWO LEGS ARE CHECKED  *
      *    AGAINST EACH OTHER (ACCOUNTS CROSSED, AMOUNTS EQUAL AND    *
      *    OPPOSITE) AND THEN BOOKED AS ONE BALANCED ENTRY -- A       *
      *    DEBIT TO THE FROM ACCOUNT'S GL ACCOUNT AND A CREDIT TO     *
      *    THE TO ACCOUNT'S, BOTH FROM THEIR CODE T MAPPINGS.  A      *
      *    BROKEN PAIR THROWS THE EXTRACT OUT OF PROOF.               *
      *                                                                *
      *    A RESULT ON AN ACCOUNT THE TABLE DOES NOT MAP IS LISTED    *
      *    AND STOPS THE EXTRACT -- NOTHING IS BOOKED TO A SUSPENSE   *
      *    LINE.  THE MAPPING TABLE IS CORRECTED AND THE STEP RERUN.  *
      *                                                                *
      *    THE EXTRACT PROVES ITSELF BEFORE ANYTHING IS SENT: EVERY   *
      *    RESULT READ MUST BE BOOKED, THE DEBITS AND CREDITS         *
      *    WRITTEN MUST EQUAL EACH OTHER AND THE AMOUNTS BOOKED, AND  *
      *    NO TRANSFER PAIR MAY BE BROKEN.  OTHERWISE NO TRAILER IS   *
      *    WRITTEN AND THE STEP ENDS WITH A RETURN CODE ABOVE ZERO,   *
      *    SO THE TRANSMISSION STEP BEHIND IT NEVER RUNS AND THE      *
      *    RECEIVER NEVER SEES AN UNPROVABLE FILE.                    *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  EXTRACT BALANCED AND COMPLETE                    *
      *        0012  RESULTS ON UNMAPPED ACCOUNTS -- NO TRAILER       *
      *        0016  PARAMETER CARD BAD, MAPPING CARD BAD OR          *
      *              OVERLAPPING, MAPPING TABLE FULL, OR EXTRACT      *
      *              OUT OF PROOF                                     *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    08/23/2026  DP  ORIGINAL PROGRAM.                          *
      *                    PROVEN EXTRACT, SO THE ACKNOWLEDGMENT      *
      *                    INTAKE (GLACKIN) CAN MATCH WHAT THE        *
      *                    LEDGER CONFIRMS AGAINST WHAT WAS SENT.     *
      *    10/15/2026  DP  SEND EACH TRANSFER PAIR AS ONE BALANCED    *
      *                    X RECORD.                                  *
      *    10/15/2026  DP  BOOK RESULTS THROUGH THE GL ACCOUNT MAPPING*
      *                    TABLE AND SEND SUMMARIZED DEBIT AND CREDIT *
      *                    J LINES IN PLACE OF D AND X RECORDS; AN    *
      *                    UNMAPPED ACCOUNT STOPS THE EXTRACT.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT GL-PARM-FILE        ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-MAP-FILE         ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-RESULT-FILE      ASSIGN TO RSLTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-INTERFACE-FILE   ASSIGN TO GLOUT
           05  GL-PARM-SEQ-NO           PIC X(04).
           05  FILLER                   PIC X(68).

       FD  GL-MAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GL-MAP-REC.
           05  MP-LOW-ACCT              PIC X(05).
           05  MP-LOW-ACCT-NUM REDEFINES MP-LOW-ACCT
                                        PIC 9(05).
           05  MP-HIGH-ACCT             PIC X(05).
           05  MP-HIGH-ACCT-NUM REDEFINES MP-HIGH-ACCT
                                        PIC 9(05).
           05  MP-TRANS-CODE            PIC X(01).
               88  MP-CODE-VALID        VALUES 'A' 'S' 'M' 'D' 'T'
                                               'R' ' '.
               88  MP-CODE-TRANSFER     VALUE 'T'.
           05  MP-GL-ACCT               PIC X(10).
           05  MP-COST-CTR              PIC X(06).
           05  MP-OFS-GL-ACCT           PIC X(10).
           05  MP-OFS-COST-CTR          PIC X(06).
           05  MP-DESC                  PIC X(20).
           05  FILLER                   PIC X(17).

       FD  GL-RESULT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==GL-RSLT-ANS==.
           05  GL-RSLT-TRANS-CODE       PIC X(01).
               88  GL-RSLT-TRANSFER     VALUE 'T'.
           05  GL-RSLT-ACCT-NO          PIC 9(05).
           05  GL-RSLT-CONTRA-ACCT      PIC 9(05).
           05  FILLER                   PIC X(03).

       FD  GL-INTERFACE-FILE
           RECORDING MODE IS F
           88  GL-EOF                   VALUE 'Y'.
       77  GL-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  GL-PARM-EOF              VALUE 'Y'.
       77  GL-MAP-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  GL-MAP-EOF               VALUE 'Y'.
       77  GL-FOUND-SWITCH              PIC X(01) VALUE 'N'.
           88  GL-FOUND                 VALUE 'Y'.
       77  GL-BUS-DATE                  PIC 9(08) VALUE ZERO.
       77  GL-SEQ-NO                    PIC 9(04) VALUE ZERO.
       77  GL-IN-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  GL-OUT-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  GL-CARRIED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  GL-XFER-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  GL-BREAK-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  GL-UNMAPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  GL-LEG-SWITCH                PIC X(01) VALUE 'N'.
           88  GL-LEG-HELD              VALUE 'Y'.
       77  GL-LEG-ACCT-NO               PIC 9(05) VALUE ZERO.
       77  GL-LEG-CONTRA-ACCT           PIC 9(05) VALUE ZERO.
       COPY AMTFLD REPLACING ==:LEV:== BY ==77==
                              ==:TAG:== BY ==GL-LEG-ANS==.
       77  GL-IN-HASH-AMT               PIC S9(11)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       77  GL-BOOK-AMT                  PIC 9(03)V9(2) VALUE ZERO.
       77  GL-BOOK-DR-AMT               PIC 9(11)V9(2) VALUE ZERO.
       77  GL-BOOK-CR-AMT               PIC 9(11)V9(2) VALUE ZERO.
       77  GL-OUT-DR-AMT                PIC 9(11)V9(2) VALUE ZERO.
       77  GL-OUT-CR-AMT                PIC 9(11)V9(2) VALUE ZERO.
       77  GL-FIND-ACCT                 PIC 9(05) VALUE ZERO.
       77  GL-FIND-CODE                 PIC X(01) VALUE SPACE.
       77  GL-FIND-GL-ACCT              PIC X(10) VALUE SPACES.
       77  GL-FIND-COST-CTR             PIC X(06) VALUE SPACES.
       77  GL-DR-SUB                    PIC 9(04) COMP VALUE ZERO.
       77  GL-CR-SUB                    PIC 9(04) COMP VALUE ZERO.
       77  GL-FROM-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  GL-SUM-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  GL-MAP-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  GL-MAP-MAX                   PIC 9(04) COMP VALUE 300.
       77  GL-SUM-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  GL-SUM-MAX                   PIC 9(04) COMP VALUE 500.

      *----------------------------------------------------------------
      * ACCOUNT MAPPING TABLE, LOADED FROM THE GLMAP CARDS.  EACH
      * ENTRY POINTS AT THE SUMMARY ENTRIES FOR ITS TWO SIDES.
      *----------------------------------------------------------------
       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY OCCURS 300 TIMES
                   INDEXED BY GL-MX.
               10  GL-ME-LOW-ACCT       PIC 9(05).
               10  GL-ME-HIGH-ACCT      PIC 9(05).
               10  GL-ME-TRANS-CODE     PIC X(01).
               10  GL-ME-ACCT-SUB       PIC 9(04) COMP.
               10  GL-ME-OFS-SUB        PIC 9(04) COMP.

      *----------------------------------------------------------------
      * SUMMARY TABLE -- ONE ENTRY PER GL ACCOUNT AND COST CENTER ON
      * THE MAPPING TABLE, IN MAPPING-CARD ORDER, ACCUMULATING THE
      * NIGHT'S DEBITS AND CREDITS
      *----------------------------------------------------------------
       01  GL-SUM-TABLE.
           05  GL-SUM-ENTRY OCCURS 500 TIMES
                   INDEXED BY GL-SX.
               10  GL-SE-GL-ACCT        PIC X(10).
               10  GL-SE-COST-CTR       PIC X(06).
               10  GL-SE-DR-AMT         PIC 9(11)V9(2).
               10  GL-SE-DR-COUNT       PIC 9(07) COMP.
               10  GL-SE-CR-AMT         PIC 9(11)V9(2).
               10  GL-SE-CR-COUNT       PIC 9(07) COMP.

       01  GL-HEADER-REC.
           05  GLH-REC-TYPE             PIC X(01) VALUE 'H'.
           05  GLH-SEQ-NO               PIC 9(04).
           05  FILLER                   PIC X(67) VALUE SPACES.

       01  GL-JOURNAL-REC.
           05  GLJ-REC-TYPE             PIC X(01) VALUE 'J'.
           05  GLJ-GL-ACCT              PIC X(10).
           05  GLJ-COST-CTR             PIC X(06).
           05  GLJ-DR-CR                PIC X(01).
               88  GLJ-DEBIT            VALUE 'D'.
               88  GLJ-CREDIT           VALUE 'C'.
           05  GLJ-AMT                  PIC 9(11)V9(2).
           05  GLJ-ITEM-COUNT           PIC 9(07).
           05  FILLER                   PIC X(42) VALUE SPACES.

       01  GL-TRAILER-REC.
           05  GLT-REC-TYPE             PIC X(01) VALUE 'T'.
       PROCEDURE DIVISION.

      *==================================================================
      * 0000-MAINLINE -- HEADER, BOOKING, JOURNAL LINES, PROOF,
      * TRAILER
      *==================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           STOP RUN.

      *------------------------------------------------------------------
      * 1000-INITIALIZE -- VALIDATE THE CARD, LOAD THE MAPPING TABLE
      * AND WRITE THE HEADER
      *------------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT GL-PARM-FILE.
           MOVE GL-PARM-BUS-DATE TO GL-BUS-DATE.
           MOVE GL-PARM-SEQ-NO TO GL-SEQ-NO.
           CLOSE GL-PARM-FILE.
           OPEN INPUT GL-MAP-FILE.
           PERFORM 8100-READ-MAP THRU 8100-EXIT.
           PERFORM 1200-LOAD-MAP THRU 1200-EXIT
               UNTIL GL-MAP-EOF.
           CLOSE GL-MAP-FILE.
           DISPLAY ' GLEXTR - MAPPING CARDS LOADED  ' GL-MAP-COUNT.
           DISPLAY ' GLEXTR - GL ACCOUNTS MAPPED .  ' GL-SUM-COUNT.
           OPEN INPUT GL-RESULT-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           MOVE GL-BUS-DATE TO GLH-BUS-DATE.
           EXIT.

      *------------------------------------------------------------------
      * 1200-LOAD-MAP -- EDIT ONE MAPPING CARD INTO THE TABLE.  A BAD
      * CARD, OR ONE WHOSE RANGE OVERLAPS ANOTHER CARD OF THE SAME
      * CODE, STOPS THE RUN -- NOTHING IS BOOKED FROM A TABLE THAT
      * IS NOT WHOLE.
      *------------------------------------------------------------------
       1200-LOAD-MAP.
           IF MP-LOW-ACCT NOT NUMERIC
               OR MP-HIGH-ACCT NOT NUMERIC
               OR NOT MP-CODE-VALID
               OR MP-GL-ACCT = SPACES
               OR MP-COST-CTR = SPACES
               DISPLAY ' GLEXTR - MAPPING CARD BAD: ' GL-MAP-REC
               PERFORM 9200-ABORT-LOAD THRU 9200-EXIT.
           IF MP-LOW-ACCT-NUM > MP-HIGH-ACCT-NUM
               DISPLAY ' GLEXTR - MAPPING RANGE BACKWARD: ' GL-MAP-REC
               PERFORM 9200-ABORT-LOAD THRU 9200-EXIT.
           IF NOT MP-CODE-TRANSFER
               AND (MP-OFS-GL-ACCT = SPACES
                   OR MP-OFS-COST-CTR = SPACES)
               DISPLAY ' GLEXTR - MAPPING CARD HAS NO OFFSET: '
                   GL-MAP-REC
               PERFORM 9200-ABORT-LOAD THRU 9200-EXIT.
           MOVE 'N' TO GL-FOUND-SWITCH.
           IF GL-MAP-COUNT > ZERO
               PERFORM 1300-FIND-OVERLAP THRU 1300-EXIT.
           IF GL-FOUND
               DISPLAY ' GLEXTR - MAPPING RANGE OVERLAPS ANOTHER: '
                   GL-MAP-REC
               PERFORM 9200-ABORT-LOAD THRU 9200-EXIT.
           IF GL-MAP-COUNT = GL-MAP-MAX
               DISPLAY ' GLEXTR - MORE THAN ' GL-MAP-MAX
                   ' MAPPING CARDS - ENLARGE THE TABLE'
               PERFORM 9200-ABORT-LOAD THRU 9200-EXIT.
           ADD 1 TO GL-MAP-COUNT.
           SET GL-MX TO GL-MAP-COUNT.
           MOVE MP-LOW-ACCT-NUM TO GL-ME-LOW-ACCT (GL-MX).
           MOVE MP-HIGH-ACCT-NUM TO GL-ME-HIGH-ACCT (GL-MX).
           MOVE MP-TRANS-CODE TO GL-ME-TRANS-CODE (GL-MX).
           MOVE MP-GL-ACCT TO GL-FIND-GL-ACCT.
           MOVE MP-COST-CTR TO GL-FIND-COST-CTR.
           PERFORM 1400-REGISTER-GL THRU 1400-EXIT.
           MOVE GL-SUM-SUB TO GL-ME-ACCT-SUB (GL-MX).
           MOVE ZERO TO GL-ME-OFS-SUB (GL-MX).
           IF MP-OFS-GL-ACCT NOT = SPACES
               MOVE MP-OFS-GL-ACCT TO GL-FIND-GL-ACCT
               MOVE MP-OFS-COST-CTR TO GL-FIND-COST-CTR
               PERFORM 1400-REGISTER-GL THRU 1400-EXIT
               MOVE GL-SUM-SUB TO GL-ME-OFS-SUB (GL-MX).
           PERFORM 8100-READ-MAP THRU 8100-EXIT.
       1200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1300-FIND-OVERLAP -- IS THERE ALREADY A CARD OF THE SAME CODE
      * WHOSE RANGE SHARES AN ACCOUNT WITH THIS ONE
      *------------------------------------------------------------------
       1300-FIND-OVERLAP.
           SET GL-MX TO 1.
           SEARCH GL-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN GL-MX > GL-MAP-COUNT
                   CONTINUE
               WHEN GL-ME-TRANS-CODE (GL-MX) = MP-TRANS-CODE
                   AND GL-ME-LOW-ACCT (GL-MX) NOT > MP-HIGH-ACCT-NUM
                   AND GL-ME-HIGH-ACCT (GL-MX) NOT < MP-LOW-ACCT-NUM
                   SET GL-FOUND TO TRUE
           END-SEARCH.
       1300-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1400-REGISTER-GL -- FIND THE SUMMARY ENTRY FOR A GL ACCOUNT
      * AND COST CENTER, ADDING IT WHEN IT IS NEW; ITS SUBSCRIPT IS
      * LEFT IN GL-SUM-SUB
      *------------------------------------------------------------------
       1400-REGISTER-GL.
           MOVE 'N' TO GL-FOUND-SWITCH.
           IF GL-SUM-COUNT > ZERO
               SET GL-SX TO 1
               SEARCH GL-SUM-ENTRY
                   AT END
                       CONTINUE
                   WHEN GL-SX > GL-SUM-COUNT
                       CONTINUE
                   WHEN GL-SE-GL-ACCT (GL-SX) = GL-FIND-GL-ACCT
                       AND GL-SE-COST-CTR (GL-SX) = GL-FIND-COST-CTR
                       SET GL-FOUND TO TRUE
               END-SEARCH.
           IF GL-FOUND
               SET GL-SUM-SUB TO GL-SX
               GO TO 1400-EXIT.
           IF GL-SUM-COUNT = GL-SUM-MAX
               DISPLAY ' GLEXTR - MORE THAN ' GL-SUM-MAX
                   ' GL ACCOUNTS MAPPED - ENLARGE THE TABLE'
               PERFORM 9200-ABORT-LOAD THRU 9200-EXIT.
           ADD 1 TO GL-SUM-COUNT.
           SET GL-SX TO GL-SUM-COUNT.
           MOVE GL-FIND-GL-ACCT TO GL-SE-GL-ACCT (GL-SX).
           MOVE GL-FIND-COST-CTR TO GL-SE-COST-CTR (GL-SX).
           MOVE ZERO TO GL-SE-DR-AMT (GL-SX) GL-SE-DR-COUNT (GL-SX)
                        GL-SE-CR-AMT (GL-SX) GL-SE-CR-COUNT (GL-SX).
           MOVE GL-SUM-COUNT TO GL-SUM-SUB.
       1400-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2000-EXTRACT-RECORD -- BOOK ONE POSTED RESULT: A CREDIT TO
      * THE ACCOUNT SIDE AND A DEBIT TO THE OFFSET WHEN THE BALANCE
      * ROSE, THE REVERSE WHEN IT FELL
      *------------------------------------------------------------------
       2000-EXTRACT-RECORD.
           ADD 1 TO GL-IN-COUNT.
           ADD GL-RSLT-ANS-AMT TO GL-IN-HASH-AMT.
           IF GL-RSLT-TRANSFER
               PERFORM 2100-TRANSFER-LEG THRU 2100-EXIT
               GO TO 2000-NEXT.
           IF GL-LEG-HELD
               ADD 1 TO GL-BREAK-COUNT
               MOVE 'N' TO GL-LEG-SWITCH.
           MOVE GL-RSLT-ACCT-NO TO GL-FIND-ACCT.
           MOVE GL-RSLT-TRANS-CODE TO GL-FIND-CODE.
           PERFORM 2200-FIND-MAP THRU 2200-EXIT.
           IF NOT GL-FOUND
               GO TO 2000-NEXT.
           IF GL-RSLT-ANS-AMT < ZERO
               MOVE GL-ME-ACCT-SUB (GL-MX) TO GL-DR-SUB
               MOVE GL-ME-OFS-SUB (GL-MX) TO GL-CR-SUB
               COMPUTE GL-BOOK-AMT = ZERO - GL-RSLT-ANS-AMT
           ELSE
               MOVE GL-ME-OFS-SUB (GL-MX) TO GL-DR-SUB
               MOVE GL-ME-ACCT-SUB (GL-MX) TO GL-CR-SUB
               MOVE GL-RSLT-ANS-AMT TO GL-BOOK-AMT.
           PERFORM 2500-BOOK-ENTRY THRU 2500-EXIT.
           ADD 1 TO GL-CARRIED-COUNT.
       2000-NEXT.
           PERFORM 8000-READ-RESULT THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2100-TRANSFER-LEG -- HOLD A FROM LEG; ON ITS TO LEG, PROVE
      * THE PAIR AND BOOK IT AS ONE BALANCED ENTRY, DEBIT THE FROM
      * ACCOUNT'S GL ACCOUNT AND CREDIT THE TO ACCOUNT'S
      *------------------------------------------------------------------
       2100-TRANSFER-LEG.
           IF NOT GL-LEG-HELD
               IF GL-RSLT-ANS-AMT < ZERO
                   MOVE GL-RSLT-ACCT-NO TO GL-LEG-ACCT-NO
                   MOVE GL-RSLT-CONTRA-ACCT TO GL-LEG-CONTRA-ACCT
                   MOVE GL-RSLT-ANS-AMT TO GL-LEG-ANS-AMT
                   SET GL-LEG-HELD TO TRUE
                   GO TO 2100-EXIT
               ELSE
                   ADD 1 TO GL-BREAK-COUNT
                   GO TO 2100-EXIT.
           MOVE 'N' TO GL-LEG-SWITCH.
           IF GL-RSLT-ACCT-NO NOT = GL-LEG-CONTRA-ACCT
               OR GL-RSLT-CONTRA-ACCT NOT = GL-LEG-ACCT-NO
               OR GL-RSLT-ANS-AMT + GL-LEG-ANS-AMT NOT = ZERO
               ADD 1 TO GL-BREAK-COUNT
               GO TO 2100-EXIT.
           MOVE GL-LEG-ACCT-NO TO GL-FIND-ACCT.
           MOVE GL-RSLT-TRANS-CODE TO GL-FIND-CODE.
           PERFORM 2200-FIND-MAP THRU 2200-EXIT.
           IF NOT GL-FOUND
               GO TO 2100-EXIT.
           MOVE GL-ME-ACCT-SUB (GL-MX) TO GL-FROM-SUB.
           MOVE GL-RSLT-ACCT-NO TO GL-FIND-ACCT.
           PERFORM 2200-FIND-MAP THRU 2200-EXIT.
           IF NOT GL-FOUND
               GO TO 2100-EXIT.
           MOVE GL-FROM-SUB TO GL-DR-SUB.
           MOVE GL-ME-ACCT-SUB (GL-MX) TO GL-CR-SUB.
           MOVE GL-RSLT-ANS-AMT TO GL-BOOK-AMT.
           PERFORM 2500-BOOK-ENTRY THRU 2500-EXIT.
           ADD 2 TO GL-CARRIED-COUNT.
           ADD 1 TO GL-XFER-COUNT.
       2100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2200-FIND-MAP -- THE MAPPING CARD FOR AN ACCOUNT AND CODE: THE
      * CARD FOR THE CODE ITSELF, ELSE THE BLANK-CODE CARD.  AN
      * ACCOUNT NEITHER COVERS IS LISTED AND COUNTED, AND STOPS THE
      * EXTRACT AT WRAPUP.
      *------------------------------------------------------------------
       2200-FIND-MAP.
           MOVE 'N' TO GL-FOUND-SWITCH.
           IF GL-MAP-COUNT = ZERO
               GO TO 2200-UNMAPPED.
           SET GL-MX TO 1.
           SEARCH GL-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN GL-MX > GL-MAP-COUNT
                   CONTINUE
               WHEN GL-ME-TRANS-CODE (GL-MX) = GL-FIND-CODE
                   AND GL-ME-LOW-ACCT (GL-MX) NOT > GL-FIND-ACCT
                   AND GL-ME-HIGH-ACCT (GL-MX) NOT < GL-FIND-ACCT
                   SET GL-FOUND TO TRUE
           END-SEARCH.
           IF GL-FOUND
               GO TO 2200-EXIT.
           SET GL-MX TO 1.
           SEARCH GL-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN GL-MX > GL-MAP-COUNT
                   CONTINUE
               WHEN GL-ME-TRANS-CODE (GL-MX) = SPACE
                   AND GL-ME-LOW-ACCT (GL-MX) NOT > GL-FIND-ACCT
                   AND GL-ME-HIGH-ACCT (GL-MX) NOT < GL-FIND-ACCT
                   SET GL-FOUND TO TRUE
           END-SEARCH.
           IF GL-FOUND
               GO TO 2200-EXIT.
       2200-UNMAPPED.
           ADD 1 TO GL-UNMAPPED-COUNT.
           DISPLAY ' GLEXTR - NO GL MAPPING FOR ACCOUNT ' GL-FIND-ACCT
               ' CODE ' GL-FIND-CODE.
       2200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2500-BOOK-ENTRY -- ONE BALANCED ENTRY INTO THE SUMMARY TABLE
      *------------------------------------------------------------------
       2500-BOOK-ENTRY.
           IF GL-BOOK-AMT = ZERO
               GO TO 2500-EXIT.
           SET GL-SX TO GL-DR-SUB.
           ADD GL-BOOK-AMT TO GL-SE-DR-AMT (GL-SX).
           ADD 1 TO GL-SE-DR-COUNT (GL-SX).
           SET GL-SX TO GL-CR-SUB.
           ADD GL-BOOK-AMT TO GL-SE-CR-AMT (GL-SX).
           ADD 1 TO GL-SE-CR-COUNT (GL-SX).
           ADD GL-BOOK-AMT TO GL-BOOK-DR-AMT GL-BOOK-CR-AMT.
       2500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-RESULT -- NEXT POSTED RESULT
      *------------------------------------------------------------------
           EXIT.

      *------------------------------------------------------------------
      * 8100-READ-MAP -- NEXT MAPPING CARD
      *------------------------------------------------------------------
       8100-READ-MAP.
           READ GL-MAP-FILE
               AT END
                   SET GL-MAP-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 9000-WRAPUP -- STOP ON UNMAPPED ACCOUNTS; WRITE THE JOURNAL
      * LINES; PROVE THE EXTRACT, THEN AND ONLY THEN WRITE THE
      * TRAILER
      *------------------------------------------------------------------
       9000-WRAPUP.
           IF GL-LEG-HELD
               ADD 1 TO GL-BREAK-COUNT
               MOVE 'N' TO GL-LEG-SWITCH.
           IF GL-UNMAPPED-COUNT NOT = ZERO
               DISPLAY ' GLEXTR - RESULTS ON UNMAPPED ACCOUNTS '
                   GL-UNMAPPED-COUNT
               DISPLAY ' GLEXTR - EXTRACT STOPPED - NO TRAILER -'
                   ' CORRECT THE GL MAPPING TABLE AND RERUN'
               CLOSE GL-RESULT-FILE GL-INTERFACE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF GL-SUM-COUNT > ZERO
               PERFORM 9100-WRITE-LINES THRU 9100-EXIT
                   VARYING GL-SX FROM 1 BY 1
                   UNTIL GL-SX > GL-SUM-COUNT.
           IF GL-IN-COUNT NOT = GL-CARRIED-COUNT
               OR GL-OUT-DR-AMT NOT = GL-OUT-CR-AMT
               OR GL-OUT-DR-AMT NOT = GL-BOOK-DR-AMT
               OR GL-OUT-CR-AMT NOT = GL-BOOK-CR-AMT
               OR GL-BREAK-COUNT NOT = ZERO
               DISPLAY ' GLEXTR - EXTRACT OUT OF PROOF - NO TRAILER'
               DISPLAY ' GLEXTR - IN COUNT  ' GL-IN-COUNT
                   '  BOOKED COUNT ' GL-CARRIED-COUNT
               DISPLAY ' GLEXTR - BROKEN TRANSFER PAIRS ' GL-BREAK-COUNT
               DISPLAY ' GLEXTR - DEBITS BOOKED  ' GL-BOOK-DR-AMT
                   '  WRITTEN ' GL-OUT-DR-AMT
               DISPLAY ' GLEXTR - CREDITS BOOKED ' GL-BOOK-CR-AMT
                   '  WRITTEN ' GL-OUT-CR-AMT
               CLOSE GL-RESULT-FILE GL-INTERFACE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE GL-OUT-COUNT TO GLT-REC-COUNT.
           MOVE GL-OUT-DR-AMT TO GLT-HASH-AMT.
           WRITE GL-INTERFACE-REC FROM GL-TRAILER-REC.
           CLOSE GL-RESULT-FILE GL-INTERFACE-FILE.
           OPEN OUTPUT GL-LOG-FILE.
           MOVE GL-SEQ-NO TO LOG-SEQ-NO.
           MOVE GL-RUN-DATE TO LOG-SENT-DATE.
           MOVE GL-OUT-COUNT TO LOG-REC-COUNT.
           MOVE GL-OUT-DR-AMT TO LOG-HASH-AMT.
           WRITE GL-LOG-REC.
           CLOSE GL-LOG-FILE.
           DISPLAY ' GLEXTR - RESULTS BOOKED  . . ' GL-CARRIED-COUNT.
           DISPLAY ' GLEXTR - TRANSFERS BOOKED  . ' GL-XFER-COUNT.
           DISPLAY ' GLEXTR - JOURNAL LINES . . . ' GL-OUT-COUNT.
           DISPLAY ' GLEXTR - TOTAL DEBITS  . . . ' GL-OUT-DR-AMT.
           DISPLAY ' GLEXTR - TOTAL CREDITS . . . ' GL-OUT-CR-AMT.
           DISPLAY ' GLEXTR - NET RESULT AMOUNT . ' GL-IN-HASH-AMT.
       9000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 9100-WRITE-LINES -- THE DEBIT AND CREDIT LINES OF ONE GL
      * ACCOUNT AND COST CENTER; A SIDE WITH NOTHING BOOKED TONIGHT
      * IS NOT WRITTEN
      *------------------------------------------------------------------
       9100-WRITE-LINES.
           MOVE GL-SE-GL-ACCT (GL-SX) TO GLJ-GL-ACCT.
           MOVE GL-SE-COST-CTR (GL-SX) TO GLJ-COST-CTR.
           IF GL-SE-DR-AMT (GL-SX) > ZERO
               SET GLJ-DEBIT TO TRUE
               MOVE GL-SE-DR-AMT (GL-SX) TO GLJ-AMT
               MOVE GL-SE-DR-COUNT (GL-SX) TO GLJ-ITEM-COUNT
               WRITE GL-INTERFACE-REC FROM GL-JOURNAL-REC
               ADD 1 TO GL-OUT-COUNT
               ADD GLJ-AMT TO GL-OUT-DR-AMT.
           IF GL-SE-CR-AMT (GL-SX) > ZERO
               SET GLJ-CREDIT TO TRUE
               MOVE GL-SE-CR-AMT (GL-SX) TO GLJ-AMT
               MOVE GL-SE-CR-COUNT (GL-SX) TO GLJ-ITEM-COUNT
               WRITE GL-INTERFACE-REC FROM GL-JOURNAL-REC
               ADD 1 TO GL-OUT-COUNT
               ADD GLJ-AMT TO GL-OUT-CR-AMT.
       9100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 9200-ABORT-LOAD -- A MAPPING TABLE THAT CANNOT BE TRUSTED
      *------------------------------------------------------------------
       9200-ABORT-LOAD.
           CLOSE GL-MAP-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9200-EXIT.
           EXIT.
