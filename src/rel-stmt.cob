      ******************************************************************
      *                                                                *
      * PROGRAM-ID:  RELSTMT                                          *
      *                                                                *
      * AUTHOR:      DATA PROCESSING                                  *
      * INSTALLATION: FINANCE SYSTEMS - BATCH                         *
      * DATE-WRITTEN: 10/15/2026                                      *
      * DATE-COMPILED:                                                *
      *                                                                *
      * REMARKS:                                                      *
      *    CONSOLIDATED STATEMENT RUN OVER THE CUSTOMER RELATIONSHIP  *
      *    MASTER, THE ACCOUNT MASTER, AND THE ADD JOURNAL.  FOR      *
      *    EVERY RELATIONSHIP IN SCOPE IT PRINTS EACH MEMBER          *
      *    ACCOUNT'S OPENING BALANCE FOR THE STATEMENT PERIOD, ITS    *
      *    NET ACTIVITY IN THE PERIOD, AND ITS CLOSING BALANCE, THEN  *
      *    THE RELATIONSHIP TOTAL AND THE AGGREGATE LIMIT AGAINST     *
      *    THE EXPOSURE AT CLOSE -- ONE RELATIONSHIP PER PAGE.  THE   *
      *    POSTING DETAIL BEHIND ANY MEMBER IS ON ITS OWN STMTRPT     *
      *    STATEMENT.                                                 *
      *                                                                *
      *    THE PARAMETER CARD --                                      *
      *                                                                *
      *        COLS  1-8    FROM DATE, YYYYMMDD                       *
      *        COLS  9-16   TO   DATE, YYYYMMDD                       *
      *        COLS 17-21   CUSTOMER NUMBER, OR BLANK/ZERO FOR A      *
      *                     STATEMENT FOR EVERY OPEN RELATIONSHIP     *
      *                     ON THE MASTER                             *
      *                                                                *
      *    THE BALANCES ARE RECONSTRUCTED AS STMTRPT DOES IT --       *
      *    POSTINGS DATED AFTER THE TO DATE ARE BACKED OUT OF THE     *
      *    MASTER BALANCE TO GIVE THE CLOSING BALANCE, AND THE        *
      *    PERIOD'S POSTINGS ARE BACKED OUT OF THAT TO GIVE THE       *
      *    OPENING BALANCE.  MEMBERSHIP IS AS IT STANDS TODAY.  THE   *
      *    EXPOSURE IS THE SUM OF THE MEMBERS' CLOSING BALANCE        *
      *    MAGNITUDES, AS THE POSTING RUN MEASURES IT.                *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  STATEMENTS PRINTED                               *
      *        0016  PARAMETER CARD MISSING OR INVALID, OR MORE       *
      *              RELATIONSHIPS OR MEMBERS THAN THE TABLES HOLD    *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    10/15/2026  DP  ORIGINAL PROGRAM.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELSTMT.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  FINANCE SYSTEMS - BATCH.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RS-PARM-FILE        ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT RS-REL-FILE         ASSIGN TO RELMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY.
           SELECT RS-MASTER-FILE      ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-NO.
           SELECT RS-JOURNAL-FILE     ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RS-REPORT-FILE      ASSIGN TO RELSTMT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RS-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RS-PARM-REC.
           05  RS-PARM-FROM-DATE        PIC X(08).
           05  RS-PARM-TO-DATE          PIC X(08).
           05  RS-PARM-CUST-NO          PIC X(05).
           05  FILLER                   PIC X(59).

       FD  RS-REL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RELMST.

       FD  RS-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMST.

       FD  RS-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RS-JOURNAL-REC.
           05  RS-JRNL-RUN-DATE         PIC 9(08).
           05  RS-JRNL-RUN-TIME         PIC 9(08).
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==RS-JRNL-A==.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==RS-JRNL-B==.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==RS-JRNL-ANS==.
           05  RS-JRNL-TRANS-CODE       PIC X(01).
           05  RS-JRNL-ACCT-NO          PIC 9(05).
           05  RS-JRNL-RUN-NO           PIC 9(04).
           05  RS-JRNL-CONTRA-ACCT      PIC 9(05).
           05  RS-JRNL-ENTRY-NO         PIC 9(10).
           05  RS-JRNL-LINK-ENTRY-NO    PIC 9(10).

       FD  RS-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RS-REPORT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       77  RS-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  RS-PARM-EOF              VALUE 'Y'.
       77  RS-JRNL-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  RS-JRNL-EOF              VALUE 'Y'.
       77  RS-REL-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  RS-REL-EOF               VALUE 'Y'.
       77  RS-SCOPE-SWITCH              PIC X(01) VALUE 'A'.
           88  RS-ONE-CUST              VALUE '1'.
           88  RS-ALL-CUSTS             VALUE 'A'.
       77  RS-FROM-DATE                 PIC 9(08) VALUE ZERO.
       77  RS-TO-DATE                   PIC 9(08) VALUE ZERO.
       77  RS-PICK-CUST                 PIC 9(05) VALUE ZERO.
       77  RS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       77  RS-STMT-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  RS-SELECT-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  RS-REL-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  RS-REL-MAX                   PIC 9(04) COMP VALUE 500.
       77  RS-MBR-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  RS-MBR-MAX                   PIC 9(04) COMP VALUE 4000.
       77  RS-SUB                       PIC 9(04) COMP VALUE ZERO.
       77  RS-MBR-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  RS-MBR-LAST                  PIC 9(04) COMP VALUE ZERO.
       77  RS-OPENING                   PIC S9(9)V9(2) VALUE ZERO.
       77  RS-CLOSING                   PIC S9(9)V9(2) VALUE ZERO.
       77  RS-TOT-OPENING               PIC S9(11)V9(2) VALUE ZERO.
       77  RS-TOT-ACTIVITY              PIC S9(11)V9(2) VALUE ZERO.
       77  RS-TOT-CLOSING               PIC S9(11)V9(2) VALUE ZERO.
       77  RS-TOT-EXPOSURE              PIC S9(11)V9(2) VALUE ZERO.
       77  RS-TOT-POSTINGS              PIC 9(07) COMP VALUE ZERO.
       77  RS-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  RS-LINE-COUNT                PIC 9(02) COMP VALUE 99.
       77  RS-PAGE-LIMIT                PIC 9(02) COMP VALUE 60.

      *----------------------------------------------------------------
      * THE RELATIONSHIPS IN SCOPE, EACH POINTING AT ITS RUN OF
      * ENTRIES IN THE MEMBER TABLE
      *----------------------------------------------------------------
       01  RS-REL-TABLE.
           05  RS-REL-ENTRY OCCURS 500 TIMES
                   INDEXED BY RS-RX.
               10  RS-RE-CUST-NO        PIC 9(05).
               10  RS-RE-NAME           PIC X(30).
               10  RS-RE-STATUS         PIC X(01).
               10  RS-RE-LIMIT          PIC S9(9)V9(2).
               10  RS-RE-FIRST-MBR      PIC 9(04) COMP.
               10  RS-RE-MBR-COUNT      PIC 9(04) COMP.

      *----------------------------------------------------------------
      * THE MEMBER ACCOUNTS, WITH THEIR PERIOD ACTIVITY AND THE
      * POSTINGS DATED PAST THE TO DATE, GATHERED FROM THE JOURNAL
      *----------------------------------------------------------------
       01  RS-MBR-TABLE.
           05  RS-MBR-ENTRY OCCURS 4000 TIMES
                   INDEXED BY RS-MX.
               10  RS-ME-ACCT-NO        PIC 9(05).
               10  RS-ME-PERIOD         PIC S9(9)V9(2).
               10  RS-ME-AFTER          PIC S9(9)V9(2).
               10  RS-ME-POSTINGS       PIC 9(05) COMP.

       01  RS-HEAD1.
           05  FILLER                   PIC X(25)
               VALUE ' CONSOLIDATED STATEMENT  '.
           05  FILLER                   PIC X(09) VALUE 'CUSTOMER '.
           05  RS-HEAD1-CUST            PIC 9(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RS-HEAD1-NAME            PIC X(30).
           05  FILLER                   PIC X(46) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  RS-HEAD1-PAGE            PIC ZZZ9.
           05  FILLER                   PIC X(06) VALUE SPACES.

       01  RS-HEAD2.
           05  FILLER                   PIC X(19)
               VALUE ' STATEMENT PERIOD  '.
           05  RS-HEAD2-FROM            PIC 9(08).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  RS-HEAD2-TO              PIC 9(08).
           05  FILLER                   PIC X(11) VALUE '  RUN DATE '.
           05  RS-HEAD2-DATE            PIC 9(08).
           05  FILLER                   PIC X(75) VALUE SPACES.

       01  RS-HEAD3.
           05  FILLER                   PIC X(44) VALUE
               ' ACCOUNT  DESCRIPTION                    ST '.
           05  FILLER                   PIC X(44) VALUE
               '  OPENING BALANCE          ACTIVITY   CLOSIN'.
           05  FILLER                   PIC X(44) VALUE
               'G BALANCE POSTINGS                          '.

       01  RS-DETAIL.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RS-DET-ACCT              PIC 9(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RS-DET-DESC              PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RS-DET-STATUS            PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RS-DET-OPEN              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RS-DET-ACTIVITY          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RS-DET-CLOSE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RS-DET-POSTINGS          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  RS-TOTAL-LINE.
           05  FILLER                   PIC X(44) VALUE
               ' RELATIONSHIP TOTAL . . . . . . . . . . . . '.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RS-TOT-OPEN              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RS-TOT-ACT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RS-TOT-CLOSE             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RS-TOT-POST              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  RS-LIMIT-LINE.
           05  FILLER                   PIC X(36) VALUE
               ' AGGREGATE LIMIT . . . . . . . . .  '.
           05  RS-LIM-AMT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(22) VALUE
               '   EXPOSURE AT CLOSE  '.
           05  RS-LIM-EXPOSURE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RS-LIM-NOTE              PIC X(20).
           05  FILLER                   PIC X(23) VALUE SPACES.

       01  RS-NONE-LINE.
           05  FILLER                   PIC X(44) VALUE
               '   NO MEMBER ACCOUNTS                       '.
           05  FILLER                   PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.

      *==================================================================
      * 0000-MAINLINE -- LOAD THE RELATIONSHIPS IN SCOPE, GATHER THEIR
      * MEMBERS' POSTINGS FROM THE JOURNAL, AND PRINT ONE STATEMENT
      * PER RELATIONSHIP
      *==================================================================
       0000-MAINLINE.
           PERFORM 1000-GET-PARM THRU 1000-EXIT.
           OPEN INPUT RS-REL-FILE.
           PERFORM 2000-LOAD-RELATIONSHIPS THRU 2000-EXIT.
           CLOSE RS-REL-FILE.
           OPEN INPUT RS-JOURNAL-FILE.
           PERFORM 8000-READ-JOURNAL THRU 8000-EXIT.
           PERFORM 3000-TAKE-RECORD THRU 3000-EXIT
               UNTIL RS-JRNL-EOF.
           CLOSE RS-JOURNAL-FILE.
           OPEN INPUT RS-MASTER-FILE.
           OPEN OUTPUT RS-REPORT-FILE.
           PERFORM 4000-PRINT-RELATIONSHIP THRU 4000-EXIT
               VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > RS-REL-COUNT.
           CLOSE RS-MASTER-FILE RS-REPORT-FILE.
           DISPLAY ' RELSTMT - JOURNAL RECORDS SELECTED '
               RS-SELECT-COUNT.
           DISPLAY ' RELSTMT - STATEMENTS PRINTED . . . '
               RS-STMT-COUNT.
           STOP RUN.

      *------------------------------------------------------------------
      * 1000-GET-PARM -- READ AND VALIDATE THE PARAMETER CARD
      *------------------------------------------------------------------
       1000-GET-PARM.
           OPEN INPUT RS-PARM-FILE.
           READ RS-PARM-FILE
               AT END
                   SET RS-PARM-EOF TO TRUE
           END-READ.
           IF RS-PARM-EOF
               OR RS-PARM-FROM-DATE NOT NUMERIC
               OR RS-PARM-TO-DATE NOT NUMERIC
               DISPLAY ' RELSTMT - PARAMETER CARD MISSING OR BAD'
               CLOSE RS-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE RS-PARM-FROM-DATE TO RS-FROM-DATE.
           MOVE RS-PARM-TO-DATE TO RS-TO-DATE.
           IF RS-PARM-CUST-NO = SPACES OR RS-PARM-CUST-NO = '00000'
               SET RS-ALL-CUSTS TO TRUE
           ELSE
               IF RS-PARM-CUST-NO NOT NUMERIC
                   DISPLAY ' RELSTMT - CUSTOMER NUMBER NOT NUMERIC'
                   CLOSE RS-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   SET RS-ONE-CUST TO TRUE
                   MOVE RS-PARM-CUST-NO TO RS-PICK-CUST.
           CLOSE RS-PARM-FILE.
           ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RS-FROM-DATE TO RS-HEAD2-FROM.
           MOVE RS-TO-DATE TO RS-HEAD2-TO.
           MOVE RS-RUN-DATE TO RS-HEAD2-DATE.
       1000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2000-LOAD-RELATIONSHIPS -- THE ONE RELATIONSHIP ASKED FOR,
      * OR EVERY OPEN ONE.  THE RELATIONSHIP RECORDS ALL CARRY KEY
      * TYPE C, SO THE SCAN STOPS AT THE FIRST KEY OF ANOTHER TYPE.
      *------------------------------------------------------------------
       2000-LOAD-RELATIONSHIPS.
           SET REL-CUSTOMER-KEY TO TRUE.
           IF RS-ONE-CUST
               MOVE RS-PICK-CUST TO REL-KEY-NO
               READ RS-REL-FILE
                   INVALID KEY
                       DISPLAY ' RELSTMT - RELATIONSHIP NOT ON FILE: '
                           RS-PICK-CUST
                       GO TO 2000-EXIT
               END-READ
               PERFORM 2100-LOAD-ONE THRU 2100-EXIT
               GO TO 2000-EXIT.
           MOVE ZERO TO REL-KEY-NO.
           START RS-REL-FILE KEY NOT < REL-KEY
               INVALID KEY
                   GO TO 2000-EXIT
           END-START.
           PERFORM 8100-READ-RELATIONSHIP THRU 8100-EXIT.
           PERFORM 2050-SCAN-ONE THRU 2050-EXIT
               UNTIL RS-REL-EOF.
       2000-EXIT.
           EXIT.

       2050-SCAN-ONE.
           IF REL-OPEN
               PERFORM 2100-LOAD-ONE THRU 2100-EXIT.
           PERFORM 8100-READ-RELATIONSHIP THRU 8100-EXIT.
       2050-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2100-LOAD-ONE -- TABLE THE RELATIONSHIP IN HAND AND ITS
      * MEMBER ACCOUNTS
      *------------------------------------------------------------------
       2100-LOAD-ONE.
           IF RS-REL-COUNT NOT < RS-REL-MAX
               PERFORM 9000-TABLE-FULL THRU 9000-EXIT.
           ADD 1 TO RS-REL-COUNT.
           SET RS-RX TO RS-REL-COUNT.
           MOVE REL-KEY-NO TO RS-RE-CUST-NO (RS-RX).
           MOVE REL-NAME TO RS-RE-NAME (RS-RX).
           MOVE REL-STATUS TO RS-RE-STATUS (RS-RX).
           IF REL-AGG-LIMIT NUMERIC
               MOVE REL-AGG-LIMIT TO RS-RE-LIMIT (RS-RX)
           ELSE
               MOVE ZERO TO RS-RE-LIMIT (RS-RX).
           COMPUTE RS-RE-FIRST-MBR (RS-RX) = RS-MBR-COUNT + 1.
           MOVE ZERO TO RS-RE-MBR-COUNT (RS-RX).
           IF REL-MEMBER-COUNT NUMERIC AND REL-MEMBER-COUNT > ZERO
               PERFORM 2200-LOAD-MEMBER THRU 2200-EXIT
                   VARYING RS-MBR-SUB FROM 1 BY 1
                   UNTIL RS-MBR-SUB > REL-MEMBER-COUNT
                      OR RS-MBR-SUB > 8.
       2100-EXIT.
           EXIT.

       2200-LOAD-MEMBER.
           IF RS-MBR-COUNT NOT < RS-MBR-MAX
               PERFORM 9000-TABLE-FULL THRU 9000-EXIT.
           ADD 1 TO RS-MBR-COUNT.
           SET RS-MX TO RS-MBR-COUNT.
           MOVE REL-MEMBER-ACCT (RS-MBR-SUB) TO RS-ME-ACCT-NO (RS-MX).
           MOVE ZERO TO RS-ME-PERIOD (RS-MX).
           MOVE ZERO TO RS-ME-AFTER (RS-MX).
           MOVE ZERO TO RS-ME-POSTINGS (RS-MX).
           ADD 1 TO RS-RE-MBR-COUNT (RS-RX).
       2200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3000-TAKE-RECORD -- CREDIT ONE JOURNAL RECORD DATED ON OR
      * AFTER THE FROM DATE TO ITS MEMBER ACCOUNT, IF IT HAS ONE.
      * RECORDS DATED PAST THE TO DATE ONLY FEED THE BACK-OUT
      * TOTAL.
      *------------------------------------------------------------------
       3000-TAKE-RECORD.
           IF RS-JRNL-RUN-DATE < RS-FROM-DATE
               GO TO 3000-NEXT.
           SET RS-MX TO 1.
           SEARCH RS-MBR-ENTRY
               AT END
                   GO TO 3000-NEXT
               WHEN RS-MX > RS-MBR-COUNT
                   GO TO 3000-NEXT
               WHEN RS-ME-ACCT-NO (RS-MX) = RS-JRNL-ACCT-NO
                   CONTINUE
           END-SEARCH.
           ADD 1 TO RS-SELECT-COUNT.
           IF RS-JRNL-RUN-DATE > RS-TO-DATE
               ADD RS-JRNL-ANS-AMT TO RS-ME-AFTER (RS-MX)
           ELSE
               ADD RS-JRNL-ANS-AMT TO RS-ME-PERIOD (RS-MX)
               ADD 1 TO RS-ME-POSTINGS (RS-MX).
       3000-NEXT.
           PERFORM 8000-READ-JOURNAL THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4000-PRINT-RELATIONSHIP -- ONE RELATIONSHIP'S STATEMENT,
      * STARTED ON A FRESH PAGE
      *------------------------------------------------------------------
       4000-PRINT-RELATIONSHIP.
           SET RS-RX TO RS-SUB.
           MOVE RS-RE-CUST-NO (RS-RX) TO RS-HEAD1-CUST.
           MOVE RS-RE-NAME (RS-RX) TO RS-HEAD1-NAME.
           MOVE 99 TO RS-LINE-COUNT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           MOVE ZERO TO RS-TOT-OPENING RS-TOT-ACTIVITY RS-TOT-CLOSING
                        RS-TOT-EXPOSURE RS-TOT-POSTINGS.
           IF RS-RE-MBR-COUNT (RS-RX) = ZERO
               WRITE RS-REPORT-REC FROM RS-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RS-LINE-COUNT
           ELSE
               COMPUTE RS-MBR-LAST = RS-RE-FIRST-MBR (RS-RX)
                   + RS-RE-MBR-COUNT (RS-RX) - 1
               PERFORM 4100-PRINT-MEMBER THRU 4100-EXIT
                   VARYING RS-MX FROM RS-RE-FIRST-MBR (RS-RX) BY 1
                   UNTIL RS-MX > RS-MBR-LAST.
           MOVE RS-TOT-OPENING TO RS-TOT-OPEN.
           MOVE RS-TOT-ACTIVITY TO RS-TOT-ACT.
           MOVE RS-TOT-CLOSING TO RS-TOT-CLOSE.
           MOVE RS-TOT-POSTINGS TO RS-TOT-POST.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE RS-REPORT-REC FROM RS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE RS-RE-LIMIT (RS-RX) TO RS-LIM-AMT.
           MOVE RS-TOT-EXPOSURE TO RS-LIM-EXPOSURE.
           MOVE SPACES TO RS-LIM-NOTE.
           IF RS-RE-LIMIT (RS-RX) = ZERO
               MOVE 'NO AGGREGATE LIMIT' TO RS-LIM-NOTE
           ELSE
               IF RS-TOT-EXPOSURE > RS-RE-LIMIT (RS-RX)
                   MOVE '*** OVER LIMIT ***' TO RS-LIM-NOTE.
           WRITE RS-REPORT-REC FROM RS-LIMIT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO RS-LINE-COUNT.
           ADD 1 TO RS-STMT-COUNT.
       4000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4100-PRINT-MEMBER -- ONE MEMBER ACCOUNT'S LINE.  A MEMBER
      * NO LONGER ON THE ACCOUNT MASTER PRINTS WITH A ZERO BALANCE.
      *------------------------------------------------------------------
       4100-PRINT-MEMBER.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           MOVE RS-ME-ACCT-NO (RS-MX) TO MST-ACCT-NO.
           READ RS-MASTER-FILE
               INVALID KEY
                   MOVE '*** NOT ON ACCOUNT MASTER ***' TO MST-DESC
                   MOVE SPACE TO MST-STATUS
                   MOVE ZERO TO MST-BALANCE-AMT
           END-READ.
           COMPUTE RS-CLOSING = MST-BALANCE-AMT - RS-ME-AFTER (RS-MX).
           COMPUTE RS-OPENING = RS-CLOSING - RS-ME-PERIOD (RS-MX).
           MOVE RS-ME-ACCT-NO (RS-MX) TO RS-DET-ACCT.
           MOVE MST-DESC TO RS-DET-DESC.
           MOVE MST-STATUS TO RS-DET-STATUS.
           MOVE RS-OPENING TO RS-DET-OPEN.
           MOVE RS-ME-PERIOD (RS-MX) TO RS-DET-ACTIVITY.
           MOVE RS-CLOSING TO RS-DET-CLOSE.
           MOVE RS-ME-POSTINGS (RS-MX) TO RS-DET-POSTINGS.
           WRITE RS-REPORT-REC FROM RS-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RS-LINE-COUNT.
           ADD RS-OPENING TO RS-TOT-OPENING.
           ADD RS-ME-PERIOD (RS-MX) TO RS-TOT-ACTIVITY.
           ADD RS-CLOSING TO RS-TOT-CLOSING.
           ADD RS-ME-POSTINGS (RS-MX) TO RS-TOT-POSTINGS.
           IF RS-CLOSING < ZERO
               SUBTRACT RS-CLOSING FROM RS-TOT-EXPOSURE
           ELSE
               ADD RS-CLOSING TO RS-TOT-EXPOSURE.
       4100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7500-CHECK-PAGE -- START A NEW PAGE WHEN THE CURRENT ONE
      * IS FULL.  EVERY STATEMENT FORCES THE LINE COUNT PAST THE
      * LIMIT FIRST, SO EACH RELATIONSHIP STARTS ITS OWN PAGE.
      *------------------------------------------------------------------
       7500-CHECK-PAGE.
           IF RS-LINE-COUNT < RS-PAGE-LIMIT
               GO TO 7500-EXIT.
           ADD 1 TO RS-PAGE-COUNT.
           MOVE RS-PAGE-COUNT TO RS-HEAD1-PAGE.
           WRITE RS-REPORT-REC FROM RS-HEAD1
               AFTER ADVANCING PAGE.
           WRITE RS-REPORT-REC FROM RS-HEAD2
               AFTER ADVANCING 1 LINE.
           WRITE RS-REPORT-REC FROM RS-HEAD3
               AFTER ADVANCING 2 LINES.
           MOVE 5 TO RS-LINE-COUNT.
       7500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-JOURNAL -- NEXT JOURNAL RECORD
      *------------------------------------------------------------------
       8000-READ-JOURNAL.
           READ RS-JOURNAL-FILE
               AT END
                   SET RS-JRNL-EOF TO TRUE
           END-READ.
       8000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8100-READ-RELATIONSHIP -- NEXT RELATIONSHIP RECORD IN KEY
      * ORDER.  THE START IN 2000 SKIPS THE MEMBER INDEX RECORDS
      * (KEY TYPE A SORTS FIRST); ANY KEY NOT OF TYPE C ENDS THE
      * SCAN.
      *------------------------------------------------------------------
       8100-READ-RELATIONSHIP.
           READ RS-REL-FILE NEXT RECORD
               AT END
                   SET RS-REL-EOF TO TRUE
           END-READ.
           IF NOT RS-REL-EOF AND NOT REL-CUSTOMER-KEY
               SET RS-REL-EOF TO TRUE.
       8100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 9000-TABLE-FULL -- MORE RELATIONSHIPS OR MEMBERS THAN THE
      * TABLES HOLD.  NOTHING HAS PRINTED YET.
      *------------------------------------------------------------------
       9000-TABLE-FULL.
           DISPLAY ' RELSTMT - MORE THAN ' RS-REL-MAX
               ' RELATIONSHIPS OR ' RS-MBR-MAX ' MEMBERS IN SCOPE'.
           CLOSE RS-REL-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9000-EXIT.
           EXIT.
