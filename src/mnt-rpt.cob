      ******************************************************************
      *                                                                *
      * PROGRAM-ID:  MNTRPT                                           *
      *                                                                *
      * AUTHOR:      DATA PROCESSING                                  *
      * INSTALLATION: FINANCE SYSTEMS - BATCH                         *
      * DATE-WRITTEN: 10/15/2026                                      *
      * DATE-COMPILED:                                                *
      *                                                                *
      * REMARKS:                                                      *
      *    ON-DEMAND AUDIT REPORT OVER THE MAINTENANCE-HISTORY        *
      *    DATASET THAT ACCTMNT, STOMNT, AND RELMNT APPEND FOR EVERY  *
      *    APPROVED CARD THEY APPLY.  EACH CHANGE PRINTS WITH WHO     *
      *    KEYED IT, WHO APPROVED IT, AND THE ACCOUNT MASTER,         *
      *    STANDING-ORDER, OR RELATIONSHIP RECORD IMAGE BEFORE AND    *
      *    AFTER THE CHANGE.                                          *
      *                                                                *
      *    THE PARAMETER CARD --                                      *
      *                                                                *
      *        COLS  1-8    FROM DATE, YYYYMMDD (DATE APPLIED)        *
      *        COLS  9-16   TO   DATE, YYYYMMDD                       *
      *        COLS 17-21   ACCOUNT NUMBER, OR BLANK/ZERO FOR EVERY   *
      *                     ACCOUNT                                   *
      *        COLS 22-29   OPERATOR ID, OR BLANK FOR EVERY           *
      *                     OPERATOR -- SELECTS CHANGES THE           *
      *                     OPERATOR EITHER KEYED OR APPROVED         *
      *                                                                *
      *    THE SELECTED CHANGES ARE SORTED INTO ACCOUNT, DATE, TIME   *
      *    ORDER WITH A COUNT PER ACCOUNT AND FOR THE REPORT.  A      *
      *    STANDING-ORDER CHANGE IS REPORTED UNDER THE ACCOUNT THE    *
      *    ORDER POSTS TO, AND A RELATIONSHIP CHANGE UNDER THE MEMBER *
      *    ACCOUNT ADDED OR DROPPED -- ANY OTHER RELATIONSHIP CHANGE  *
      *    FALLS UNDER ACCOUNT 00000, SO IT PRINTS ONLY WHEN EVERY    *
      *    ACCOUNT IS SELECTED.                                       *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  REPORT PRINTED                                   *
      *        0016  PARAMETER CARD MISSING OR INVALID                *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    10/15/2026  DP  ORIGINAL PROGRAM.                          *
      *    10/15/2026  DP  BEFORE AND AFTER IMAGES WIDENED TO 100     *
      *                    BYTES WITH THE ACCOUNT MASTER.             *
      *    10/15/2026  DP  RELATIONSHIP MASTER CHANGES FROM RELMNT.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MNTRPT.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  FINANCE SYSTEMS - BATCH.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MR-PARM-FILE        ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT MR-HIST-FILE        ASSIGN TO MNTHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT MR-REPORT-FILE      ASSIGN TO MNTRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT MR-SORT-FILE        ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  MR-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  MR-PARM-REC.
           05  MR-PARM-FROM-DATE        PIC X(08).
           05  MR-PARM-TO-DATE          PIC X(08).
           05  MR-PARM-ACCT-NO          PIC X(05).
           05  MR-PARM-OPER             PIC X(08).
           05  FILLER                   PIC X(51).

       FD  MR-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MR-HIST-REC                  PIC X(280).

       FD  MR-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  MR-REPORT-REC                PIC X(132).

      *----------------------------------------------------------------
      * THE SORT RECORD IS THE HISTORY RECORD ITSELF
      *----------------------------------------------------------------
       SD  MR-SORT-FILE.
       COPY MNTHIST.

       WORKING-STORAGE SECTION.
       77  MR-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  MR-PARM-EOF              VALUE 'Y'.
       77  MR-HIST-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  MR-HIST-EOF              VALUE 'Y'.
       77  MR-SORT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  MR-SORT-EOF              VALUE 'Y'.
       77  MR-ACCT-SCOPE-SWITCH         PIC X(01) VALUE 'A'.
           88  MR-ONE-ACCT              VALUE '1'.
           88  MR-ALL-ACCTS             VALUE 'A'.
       77  MR-FROM-DATE                 PIC 9(08) VALUE ZERO.
       77  MR-TO-DATE                   PIC 9(08) VALUE ZERO.
       77  MR-PICK-ACCT                 PIC 9(05) VALUE ZERO.
       77  MR-PICK-OPER                 PIC X(08) VALUE SPACES.
       77  MR-BREAK-ACCT                PIC 9(05) VALUE ZERO.
       77  MR-ACCT-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  MR-SELECT-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  MR-REPORT-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  MR-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  MR-LINE-COUNT                PIC 9(02) COMP VALUE 99.
       77  MR-PAGE-LIMIT                PIC 9(02) COMP VALUE 60.

       01  MR-HEAD1.
           05  FILLER                   PIC X(22)
               VALUE ' MAINTENANCE HISTORY  '.
           05  FILLER                   PIC X(06) VALUE 'RANGE '.
           05  MR-HEAD1-FROM            PIC 9(08).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  MR-HEAD1-TO              PIC 9(08).
           05  FILLER                   PIC X(10) VALUE '  ACCOUNT '.
           05  MR-HEAD1-ACCT            PIC X(05).
           05  FILLER                   PIC X(11) VALUE '  OPERATOR '.
           05  MR-HEAD1-OPER            PIC X(08).
           05  FILLER                   PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  MR-HEAD1-PAGE            PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.

       01  MR-HEAD2.
           05  FILLER                   PIC X(44) VALUE
               '  ACCT    FILE           RECORD   FN  APPLIE'.
           05  FILLER                   PIC X(44) VALUE
               'D   TIME      PENDING   KEYED BY  STAGED    '.
           05  FILLER                   PIC X(44) VALUE
               ' APPROVED BY                                '.

       01  MR-DETAIL.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MR-DET-ACCT              PIC 9(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  MR-DET-FILE              PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MR-DET-KEY               PIC 9(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  MR-DET-FUNC              PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  MR-DET-DATE              PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MR-DET-TIME              PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MR-DET-PEND              PIC 9(06).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  MR-DET-KEY-OPER          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MR-DET-STAGE             PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  MR-DET-APPR-OPER         PIC X(08).
           05  FILLER                   PIC X(35) VALUE SPACES.

       01  MR-IMAGE-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  MR-IMG-LABEL             PIC X(08).
           05  MR-IMG-DATA              PIC X(100).
           05  FILLER                   PIC X(14) VALUE SPACES.

       01  MR-ACCT-LINE.
           05  FILLER                   PIC X(22)
               VALUE ' CHANGES FOR ACCOUNT  '.
           05  MR-ACCT-LINE-ACCT        PIC 9(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  MR-ACCT-LINE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  MR-TOTAL-LINE.
           05  FILLER                   PIC X(30)
               VALUE ' TOTAL CHANGES REPORTED       '.
           05  MR-TOTAL-LINE-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.

      *==================================================================
      * 0000-MAINLINE -- SELECT AND SORT THE HISTORY, THEN PRINT IT
      *==================================================================
       0000-MAINLINE.
           PERFORM 1000-GET-PARM THRU 1000-EXIT.
           OPEN OUTPUT MR-REPORT-FILE.
           SORT MR-SORT-FILE
               ON ASCENDING KEY MHS-ACCT-NO MHS-APPLY-DATE
                                MHS-APPLY-TIME
               INPUT PROCEDURE IS 2000-SELECT-PASS THRU 2000-PASS-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-PASS THRU 3000-PASS-EXIT.
           CLOSE MR-REPORT-FILE.
           DISPLAY ' MNTRPT - CHANGES SELECTED  ' MR-SELECT-COUNT.
           DISPLAY ' MNTRPT - CHANGES REPORTED  ' MR-REPORT-COUNT.
           STOP RUN.

      *------------------------------------------------------------------
      * 1000-GET-PARM -- READ AND VALIDATE THE PARAMETER CARD
      *------------------------------------------------------------------
       1000-GET-PARM.
           OPEN INPUT MR-PARM-FILE.
           READ MR-PARM-FILE
               AT END
                   SET MR-PARM-EOF TO TRUE
           END-READ.
           IF MR-PARM-EOF
               OR MR-PARM-FROM-DATE NOT NUMERIC
               OR MR-PARM-TO-DATE NOT NUMERIC
               DISPLAY ' MNTRPT - PARAMETER CARD MISSING OR BAD'
               CLOSE MR-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE MR-PARM-FROM-DATE TO MR-FROM-DATE.
           MOVE MR-PARM-TO-DATE TO MR-TO-DATE.
           IF MR-PARM-ACCT-NO = SPACES OR MR-PARM-ACCT-NO = '00000'
               SET MR-ALL-ACCTS TO TRUE
               MOVE 'ALL' TO MR-HEAD1-ACCT
           ELSE
               IF MR-PARM-ACCT-NO NOT NUMERIC
                   DISPLAY ' MNTRPT - ACCOUNT NUMBER NOT NUMERIC'
                   CLOSE MR-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   SET MR-ONE-ACCT TO TRUE
                   MOVE MR-PARM-ACCT-NO TO MR-PICK-ACCT
                   MOVE MR-PARM-ACCT-NO TO MR-HEAD1-ACCT.
           MOVE MR-PARM-OPER TO MR-PICK-OPER.
           IF MR-PICK-OPER = SPACES
               MOVE 'ALL' TO MR-HEAD1-OPER
           ELSE
               MOVE MR-PICK-OPER TO MR-HEAD1-OPER.
           CLOSE MR-PARM-FILE.
           MOVE MR-FROM-DATE TO MR-HEAD1-FROM.
           MOVE MR-TO-DATE TO MR-HEAD1-TO.
       1000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2000-SELECT-PASS -- SORT INPUT.  RELEASES EVERY CHANGE
      * APPLIED IN THE RANGE FOR THE ACCOUNT AND OPERATOR ASKED FOR.
      *------------------------------------------------------------------
       2000-SELECT-PASS.
           OPEN INPUT MR-HIST-FILE.
           PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
           PERFORM 2100-SELECT-RECORD THRU 2100-EXIT
               UNTIL MR-HIST-EOF.
           CLOSE MR-HIST-FILE.
       2000-PASS-EXIT.
           EXIT.

       2100-SELECT-RECORD.
           MOVE MR-HIST-REC TO MHS-HISTORY-REC.
           IF MHS-APPLY-DATE < MR-FROM-DATE
               OR MHS-APPLY-DATE > MR-TO-DATE
               GO TO 2100-NEXT.
           IF MR-ONE-ACCT AND MHS-ACCT-NO NOT = MR-PICK-ACCT
               GO TO 2100-NEXT.
           IF MR-PICK-OPER NOT = SPACES
               AND MHS-KEY-OPER NOT = MR-PICK-OPER
               AND MHS-APPR-OPER NOT = MR-PICK-OPER
               GO TO 2100-NEXT.
           RELEASE MHS-HISTORY-REC.
           ADD 1 TO MR-SELECT-COUNT.
       2100-NEXT.
           PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3000-PRINT-PASS -- SORT OUTPUT.  ONE ENTRY PER CHANGE WITH A
      * COUNT AT EVERY CHANGE OF ACCOUNT.
      *------------------------------------------------------------------
       3000-PRINT-PASS.
           PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
           PERFORM 3100-PRINT-CHANGE THRU 3100-EXIT
               UNTIL MR-SORT-EOF.
           IF MR-ACCT-COUNT > ZERO
               PERFORM 4000-ACCT-BREAK THRU 4000-EXIT.
           MOVE MR-REPORT-COUNT TO MR-TOTAL-LINE-COUNT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE MR-REPORT-REC FROM MR-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       3000-PASS-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3100-PRINT-CHANGE -- THE CHANGE LINE AND ITS BEFORE AND
      * AFTER IMAGES
      *------------------------------------------------------------------
       3100-PRINT-CHANGE.
           IF MR-ACCT-COUNT > ZERO
               AND MHS-ACCT-NO NOT = MR-BREAK-ACCT
               PERFORM 4000-ACCT-BREAK THRU 4000-EXIT.
           MOVE MHS-ACCT-NO TO MR-BREAK-ACCT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           MOVE MHS-ACCT-NO TO MR-DET-ACCT.
           EVALUATE TRUE
               WHEN MHS-STANDING-ORDER
                   MOVE 'STANDING ORDER' TO MR-DET-FILE
               WHEN MHS-RELATIONSHIP
                   MOVE 'RELATIONSHIP' TO MR-DET-FILE
               WHEN OTHER
                   MOVE 'ACCOUNT MASTER' TO MR-DET-FILE
           END-EVALUATE.
           MOVE MHS-RECORD-KEY TO MR-DET-KEY.
           MOVE MHS-FUNCTION TO MR-DET-FUNC.
           MOVE MHS-APPLY-DATE TO MR-DET-DATE.
           MOVE MHS-APPLY-TIME TO MR-DET-TIME.
           MOVE MHS-PEND-NO TO MR-DET-PEND.
           MOVE MHS-KEY-OPER TO MR-DET-KEY-OPER.
           MOVE MHS-STAGE-DATE TO MR-DET-STAGE.
           MOVE MHS-APPR-OPER TO MR-DET-APPR-OPER.
           WRITE MR-REPORT-REC FROM MR-DETAIL
               AFTER ADVANCING 2 LINES.
           MOVE 'BEFORE' TO MR-IMG-LABEL.
           IF MHS-BEFORE-IMAGE = SPACES
               MOVE '(NONE -- RECORD CREATED BY THIS CHANGE)'
                   TO MR-IMG-DATA
           ELSE
               MOVE MHS-BEFORE-IMAGE TO MR-IMG-DATA.
           WRITE MR-REPORT-REC FROM MR-IMAGE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'AFTER' TO MR-IMG-LABEL.
           MOVE MHS-AFTER-IMAGE TO MR-IMG-DATA.
           WRITE MR-REPORT-REC FROM MR-IMAGE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 4 TO MR-LINE-COUNT.
           ADD 1 TO MR-ACCT-COUNT.
           ADD 1 TO MR-REPORT-COUNT.
           PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4000-ACCT-BREAK -- PRINT THE COUNT OF CHANGES FOR THE ACCOUNT
      *------------------------------------------------------------------
       4000-ACCT-BREAK.
           MOVE MR-BREAK-ACCT TO MR-ACCT-LINE-ACCT.
           MOVE MR-ACCT-COUNT TO MR-ACCT-LINE-COUNT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE MR-REPORT-REC FROM MR-ACCT-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO MR-LINE-COUNT.
           MOVE ZERO TO MR-ACCT-COUNT.
       4000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7500-CHECK-PAGE -- START A NEW PAGE WHEN THE CURRENT ONE IS
      * FULL.  THE LINE COUNT STARTS PAST THE LIMIT SO THE FIRST
      * WRITE HEADS PAGE ONE.
      *------------------------------------------------------------------
       7500-CHECK-PAGE.
           IF MR-LINE-COUNT < MR-PAGE-LIMIT
               GO TO 7500-EXIT.
           ADD 1 TO MR-PAGE-COUNT.
           MOVE MR-PAGE-COUNT TO MR-HEAD1-PAGE.
           WRITE MR-REPORT-REC FROM MR-HEAD1
               AFTER ADVANCING PAGE.
           WRITE MR-REPORT-REC FROM MR-HEAD2
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO MR-LINE-COUNT.
       7500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-HISTORY -- READ THE NEXT MAINTENANCE-HISTORY RECORD
      *------------------------------------------------------------------
       8000-READ-HISTORY.
           READ MR-HIST-FILE
               AT END
                   SET MR-HIST-EOF TO TRUE
           END-READ.
       8000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8100-RETURN-SORTED -- NEXT SORTED HISTORY RECORD
      *------------------------------------------------------------------
       8100-RETURN-SORTED.
           RETURN MR-SORT-FILE
               AT END
                   SET MR-SORT-EOF TO TRUE
           END-RETURN.
       8100-EXIT.
           EXIT.
