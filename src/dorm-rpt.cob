      ******************************************************************
      *                                                                *
      * PROGRAM-ID:  DORMRPT                                          *
      *                                                                *
      * AUTHOR:      DATA PROCESSING                                  *
      * INSTALLATION: FINANCE SYSTEMS - BATCH                         *
      * DATE-WRITTEN: 10/15/2026                                      *
      * DATE-COMPILED:                                                *
      *                                                                *
      * REMARKS:                                                      *
      *    PERIODIC DORMANT-ACCOUNT REVIEW.  READS THE MASTER IN      *
      *    ACCOUNT ORDER AND MEASURES EVERY OPEN ACCOUNT'S IDLE TIME  *
      *    IN WHOLE MONTHS TO THE AS-OF DATE, FROM THE LATEST OF ITS  *
      *    LAST-POSTED DATE, ITS REACTIVATION DATE, AND ITS OPEN      *
      *    DATE.  AN ACCOUNT IDLE AT LEAST AS LONG AS THE FIRST       *
      *    BAND IS LISTED UNDER ITS AGING BAND WITH ITS BALANCE,      *
      *    AND EACH BAND IS TOTALED.                                  *
      *                                                                *
      *    AN ACCOUNT IN THE FINAL BAND THAT IS NOT ALREADY HELD      *
      *    GETS A HOLD CARD IN THE ACCTMNT FORMAT -- FUNCTION H,      *
      *    HOLD REASON D (DORMANT), OPERATOR DORMRPT IN COLS 73-80.   *
      *    THE JOB STAGES THE CARDS THROUGH ACCTMNT, SO EVERY         *
      *    DORMANT HOLD IS APPROVED BY A SUPERVISOR LIKE ANY OTHER    *
      *    MAINTENANCE.  AN ACCOUNT ALREADY ON AN ORDINARY HOLD IS    *
      *    LISTED BUT GETS NO CARD.                                   *
      *                                                                *
      *    THE REACTIVATION SECTION LISTS EVERY DORMANT HOLD TAKEN    *
      *    OFF BY AN ACCTMNT REACTIVATION CARD (FUNCTION V) FROM THE  *
      *    MAINTENANCE HISTORY, WITH WHO KEYED AND WHO APPROVED IT,   *
      *    SO COMPLIANCE SEES EACH REACTIVATION AS AN EVENT OF ITS    *
      *    OWN.                                                       *
      *                                                                *
      *    PARAMETER CARD --                                          *
      *                                                                *
      *        COLS  1-8   AS-OF DATE, YYYYMMDD                       *
      *        COLS  9-20  UP TO FOUR BAND STARTS IN MONTHS, THREE    *
      *                    DIGITS EACH, ASCENDING.  THE FIRST IS THE  *
      *                    DORMANCY THRESHOLD; THE LAST BAND RUNS     *
      *                    OPEN-ENDED AND DRAWS THE HOLD CARDS.  A    *
      *                    BLANK OR ZERO START ENDS THE LIST.         *
      *        COLS 21-28  REACTIVATIONS APPLIED ON OR AFTER THIS     *
      *                    DATE ARE LISTED (BLANK = ALL)              *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  REVIEW COMPLETE                                  *
      *        0016  PARAMETER CARD MISSING OR BAD                    *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    10/15/2026  DP  ORIGINAL PROGRAM.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DORMRPT.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  FINANCE SYSTEMS - BATCH.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DR-PARM-FILE        ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT DR-MASTER-FILE      ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCT-NO.
           SELECT DR-HIST-FILE        ASSIGN TO MNTHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT DR-CARD-FILE        ASSIGN TO DORMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT DR-REPORT-FILE      ASSIGN TO DORMRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DR-SORT-FILE        ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  DR-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DR-PARM-REC.
           05  DR-PARM-ASOF-DATE        PIC X(08).
           05  DR-PARM-BAND             PIC X(03) OCCURS 4 TIMES.
           05  DR-PARM-REACT-FROM       PIC X(08).
           05  FILLER                   PIC X(52).

       FD  DR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMST.

       FD  DR-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY MNTHIST.

      *----------------------------------------------------------------
      * HOLD CARDS IN THE ACCTMNT MAINTENANCE-CARD LAYOUT
      *----------------------------------------------------------------
       FD  DR-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DR-CARD-REC.
           05  DC-FUNCTION              PIC X(01).
           05  DC-ACCT-NO               PIC 9(05).
           05  DC-HOLD-REASON           PIC X(01).
           05  FILLER                   PIC X(65).
           05  DC-OPER                  PIC X(08).

       FD  DR-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DR-REPORT-REC                PIC X(132).

       SD  DR-SORT-FILE.
       01  DR-SORT-REC.
           05  DS-BAND                  PIC 9(01).
           05  DS-ACCT-NO               PIC 9(05).
           05  DS-DESC                  PIC X(30).
           05  DS-ACT-DATE              PIC 9(08).
           05  DS-MONTHS                PIC 9(04).
           05  DS-BALANCE-AMT           PIC S9(7)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  DS-ACTION                PIC X(01).
               88  DS-CARD-WRITTEN      VALUE 'C'.
               88  DS-ON-DORMANT-HOLD   VALUE 'D'.
               88  DS-ON-HOLD           VALUE 'H'.

       WORKING-STORAGE SECTION.
       77  DR-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  DR-PARM-EOF              VALUE 'Y'.
       77  DR-MSTR-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  DR-MSTR-EOF              VALUE 'Y'.
       77  DR-HIST-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  DR-HIST-EOF              VALUE 'Y'.
       77  DR-SORT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  DR-SORT-EOF              VALUE 'Y'.
       77  DR-PARM-BAD-SWITCH           PIC X(01) VALUE 'N'.
           88  DR-PARM-BAD              VALUE 'Y'.
       77  DR-BAND-END-SWITCH           PIC X(01) VALUE 'N'.
           88  DR-BAND-END              VALUE 'Y'.
       77  DR-REACT-FROM                PIC 9(08) VALUE ZERO.
       77  DR-BAND-COUNT                PIC 9(01) VALUE ZERO.
       77  DR-BAND-SUB                  PIC 9(01) VALUE ZERO.
       77  DR-CUR-BAND                  PIC 9(01) VALUE ZERO.
       77  DR-BREAK-BAND                PIC 9(01) VALUE ZERO.
       77  DR-MONTHS                    PIC S9(05) VALUE ZERO.
       77  DR-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  DR-DORMANT-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DR-CARD-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  DR-NODATE-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DR-REACT-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DR-BAND-ACCTS                PIC 9(07) COMP VALUE ZERO.
       77  DR-BAND-BAL-AMT              PIC S9(9)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       77  DR-TOT-BAL-AMT               PIC S9(9)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       77  DR-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  DR-LINE-COUNT                PIC 9(02) COMP VALUE 99.
       77  DR-PAGE-LIMIT                PIC 9(02) COMP VALUE 60.
       77  DR-RUN-DATE                  PIC 9(08) VALUE ZERO.

       01  DR-ASOF-DATE                 PIC 9(08) VALUE ZERO.
       01  DR-ASOF-PARTS REDEFINES DR-ASOF-DATE.
           05  DR-ASOF-YEAR             PIC 9(04).
           05  DR-ASOF-MONTH            PIC 9(02).
           05  DR-ASOF-DAY              PIC 9(02).

       01  DR-ACT-DATE                  PIC 9(08) VALUE ZERO.
       01  DR-ACT-PARTS REDEFINES DR-ACT-DATE.
           05  DR-ACT-YEAR              PIC 9(04).
           05  DR-ACT-MONTH             PIC 9(02).
           05  DR-ACT-DAY               PIC 9(02).

      *----------------------------------------------------------------
      * AGING BANDS FROM THE PARAMETER CARD -- THE MONTH EACH BAND
      * STARTS AT; A BAND ENDS WHERE THE NEXT ONE STARTS
      *----------------------------------------------------------------
       01  DR-BAND-TABLE.
           05  DR-BAND-START            PIC 9(03) OCCURS 4 TIMES.

      *----------------------------------------------------------------
      * THE COLUMN HEADING OF WHICHEVER SECTION IS PRINTING
      *----------------------------------------------------------------
       01  DR-COL-HEAD                  PIC X(132) VALUE SPACES.

       01  DR-HEAD1.
           05  FILLER                   PIC X(30) VALUE
               ' DORMANT ACCOUNT REVIEW       '.
           05  FILLER                   PIC X(06) VALUE 'AS OF '.
           05  DR-HEAD1-ASOF            PIC 9(08).
           05  FILLER                   PIC X(12) VALUE
               '  RUN DATE  '.
           05  DR-HEAD1-DATE            PIC 9(08).
           05  FILLER                   PIC X(57) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  DR-HEAD1-PAGE            PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.

       01  DR-HEAD2.
           05  FILLER                   PIC X(44) VALUE
               '  ACCT   DESCRIPTION                     LAS'.
           05  FILLER                   PIC X(44) VALUE
               'T ACT  MONTHS          BALANCE  ACTION      '.
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  DR-HEAD3.
           05  FILLER                   PIC X(44) VALUE
               '  ACCT    APPLIED     TIME      PENDING   KE'.
           05  FILLER                   PIC X(44) VALUE
               'YED BY  APPROVED                            '.
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  DR-BAND-LINE.
           05  FILLER                   PIC X(06) VALUE ' BAND '.
           05  DR-BL-BAND               PIC 9(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DR-BL-FROM               PIC ZZ9.
           05  DR-BL-RANGE              PIC X(04).
           05  DR-BL-TO                 PIC ZZZ.
           05  DR-BL-TEXT               PIC X(30).
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  DR-DETAIL.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DR-DET-ACCT              PIC 9(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DR-DET-DESC              PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DR-DET-ACT-DATE          PIC 9(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DR-DET-MONTHS            PIC ZZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DR-DET-BALANCE           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DR-DET-ACTION            PIC X(20).
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  DR-BAND-TOTAL.
           05  FILLER                   PIC X(16) VALUE
               '   BAND TOTAL   '.
           05  DR-BT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE ' ACCOUNTS'.
           05  FILLER                   PIC X(25) VALUE SPACES.
           05  DR-BT-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(58) VALUE SPACES.

       01  DR-GRAND-TOTAL.
           05  FILLER                   PIC X(16) VALUE
               ' DORMANT TOTAL  '.
           05  DR-GT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(09) VALUE ' ACCOUNTS'.
           05  FILLER                   PIC X(25) VALUE SPACES.
           05  DR-GT-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(58) VALUE SPACES.

       01  DR-CARD-LINE.
           05  FILLER                   PIC X(30) VALUE
               ' DORMANT HOLD CARDS STAGED    '.
           05  DR-CL-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       01  DR-REACT-TITLE.
           05  FILLER                   PIC X(44) VALUE
               ' REACTIVATIONS OF DORMANT ACCOUNTS APPLIED O'.
           05  FILLER                   PIC X(12) VALUE
               'N OR AFTER  '.
           05  DR-RT-FROM               PIC 9(08).
           05  FILLER                   PIC X(68) VALUE SPACES.

       01  DR-REACT-DETAIL.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DR-RD-ACCT               PIC 9(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DR-RD-DATE               PIC 9(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DR-RD-TIME               PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DR-RD-PEND               PIC 9(06).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DR-RD-KEY-OPER           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DR-RD-APPR-OPER          PIC X(08).
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  DR-REACT-TOTAL.
           05  FILLER                   PIC X(30) VALUE
               ' REACTIVATIONS REPORTED       '.
           05  DR-RTT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.

      *==================================================================
      * 0000-MAINLINE -- AGE THE MASTER INTO BANDS, PRINT THE BANDS,
      * THEN LIST THE REACTIVATIONS
      *==================================================================
       0000-MAINLINE.
           PERFORM 1000-GET-PARM THRU 1000-EXIT.
           ACCEPT DR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE DR-RUN-DATE TO DR-HEAD1-DATE.
           MOVE DR-ASOF-DATE TO DR-HEAD1-ASOF.
           OPEN OUTPUT DR-CARD-FILE DR-REPORT-FILE.
           MOVE DR-HEAD2 TO DR-COL-HEAD.
           SORT DR-SORT-FILE
               ON ASCENDING KEY DS-BAND DS-ACCT-NO
               INPUT PROCEDURE IS 2000-SELECT-PASS THRU 2000-PASS-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-PASS THRU 3000-PASS-EXIT.
           PERFORM 5000-REACTIVATIONS THRU 5000-EXIT.
           CLOSE DR-CARD-FILE DR-REPORT-FILE.
           DISPLAY ' DORMRPT - ACCOUNTS READ  . . ' DR-READ-COUNT.
           DISPLAY ' DORMRPT - DORMANT ACCOUNTS . ' DR-DORMANT-COUNT.
           DISPLAY ' DORMRPT - HOLD CARDS WRITTEN ' DR-CARD-COUNT.
           DISPLAY ' DORMRPT - REACTIVATIONS  . . ' DR-REACT-COUNT.
           IF DR-NODATE-COUNT > ZERO
               DISPLAY ' DORMRPT - ACCOUNTS WITH NO DATES '
                   DR-NODATE-COUNT.
           STOP RUN.

      *------------------------------------------------------------------
      * 1000-GET-PARM -- READ AND VALIDATE THE PARAMETER CARD AND
      * LOAD THE BAND TABLE
      *------------------------------------------------------------------
       1000-GET-PARM.
           OPEN INPUT DR-PARM-FILE.
           READ DR-PARM-FILE
               AT END
                   SET DR-PARM-EOF TO TRUE
           END-READ.
           IF DR-PARM-EOF
               OR DR-PARM-ASOF-DATE NOT NUMERIC
               OR DR-PARM-BAND (1) NOT NUMERIC
               OR DR-PARM-BAND (1) = '000'
               DISPLAY ' DORMRPT - PARAMETER CARD MISSING OR BAD'
               PERFORM 9100-ABORT-PARM THRU 9100-EXIT.
           MOVE DR-PARM-ASOF-DATE TO DR-ASOF-DATE.
           IF DR-PARM-REACT-FROM = SPACES
               MOVE ZERO TO DR-REACT-FROM
           ELSE
               IF DR-PARM-REACT-FROM NOT NUMERIC
                   DISPLAY ' DORMRPT - REACTIVATION DATE NOT NUMERIC'
                   PERFORM 9100-ABORT-PARM THRU 9100-EXIT
               ELSE
                   MOVE DR-PARM-REACT-FROM TO DR-REACT-FROM.
           PERFORM 1100-LOAD-BAND THRU 1100-EXIT
               VARYING DR-BAND-SUB FROM 1 BY 1
               UNTIL DR-BAND-SUB > 4.
           IF DR-PARM-BAD
               DISPLAY ' DORMRPT - BAND STARTS NOT ASCENDING 3-DIGIT'
                   ' MONTHS'
               PERFORM 9100-ABORT-PARM THRU 9100-EXIT.
           CLOSE DR-PARM-FILE.
           MOVE DR-REACT-FROM TO DR-RT-FROM.
       1000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1100-LOAD-BAND -- ONE BAND START.  BLANK OR ZERO ENDS THE
      * LIST; NOTHING BUT BLANKS OR ZEROS MAY FOLLOW IT.
      *------------------------------------------------------------------
       1100-LOAD-BAND.
           IF DR-PARM-BAND (DR-BAND-SUB) = SPACES
               OR DR-PARM-BAND (DR-BAND-SUB) = '000'
               SET DR-BAND-END TO TRUE
               GO TO 1100-EXIT.
           IF DR-BAND-END
               OR DR-PARM-BAND (DR-BAND-SUB) NOT NUMERIC
               SET DR-PARM-BAD TO TRUE
               GO TO 1100-EXIT.
           ADD 1 TO DR-BAND-COUNT.
           MOVE DR-PARM-BAND (DR-BAND-SUB)
               TO DR-BAND-START (DR-BAND-COUNT).
           IF DR-BAND-COUNT > 1
               IF DR-BAND-START (DR-BAND-COUNT)
                   NOT > DR-BAND-START (DR-BAND-COUNT - 1)
                   SET DR-PARM-BAD TO TRUE.
       1100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2000-SELECT-PASS -- SORT INPUT.  AGES EVERY OPEN ACCOUNT AND
      * RELEASES THE DORMANT ONES; WRITES THE HOLD CARDS FOR THE
      * FINAL BAND.
      *------------------------------------------------------------------
       2000-SELECT-PASS.
           OPEN INPUT DR-MASTER-FILE.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
           PERFORM 2100-AGE-ACCOUNT THRU 2100-EXIT
               UNTIL DR-MSTR-EOF.
           CLOSE DR-MASTER-FILE.
       2000-PASS-EXIT.
           EXIT.

       2100-AGE-ACCOUNT.
           ADD 1 TO DR-READ-COUNT.
           IF MST-CLOSED
               GO TO 2100-NEXT.
           PERFORM 2200-ACTIVITY-DATE THRU 2200-EXIT.
           IF DR-ACT-DATE = ZERO
               DISPLAY ' DORMRPT - NO OPEN OR ACTIVITY DATE ON '
                   MST-ACCT-NO
               ADD 1 TO DR-NODATE-COUNT
               GO TO 2100-NEXT.
           COMPUTE DR-MONTHS =
               (DR-ASOF-YEAR * 12 + DR-ASOF-MONTH)
             - (DR-ACT-YEAR * 12 + DR-ACT-MONTH).
           IF DR-ASOF-DAY < DR-ACT-DAY
               SUBTRACT 1 FROM DR-MONTHS.
           IF DR-MONTHS < DR-BAND-START (1)
               GO TO 2100-NEXT.
           MOVE 1 TO DR-CUR-BAND.
           PERFORM 2300-FIND-BAND THRU 2300-EXIT
               VARYING DR-BAND-SUB FROM 2 BY 1
               UNTIL DR-BAND-SUB > DR-BAND-COUNT.
           MOVE SPACES TO DR-SORT-REC.
           MOVE DR-CUR-BAND TO DS-BAND.
           MOVE MST-ACCT-NO TO DS-ACCT-NO.
           MOVE MST-DESC TO DS-DESC.
           MOVE DR-ACT-DATE TO DS-ACT-DATE.
           MOVE DR-MONTHS TO DS-MONTHS.
           MOVE MST-BALANCE-AMT TO DS-BALANCE-AMT.
           IF MST-DORMANT-HOLD
               SET DS-ON-DORMANT-HOLD TO TRUE
           ELSE
               IF MST-HELD
                   SET DS-ON-HOLD TO TRUE
               ELSE
                   IF DR-CUR-BAND = DR-BAND-COUNT
                       PERFORM 2400-WRITE-CARD THRU 2400-EXIT
                       SET DS-CARD-WRITTEN TO TRUE.
           RELEASE DR-SORT-REC.
           ADD 1 TO DR-DORMANT-COUNT.
       2100-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2200-ACTIVITY-DATE -- THE LATEST OF THE OPEN, LAST-POSTED AND
      * REACTIVATION DATES.  A DATE NOT YET CARRIED BY AN OLDER
      * RECORD IS BLANK AND IS PASSED OVER.
      *------------------------------------------------------------------
       2200-ACTIVITY-DATE.
           MOVE ZERO TO DR-ACT-DATE.
           IF MST-OPEN-DATE NUMERIC
               MOVE MST-OPEN-DATE TO DR-ACT-DATE.
           IF MST-LAST-POST-DATE NUMERIC
               AND MST-LAST-POST-DATE > DR-ACT-DATE
               MOVE MST-LAST-POST-DATE TO DR-ACT-DATE.
           IF MST-REACT-DATE NUMERIC
               AND MST-REACT-DATE > DR-ACT-DATE
               MOVE MST-REACT-DATE TO DR-ACT-DATE.
       2200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2300-FIND-BAND -- STEP UP A BAND WHILE THE IDLE MONTHS REACH
      * THE NEXT BAND'S START
      *------------------------------------------------------------------
       2300-FIND-BAND.
           IF DR-MONTHS NOT < DR-BAND-START (DR-BAND-SUB)
               MOVE DR-BAND-SUB TO DR-CUR-BAND.
       2300-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2400-WRITE-CARD -- A DORMANT HOLD CARD FOR ACCTMNT STAGING
      *------------------------------------------------------------------
       2400-WRITE-CARD.
           MOVE SPACES TO DR-CARD-REC.
           MOVE 'H' TO DC-FUNCTION.
           MOVE MST-ACCT-NO TO DC-ACCT-NO.
           MOVE 'D' TO DC-HOLD-REASON.
           MOVE 'DORMRPT' TO DC-OPER.
           WRITE DR-CARD-REC.
           ADD 1 TO DR-CARD-COUNT.
       2400-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3000-PRINT-PASS -- SORT OUTPUT.  ONE LINE PER DORMANT
      * ACCOUNT, A HEADING AND A TOTAL FOR EVERY BAND.
      *------------------------------------------------------------------
       3000-PRINT-PASS.
           PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
           PERFORM 3100-PRINT-ACCOUNT THRU 3100-EXIT
               UNTIL DR-SORT-EOF.
           IF DR-BREAK-BAND NOT = ZERO
               PERFORM 4000-BAND-BREAK THRU 4000-EXIT.
           MOVE DR-DORMANT-COUNT TO DR-GT-COUNT.
           MOVE DR-TOT-BAL-AMT TO DR-GT-BALANCE.
           MOVE DR-CARD-COUNT TO DR-CL-COUNT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE DR-REPORT-REC FROM DR-GRAND-TOTAL
               AFTER ADVANCING 2 LINES.
           WRITE DR-REPORT-REC FROM DR-CARD-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO DR-LINE-COUNT.
       3000-PASS-EXIT.
           EXIT.

       3100-PRINT-ACCOUNT.
           IF DS-BAND NOT = DR-BREAK-BAND
               IF DR-BREAK-BAND NOT = ZERO
                   PERFORM 4000-BAND-BREAK THRU 4000-EXIT
                   PERFORM 4100-BAND-HEAD THRU 4100-EXIT
               ELSE
                   PERFORM 4100-BAND-HEAD THRU 4100-EXIT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           MOVE DS-ACCT-NO TO DR-DET-ACCT.
           MOVE DS-DESC TO DR-DET-DESC.
           MOVE DS-ACT-DATE TO DR-DET-ACT-DATE.
           MOVE DS-MONTHS TO DR-DET-MONTHS.
           MOVE DS-BALANCE-AMT TO DR-DET-BALANCE.
           EVALUATE TRUE
               WHEN DS-CARD-WRITTEN
                   MOVE 'HOLD CARD STAGED' TO DR-DET-ACTION
               WHEN DS-ON-DORMANT-HOLD
                   MOVE 'ON DORMANT HOLD' TO DR-DET-ACTION
               WHEN DS-ON-HOLD
                   MOVE 'ON HOLD - NO CARD' TO DR-DET-ACTION
               WHEN OTHER
                   MOVE SPACES TO DR-DET-ACTION
           END-EVALUATE.
           WRITE DR-REPORT-REC FROM DR-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO DR-LINE-COUNT.
           ADD 1 TO DR-BAND-ACCTS.
           ADD DS-BALANCE-AMT TO DR-BAND-BAL-AMT.
           ADD DS-BALANCE-AMT TO DR-TOT-BAL-AMT.
           PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4000-BAND-BREAK -- TOTAL THE BAND JUST PRINTED
      *------------------------------------------------------------------
       4000-BAND-BREAK.
           MOVE DR-BAND-ACCTS TO DR-BT-COUNT.
           MOVE DR-BAND-BAL-AMT TO DR-BT-BALANCE.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE DR-REPORT-REC FROM DR-BAND-TOTAL
               AFTER ADVANCING 2 LINES.
           ADD 2 TO DR-LINE-COUNT.
           MOVE ZERO TO DR-BAND-ACCTS.
           MOVE ZERO TO DR-BAND-BAL-AMT.
       4000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4100-BAND-HEAD -- NAME THE BAND ABOUT TO PRINT.  THE FINAL
      * BAND IS OPEN-ENDED AND DRAWS THE HOLD CARDS.
      *------------------------------------------------------------------
       4100-BAND-HEAD.
           MOVE DS-BAND TO DR-BREAK-BAND.
           MOVE DS-BAND TO DR-BL-BAND.
           MOVE DR-BAND-START (DS-BAND) TO DR-BL-FROM.
           IF DS-BAND = DR-BAND-COUNT
               MOVE SPACES TO DR-BL-RANGE
               MOVE ZERO TO DR-BL-TO
               MOVE ' MONTHS AND OVER - DORMANT HOLD' TO DR-BL-TEXT
           ELSE
               MOVE ' TO ' TO DR-BL-RANGE
               COMPUTE DR-BL-TO = DR-BAND-START (DS-BAND + 1) - 1
               MOVE ' MONTHS IDLE' TO DR-BL-TEXT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE DR-REPORT-REC FROM DR-BAND-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO DR-LINE-COUNT.
       4100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 5000-REACTIVATIONS -- EVERY DORMANT HOLD TAKEN OFF BY A
      * REACTIVATION CARD ON OR AFTER THE DATE ASKED FOR, ON A NEW
      * PAGE OF ITS OWN
      *------------------------------------------------------------------
       5000-REACTIVATIONS.
           MOVE DR-HEAD3 TO DR-COL-HEAD.
           MOVE 99 TO DR-LINE-COUNT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE DR-REPORT-REC FROM DR-REACT-TITLE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO DR-LINE-COUNT.
           OPEN INPUT DR-HIST-FILE.
           PERFORM 8200-READ-HISTORY THRU 8200-EXIT.
           PERFORM 5100-REACT-LINE THRU 5100-EXIT
               UNTIL DR-HIST-EOF.
           CLOSE DR-HIST-FILE.
           MOVE DR-REACT-COUNT TO DR-RTT-COUNT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE DR-REPORT-REC FROM DR-REACT-TOTAL
               AFTER ADVANCING 2 LINES.
       5000-EXIT.
           EXIT.

       5100-REACT-LINE.
           IF NOT MHS-ACCOUNT-MASTER
               OR MHS-FUNCTION NOT = 'V'
               OR MHS-APPLY-DATE < DR-REACT-FROM
               GO TO 5100-NEXT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           MOVE MHS-ACCT-NO TO DR-RD-ACCT.
           MOVE MHS-APPLY-DATE TO DR-RD-DATE.
           MOVE MHS-APPLY-TIME TO DR-RD-TIME.
           MOVE MHS-PEND-NO TO DR-RD-PEND.
           MOVE MHS-KEY-OPER TO DR-RD-KEY-OPER.
           MOVE MHS-APPR-OPER TO DR-RD-APPR-OPER.
           WRITE DR-REPORT-REC FROM DR-REACT-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO DR-LINE-COUNT.
           ADD 1 TO DR-REACT-COUNT.
       5100-NEXT.
           PERFORM 8200-READ-HISTORY THRU 8200-EXIT.
       5100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7500-CHECK-PAGE -- START A NEW PAGE WHEN THE CURRENT ONE IS
      * FULL, UNDER THE COLUMN HEADING OF THE SECTION PRINTING
      *------------------------------------------------------------------
       7500-CHECK-PAGE.
           IF DR-LINE-COUNT < DR-PAGE-LIMIT
               GO TO 7500-EXIT.
           ADD 1 TO DR-PAGE-COUNT.
           MOVE DR-PAGE-COUNT TO DR-HEAD1-PAGE.
           WRITE DR-REPORT-REC FROM DR-HEAD1
               AFTER ADVANCING PAGE.
           WRITE DR-REPORT-REC FROM DR-COL-HEAD
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO DR-LINE-COUNT.
       7500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-MASTER -- NEXT MASTER RECORD IN KEY ORDER
      *------------------------------------------------------------------
       8000-READ-MASTER.
           READ DR-MASTER-FILE
               AT END
                   SET DR-MSTR-EOF TO TRUE
           END-READ.
       8000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8100-RETURN-SORTED -- NEXT SORTED DORMANT ACCOUNT
      *------------------------------------------------------------------
       8100-RETURN-SORTED.
           RETURN DR-SORT-FILE
               AT END
                   SET DR-SORT-EOF TO TRUE
           END-RETURN.
       8100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8200-READ-HISTORY -- NEXT MAINTENANCE-HISTORY RECORD
      *------------------------------------------------------------------
       8200-READ-HISTORY.
           READ DR-HIST-FILE
               AT END
                   SET DR-HIST-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 9100-ABORT-PARM -- A PARAMETER CARD THAT CANNOT BE USED
      *------------------------------------------------------------------
       9100-ABORT-PARM.
           CLOSE DR-PARM-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
