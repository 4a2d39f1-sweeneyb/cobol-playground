      ******************************************************************
      *                                                                *
      * PROGRAM-ID:  QUALRPT                                          *
      *                                                                *
      * AUTHOR:      DATA PROCESSING                                  *
      * INSTALLATION: FINANCE SYSTEMS - BATCH                         *
      * DATE-WRITTEN: 10/15/2026                                      *
      * DATE-COMPILED:                                                *
      *                                                                *
      * REMARKS:                                                      *
      *    MONTHLY KEYING-QUALITY SCORECARD.  READS THE PERMANENT     *
      *    KEYING-QUALITY HISTORY WRITTEN NIGHTLY BY THE FRONT-END    *
      *    EDIT AND THE POSTING RUN AND SCORES THE MONTH ASKED FOR    *
      *    AGAINST EACH OF THE THREE MONTHS BEFORE IT.                *
      *                                                                *
      *    THE REPORT HAS ONE SECTION PER SOURCE -- THE KEYING        *
      *    SHOP'S BATCHES, GENERATED WORK (STANDING ORDERS 99999 AND  *
      *    ACCRUALS 99998), AND UNBATCHED WORK (RECYCLED, AND         *
      *    RELEASED FROM THE WAREHOUSE OR THE DUPLICATE REVIEW        *
      *    QUEUE) -- SO THE KEYING SHOP IS SCORED ON ITS OWN WORK     *
      *    ONLY.  EACH SECTION SHOWS, FOR THE MONTH AND THE THREE     *
      *    PRIOR MONTHS --                                            *
      *                                                                *
      *        RECORDS RECEIVED FOR EDIT                              *
      *        EDIT REJECTS BY REASON CODE (E001-E014)                *
      *        POSTING-RUN EXCEPTIONS BY REASON                       *
      *        BATCHES REJECTED WHOLE BY CAUSE (OUT OF PROOF,         *
      *        TRAILER MISSING, HEADER OR TRAILER UNREADABLE)         *
      *        TOTAL ERRORS (REJECTS PLUS EXCEPTIONS) AND THE ERROR   *
      *        RATE AS A PERCENTAGE OF RECORDS RECEIVED               *
      *                                                                *
      *    WITH THE AVERAGE OF THE THREE PRIOR MONTHS AND WHETHER THE *
      *    MONTH IS UP, DOWN, OR THE SAME AGAINST IT.  THE RECORDS OF *
      *    A BATCH REJECTED WHOLE ALSO COUNT ONE BY ONE UNDER E010.   *
      *                                                                *
      *    PARAMETER CARD --                                          *
      *                                                                *
      *        COLS  1-6   REPORT MONTH, YYYYMM                       *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  REPORT PRINTED                                   *
      *        0016  PARAMETER CARD MISSING OR BAD                    *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    10/15/2026  DP  ORIGINAL PROGRAM.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QUALRPT.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  FINANCE SYSTEMS - BATCH.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QR-PARM-FILE        ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT QR-HIST-FILE        ASSIGN TO QUALHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT QR-REPORT-FILE      ASSIGN TO QUALRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT QR-SORT-FILE        ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  QR-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  QR-PARM-REC.
           05  QR-PARM-MONTH            PIC X(06).
           05  QR-PARM-MONTH-NUM REDEFINES QR-PARM-MONTH.
               10  QR-PARM-YEAR         PIC 9(04).
               10  QR-PARM-MM           PIC 9(02).
           05  FILLER                   PIC X(74).

       FD  QR-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY QUALHIST.

       FD  QR-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  QR-REPORT-REC                PIC X(132).

      *----------------------------------------------------------------
      * ONE HISTORY RECORD IN THE FOUR-MONTH WINDOW.  THE LINE KEY
      * GROUPS THE RECORDS THAT PRINT ON ONE LINE; THE MONTH IS
      * 1 FOR THE REPORT MONTH AND 2-4 FOR THE PRIOR MONTHS.
      *----------------------------------------------------------------
       SD  QR-SORT-FILE.
       01  QR-SORT-REC.
           05  QS-SOURCE                PIC 9(01).
           05  QS-LINE-KEY.
               10  QS-TYPE              PIC 9(01).
                   88  QS-RECEIVED      VALUE 1.
                   88  QS-EDIT-REJECT   VALUE 2.
                   88  QS-POST-EXCEPTION
                                        VALUE 3.
                   88  QS-BATCH-REJECT  VALUE 4.
               10  QS-REASON-CODE       PIC X(04).
               10  QS-REASON-TEXT       PIC X(40).
           05  QS-MONTH                 PIC 9(01).
           05  QS-COUNT                 PIC 9(07).

       WORKING-STORAGE SECTION.
       77  QR-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  QR-PARM-EOF              VALUE 'Y'.
       77  QR-HIST-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  QR-HIST-EOF              VALUE 'Y'.
       77  QR-SORT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  QR-SORT-EOF              VALUE 'Y'.
       77  QR-BREAK-SOURCE              PIC 9(01) VALUE ZERO.
       77  QR-LAST-TYPE                 PIC 9(01) VALUE ZERO.
       77  QR-SUB                       PIC 9(01) VALUE ZERO.
       77  QR-REPORT-MONTHS             PIC 9(06) COMP VALUE ZERO.
       77  QR-REC-MONTHS                PIC 9(06) COMP VALUE ZERO.
       77  QR-MONTHS-BACK               PIC S9(06) COMP VALUE ZERO.
       77  QR-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  QR-SELECT-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  QR-PRIOR-TOTAL               PIC 9(09) COMP VALUE ZERO.
       77  QR-PRIOR-RECS                PIC 9(09) COMP VALUE ZERO.
       77  QR-CROSS-NOW                 PIC 9(16) COMP VALUE ZERO.
       77  QR-CROSS-PRIOR               PIC 9(16) COMP VALUE ZERO.
       77  QR-AVG                       PIC 9(07)V9(01) VALUE ZERO.
       77  QR-RATE                      PIC 9(04)V9(02) VALUE ZERO.
       77  QR-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  QR-LINE-COUNT                PIC 9(02) COMP VALUE 99.
       77  QR-PAGE-LIMIT                PIC 9(02) COMP VALUE 60.
       77  QR-RUN-DATE                  PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * THE REPORT MONTH AND THE THREE BEFORE IT, AS YYYYMM
      *----------------------------------------------------------------
       01  QR-MONTH-WORK                PIC 9(06) VALUE ZERO.
       01  QR-MONTH-PARTS REDEFINES QR-MONTH-WORK.
           05  QR-MW-YEAR               PIC 9(04).
           05  QR-MW-MONTH              PIC 9(02).
       01  QR-MONTH-TABLE.
           05  QR-MONTH-YYYYMM          PIC 9(06) OCCURS 4 TIMES.

       01  QR-HIST-DATE                 PIC 9(08) VALUE ZERO.
       01  QR-HIST-PARTS REDEFINES QR-HIST-DATE.
           05  QR-HD-YEAR               PIC 9(04).
           05  QR-HD-MONTH              PIC 9(02).
           05  QR-HD-DAY                PIC 9(02).

      *----------------------------------------------------------------
      * COUNTS BY MONTH FOR THE LINE BEING BUILT, AND FOR THE
      * SECTION'S RECORDS RECEIVED AND ERRORS
      *----------------------------------------------------------------
       01  QR-LINE-KEY                  PIC X(45) VALUE SPACES.
       01  QR-LINE-TYPE                 PIC 9(01) VALUE ZERO.
       01  QR-LINE-CODE                 PIC X(04) VALUE SPACES.
       01  QR-LINE-TEXT                 PIC X(40) VALUE SPACES.
       01  QR-COUNT-TABLE.
           05  QR-LINE-CNT              PIC 9(07) COMP OCCURS 4 TIMES.
           05  QR-SRC-RECS              PIC 9(07) COMP OCCURS 4 TIMES.
           05  QR-SRC-ERRS              PIC 9(07) COMP OCCURS 4 TIMES.

       01  QR-HEAD1.
           05  FILLER                   PIC X(30) VALUE
               ' KEYING-QUALITY SCORECARD     '.
           05  FILLER                   PIC X(06) VALUE 'MONTH '.
           05  QR-HEAD1-MONTH           PIC 9(06).
           05  FILLER                   PIC X(12) VALUE
               '  RUN DATE  '.
           05  QR-HEAD1-DATE            PIC 9(08).
           05  FILLER                   PIC X(59) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  QR-HEAD1-PAGE            PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.

       01  QR-HEAD2.
           05  FILLER                   PIC X(44) VALUE
               '   CODE  REASON                             '.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  QR-HEAD2-MONTHS OCCURS 4 TIMES.
               10  FILLER               PIC X(03).
               10  QR-HEAD2-MONTH       PIC 9(06).
           05  FILLER                   PIC X(11) VALUE
               'PRIOR 3 AVG'.
           05  FILLER                   PIC X(08) VALUE
               '   TREND'.
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  QR-SOURCE-LINE.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  QR-SL-TEXT               PIC X(50).
           05  FILLER                   PIC X(81) VALUE SPACES.

       01  QR-SUBHEAD-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  QR-SH-TEXT               PIC X(40).
           05  FILLER                   PIC X(89) VALUE SPACES.

       01  QR-DETAIL.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  QR-DET-CODE              PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QR-DET-TEXT              PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QR-DET-MONTHS OCCURS 4 TIMES.
               10  FILLER               PIC X(02).
               10  QR-DET-CNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QR-DET-AVG               PIC ZZZ,ZZ9.9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  QR-DET-TREND             PIC X(05).
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  QR-RATE-LINE.
           05  FILLER                   PIC X(09) VALUE SPACES.
           05  FILLER                   PIC X(40) VALUE
               'ERROR RATE, PERCENT OF RECORDS RECEIVED '.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  QR-RL-MONTHS OCCURS 4 TIMES.
               10  FILLER               PIC X(02).
               10  QR-RL-RATE           PIC ZZZ9.99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  QR-RL-AVG                PIC ZZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  QR-RL-TREND              PIC X(05).
           05  FILLER                   PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

      *==================================================================
      * 0000-MAINLINE -- SELECT THE FOUR MONTHS FROM THE HISTORY,
      * SORT THEM INTO REPORT ORDER, AND PRINT THE SCORECARD
      *==================================================================
       0000-MAINLINE.
           PERFORM 1000-GET-PARM THRU 1000-EXIT.
           ACCEPT QR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE QR-RUN-DATE TO QR-HEAD1-DATE.
           MOVE QR-MONTH-YYYYMM (1) TO QR-HEAD1-MONTH.
           OPEN OUTPUT QR-REPORT-FILE.
           SORT QR-SORT-FILE
               ON ASCENDING KEY QS-SOURCE QS-LINE-KEY
               INPUT PROCEDURE IS 2000-SELECT-PASS THRU 2000-PASS-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-PASS THRU 3000-PASS-EXIT.
           CLOSE QR-REPORT-FILE.
           DISPLAY ' QUALRPT - HISTORY RECORDS READ ' QR-READ-COUNT.
           DISPLAY ' QUALRPT - RECORDS IN WINDOW  . ' QR-SELECT-COUNT.
           STOP RUN.

      *------------------------------------------------------------------
      * 1000-GET-PARM -- READ THE REPORT MONTH AND WORK OUT THE
      * THREE MONTHS BEFORE IT
      *------------------------------------------------------------------
       1000-GET-PARM.
           OPEN INPUT QR-PARM-FILE.
           READ QR-PARM-FILE
               AT END
                   SET QR-PARM-EOF TO TRUE
           END-READ.
           IF QR-PARM-EOF
               OR QR-PARM-MONTH NOT NUMERIC
               OR QR-PARM-MM < 01 OR QR-PARM-MM > 12
               DISPLAY ' QUALRPT - PARAMETER CARD MISSING OR BAD'
               CLOSE QR-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE QR-PARM-FILE.
           COMPUTE QR-REPORT-MONTHS = QR-PARM-YEAR * 12 + QR-PARM-MM.
           MOVE QR-PARM-MONTH TO QR-MONTH-WORK.
           PERFORM 1100-MONTH-BACK THRU 1100-EXIT
               VARYING QR-SUB FROM 1 BY 1
               UNTIL QR-SUB > 4.
       1000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1100-MONTH-BACK -- FILE ONE MONTH OF THE WINDOW AND STEP
      * BACK A MONTH, ACROSS THE YEAR END WHEN IT FALLS THERE
      *------------------------------------------------------------------
       1100-MONTH-BACK.
           MOVE QR-MONTH-WORK TO QR-MONTH-YYYYMM (QR-SUB).
           MOVE SPACES TO QR-HEAD2-MONTHS (QR-SUB).
           MOVE QR-MONTH-WORK TO QR-HEAD2-MONTH (QR-SUB).
           MOVE SPACES TO QR-DET-MONTHS (QR-SUB).
           MOVE SPACES TO QR-RL-MONTHS (QR-SUB).
           IF QR-MW-MONTH > 1
               SUBTRACT 1 FROM QR-MW-MONTH
           ELSE
               SUBTRACT 1 FROM QR-MW-YEAR
               MOVE 12 TO QR-MW-MONTH.
       1100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2000-SELECT-PASS -- SORT INPUT.  RELEASES EVERY HISTORY
      * RECORD DATED IN THE REPORT MONTH OR THE THREE BEFORE IT.
      *------------------------------------------------------------------
       2000-SELECT-PASS.
           OPEN INPUT QR-HIST-FILE.
           PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
           PERFORM 2100-SELECT-RECORD THRU 2100-EXIT
               UNTIL QR-HIST-EOF.
           CLOSE QR-HIST-FILE.
       2000-PASS-EXIT.
           EXIT.

       2100-SELECT-RECORD.
           ADD 1 TO QR-READ-COUNT.
           IF QHS-BUS-DATE NOT NUMERIC
               GO TO 2100-NEXT.
           MOVE QHS-BUS-DATE TO QR-HIST-DATE.
           COMPUTE QR-REC-MONTHS = QR-HD-YEAR * 12 + QR-HD-MONTH.
           COMPUTE QR-MONTHS-BACK = QR-REPORT-MONTHS - QR-REC-MONTHS.
           IF QR-MONTHS-BACK < 0 OR QR-MONTHS-BACK > 3
               GO TO 2100-NEXT.
           MOVE SPACES TO QR-SORT-REC.
           EVALUATE TRUE
               WHEN QHS-KEYED-WORK
                   MOVE 1 TO QS-SOURCE
               WHEN QHS-GENERATED-WORK
                   MOVE 2 TO QS-SOURCE
               WHEN QHS-UNBATCHED-WORK
                   MOVE 3 TO QS-SOURCE
               WHEN OTHER
                   GO TO 2100-NEXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN QHS-RECORDS-RECEIVED
                   SET QS-RECEIVED TO TRUE
                   MOVE QHS-RECORD-COUNT TO QS-COUNT
               WHEN QHS-EDIT-REJECT
                   SET QS-EDIT-REJECT TO TRUE
                   MOVE 1 TO QS-COUNT
               WHEN QHS-POST-EXCEPTION
                   SET QS-POST-EXCEPTION TO TRUE
                   MOVE 1 TO QS-COUNT
               WHEN QHS-BATCH-REJECT
                   SET QS-BATCH-REJECT TO TRUE
                   MOVE 1 TO QS-COUNT
               WHEN OTHER
                   GO TO 2100-NEXT
           END-EVALUATE.
           IF NOT QS-RECEIVED
               MOVE QHS-REASON-CODE TO QS-REASON-CODE
               MOVE QHS-REASON-TEXT TO QS-REASON-TEXT.
           COMPUTE QS-MONTH = QR-MONTHS-BACK + 1.
           RELEASE QR-SORT-REC.
           ADD 1 TO QR-SELECT-COUNT.
       2100-NEXT.
           PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3000-PRINT-PASS -- SORT OUTPUT.  ONE LINE PER REASON, A
      * HEADING FOR EVERY SOURCE, AND THE SOURCE'S ERROR TOTALS AND
      * RATES AT ITS BREAK.
      *------------------------------------------------------------------
       3000-PRINT-PASS.
           PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
           PERFORM 3100-ACCUMULATE THRU 3100-EXIT
               UNTIL QR-SORT-EOF.
           IF QR-BREAK-SOURCE NOT = ZERO
               PERFORM 4000-LINE-BREAK THRU 4000-EXIT
               PERFORM 4100-SOURCE-BREAK THRU 4100-EXIT.
       3000-PASS-EXIT.
           EXIT.

       3100-ACCUMULATE.
           IF QS-SOURCE = QR-BREAK-SOURCE
               GO TO 3100-SAME-SOURCE.
           IF QR-BREAK-SOURCE NOT = ZERO
               PERFORM 4000-LINE-BREAK THRU 4000-EXIT
               PERFORM 4100-SOURCE-BREAK THRU 4100-EXIT.
           PERFORM 4200-SOURCE-HEAD THRU 4200-EXIT.
           GO TO 3100-ADD.
       3100-SAME-SOURCE.
           IF QS-LINE-KEY NOT = QR-LINE-KEY
               PERFORM 4000-LINE-BREAK THRU 4000-EXIT.
       3100-ADD.
           MOVE QS-LINE-KEY TO QR-LINE-KEY.
           MOVE QS-TYPE TO QR-LINE-TYPE.
           MOVE QS-REASON-CODE TO QR-LINE-CODE.
           MOVE QS-REASON-TEXT TO QR-LINE-TEXT.
           ADD QS-COUNT TO QR-LINE-CNT (QS-MONTH).
           IF QS-RECEIVED
               ADD QS-COUNT TO QR-SRC-RECS (QS-MONTH).
           IF QS-EDIT-REJECT OR QS-POST-EXCEPTION
               ADD QS-COUNT TO QR-SRC-ERRS (QS-MONTH).
           PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4000-LINE-BREAK -- PRINT THE LINE JUST ACCUMULATED, UNDER A
      * SUBHEADING WHEN IT OPENS A NEW KIND OF LINE
      *------------------------------------------------------------------
       4000-LINE-BREAK.
           IF QR-LINE-TYPE NOT = QR-LAST-TYPE
               PERFORM 4300-SUBHEAD THRU 4300-EXIT.
           MOVE QR-LINE-CODE TO QR-DET-CODE.
           MOVE QR-LINE-TEXT TO QR-DET-TEXT.
           IF QR-LINE-TYPE = 1
               MOVE SPACES TO QR-DET-CODE
               MOVE 'RECORDS RECEIVED FOR EDIT' TO QR-DET-TEXT.
           PERFORM 5000-PRINT-COUNTS THRU 5000-EXIT.
           MOVE ZERO TO QR-LINE-CNT (1) QR-LINE-CNT (2)
                        QR-LINE-CNT (3) QR-LINE-CNT (4).
       4000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4100-SOURCE-BREAK -- TOTAL ERRORS AND THE ERROR RATE FOR THE
      * SOURCE JUST PRINTED
      *------------------------------------------------------------------
       4100-SOURCE-BREAK.
           MOVE QR-SRC-ERRS (1) TO QR-LINE-CNT (1).
           MOVE QR-SRC-ERRS (2) TO QR-LINE-CNT (2).
           MOVE QR-SRC-ERRS (3) TO QR-LINE-CNT (3).
           MOVE QR-SRC-ERRS (4) TO QR-LINE-CNT (4).
           MOVE 0 TO QR-LAST-TYPE.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           MOVE SPACES TO QR-REPORT-REC.
           WRITE QR-REPORT-REC
               AFTER ADVANCING 1 LINE.
           ADD 1 TO QR-LINE-COUNT.
           MOVE SPACES TO QR-DET-CODE.
           MOVE 'TOTAL ERRORS, REJECTS PLUS EXCEPTIONS' TO QR-DET-TEXT.
           PERFORM 5000-PRINT-COUNTS THRU 5000-EXIT.
           PERFORM 5100-PRINT-RATE THRU 5100-EXIT.
           MOVE ZERO TO QR-LINE-CNT (1) QR-LINE-CNT (2)
                        QR-LINE-CNT (3) QR-LINE-CNT (4)
                        QR-SRC-RECS (1) QR-SRC-RECS (2)
                        QR-SRC-RECS (3) QR-SRC-RECS (4)
                        QR-SRC-ERRS (1) QR-SRC-ERRS (2)
                        QR-SRC-ERRS (3) QR-SRC-ERRS (4).
       4100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4200-SOURCE-HEAD -- NAME THE SOURCE ABOUT TO PRINT.  EVERY
      * SOURCE STARTS A NEW PAGE SO THE KEYED-WORK PAGES CAN GO TO
      * THE KEYING SHOP ON THEIR OWN.
      *------------------------------------------------------------------
       4200-SOURCE-HEAD.
           MOVE QS-SOURCE TO QR-BREAK-SOURCE.
           MOVE ZERO TO QR-LAST-TYPE.
           MOVE SPACES TO QR-LINE-KEY.
           EVALUATE QS-SOURCE
               WHEN 1
                   MOVE 'KEYED WORK - KEYING SHOP BATCHES' TO QR-SL-TEXT
               WHEN 2
                   MOVE 'GENERATED WORK - BATCHES 99999 AND 99998'
                       TO QR-SL-TEXT
               WHEN OTHER
                   MOVE 'UNBATCHED WORK - RECYCLED AND RELEASED ITEMS'
                       TO QR-SL-TEXT
           END-EVALUATE.
           MOVE 99 TO QR-LINE-COUNT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE QR-REPORT-REC FROM QR-SOURCE-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO QR-LINE-COUNT.
       4200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4300-SUBHEAD -- NAME THE KIND OF LINE ABOUT TO PRINT
      *------------------------------------------------------------------
       4300-SUBHEAD.
           MOVE QR-LINE-TYPE TO QR-LAST-TYPE.
           EVALUATE QR-LINE-TYPE
               WHEN 1
                   MOVE 'VOLUME' TO QR-SH-TEXT
               WHEN 2
                   MOVE 'EDIT REJECTS BY REASON CODE' TO QR-SH-TEXT
               WHEN 3
                   MOVE 'POSTING-RUN EXCEPTIONS BY REASON'
                       TO QR-SH-TEXT
               WHEN OTHER
                   MOVE 'BATCHES REJECTED WHOLE BY CAUSE'
                       TO QR-SH-TEXT
           END-EVALUATE.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE QR-REPORT-REC FROM QR-SUBHEAD-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO QR-LINE-COUNT.
       4300-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 5000-PRINT-COUNTS -- PRINT THE FOUR MONTHS IN QR-LINE-CNT
      * WITH THE PRIOR THREE MONTHS' AVERAGE AND THE TREND
      *------------------------------------------------------------------
       5000-PRINT-COUNTS.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           MOVE QR-LINE-CNT (1) TO QR-DET-CNT (1).
           MOVE QR-LINE-CNT (2) TO QR-DET-CNT (2).
           MOVE QR-LINE-CNT (3) TO QR-DET-CNT (3).
           MOVE QR-LINE-CNT (4) TO QR-DET-CNT (4).
           COMPUTE QR-PRIOR-TOTAL =
               QR-LINE-CNT (2) + QR-LINE-CNT (3) + QR-LINE-CNT (4).
           COMPUTE QR-AVG ROUNDED = QR-PRIOR-TOTAL / 3.
           MOVE QR-AVG TO QR-DET-AVG.
           IF QR-LINE-CNT (1) > QR-AVG
               MOVE 'UP' TO QR-DET-TREND
           ELSE
               IF QR-LINE-CNT (1) < QR-AVG
                   MOVE 'DOWN' TO QR-DET-TREND
               ELSE
                   MOVE 'SAME' TO QR-DET-TREND.
           WRITE QR-REPORT-REC FROM QR-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO QR-LINE-COUNT.
       5000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 5100-PRINT-RATE -- ERRORS AS A PERCENTAGE OF RECORDS
      * RECEIVED, EACH MONTH AND OVER THE THREE PRIOR MONTHS
      * TOGETHER.  A MONTH WITH NOTHING RECEIVED SHOWS ZERO.
      *------------------------------------------------------------------
       5100-PRINT-RATE.
           PERFORM 5200-MONTH-RATE THRU 5200-EXIT
               VARYING QR-SUB FROM 1 BY 1
               UNTIL QR-SUB > 4.
           COMPUTE QR-PRIOR-TOTAL =
               QR-SRC-ERRS (2) + QR-SRC-ERRS (3) + QR-SRC-ERRS (4).
           COMPUTE QR-PRIOR-RECS =
               QR-SRC-RECS (2) + QR-SRC-RECS (3) + QR-SRC-RECS (4).
           MOVE ZERO TO QR-RATE.
           IF QR-PRIOR-RECS > ZERO
               COMPUTE QR-RATE ROUNDED =
                   QR-PRIOR-TOTAL * 100 / QR-PRIOR-RECS.
           MOVE QR-RATE TO QR-RL-AVG.
      *    THE TREND COMPARES THE UNROUNDED RATES BY CROSS-MULTIPLYING
           COMPUTE QR-CROSS-NOW = QR-SRC-ERRS (1) * QR-PRIOR-RECS.
           COMPUTE QR-CROSS-PRIOR = QR-PRIOR-TOTAL * QR-SRC-RECS (1).
           IF QR-CROSS-NOW > QR-CROSS-PRIOR
               MOVE 'UP' TO QR-RL-TREND
           ELSE
               IF QR-CROSS-NOW < QR-CROSS-PRIOR
                   MOVE 'DOWN' TO QR-RL-TREND
               ELSE
                   MOVE 'SAME' TO QR-RL-TREND.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE QR-REPORT-REC FROM QR-RATE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO QR-LINE-COUNT.
       5100-EXIT.
           EXIT.

       5200-MONTH-RATE.
           MOVE ZERO TO QR-RATE.
           IF QR-SRC-RECS (QR-SUB) > ZERO
               COMPUTE QR-RATE ROUNDED =
                   QR-SRC-ERRS (QR-SUB) * 100 / QR-SRC-RECS (QR-SUB).
           MOVE QR-RATE TO QR-RL-RATE (QR-SUB).
       5200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7500-CHECK-PAGE -- START A NEW PAGE WHEN THE CURRENT ONE IS
      * FULL
      *------------------------------------------------------------------
       7500-CHECK-PAGE.
           IF QR-LINE-COUNT < QR-PAGE-LIMIT
               GO TO 7500-EXIT.
           ADD 1 TO QR-PAGE-COUNT.
           MOVE QR-PAGE-COUNT TO QR-HEAD1-PAGE.
           WRITE QR-REPORT-REC FROM QR-HEAD1
               AFTER ADVANCING PAGE.
           WRITE QR-REPORT-REC FROM QR-HEAD2
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO QR-LINE-COUNT.
       7500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-HISTORY -- NEXT KEYING-QUALITY HISTORY RECORD
      *------------------------------------------------------------------
       8000-READ-HISTORY.
           READ QR-HIST-FILE
               AT END
                   SET QR-HIST-EOF TO TRUE
           END-READ.
       8000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8100-RETURN-SORTED -- NEXT SORTED HISTORY RECORD
      *------------------------------------------------------------------
       8100-RETURN-SORTED.
           RETURN QR-SORT-FILE
               AT END
                   SET QR-SORT-EOF TO TRUE
           END-RETURN.
       8100-EXIT.
           EXIT.
