      *                                                                *
      *    THE PARAMETER CARD SELECTS THE FUNCTION --                 *
      *                                                                *
      *        COL  1      R = DATE-RANGE REPORT, V = REVERSAL        *
      *                    LISTING, P = PURGE                         *
      *        COLS 2-9    FROM DATE, YYYYMMDD (R AND V ONLY)         *
      *        COLS 10-17  TO   DATE, YYYYMMDD (R AND V ONLY)         *
      *                                                                *
      *    REPORT -- PRINTS EVERY JOURNAL RECORD POSTED IN THE        *
      *    RANGE, GROUPED BY RUN DATE WITH A COUNT AND AMOUNT TOTAL   *
      *    PER DAY AND A GRAND TOTAL FOR THE RANGE.  A TRANSFER LEG   *
      *    (CODE T) PRINTS THE OTHER ACCOUNT OF ITS PAIR.  EVERY      *
      *    LINE CARRIES ITS ENTRY NUMBER; A REVERSAL (CODE R) PRINTS  *
      *    THE ENTRY IT CANCELS, AND AN ENTRY THE JOURNAL ENTRY       *
      *    INDEX SHOWS REVERSED PRINTS THE REVERSAL THAT CANCELLED    *
      *    IT, SO EACH PAIR IS LINKED BOTH WAYS.                      *
      *                                                                *
      *    REVERSAL LISTING -- FOR THE AUDITORS, EVERY REVERSAL       *
      *    POSTED IN THE RANGE WITH THE ORIGINAL ENTRY IT CANCELS     *
      *    (ITS BUSINESS DATE, CODE, AND AMOUNT FROM THE INDEX).  A   *
      *    REVERSAL WHOSE AMOUNT DOES NOT EXACTLY CANCEL ITS          *
      *    ORIGINAL, OR WHOSE ORIGINAL DOES NOT POINT BACK AT IT, IS  *
      *    FLAGGED.                                                   *
      *                                                                *
      *    PURGE -- ARCHIVES EVERY RECORD OLDER THAN THE FINANCE      *
      *    MANUAL'S 18-MONTH RETENTION RULE TO THE ARCHIVE DATASET    *
      *    08/23/2026  DP  CARRY AND PRINT THE POSTING RUN NUMBER.    *
      *    08/23/2026  DP  HOLD THE CARD FUNCTION IN WORKING          *
      *                    STORAGE BEFORE THE CLOSE.                  *
      *    10/15/2026  DP  CARRY THE TRANSFER CONTRA ACCOUNT AND      *
      *                    PRINT IT ON TRANSFER LEGS.                 *
      *    10/15/2026  DP  PRINT THE ENTRY NUMBER AND REVERSAL LINKS; *
      *                    ADD THE REVERSAL LISTING (FUNCTION V).     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT JR-NEWJRNL-FILE     ASSIGN TO JRNLNEW
               ORGANIZATION IS SEQUENTIAL.
           SELECT JR-INDEX-FILE       ASSIGN TO JRNLIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JIX-ENTRY-NO.

       DATA DIVISION.
       FILE SECTION.
           05  JR-PARM-FUNCTION         PIC X(01).
               88  JR-FUNC-REPORT       VALUE 'R'.
               88  JR-FUNC-PURGE        VALUE 'P'.
               88  JR-FUNC-REVERSALS    VALUE 'V'.
           05  JR-PARM-FROM-DATE        PIC X(08).
           05  JR-PARM-TO-DATE          PIC X(08).
           05  FILLER                   PIC X(63).
           05  JR-JRNL-TRANS-CODE       PIC X(01).
           05  JR-JRNL-ACCT-NO          PIC 9(05).
           05  JR-JRNL-RUN-NO           PIC 9(04).
           05  JR-JRNL-CONTRA-ACCT      PIC 9(05).
           05  JR-JRNL-ENTRY-NO         PIC 9(10).
           05  JR-JRNL-LINK-ENTRY-NO    PIC 9(10).

       FD  JR-REPORT-FILE
           RECORDING MODE IS F
       FD  JR-ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JR-ARCHIVE-REC               PIC X(69).

       FD  JR-NEWJRNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JR-NEWJRNL-REC               PIC X(69).

       FD  JR-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY JRNLIDX.

       WORKING-STORAGE SECTION.
       77  JR-EOF-SWITCH                PIC X(01) VALUE 'N'.
       77  JR-FUNCTION                  PIC X(01) VALUE SPACE.
           88  JR-REPORT-MODE           VALUE 'R'.
           88  JR-PURGE-MODE            VALUE 'P'.
           88  JR-REVERSAL-MODE         VALUE 'V'.
       77  JR-FROM-DATE                 PIC 9(8) VALUE ZERO.
       77  JR-TO-DATE                   PIC 9(8) VALUE ZERO.
       77  JR-WORK-YM                   PIC S9(7) COMP VALUE ZERO.
           05  JR-CUTOFF-DAY            PIC 9(2).

       01  JR-HEAD1.
           05  JR-HEAD1-TITLE           PIC X(20)
               VALUE ' JOURNAL HISTORY    '.
           05  FILLER                   PIC X(10) VALUE 'RANGE     '.
           05  JR-HEAD1-FROM            PIC 9(8).
           05  FILLER                   PIC X(44) VALUE
               '   RUN DATE    RUN TIME   RUN   OP   ACCT  '.
           05  FILLER                   PIC X(48) VALUE
               '      AMOUNT A     AMOUNT B      ANSWER ENTRY NO'.
           05  FILLER                   PIC X(40) VALUE
               'TRANSFER / REVERSAL                     '.

       01  JR-RHEAD2.
           05  FILLER                   PIC X(42) VALUE
               '   RUN DATE   RUN    ACCT    REVERSAL     '.
           05  FILLER                   PIC X(50) VALUE
               'AMOUNT      ORIGINAL     BUS DATE  OP   AMOUNT    '.
           05  FILLER                   PIC X(40) VALUE
               'NOTE                                    '.

       01  JR-DETAIL.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  JR-DET-B                 PIC ZZ9.99-.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  JR-DET-ANS               PIC ZZ9.99-.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  JR-DET-ENTRY             PIC 9(10).
           05  JR-DET-NOTE-WORD         PIC X(12).
           05  JR-DET-NOTE-NO           PIC X(10).
           05  FILLER                   PIC X(17) VALUE SPACES.

       01  JR-REV-DETAIL.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  JR-RV-DATE               PIC 9(8).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  JR-RV-RUN                PIC 9(04).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  JR-RV-ACCT               PIC 9(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  JR-RV-ENTRY              PIC 9(10).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  JR-RV-ANS                PIC ZZ9.99-.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  JR-RV-ORIG-ENTRY         PIC 9(10).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  JR-RV-ORIG-DATE          PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  JR-RV-ORIG-CODE          PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  JR-RV-ORIG-ANS           PIC ZZ9.99-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  JR-RV-NOTE               PIC X(30).
           05  FILLER                   PIC X(08) VALUE SPACES.

       01  JR-DAY-LINE.
           05  FILLER                   PIC X(14)
           IF JR-REPORT-MODE
               PERFORM 2000-REPORT THRU 2000-EXIT
           ELSE
               IF JR-REVERSAL-MODE
                   PERFORM 2500-REVERSALS THRU 2500-EXIT
               ELSE
                   PERFORM 5000-PURGE THRU 5000-EXIT.
           STOP RUN.

      *------------------------------------------------------------------
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF NOT JR-FUNC-REPORT AND NOT JR-FUNC-PURGE
               AND NOT JR-FUNC-REVERSALS
               DISPLAY ' JRNLRPT - FUNCTION MUST BE R, V OR P, GOT '
                   JR-PARM-FUNCTION
               CLOSE JR-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF JR-FUNC-REPORT OR JR-FUNC-REVERSALS
               IF JR-PARM-FROM-DATE NOT NUMERIC
                   OR JR-PARM-TO-DATE NOT NUMERIC
                   DISPLAY ' JRNLRPT - REPORT DATES NOT NUMERIC'
      *------------------------------------------------------------------
       2000-REPORT.
           OPEN INPUT JR-JOURNAL-FILE.
           OPEN INPUT JR-INDEX-FILE.
           OPEN OUTPUT JR-REPORT-FILE.
           MOVE JR-FROM-DATE TO JR-HEAD1-FROM.
           MOVE JR-TO-DATE TO JR-HEAD1-TO.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE JR-REPORT-REC FROM JR-GRAND-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE JR-JOURNAL-FILE JR-INDEX-FILE JR-REPORT-FILE.
           DISPLAY ' JRNLRPT - RECORDS REPORTED  ' JR-RANGE-COUNT.
       2000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2500-REVERSALS -- EVERY REVERSAL POSTED IN THE RANGE, EACH
      * WITH THE ORIGINAL ENTRY IT CANCELS
      *------------------------------------------------------------------
       2500-REVERSALS.
           OPEN INPUT JR-JOURNAL-FILE.
           OPEN INPUT JR-INDEX-FILE.
           OPEN OUTPUT JR-REPORT-FILE.
           MOVE ' REVERSAL LISTING   ' TO JR-HEAD1-TITLE.
           MOVE JR-FROM-DATE TO JR-HEAD1-FROM.
           MOVE JR-TO-DATE TO JR-HEAD1-TO.
           PERFORM 8000-READ-JOURNAL THRU 8000-EXIT.
           PERFORM 2600-REVERSAL-RECORD THRU 2600-EXIT
               UNTIL JR-EOF.
           MOVE JR-RANGE-COUNT TO JR-GRAND-LINE-COUNT.
           MOVE JR-RANGE-TOTAL-AMT TO JR-GRAND-LINE-AMT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE JR-REPORT-REC FROM JR-GRAND-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE JR-JOURNAL-FILE JR-INDEX-FILE JR-REPORT-FILE.
           DISPLAY ' JRNLRPT - REVERSALS LISTED  ' JR-RANGE-COUNT.
       2500-EXIT.
           EXIT.

       2600-REVERSAL-RECORD.
           IF JR-JRNL-TRANS-CODE NOT = 'R'
               OR JR-JRNL-RUN-DATE < JR-FROM-DATE
               OR JR-JRNL-RUN-DATE > JR-TO-DATE
               GO TO 2600-NEXT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           MOVE JR-JRNL-RUN-DATE TO JR-RV-DATE.
           MOVE JR-JRNL-RUN-NO TO JR-RV-RUN.
           MOVE JR-JRNL-ACCT-NO TO JR-RV-ACCT.
           MOVE JR-JRNL-ENTRY-NO TO JR-RV-ENTRY.
           MOVE JR-JRNL-ANS-AMT TO JR-RV-ANS.
           MOVE JR-JRNL-LINK-ENTRY-NO TO JR-RV-ORIG-ENTRY.
           MOVE ZERO TO JR-RV-ORIG-DATE.
           MOVE SPACE TO JR-RV-ORIG-CODE.
           MOVE ZERO TO JR-RV-ORIG-ANS.
           MOVE SPACES TO JR-RV-NOTE.
           MOVE JR-JRNL-LINK-ENTRY-NO TO JIX-ENTRY-NO.
           READ JR-INDEX-FILE
               INVALID KEY
                   MOVE 'ORIGINAL NOT ON ENTRY INDEX' TO JR-RV-NOTE
                   GO TO 2600-PRINT
           END-READ.
           MOVE JIX-BUS-DATE TO JR-RV-ORIG-DATE.
           MOVE JIX-TRANS-CODE TO JR-RV-ORIG-CODE.
           MOVE JIX-ANS-AMT TO JR-RV-ORIG-ANS.
           IF JIX-ANS-AMT + JR-JRNL-ANS-AMT NOT = ZERO
               MOVE '*AMOUNT DOES NOT CANCEL*' TO JR-RV-NOTE
           ELSE
               IF NOT JIX-REVERSED
                   OR JIX-LINK-ENTRY-NO NOT = JR-JRNL-ENTRY-NO
                   MOVE '*ORIGINAL NOT LINKED BACK*' TO JR-RV-NOTE.
       2600-PRINT.
           WRITE JR-REPORT-REC FROM JR-REV-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO JR-LINE-COUNT.
           ADD 1 TO JR-RANGE-COUNT.
           ADD JR-JRNL-ANS-AMT TO JR-RANGE-TOTAL-AMT.
       2600-NEXT.
           PERFORM 8000-READ-JOURNAL THRU 8000-EXIT.
       2600-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3000-REPORT-RECORD -- SELECT, BREAK, AND PRINT ONE RECORD
      *------------------------------------------------------------------
           MOVE JR-JRNL-A-AMT TO JR-DET-A.
           MOVE JR-JRNL-B-AMT TO JR-DET-B.
           MOVE JR-JRNL-ANS-AMT TO JR-DET-ANS.
           MOVE JR-JRNL-ENTRY-NO TO JR-DET-ENTRY.
           PERFORM 3100-LINK-NOTE THRU 3100-EXIT.
           WRITE JR-REPORT-REC FROM JR-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO JR-LINE-COUNT.
       3000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3100-LINK-NOTE -- THE OTHER HALF OF A TRANSFER OR REVERSAL
      * PAIR.  A REVERSAL NAMES ITS ORIGINAL ON THE JOURNAL; WHETHER
      * AN ORDINARY ENTRY WAS LATER REVERSED IS ON THE INDEX ONLY.
      * ENTRY NUMBER ZERO IS A RECORD POSTED BEFORE ENTRY NUMBERS.
      *------------------------------------------------------------------
       3100-LINK-NOTE.
           MOVE SPACES TO JR-DET-NOTE-WORD JR-DET-NOTE-NO.
           IF JR-JRNL-TRANS-CODE = 'T'
               MOVE 'TRANSFER' TO JR-DET-NOTE-WORD
               MOVE JR-JRNL-CONTRA-ACCT TO JR-DET-NOTE-NO
               GO TO 3100-EXIT.
           IF JR-JRNL-TRANS-CODE = 'R'
               MOVE 'REVERSES' TO JR-DET-NOTE-WORD
               MOVE JR-JRNL-LINK-ENTRY-NO TO JR-DET-NOTE-NO
               GO TO 3100-EXIT.
           IF JR-JRNL-ENTRY-NO NOT NUMERIC
               OR JR-JRNL-ENTRY-NO = ZERO
               GO TO 3100-EXIT.
           MOVE JR-JRNL-ENTRY-NO TO JIX-ENTRY-NO.
           READ JR-INDEX-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           IF JIX-REVERSED
               MOVE 'REVERSED BY' TO JR-DET-NOTE-WORD
               MOVE JIX-LINK-ENTRY-NO TO JR-DET-NOTE-NO.
       3100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4000-DAY-BREAK -- PRINT THE PER-DAY COUNT AND AMOUNT TOTAL
      *------------------------------------------------------------------
           MOVE JR-PAGE-COUNT TO JR-HEAD1-PAGE.
           WRITE JR-REPORT-REC FROM JR-HEAD1
               AFTER ADVANCING PAGE.
           IF JR-REVERSAL-MODE
               WRITE JR-REPORT-REC FROM JR-RHEAD2
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE JR-REPORT-REC FROM JR-HEAD2
                   AFTER ADVANCING 2 LINES.
           MOVE 4 TO JR-LINE-COUNT.
       7500-EXIT.
           EXIT.
