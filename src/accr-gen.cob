      ******************************************************************
      *                                                                *
      * PROGRAM-ID:  ACCRGEN                                          *
      *                                                                *
      * AUTHOR:      DATA PROCESSING                                  *
      * INSTALLATION: FINANCE SYSTEMS - BATCH                         *
      * DATE-WRITTEN: 10/15/2026                                      *
      * DATE-COMPILED:                                                *
      *                                                                *
      * REMARKS:                                                      *
      *    MONTH-END INTEREST AND SERVICE-CHARGE ACCRUAL AT THE       *
      *    FRONT OF THE NIGHTLY STREAM.  ON THE LAST BUSINESS DATE    *
      *    OF A MONTH EVERY OPEN, UNHELD ACCOUNT CARRYING AN ACCOUNT  *
      *    CLASS IS PRICED FROM THE RATE-AND-FEE TABLE ENTRY FOR ITS  *
      *    CLASS --                                                   *
      *                                                                *
      *        INTEREST = BALANCE X ANNUAL RATE / 100 / 12, AT THE    *
      *        CREDIT RATE ON A BALANCE ABOVE ZERO AND THE DEBIT      *
      *        RATE ON A BALANCE BELOW ZERO, SO THE INTEREST MOVES    *
      *        THE BALANCE FURTHER IN ITS OWN DIRECTION.  CARRIED     *
      *        TO THE THIRD DECIMAL AND ROUNDED THROUGH ROUND100      *
      *        UNDER THE CLASS'S ROUNDING MODE (BLANK = HALF-UP).     *
      *                                                                *
      *        THE SERVICE CHARGE = THE CLASS'S FLAT FEE, TAKEN OFF   *
      *        THE BALANCE WHEN THE BALANCE IS BELOW THE CLASS'S      *
      *        MINIMUM.                                               *
      *                                                                *
      *    THE BASIS IS THE MASTER BALANCE AS LAST NIGHT'S POSTING    *
      *    RUN LEFT IT.  EACH CHARGE IS WRITTEN AS AN ORDINARY        *
      *    22-BYTE KEYED TRANSACTION -- INTEREST ON A CREDIT          *
      *    BALANCE AS CODE A (AMOUNT A = INTEREST), INTEREST ON A     *
      *    DEBIT BALANCE AND THE FEE AS CODE S (AMOUNT B = THE        *
      *    CHARGE).  AN AMOUNT TOO BIG FOR ONE TRANSACTION IS         *
      *    SPLIT INTO AS MANY AS IT TAKES.  THE GENERATED WORK IS     *
      *    WRAPPED IN BATCH CONTROLS UNDER THE RESERVED BATCH         *
      *    NUMBER 99998, LIKE THE STANDING-ORDER GENERATOR'S 99999,   *
      *    SO IT IS PROVED BY THE FRONT-END EDIT, POSTED BY ADD,      *
      *    AND PROVED AGAIN BY BALANCE LIKE ANY OTHER WORK.  ON ANY   *
      *    OTHER NIGHT THE BATCH IS WRITTEN EMPTY.                    *
      *                                                                *
      *    THE ACCRUAL REGISTER PRINTS ONE LINE PER CLASSED ACCOUNT   *
      *    SHOWING THE BASIS, THE RATE, THE INTEREST, THE MINIMUM     *
      *    BALANCE AND THE FEE, WITH TOTALS BEHIND.                   *
      *                                                                *
      *    PARAMETER CARD (PARMCARD) --                               *
      *                                                                *
      *        COLS  1-8   BUSINESS DATE, YYYYMMDD                    *
      *        COLS  9-16  NEXT BUSINESS DATE, YYYYMMDD.  TONIGHT     *
      *                    IS MONTH END WHEN IT FALLS IN A LATER      *
      *                    MONTH, SO A MONTH ENDING ON A DAY THE      *
      *                    STREAM DOES NOT RUN IS STILL ACCRUED ON    *
      *                    ITS LAST PROCESSING DATE.  BLANK = ONLY    *
      *                    THE LAST CALENDAR DAY OF THE MONTH IS      *
      *                    MONTH END.                                 *
      *                                                                *
      *    RATE-AND-FEE TABLE CARDS (RATETBL), ONE PER CLASS --       *
      *                                                                *
      *        COLS  1-2   ACCOUNT CLASS                              *
      *        COLS  3-8   CREDIT RATE, ANNUAL PERCENT, 2 WHOLE       *
      *                    AND 4 DECIMAL DIGITS (025000 = 2.5%)       *
      *        COLS  9-14  DEBIT RATE, SAME FORM                      *
      *        COLS 15-24  MINIMUM BALANCE, SIGN THEN 9 DIGITS WITH   *
      *                    TWO ASSUMED DECIMALS                       *
      *        COLS 25-29  FLAT FEE, 5 DIGITS, TWO ASSUMED DECIMALS   *
      *                    (00000 = NO FEE)                           *
      *        COL  30     ROUNDING MODE: U HALF-UP, T TRUNCATE,      *
      *                    E HALF-EVEN, BLANK = U                     *
      *        COLS 31-50  DESCRIPTION                                *
      *                                                                *
      *    GENERATION IS SAFELY REPEATABLE: THE OUTPUT FILE IS        *
      *    RECREATED EVERY RUN AND THE POSTING RUN REFUSES AN         *
      *    ALREADY-POSTED BUSINESS DATE.                              *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  ACCRUAL COMPLETE                                 *
      *        0004  ONE OR MORE ACCOUNTS CARRY A CLASS THAT IS NOT   *
      *              ON THE RATE TABLE -- THEY WERE NOT ACCRUED       *
      *        0016  BUSINESS DATE CARD MISSING OR BAD, THE NEXT      *
      *              BUSINESS DATE BAD OR NOT AFTER IT, A RATE CARD   *
      *              BAD OR DUPLICATED, OR THE RATE TABLE FULL        *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    10/15/2026  DP  ORIGINAL PROGRAM.                          *
      *    10/15/2026  DP  NEXT BUSINESS DATE ON THE PARAMETER CARD   *
      *                    SO MONTH END IS THE LAST PROCESSING DATE.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCRGEN.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  FINANCE SYSTEMS - BATCH.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AC-PARM-FILE        ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT AC-RATE-FILE        ASSIGN TO RATETBL
               ORGANIZATION IS SEQUENTIAL.
           SELECT AC-MASTER-FILE      ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCT-NO.
           SELECT AC-TRAN-FILE        ASSIGN TO ACCRTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT AC-REPORT-FILE      ASSIGN TO ACCRRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AC-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  AC-PARM-REC.
           05  AC-PARM-BUS-DATE         PIC X(08).
           05  AC-PARM-NEXT-DATE        PIC X(08).
           05  FILLER                   PIC X(64).

       FD  AC-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AC-RATE-REC.
           05  RT-CLASS                 PIC X(02).
           05  RT-CR-RATE               PIC X(06).
           05  RT-CR-RATE-NUM REDEFINES RT-CR-RATE
                                        PIC 9(2)V9(4).
           05  RT-DR-RATE               PIC X(06).
           05  RT-DR-RATE-NUM REDEFINES RT-DR-RATE
                                        PIC 9(2)V9(4).
           05  RT-MIN-BAL-FIELD.
               10  RT-MIN-BAL-SIGN      PIC X(01).
               10  RT-MIN-BAL-DIGITS    PIC X(09).
           05  RT-MIN-BAL-NUM REDEFINES RT-MIN-BAL-FIELD
                                        PIC S9(7)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  RT-FEE                   PIC X(05).
           05  RT-FEE-NUM REDEFINES RT-FEE
                                        PIC 9(3)V9(2).
           05  RT-RND-MODE              PIC X(01).
               88  RT-RND-MODE-VALID    VALUES 'U' 'T' 'E' ' '.
           05  RT-DESC                  PIC X(20).
           05  FILLER                   PIC X(30).

       FD  AC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMST.

       FD  AC-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AC-TRAN-REC                  PIC X(22).

       FD  AC-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  AC-REPORT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       77  AC-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  AC-PARM-EOF              VALUE 'Y'.
       77  AC-RATE-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  AC-RATE-EOF              VALUE 'Y'.
       77  AC-MSTR-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  AC-MSTR-EOF              VALUE 'Y'.
       77  AC-MONTH-END-SWITCH          PIC X(01) VALUE 'N'.
           88  AC-MONTH-END             VALUE 'Y'.
       77  AC-FOUND-SWITCH              PIC X(01) VALUE 'N'.
           88  AC-CLASS-FOUND           VALUE 'Y'.
       77  AC-RATE-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  AC-RATE-MAX                  PIC 9(04) COMP VALUE 100.
       77  AC-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  AC-CLASSED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  AC-INT-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  AC-FEE-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  AC-SKIP-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  AC-UNKNOWN-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  AC-GEN-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  AC-LAST-DAY                  PIC 9(02) VALUE ZERO.
       77  AC-LEAP-REM                  PIC 9(07) COMP VALUE ZERO.
       77  AC-LEAP-QUOT                 PIC 9(07) COMP VALUE ZERO.
       77  AC-GEN-BATCH-NO              PIC 9(05) VALUE 99998.
       77  AC-RUN-DATE                  PIC 9(08) VALUE ZERO.
       77  AC-HASH-AMT                  PIC S9(7)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       77  AC-INT-TOTAL-AMT             PIC S9(9)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       77  AC-FEE-TOTAL-AMT             PIC S9(9)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       77  AC-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  AC-LINE-COUNT                PIC 9(02) COMP VALUE 99.
       77  AC-PAGE-LIMIT                PIC 9(02) COMP VALUE 60.

      *----------------------------------------------------------------
      * INTEREST WORK FIELDS.  THE INTEREST IS CARRIED AS A
      * MAGNITUDE TO THE THIRD DECIMAL.  ROUND100 WORKS ON THE
      * AMT3DEC LAYOUT, AND ONLY THE PLACES BELOW THE DOLLAR DECIDE
      * THE ROUNDING, SO THE WHOLE HUNDREDS ARE SET ASIDE AND ONLY
      * THE REMAINDER UNDER 100 IS PASSED THROUGH IT.
      *----------------------------------------------------------------
       77  AC-BASIS-MAG                 PIC 9(7)V9(2) VALUE ZERO.
       77  AC-RATE-USED                 PIC 9(2)V9(4) VALUE ZERO.
       77  AC-INT-WIDE                  PIC 9(7)V9(3) VALUE ZERO.
       77  AC-INT-HUNDREDS              PIC 9(05) VALUE ZERO.
       COPY AMT3DEC REPLACING ==:LEV:== BY ==77==
                               ==:TAG:== BY ==AC-INT-PART==.
       COPY AMTFLD REPLACING ==:LEV:== BY ==77==
                              ==:TAG:== BY ==AC-INT-ROUND==.
       77  AC-INTEREST-AMT              PIC 9(7)V9(2) VALUE ZERO.
       77  AC-REMAIN-AMT                PIC 9(7)V9(2) VALUE ZERO.
       77  AC-PIECE-AMT                 PIC 9(3)V9(2) VALUE ZERO.
       77  AC-PIECE-MAX                 PIC 9(3)V9(2) VALUE 999.99.
       77  AC-PIECE-CODE                PIC X(01) VALUE SPACE.
       COPY RNDMODE.

       01  AC-BUS-DATE                  PIC 9(08) VALUE ZERO.
       01  AC-BUS-PARTS REDEFINES AC-BUS-DATE.
           05  AC-BUS-YEAR              PIC 9(04).
           05  AC-BUS-MONTH             PIC 9(02).
           05  AC-BUS-DAY               PIC 9(02).
       01  AC-NEXT-DATE                 PIC 9(08) VALUE ZERO.
       01  AC-NEXT-PARTS REDEFINES AC-NEXT-DATE.
           05  AC-NEXT-YEAR             PIC 9(04).
           05  AC-NEXT-MONTH            PIC 9(02).
           05  AC-NEXT-DAY              PIC 9(02).

      *----------------------------------------------------------------
      * DAYS IN EACH MONTH, FEBRUARY ADJUSTED FOR LEAP YEARS AT
      * INITIALIZATION
      *----------------------------------------------------------------
       01  AC-MONTH-DAYS-VALUES.
           05  FILLER                   PIC X(24) VALUE
               '312831303130313130313031'.
       01  AC-MONTH-DAYS REDEFINES AC-MONTH-DAYS-VALUES.
           05  AC-DAYS-IN-MONTH OCCURS 12 TIMES
                                        PIC 9(02).

      *----------------------------------------------------------------
      * THE RATE-AND-FEE TABLE, KEYED BY ACCOUNT CLASS
      *----------------------------------------------------------------
       01  AC-RATE-TABLE.
           05  AC-RATE-ENTRY OCCURS 100 TIMES
                   INDEXED BY AC-RX.
               10  AC-RE-CLASS          PIC X(02).
               10  AC-RE-CR-RATE        PIC 9(2)V9(4).
               10  AC-RE-DR-RATE        PIC 9(2)V9(4).
               10  AC-RE-MIN-BAL-AMT    PIC S9(7)V9(2)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10  AC-RE-FEE-AMT        PIC 9(3)V9(2).
               10  AC-RE-RND-MODE       PIC X(01).

      *----------------------------------------------------------------
      * GENERATED RECORDS IN THE RAW 22-BYTE KEYED LAYOUT
      *----------------------------------------------------------------
       01  AC-GEN-HEADER.
           05  FILLER                   PIC X(01) VALUE 'H'.
           05  AC-HDR-BATCH-NO          PIC 9(05).
           05  AC-HDR-KEY-DATE          PIC 9(08).
           05  FILLER                   PIC X(08) VALUE SPACES.

       01  AC-GEN-TRAILER.
           05  FILLER                   PIC X(01) VALUE 'T'.
           05  AC-TRL-COUNT             PIC 9(05).
           05  AC-TRL-HASH              PIC S9(7)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(06) VALUE SPACES.

       01  AC-GEN-DETAIL.
           05  AC-DET-A-NUM             PIC S9(3)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  AC-DET-B-NUM             PIC S9(3)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  AC-DET-TRANS-CODE        PIC X(01).
           05  AC-DET-ACCT-NO           PIC 9(05).
           05  AC-DET-EFF-DATE          PIC X(04) VALUE '0000'.

      *----------------------------------------------------------------
      * ACCRUAL REGISTER
      *----------------------------------------------------------------
       01  AC-HEAD1.
           05  FILLER                   PIC X(36) VALUE
               ' INTEREST AND FEE ACCRUAL REGISTER  '.
           05  FILLER                   PIC X(14) VALUE
               'BUSINESS DATE '.
           05  AC-HEAD1-BUS-DATE        PIC 9(08).
           05  FILLER                   PIC X(11) VALUE '  RUN DATE '.
           05  AC-HEAD1-DATE            PIC 9(08).
           05  FILLER                   PIC X(11) VALUE '  BATCH NO '.
           05  AC-HEAD1-BATCH           PIC 9(05).
           05  FILLER                   PIC X(24) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  AC-HEAD1-PAGE            PIC ZZZ9.
           05  FILLER                   PIC X(06) VALUE SPACES.

       01  AC-HEAD2.
           05  FILLER                   PIC X(08) VALUE '  ACCT  '.
           05  FILLER                   PIC X(04) VALUE 'CL  '.
           05  FILLER                   PIC X(16) VALUE
               '  BALANCE BASIS '.
           05  FILLER                   PIC X(09) VALUE ' RATE %  '.
           05  FILLER                   PIC X(13) VALUE
               '   INTEREST  '.
           05  FILLER                   PIC X(16) VALUE
               '    MIN BALANCE '.
           05  FILLER                   PIC X(08) VALUE '    FEE '.
           05  FILLER                   PIC X(03) VALUE 'RM '.
           05  FILLER                   PIC X(04) VALUE 'NOTE'.
           05  FILLER                   PIC X(51) VALUE SPACES.

       01  AC-DETAIL.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AC-DET-ACCT              PIC 9(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AC-DET-CLASS             PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AC-DET-BASIS             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AC-DET-RATE              PIC Z9.9999.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AC-DET-INTEREST          PIC ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AC-DET-MIN-BAL           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AC-DET-FEE               PIC ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AC-DET-RND-MODE          PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  AC-DET-NOTE              PIC X(30).
           05  FILLER                   PIC X(25) VALUE SPACES.

       01  AC-MESSAGE-LINE.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AC-MSG-TEXT              PIC X(60).
           05  FILLER                   PIC X(71) VALUE SPACES.

       01  AC-COUNT-LINE.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AC-CNT-LABEL             PIC X(38).
           05  AC-CNT-VALUE             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(86) VALUE SPACES.

       01  AC-AMT-LINE.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  AC-AMT-LABEL             PIC X(38).
           05  AC-AMT-VALUE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.

      *==================================================================
      * 0000-MAINLINE -- HEADER, ONE PASS OF THE MASTER, TRAILER
      *==================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF AC-MONTH-END
               PERFORM 2000-ACCRUE-ACCOUNT THRU 2000-EXIT
                   UNTIL AC-MSTR-EOF
           ELSE
               PERFORM 7500-CHECK-PAGE THRU 7500-EXIT
               MOVE 'NOT MONTH-END BUSINESS DATE - NOTHING ACCRUED'
                   TO AC-MSG-TEXT
               WRITE AC-REPORT-REC FROM AC-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO AC-LINE-COUNT.
           PERFORM 9000-WRAPUP THRU 9000-EXIT.
           STOP RUN.

      *------------------------------------------------------------------
      * 1000-INITIALIZE -- BUSINESS DATE AND NEXT BUSINESS DATE,
      * MONTH-END TEST, RATE TABLE, OPENS, AND THE BATCH HEADER.
      * WITH A NEXT BUSINESS DATE ON THE CARD, TONIGHT IS MONTH END
      * WHEN THAT DATE FALLS IN A LATER MONTH; WITHOUT ONE, ONLY THE
      * LAST CALENDAR DAY OF THE MONTH IS.
      *------------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT AC-PARM-FILE.
           READ AC-PARM-FILE
               AT END
                   SET AC-PARM-EOF TO TRUE
           END-READ.
           IF AC-PARM-EOF OR AC-PARM-BUS-DATE NOT NUMERIC
               DISPLAY ' ACCRGEN - BUSINESS DATE CARD MISSING OR BAD'
               CLOSE AC-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE AC-PARM-BUS-DATE TO AC-BUS-DATE.
           IF AC-PARM-NEXT-DATE NOT = SPACES
               IF AC-PARM-NEXT-DATE NOT NUMERIC
                   DISPLAY ' ACCRGEN - NEXT BUSINESS DATE NOT NUMERIC: '
                       AC-PARM-NEXT-DATE
                   CLOSE AC-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE AC-PARM-NEXT-DATE TO AC-NEXT-DATE.
           CLOSE AC-PARM-FILE.
           IF AC-BUS-MONTH < 01 OR AC-BUS-MONTH > 12
               DISPLAY ' ACCRGEN - BUSINESS DATE MONTH NOT 01-12: '
                   AC-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF AC-NEXT-DATE NOT = ZERO
               AND (AC-NEXT-DATE NOT > AC-BUS-DATE
                    OR AC-NEXT-MONTH < 01 OR AC-NEXT-MONTH > 12)
               DISPLAY ' ACCRGEN - NEXT BUSINESS DATE ' AC-NEXT-DATE
                   ' NOT A VALID DATE AFTER ' AC-BUS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM 1100-SET-LAST-DAY THRU 1100-EXIT.
           IF AC-NEXT-DATE = ZERO
               AND AC-BUS-DAY = AC-LAST-DAY
               SET AC-MONTH-END TO TRUE.
           IF AC-NEXT-DATE NOT = ZERO
               AND (AC-NEXT-YEAR NOT = AC-BUS-YEAR
                    OR AC-NEXT-MONTH NOT = AC-BUS-MONTH)
               SET AC-MONTH-END TO TRUE.
           OPEN INPUT AC-RATE-FILE.
           PERFORM 8100-READ-RATE THRU 8100-EXIT.
           PERFORM 1200-LOAD-RATE THRU 1200-EXIT
               UNTIL AC-RATE-EOF.
           CLOSE AC-RATE-FILE.
           ACCEPT AC-RUN-DATE FROM DATE YYYYMMDD.
           MOVE AC-BUS-DATE TO AC-HEAD1-BUS-DATE.
           MOVE AC-RUN-DATE TO AC-HEAD1-DATE.
           MOVE AC-GEN-BATCH-NO TO AC-HEAD1-BATCH.
           OPEN INPUT AC-MASTER-FILE.
           OPEN OUTPUT AC-TRAN-FILE AC-REPORT-FILE.
           MOVE AC-GEN-BATCH-NO TO AC-HDR-BATCH-NO.
           MOVE AC-BUS-DATE TO AC-HDR-KEY-DATE.
           WRITE AC-TRAN-REC FROM AC-GEN-HEADER.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1100-SET-LAST-DAY -- LENGTH OF THE BUSINESS MONTH, FEBRUARY
      * ADJUSTED BY THE LEAP RULE (DIVISIBLE BY 4, CENTURIES ONLY
      * WHEN DIVISIBLE BY 400)
      *------------------------------------------------------------------
       1100-SET-LAST-DAY.
           MOVE AC-DAYS-IN-MONTH (AC-BUS-MONTH) TO AC-LAST-DAY.
           IF AC-BUS-MONTH NOT = 02
               GO TO 1100-EXIT.
           DIVIDE AC-BUS-YEAR BY 4
               GIVING AC-LEAP-QUOT REMAINDER AC-LEAP-REM.
           IF AC-LEAP-REM NOT = ZERO
               GO TO 1100-EXIT.
           DIVIDE AC-BUS-YEAR BY 100
               GIVING AC-LEAP-QUOT REMAINDER AC-LEAP-REM.
           IF AC-LEAP-REM NOT = ZERO
               MOVE 29 TO AC-LAST-DAY
               GO TO 1100-EXIT.
           DIVIDE AC-BUS-YEAR BY 400
               GIVING AC-LEAP-QUOT REMAINDER AC-LEAP-REM.
           IF AC-LEAP-REM = ZERO
               MOVE 29 TO AC-LAST-DAY.
       1100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1200-LOAD-RATE -- EDIT ONE RATE CARD INTO THE TABLE.  A BAD
      * OR DUPLICATED CARD STOPS THE RUN -- NO ACCOUNT IS PRICED
      * FROM A TABLE THAT IS NOT WHOLE.
      *------------------------------------------------------------------
       1200-LOAD-RATE.
           IF RT-CLASS = SPACES
               OR RT-CR-RATE NOT NUMERIC
               OR RT-DR-RATE NOT NUMERIC
               OR RT-MIN-BAL-DIGITS NOT NUMERIC
               OR (RT-MIN-BAL-SIGN NOT = '+'
                   AND RT-MIN-BAL-SIGN NOT = '-')
               OR RT-FEE NOT NUMERIC
               OR NOT RT-RND-MODE-VALID
               DISPLAY ' ACCRGEN - RATE CARD BAD: ' AC-RATE-REC
               PERFORM 9100-ABORT-LOAD THRU 9100-EXIT.
           MOVE 'N' TO AC-FOUND-SWITCH.
           IF AC-RATE-COUNT > ZERO
               PERFORM 2100-FIND-CLASS THRU 2100-EXIT.
           IF AC-CLASS-FOUND
               DISPLAY ' ACCRGEN - CLASS ON TWO RATE CARDS: ' RT-CLASS
               PERFORM 9100-ABORT-LOAD THRU 9100-EXIT.
           IF AC-RATE-COUNT = AC-RATE-MAX
               DISPLAY ' ACCRGEN - MORE THAN ' AC-RATE-MAX
                   ' RATE CARDS - ENLARGE THE TABLE'
               PERFORM 9100-ABORT-LOAD THRU 9100-EXIT.
           ADD 1 TO AC-RATE-COUNT.
           SET AC-RX TO AC-RATE-COUNT.
           MOVE RT-CLASS TO AC-RE-CLASS (AC-RX).
           MOVE RT-CR-RATE-NUM TO AC-RE-CR-RATE (AC-RX).
           MOVE RT-DR-RATE-NUM TO AC-RE-DR-RATE (AC-RX).
           MOVE RT-MIN-BAL-NUM TO AC-RE-MIN-BAL-AMT (AC-RX).
           MOVE RT-FEE-NUM TO AC-RE-FEE-AMT (AC-RX).
           IF RT-RND-MODE = SPACE
               MOVE 'U' TO AC-RE-RND-MODE (AC-RX)
           ELSE
               MOVE RT-RND-MODE TO AC-RE-RND-MODE (AC-RX).
           DISPLAY ' ACCRGEN - CLASS ' RT-CLASS ' ' RT-DESC.
           PERFORM 8100-READ-RATE THRU 8100-EXIT.
       1200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2000-ACCRUE-ACCOUNT -- PRICE ONE ACCOUNT FROM ITS CLASS
      *------------------------------------------------------------------
       2000-ACCRUE-ACCOUNT.
           ADD 1 TO AC-READ-COUNT.
           IF MST-NO-CLASS
               GO TO 2000-NEXT.
           ADD 1 TO AC-CLASSED-COUNT.
           MOVE SPACES TO AC-DETAIL.
           MOVE MST-ACCT-NO TO AC-DET-ACCT.
           MOVE MST-ACCT-CLASS TO AC-DET-CLASS.
           MOVE MST-BALANCE-AMT TO AC-DET-BASIS.
           MOVE 'N' TO AC-FOUND-SWITCH.
           MOVE MST-ACCT-CLASS TO RT-CLASS.
           IF AC-RATE-COUNT > ZERO
               PERFORM 2100-FIND-CLASS THRU 2100-EXIT.
           IF NOT AC-CLASS-FOUND
               MOVE 'CLASS NOT ON RATE TABLE' TO AC-DET-NOTE
               ADD 1 TO AC-UNKNOWN-COUNT
               GO TO 2000-PRINT.
           MOVE AC-RE-MIN-BAL-AMT (AC-RX) TO AC-DET-MIN-BAL.
           MOVE AC-RE-RND-MODE (AC-RX) TO AC-DET-RND-MODE.
           IF MST-CLOSED
               MOVE 'CLOSED - NOT ACCRUED' TO AC-DET-NOTE
               ADD 1 TO AC-SKIP-COUNT
               GO TO 2000-PRINT.
           IF MST-HELD
               MOVE 'HELD - NOT ACCRUED' TO AC-DET-NOTE
               ADD 1 TO AC-SKIP-COUNT
               GO TO 2000-PRINT.
           PERFORM 2200-INTEREST THRU 2200-EXIT.
           PERFORM 2300-FEE THRU 2300-EXIT.
       2000-PRINT.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE AC-REPORT-REC FROM AC-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
       2000-NEXT.
           PERFORM 8000-READ-MASTER THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2100-FIND-CLASS -- LOOK UP THE CLASS IN RT-CLASS; ON A HIT
      * AC-RX IS LEFT ON THE ENTRY
      *------------------------------------------------------------------
       2100-FIND-CLASS.
           SET AC-RX TO 1.
           SEARCH AC-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN AC-RX > AC-RATE-COUNT
                   CONTINUE
               WHEN AC-RE-CLASS (AC-RX) = RT-CLASS
                   SET AC-CLASS-FOUND TO TRUE
           END-SEARCH.
       2100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2200-INTEREST -- ONE MONTH'S INTEREST ON THE BALANCE, ROUNDED
      * THROUGH ROUND100 AND WRITTEN IN AS MANY PIECES AS IT TAKES
      *------------------------------------------------------------------
       2200-INTEREST.
           MOVE ZERO TO AC-INTEREST-AMT.
           IF MST-BALANCE-AMT > ZERO
               MOVE AC-RE-CR-RATE (AC-RX) TO AC-RATE-USED
               MOVE 'A' TO AC-PIECE-CODE
           ELSE
               MOVE AC-RE-DR-RATE (AC-RX) TO AC-RATE-USED
               MOVE 'S' TO AC-PIECE-CODE.
           MOVE AC-RATE-USED TO AC-DET-RATE.
           IF MST-BALANCE-AMT = ZERO OR AC-RATE-USED = ZERO
               MOVE ZERO TO AC-DET-INTEREST
               GO TO 2200-EXIT.
           MOVE MST-BALANCE-AMT TO AC-BASIS-MAG.
           COMPUTE AC-INT-WIDE = AC-BASIS-MAG * AC-RATE-USED / 1200.
           DIVIDE AC-INT-WIDE BY 100
               GIVING AC-INT-HUNDREDS REMAINDER AC-INT-PART-AMT.
           MOVE AC-RE-RND-MODE (AC-RX) TO RND-MODE-FLAG.
           CALL "ROUND100" USING AC-INT-PART-AMT RND-MODE-FLAG
               AC-INT-ROUND-AMT.
           COMPUTE AC-INTEREST-AMT =
               AC-INT-HUNDREDS * 100 + AC-INT-ROUND-AMT.
           IF AC-PIECE-CODE = 'A'
               MOVE AC-INTEREST-AMT TO AC-DET-INTEREST
               ADD AC-INTEREST-AMT TO AC-INT-TOTAL-AMT
           ELSE
               COMPUTE AC-DET-INTEREST = ZERO - AC-INTEREST-AMT
               SUBTRACT AC-INTEREST-AMT FROM AC-INT-TOTAL-AMT.
           IF AC-INTEREST-AMT = ZERO
               GO TO 2200-EXIT.
           ADD 1 TO AC-INT-COUNT.
           MOVE AC-INTEREST-AMT TO AC-REMAIN-AMT.
           PERFORM 2400-WRITE-PIECE THRU 2400-EXIT
               UNTIL AC-REMAIN-AMT = ZERO.
       2200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2300-FEE -- THE CLASS'S FLAT FEE WHEN THE BALANCE IS BELOW
      * ITS MINIMUM
      *------------------------------------------------------------------
       2300-FEE.
           MOVE ZERO TO AC-DET-FEE.
           IF AC-RE-FEE-AMT (AC-RX) = ZERO
               GO TO 2300-EXIT.
           IF MST-BALANCE-AMT NOT < AC-RE-MIN-BAL-AMT (AC-RX)
               GO TO 2300-EXIT.
           MOVE AC-RE-FEE-AMT (AC-RX) TO AC-DET-FEE.
           MOVE 'BELOW MINIMUM - FEE CHARGED' TO AC-DET-NOTE.
           ADD AC-RE-FEE-AMT (AC-RX) TO AC-FEE-TOTAL-AMT.
           ADD 1 TO AC-FEE-COUNT.
           MOVE 'S' TO AC-PIECE-CODE.
           MOVE AC-RE-FEE-AMT (AC-RX) TO AC-REMAIN-AMT.
           PERFORM 2400-WRITE-PIECE THRU 2400-EXIT
               UNTIL AC-REMAIN-AMT = ZERO.
       2300-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2400-WRITE-PIECE -- ONE GENERATED TRANSACTION OF AT MOST ONE
      * AMOUNT FIELD'S CAPACITY.  CODE A CARRIES THE AMOUNT IN A
      * (ANSWER A + 0), CODE S IN B (ANSWER 0 - B).
      *------------------------------------------------------------------
       2400-WRITE-PIECE.
           IF AC-REMAIN-AMT > AC-PIECE-MAX
               MOVE AC-PIECE-MAX TO AC-PIECE-AMT
           ELSE
               MOVE AC-REMAIN-AMT TO AC-PIECE-AMT.
           SUBTRACT AC-PIECE-AMT FROM AC-REMAIN-AMT.
           MOVE AC-PIECE-CODE TO AC-DET-TRANS-CODE.
           MOVE MST-ACCT-NO TO AC-DET-ACCT-NO.
           MOVE '0000' TO AC-DET-EFF-DATE.
           IF AC-PIECE-CODE = 'A'
               MOVE AC-PIECE-AMT TO AC-DET-A-NUM
               MOVE ZERO TO AC-DET-B-NUM
           ELSE
               MOVE ZERO TO AC-DET-A-NUM
               MOVE AC-PIECE-AMT TO AC-DET-B-NUM.
           WRITE AC-TRAN-REC FROM AC-GEN-DETAIL.
           ADD 1 TO AC-GEN-COUNT.
           ADD AC-DET-A-NUM TO AC-HASH-AMT.
       2400-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7500-CHECK-PAGE -- START A NEW REPORT PAGE WHEN FULL
      *------------------------------------------------------------------
       7500-CHECK-PAGE.
           IF AC-LINE-COUNT < AC-PAGE-LIMIT
               GO TO 7500-EXIT.
           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO AC-HEAD1-PAGE.
           WRITE AC-REPORT-REC FROM AC-HEAD1
               AFTER ADVANCING PAGE.
           WRITE AC-REPORT-REC FROM AC-HEAD2
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO AC-LINE-COUNT.
       7500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-MASTER -- NEXT MASTER RECORD IN KEY ORDER
      *------------------------------------------------------------------
       8000-READ-MASTER.
           READ AC-MASTER-FILE
               AT END
                   SET AC-MSTR-EOF TO TRUE
           END-READ.
       8000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8100-READ-RATE -- NEXT RATE-AND-FEE CARD
      *------------------------------------------------------------------
       8100-READ-RATE.
           READ AC-RATE-FILE
               AT END
                   SET AC-RATE-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 9000-WRAPUP -- TRAILER, REGISTER TOTALS, CLOSE, COUNTS
      *------------------------------------------------------------------
       9000-WRAPUP.
           MOVE AC-GEN-COUNT TO AC-TRL-COUNT.
           MOVE AC-HASH-AMT TO AC-TRL-HASH.
           WRITE AC-TRAN-REC FROM AC-GEN-TRAILER.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           MOVE ' ACCOUNTS READ . . . . . . . . . . .  '
               TO AC-CNT-LABEL.
           MOVE AC-READ-COUNT TO AC-CNT-VALUE.
           WRITE AC-REPORT-REC FROM AC-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ' ACCOUNTS WITH A CLASS . . . . . . .  '
               TO AC-CNT-LABEL.
           MOVE AC-CLASSED-COUNT TO AC-CNT-VALUE.
           WRITE AC-REPORT-REC FROM AC-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ' ACCOUNTS CREDITED OR CHARGED INTEREST '
               TO AC-CNT-LABEL.
           MOVE AC-INT-COUNT TO AC-CNT-VALUE.
           WRITE AC-REPORT-REC FROM AC-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ' ACCOUNTS CHARGED THE FEE  . . . . .  '
               TO AC-CNT-LABEL.
           MOVE AC-FEE-COUNT TO AC-CNT-VALUE.
           WRITE AC-REPORT-REC FROM AC-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ' ACCOUNTS CLOSED OR HELD - SKIPPED .  '
               TO AC-CNT-LABEL.
           MOVE AC-SKIP-COUNT TO AC-CNT-VALUE.
           WRITE AC-REPORT-REC FROM AC-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ' ACCOUNTS WITH CLASS NOT ON TABLE  .  '
               TO AC-CNT-LABEL.
           MOVE AC-UNKNOWN-COUNT TO AC-CNT-VALUE.
           WRITE AC-REPORT-REC FROM AC-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ' TRANSACTIONS GENERATED  . . . . . .  '
               TO AC-CNT-LABEL.
           MOVE AC-GEN-COUNT TO AC-CNT-VALUE.
           WRITE AC-REPORT-REC FROM AC-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ' NET INTEREST  . . . . . . . . . . .  '
               TO AC-AMT-LABEL.
           MOVE AC-INT-TOTAL-AMT TO AC-AMT-VALUE.
           WRITE AC-REPORT-REC FROM AC-AMT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ' FEES CHARGED  . . . . . . . . . . .  '
               TO AC-AMT-LABEL.
           MOVE AC-FEE-TOTAL-AMT TO AC-AMT-VALUE.
           WRITE AC-REPORT-REC FROM AC-AMT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ' BATCH A-AMOUNT HASH . . . . . . . .  '
               TO AC-AMT-LABEL.
           MOVE AC-HASH-AMT TO AC-AMT-VALUE.
           WRITE AC-REPORT-REC FROM AC-AMT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE AC-MASTER-FILE AC-TRAN-FILE AC-REPORT-FILE.
           DISPLAY ' ACCRGEN - ACCOUNTS READ  . . ' AC-READ-COUNT.
           DISPLAY ' ACCRGEN - TRANSACTIONS OUT . ' AC-GEN-COUNT.
           DISPLAY ' ACCRGEN - A-AMOUNT HASH  . . ' AC-HASH-AMT.
           DISPLAY ' ACCRGEN - NET INTEREST . . . ' AC-INT-TOTAL-AMT.
           DISPLAY ' ACCRGEN - FEES CHARGED . . . ' AC-FEE-TOTAL-AMT.
           IF AC-UNKNOWN-COUNT > ZERO
               DISPLAY ' ACCRGEN - ACCOUNTS WITH CLASS NOT ON TABLE '
                   AC-UNKNOWN-COUNT
               MOVE 4 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 9100-ABORT-LOAD -- THE RATE TABLE WILL NOT LOAD: STOP WITH
      * RC 16 BEFORE ANY OUTPUT IS OPENED
      *------------------------------------------------------------------
       9100-ABORT-LOAD.
           CLOSE AC-RATE-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
