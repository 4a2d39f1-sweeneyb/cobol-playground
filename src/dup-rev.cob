      ******************************************************************
      *                                                                *
      * PROGRAM-ID:  DUPREVW                                          *
      *                                                                *
      * AUTHOR:      DATA PROCESSING                                  *
      * INSTALLATION: FINANCE SYSTEMS - BATCH                         *
      * DATE-WRITTEN: 10/15/2026                                      *
      * DATE-COMPILED:                                                *
      *                                                                *
      * REMARKS:                                                      *
      *    SUSPECTED-DUPLICATE REVIEW QUEUE.  THE FRONT-END EDIT      *
      *    HOLDS BACK ANY KEYED TRANSACTION THAT MATCHES AN ITEM      *
      *    RECENTLY POSTED, OR ONE PASSED THE SAME NIGHT IN ANOTHER   *
      *    BATCH, AND WRITES IT TO THE SUSPECTED-DUPLICATE FILE.      *
      *    THIS RUN TAKES THOSE SUSPECTS ON AS OPEN ITEMS OF THE      *
      *    REVIEW QUEUE, CARRIED NIGHT TO NIGHT ON THE QUEUE FILE     *
      *    WITH AN ITEM NUMBER AND AN AGING COUNT OF THE NIGHTS EACH  *
      *    HAS WAITED, AS RECYCLE CARRIES ITS OPEN ITEMS.             *
      *                                                                *
      *    A SUPERVISOR WORKS EACH ITEM WITH A REVIEW CARD --         *
      *                                                                *
      *        COLS  1-5   ITEM NUMBER FROM THE QUEUE REPORT          *
      *        COL   6     R = RELEASE - NOT A DUPLICATE, POST IT     *
      *                    C = CONFIRMED DUPLICATE - DROP IT          *
      *        COLS 73-80  SUPERVISOR'S OPERATOR ID                   *
      *                                                                *
      *    A RELEASED ITEM IS WRITTEN TO THE RELEASED TRANSACTION     *
      *    FILE, DUE THE NIGHT IT IS RELEASED.  THAT FILE IS          *
      *    CONCATENATED INTO THE EDIT'S INPUT OUTSIDE ANY BATCH, SO   *
      *    THE ITEM IS NOT SCREENED A SECOND TIME.  A                 *
      *    CONFIRMED DUPLICATE LEAVES THE QUEUE AND NEVER POSTS.      *
      *    BOTH PRINT WITH THE SUPERVISOR WHO WORKED THEM.  ITEMS     *
      *    WITH NO CARD GO BACK ON THE QUEUE WITH THEIR AGE STEPPED   *
      *    AND PRINT AS OPEN; ONE AGED PAST FIVE NIGHTS IS FLAGGED    *
      *    SO THE SUPERVISOR CHASES IT.                               *
      *                                                                *
      *    THE RUN ALSO ROLLS THE POSTED-ITEM HISTORY THE EDIT        *
      *    SCREENS AGAINST, DELETING EVERY ITEM LAST POSTED BEFORE    *
      *    THE RETENTION WINDOW.                                      *
      *                                                                *
      *    PARAMETER CARD --                                          *
      *                                                                *
      *        COLS  1-8   BUSINESS DATE, YYYYMMDD                    *
      *        COLS  9-11  RETENTION WINDOW IN DAYS (BLANK = 7) --    *
      *                    THE SAME WINDOW THE EDIT SCREENS WITH      *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  NO OVERAGE ITEMS OPEN                            *
      *        0004  ITEMS AGED PAST FIVE NIGHTS, OR BAD OR           *
      *              UNMATCHED CARDS                                  *
      *        0016  PARAMETER CARD MISSING OR BAD, OR REVIEW CARD    *
      *              TABLE OVERFLOW                                   *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    10/15/2026  DP  ORIGINAL PROGRAM.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUPREVW.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  FINANCE SYSTEMS - BATCH.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-PARM-FILE       ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUP-QUEUE-IN-FILE   ASSIGN TO DUPQIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUP-SUSP-FILE       ASSIGN TO DUPSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUP-CARD-FILE       ASSIGN TO DUPCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUP-QUEUE-OUT-FILE  ASSIGN TO DUPQOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUP-TRAN-FILE       ASSIGN TO DUPTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUP-HIST-FILE       ASSIGN TO DUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DHS-KEY.
           SELECT DUP-REPORT-FILE     ASSIGN TO DUPRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUP-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DUP-PARM-REC.
           05  DUP-PARM-BUS-DATE        PIC X(08).
           05  DUP-PARM-DAYS            PIC X(03).
           05  FILLER                   PIC X(69).

       FD  DUP-QUEUE-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUP-QUEUE-IN-REC.
           05  DUP-QI-ITEM-NO           PIC 9(05).
           05  DUP-QI-AGE               PIC 9(02).
           05  DUP-QI-SUSPECT           PIC X(60).
           05  FILLER                   PIC X(03).

       FD  DUP-SUSP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DUPSUSP.

       FD  DUP-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DUP-CARD-REC.
           05  DUP-CARD-ITEM-NO         PIC X(05).
           05  DUP-CARD-ACTION          PIC X(01).
               88  DUP-CARD-ACTION-VALID
                                        VALUES 'R' 'C'.
           05  FILLER                   PIC X(66).
           05  DUP-CARD-OPER            PIC X(08).

       FD  DUP-QUEUE-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUP-QUEUE-OUT-REC.
           05  DUP-QO-ITEM-NO           PIC 9(05).
           05  DUP-QO-AGE               PIC 9(02).
           05  DUP-QO-SUSPECT           PIC X(60).
           05  FILLER                   PIC X(03).

       FD  DUP-TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUP-TRAN-REC                 PIC X(22).

       FD  DUP-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DUPHIST.

       FD  DUP-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DUP-REPORT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       77  DUP-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  DUP-PARM-EOF             VALUE 'Y'.
       77  DUP-QUEUE-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  DUP-QUEUE-EOF            VALUE 'Y'.
       77  DUP-SUSP-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  DUP-SUSP-EOF             VALUE 'Y'.
       77  DUP-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  DUP-CARD-EOF             VALUE 'Y'.
       77  DUP-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  DUP-HIST-EOF             VALUE 'Y'.
       77  DUP-FOUND-SWITCH             PIC X(01) VALUE 'N'.
           88  DUP-CARD-FOUND           VALUE 'Y'.
       77  DUP-CARD-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  DUP-CARD-MAX                 PIC 9(03) COMP VALUE 200.
       77  DUP-BAD-CARD-COUNT           PIC 9(03) COMP VALUE ZERO.
       77  DUP-UNUSED-CARD-COUNT        PIC 9(03) COMP VALUE ZERO.
       77  DUP-LAST-ITEM-NO             PIC 9(05) VALUE ZERO.
       77  DUP-RELEASED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  DUP-CONFIRMED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  DUP-OPEN-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DUP-OVERAGE-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  DUP-PURGED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DUP-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DUP-AGE-LIMIT                PIC 9(02) COMP VALUE 5.
       77  DUP-DAYS                     PIC 9(03) VALUE 7.
       77  DUP-DAY-SUB                  PIC 9(03) COMP VALUE ZERO.
       77  DUP-LAST-DAY                 PIC 9(02) VALUE ZERO.
       77  DUP-LEAP-REM                 PIC 9(07) COMP VALUE ZERO.
       77  DUP-LEAP-QUOT                PIC 9(07) COMP VALUE ZERO.
       77  DUP-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  DUP-LINE-COUNT               PIC 9(02) COMP VALUE 99.
       77  DUP-PAGE-LIMIT               PIC 9(02) COMP VALUE 60.
       77  DUP-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  DUP-BUS-DATE                 PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * OLDEST BUSINESS DATE KEPT ON THE POSTED-ITEM HISTORY
      *----------------------------------------------------------------
       01  DUP-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
       01  DUP-CUTOFF-PARTS REDEFINES DUP-CUTOFF-DATE.
           05  DUP-CUTOFF-YEAR          PIC 9(04).
           05  DUP-CUTOFF-MONTH         PIC 9(02).
           05  DUP-CUTOFF-DAY           PIC 9(02).

      *----------------------------------------------------------------
      * DAYS IN EACH MONTH, FEBRUARY ADJUSTED FOR LEAP YEARS AS THE
      * CUTOFF IS STEPPED BACK
      *----------------------------------------------------------------
       01  DUP-MONTH-DAYS-VALUES.
           05  FILLER                   PIC X(24) VALUE
               '312831303130313130313031'.
       01  DUP-MONTH-DAYS REDEFINES DUP-MONTH-DAYS-VALUES.
           05  DUP-DAYS-IN-MONTH OCCURS 12 TIMES
                                        PIC 9(02).

      *----------------------------------------------------------------
      * THE QUEUE ITEM BEING WORKED, CARRIED OR NEW
      *----------------------------------------------------------------
       01  DUP-WORK-ITEM.
           05  DUP-WK-ITEM-NO           PIC 9(05).
           05  DUP-WK-AGE               PIC 9(02).
           05  DUP-WK-SUSPECT.
               10  DUP-WK-IMAGE.
                   COPY AMTFLD REPLACING ==:LEV:== BY ==15==
                                          ==:TAG:== BY ==DUP-WK-A==.
                   COPY AMTFLD REPLACING ==:LEV:== BY ==15==
                                          ==:TAG:== BY ==DUP-WK-B==.
                   15  DUP-WK-TRANS-CODE
                                        PIC X(01).
                   15  DUP-WK-ACCT-NO   PIC 9(05).
                   15  DUP-WK-EFF-DATE  PIC X(04).
               10  DUP-WK-BATCH-NO      PIC 9(05).
               10  DUP-WK-BUS-DATE      PIC 9(08).
               10  DUP-WK-MATCH-SOURCE  PIC X(01).
               10  DUP-WK-MATCH-DATE    PIC 9(08).
               10  DUP-WK-MATCH-BATCH   PIC 9(05).
               10  FILLER               PIC X(11).

      *----------------------------------------------------------------
      * REVIEW CARDS, LOADED UP FRONT AND MATCHED BY ITEM NUMBER
      *----------------------------------------------------------------
       01  DUP-CARD-TABLE.
           05  DUP-CARD-ENTRY OCCURS 200 TIMES
                   INDEXED BY DUP-CARD-IX.
               10  DUP-CE-ITEM-NO       PIC 9(05).
               10  DUP-CE-ACTION        PIC X(01).
                   88  DUP-CE-RELEASE   VALUE 'R'.
                   88  DUP-CE-CONFIRM   VALUE 'C'.
               10  DUP-CE-OPER          PIC X(08).
               10  DUP-CE-USED          PIC X(01).

       01  DUP-HEAD1.
           05  FILLER                   PIC X(34) VALUE
               ' SUSPECTED DUPLICATE REVIEW QUEUE '.
           05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
           05  DUP-HEAD1-DATE           PIC 9(08).
           05  FILLER                   PIC X(16) VALUE
               '  BUSINESS DATE '.
           05  DUP-HEAD1-BUS-DATE       PIC 9(08).
           05  FILLER                   PIC X(46) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  DUP-HEAD1-PAGE           PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.

       01  DUP-HEAD2.
           05  FILLER                   PIC X(44) VALUE
               ' ITEM   ACCT  OP  AMOUNT A AMOUNT B BATCH  K'.
           05  FILLER                   PIC X(44) VALUE
               'EYED     MATCHED ITEM     AGE  STATUS       '.
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  DUP-DETAIL.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DUP-DET-ITEM             PIC 9(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-DET-ACCT             PIC 9(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-DET-CODE             PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-DET-A                PIC ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-DET-B                PIC ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-DET-BATCH            PIC 9(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-DET-KEYED            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-DET-SOURCE           PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DUP-DET-MATCH-DATE       PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DUP-DET-MATCH-BATCH      PIC 9(05).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-DET-AGE              PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DUP-DET-STATUS           PIC X(30).
           05  FILLER                   PIC X(27) VALUE SPACES.

       01  DUP-STATUS-WORK.
           05  DUP-ST-TEXT              PIC X(21).
           05  DUP-ST-OPER              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.

       01  DUP-TOTAL-LINE.
           05  FILLER                   PIC X(14) VALUE
               ' OPEN ITEMS   '.
           05  DUP-TOT-OPEN             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE
               '   RELEASED  '.
           05  DUP-TOT-RELEASED         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(14) VALUE
               '   CONFIRMED  '.
           05  DUP-TOT-CONFIRMED        PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE
               '   OVERAGE   '.
           05  DUP-TOT-OVERAGE          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(50) VALUE SPACES.

       01  DUP-HIST-LINE.
           05  FILLER                   PIC X(30) VALUE
               ' POSTED-ITEM HISTORY KEPT     '.
           05  DUP-HL-KEPT              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13) VALUE
               '   PURGED    '.
           05  DUP-HL-PURGED            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(18) VALUE
               '   POSTED BEFORE  '.
           05  DUP-HL-CUTOFF            PIC 9(08).
           05  FILLER                   PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

      *==================================================================
      * 0000-MAINLINE -- LOAD CARDS, THEN WORK EVERY QUEUE ITEM:
      * CARRIED ITEMS FIRST (THEY KEEP THEIR NUMBERS), THEN THE NEW
      * SUSPECTS FROM LAST NIGHT'S EDIT; THEN ROLL THE HISTORY
      *==================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CARRIED-ITEM THRU 2000-EXIT
               UNTIL DUP-QUEUE-EOF.
           PERFORM 3000-NEW-SUSPECT THRU 3000-EXIT
               UNTIL DUP-SUSP-EOF.
           PERFORM 4000-ROLL-HISTORY THRU 4000-EXIT.
           PERFORM 9000-WRAPUP THRU 9000-EXIT.
           STOP RUN.

      *------------------------------------------------------------------
      * 1000-INITIALIZE -- PARAMETER CARD, OPENS, REVIEW CARD TABLE,
      * AND PRIMING READS
      *------------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT DUP-PARM-FILE.
           READ DUP-PARM-FILE
               AT END
                   SET DUP-PARM-EOF TO TRUE
           END-READ.
           IF DUP-PARM-EOF
               OR DUP-PARM-BUS-DATE NOT NUMERIC
               OR (DUP-PARM-DAYS NOT = SPACES
                   AND DUP-PARM-DAYS NOT NUMERIC)
               DISPLAY ' DUPREVW - PARAMETER CARD MISSING OR BAD'
               CLOSE DUP-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE DUP-PARM-BUS-DATE TO DUP-BUS-DATE.
           IF DUP-PARM-DAYS NOT = SPACES
               MOVE DUP-PARM-DAYS TO DUP-DAYS.
           CLOSE DUP-PARM-FILE.
           MOVE DUP-BUS-DATE TO DUP-CUTOFF-DATE.
           PERFORM 1200-BACK-ONE-DAY THRU 1200-EXIT
               VARYING DUP-DAY-SUB FROM 1 BY 1
               UNTIL DUP-DAY-SUB > DUP-DAYS.
           OPEN INPUT  DUP-QUEUE-IN-FILE DUP-SUSP-FILE DUP-CARD-FILE.
           OPEN OUTPUT DUP-QUEUE-OUT-FILE DUP-TRAN-FILE
                       DUP-REPORT-FILE.
           ACCEPT DUP-RUN-DATE FROM DATE YYYYMMDD.
           MOVE DUP-RUN-DATE TO DUP-HEAD1-DATE.
           MOVE DUP-BUS-DATE TO DUP-HEAD1-BUS-DATE.
           PERFORM 1100-LOAD-CARD THRU 1100-EXIT
               UNTIL DUP-CARD-EOF.
           PERFORM 8000-READ-QUEUE THRU 8000-EXIT.
           PERFORM 8100-READ-SUSPECT THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1100-LOAD-CARD -- LOAD ONE REVIEW CARD INTO THE TABLE.  A
      * CARD THAT DOES NOT EDIT, OR CARRIES NO SUPERVISOR, IS
      * COUNTED AND DROPPED.
      *------------------------------------------------------------------
       1100-LOAD-CARD.
           READ DUP-CARD-FILE
               AT END
                   SET DUP-CARD-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF DUP-CARD-ITEM-NO NOT NUMERIC
               OR NOT DUP-CARD-ACTION-VALID
               OR DUP-CARD-OPER = SPACES
               DISPLAY ' DUPREVW - CARD DROPPED, BAD DATA: '
                   DUP-CARD-REC(1:6) ' ' DUP-CARD-OPER
               ADD 1 TO DUP-BAD-CARD-COUNT
               GO TO 1100-EXIT.
           IF DUP-CARD-COUNT = DUP-CARD-MAX
               DISPLAY ' DUPREVW - MORE THAN 200 REVIEW CARDS'
               CLOSE DUP-QUEUE-IN-FILE DUP-SUSP-FILE DUP-CARD-FILE
                     DUP-QUEUE-OUT-FILE DUP-TRAN-FILE DUP-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO DUP-CARD-COUNT.
           SET DUP-CARD-IX TO DUP-CARD-COUNT.
           MOVE DUP-CARD-ITEM-NO TO DUP-CE-ITEM-NO (DUP-CARD-IX).
           MOVE DUP-CARD-ACTION TO DUP-CE-ACTION (DUP-CARD-IX).
           MOVE DUP-CARD-OPER TO DUP-CE-OPER (DUP-CARD-IX).
           MOVE 'N' TO DUP-CE-USED (DUP-CARD-IX).
       1100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1200-BACK-ONE-DAY -- STEP THE CUTOFF BACK ONE CALENDAR DAY,
      * FEBRUARY ADJUSTED BY THE LEAP RULE (DIVISIBLE BY 4, CENTURIES
      * ONLY WHEN DIVISIBLE BY 400)
      *------------------------------------------------------------------
       1200-BACK-ONE-DAY.
           IF DUP-CUTOFF-DAY > 1
               SUBTRACT 1 FROM DUP-CUTOFF-DAY
               GO TO 1200-EXIT.
           IF DUP-CUTOFF-MONTH > 1
               SUBTRACT 1 FROM DUP-CUTOFF-MONTH
           ELSE
               SUBTRACT 1 FROM DUP-CUTOFF-YEAR
               MOVE 12 TO DUP-CUTOFF-MONTH.
           MOVE DUP-DAYS-IN-MONTH (DUP-CUTOFF-MONTH) TO DUP-LAST-DAY.
           IF DUP-CUTOFF-MONTH = 02
               DIVIDE DUP-CUTOFF-YEAR BY 4
                   GIVING DUP-LEAP-QUOT REMAINDER DUP-LEAP-REM
               IF DUP-LEAP-REM = ZERO
                   MOVE 29 TO DUP-LAST-DAY
                   DIVIDE DUP-CUTOFF-YEAR BY 100
                       GIVING DUP-LEAP-QUOT REMAINDER DUP-LEAP-REM
                   IF DUP-LEAP-REM = ZERO
                       DIVIDE DUP-CUTOFF-YEAR BY 400
                           GIVING DUP-LEAP-QUOT REMAINDER DUP-LEAP-REM
                       IF DUP-LEAP-REM NOT = ZERO
                           MOVE 28 TO DUP-LAST-DAY.
           MOVE DUP-LAST-DAY TO DUP-CUTOFF-DAY.
       1200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2000-CARRIED-ITEM -- AGE AND ROUTE AN ITEM CARRIED FROM A
      * PRIOR NIGHT
      *------------------------------------------------------------------
       2000-CARRIED-ITEM.
           MOVE DUP-QI-ITEM-NO TO DUP-WK-ITEM-NO.
           MOVE DUP-QI-SUSPECT TO DUP-WK-SUSPECT.
           COMPUTE DUP-WK-AGE = DUP-QI-AGE + 1.
           IF DUP-QI-ITEM-NO > DUP-LAST-ITEM-NO
               MOVE DUP-QI-ITEM-NO TO DUP-LAST-ITEM-NO.
           PERFORM 5000-ROUTE-ITEM THRU 5000-EXIT.
           PERFORM 8000-READ-QUEUE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3000-NEW-SUSPECT -- TAKE ON A SUSPECT FROM THE EDIT AS AN
      * OPEN ITEM, FIRST NIGHT ON THE QUEUE
      *------------------------------------------------------------------
       3000-NEW-SUSPECT.
           ADD 1 TO DUP-LAST-ITEM-NO.
           MOVE DUP-LAST-ITEM-NO TO DUP-WK-ITEM-NO.
           MOVE DSP-SUSPECT-REC TO DUP-WK-SUSPECT.
           MOVE 1 TO DUP-WK-AGE.
           PERFORM 5000-ROUTE-ITEM THRU 5000-EXIT.
           PERFORM 8100-READ-SUSPECT THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4000-ROLL-HISTORY -- DELETE EVERY POSTED ITEM LAST POSTED
      * BEFORE THE RETENTION WINDOW
      *------------------------------------------------------------------
       4000-ROLL-HISTORY.
           OPEN I-O DUP-HIST-FILE.
           MOVE LOW-VALUES TO DHS-KEY.
           START DUP-HIST-FILE KEY NOT < DHS-KEY
               INVALID KEY
                   SET DUP-HIST-EOF TO TRUE
           END-START.
           IF NOT DUP-HIST-EOF
               PERFORM 8200-READ-HISTORY THRU 8200-EXIT.
           PERFORM 4100-ROLL-ONE THRU 4100-EXIT
               UNTIL DUP-HIST-EOF.
           CLOSE DUP-HIST-FILE.
       4000-EXIT.
           EXIT.

       4100-ROLL-ONE.
           IF DHS-POST-DATE < DUP-CUTOFF-DATE
               DELETE DUP-HIST-FILE RECORD
               ADD 1 TO DUP-PURGED-COUNT
           ELSE
               ADD 1 TO DUP-KEPT-COUNT.
           PERFORM 8200-READ-HISTORY THRU 8200-EXIT.
       4100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 5000-ROUTE-ITEM -- MATCH THE WORK ITEM AGAINST THE REVIEW
      * CARDS.  A RELEASED ITEM GOES TO THE RELEASED TRANSACTION
      * FILE, A CONFIRMED DUPLICATE IS DROPPED, AND AN ITEM WITH NO
      * CARD GOES BACK ON THE QUEUE.  EVERY ITEM PRINTS.
      *------------------------------------------------------------------
       5000-ROUTE-ITEM.
           MOVE 'N' TO DUP-FOUND-SWITCH.
           IF DUP-CARD-COUNT > ZERO
               PERFORM 5100-FIND-CARD THRU 5100-EXIT.
           IF NOT DUP-CARD-FOUND
               GO TO 5000-CARRY.
           MOVE 'Y' TO DUP-CE-USED (DUP-CARD-IX).
           MOVE DUP-CE-OPER (DUP-CARD-IX) TO DUP-ST-OPER.
           IF DUP-CE-RELEASE (DUP-CARD-IX)
               MOVE 'RELEASED BY' TO DUP-ST-TEXT
               MOVE '0000' TO DUP-WK-EFF-DATE
               WRITE DUP-TRAN-REC FROM DUP-WK-IMAGE
               ADD 1 TO DUP-RELEASED-COUNT
           ELSE
               MOVE 'CONFIRMED DUP BY' TO DUP-ST-TEXT
               ADD 1 TO DUP-CONFIRMED-COUNT.
           MOVE DUP-STATUS-WORK TO DUP-DET-STATUS.
           PERFORM 6000-PRINT-ITEM THRU 6000-EXIT.
           GO TO 5000-EXIT.
       5000-CARRY.
           MOVE DUP-WK-ITEM-NO TO DUP-QO-ITEM-NO.
           MOVE DUP-WK-AGE TO DUP-QO-AGE.
           MOVE DUP-WK-SUSPECT TO DUP-QO-SUSPECT.
           WRITE DUP-QUEUE-OUT-REC.
           ADD 1 TO DUP-OPEN-COUNT.
           IF DUP-WK-AGE > DUP-AGE-LIMIT
               MOVE '*OVERAGE*' TO DUP-DET-STATUS
               ADD 1 TO DUP-OVERAGE-COUNT
           ELSE
               MOVE 'OPEN' TO DUP-DET-STATUS.
           PERFORM 6000-PRINT-ITEM THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 5100-FIND-CARD -- TABLE LOOKUP BY ITEM NUMBER.  A CARD IS
      * GOOD FOR ONE ITEM ONLY.
      *------------------------------------------------------------------
       5100-FIND-CARD.
           SET DUP-CARD-IX TO 1.
           SEARCH DUP-CARD-ENTRY
               AT END
                   GO TO 5100-EXIT
               WHEN DUP-CARD-IX > DUP-CARD-COUNT
                   GO TO 5100-EXIT
               WHEN DUP-CE-ITEM-NO (DUP-CARD-IX) = DUP-WK-ITEM-NO
                   AND DUP-CE-USED (DUP-CARD-IX) = 'N'
                   SET DUP-CARD-FOUND TO TRUE
           END-SEARCH.
       5100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 6000-PRINT-ITEM -- ONE QUEUE REPORT LINE; THE STATUS IS SET
      * BY THE CALLER
      *------------------------------------------------------------------
       6000-PRINT-ITEM.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           MOVE DUP-WK-ITEM-NO TO DUP-DET-ITEM.
           MOVE DUP-WK-ACCT-NO TO DUP-DET-ACCT.
           MOVE DUP-WK-TRANS-CODE TO DUP-DET-CODE.
           MOVE DUP-WK-A-AMT TO DUP-DET-A.
           MOVE DUP-WK-B-AMT TO DUP-DET-B.
           MOVE DUP-WK-BATCH-NO TO DUP-DET-BATCH.
           MOVE DUP-WK-BUS-DATE TO DUP-DET-KEYED.
           MOVE DUP-WK-MATCH-SOURCE TO DUP-DET-SOURCE.
           MOVE DUP-WK-MATCH-DATE TO DUP-DET-MATCH-DATE.
           MOVE DUP-WK-MATCH-BATCH TO DUP-DET-MATCH-BATCH.
           MOVE DUP-WK-AGE TO DUP-DET-AGE.
           WRITE DUP-REPORT-REC FROM DUP-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO DUP-LINE-COUNT.
       6000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7500-CHECK-PAGE -- START A NEW REPORT PAGE WHEN FULL
      *------------------------------------------------------------------
       7500-CHECK-PAGE.
           IF DUP-LINE-COUNT < DUP-PAGE-LIMIT
               GO TO 7500-EXIT.
           ADD 1 TO DUP-PAGE-COUNT.
           MOVE DUP-PAGE-COUNT TO DUP-HEAD1-PAGE.
           WRITE DUP-REPORT-REC FROM DUP-HEAD1
               AFTER ADVANCING PAGE.
           WRITE DUP-REPORT-REC FROM DUP-HEAD2
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO DUP-LINE-COUNT.
       7500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-QUEUE -- NEXT CARRIED QUEUE ITEM
      *------------------------------------------------------------------
       8000-READ-QUEUE.
           READ DUP-QUEUE-IN-FILE
               AT END
                   SET DUP-QUEUE-EOF TO TRUE
           END-READ.
       8000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8100-READ-SUSPECT -- NEXT NEW SUSPECT FROM THE EDIT
      *------------------------------------------------------------------
       8100-READ-SUSPECT.
           READ DUP-SUSP-FILE
               AT END
                   SET DUP-SUSP-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8200-READ-HISTORY -- NEXT POSTED-ITEM HISTORY RECORD IN KEY
      * ORDER
      *------------------------------------------------------------------
       8200-READ-HISTORY.
           READ DUP-HIST-FILE NEXT RECORD
               AT END
                   SET DUP-HIST-EOF TO TRUE
           END-READ.
       8200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 9000-WRAPUP -- REPORT TOTALS, CLOSE, SET THE RETURN CODE
      *------------------------------------------------------------------
       9000-WRAPUP.
           MOVE DUP-OPEN-COUNT TO DUP-TOT-OPEN.
           MOVE DUP-RELEASED-COUNT TO DUP-TOT-RELEASED.
           MOVE DUP-CONFIRMED-COUNT TO DUP-TOT-CONFIRMED.
           MOVE DUP-OVERAGE-COUNT TO DUP-TOT-OVERAGE.
           MOVE DUP-KEPT-COUNT TO DUP-HL-KEPT.
           MOVE DUP-PURGED-COUNT TO DUP-HL-PURGED.
           MOVE DUP-CUTOFF-DATE TO DUP-HL-CUTOFF.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           WRITE DUP-REPORT-REC FROM DUP-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE DUP-REPORT-REC FROM DUP-HIST-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE DUP-QUEUE-IN-FILE DUP-SUSP-FILE DUP-CARD-FILE
                 DUP-QUEUE-OUT-FILE DUP-TRAN-FILE DUP-REPORT-FILE.
           IF DUP-CARD-COUNT > ZERO
               PERFORM 9100-CHECK-UNUSED THRU 9100-EXIT
                   VARYING DUP-CARD-IX FROM 1 BY 1
                   UNTIL DUP-CARD-IX > DUP-CARD-COUNT.
           DISPLAY ' DUPREVW - ITEMS RELEASED . . ' DUP-RELEASED-COUNT.
           DISPLAY ' DUPREVW - ITEMS CONFIRMED  . ' DUP-CONFIRMED-COUNT.
           DISPLAY ' DUPREVW - ITEMS STILL OPEN . ' DUP-OPEN-COUNT.
           DISPLAY ' DUPREVW - ITEMS OVERAGE  . . ' DUP-OVERAGE-COUNT.
           DISPLAY ' DUPREVW - HISTORY PURGED . . ' DUP-PURGED-COUNT.
           IF DUP-OVERAGE-COUNT > ZERO
               OR DUP-BAD-CARD-COUNT > ZERO
               OR DUP-UNUSED-CARD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 9100-CHECK-UNUSED -- CALL OUT ANY REVIEW CARD THAT MATCHED NO
      * QUEUE ITEM, SO A MISKEYED ITEM NUMBER DOES NOT VANISH
      * WITHOUT A TRACE
      *------------------------------------------------------------------
       9100-CHECK-UNUSED.
           IF DUP-CE-USED (DUP-CARD-IX) = 'N'
               DISPLAY ' DUPREVW - CARD MATCHED NO QUEUE ITEM: '
                   DUP-CE-ITEM-NO (DUP-CARD-IX)
               ADD 1 TO DUP-UNUSED-CARD-COUNT.
       9100-EXIT.
           EXIT.
