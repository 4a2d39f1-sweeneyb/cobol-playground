      *    RECORDS ARRIVING OUTSIDE ANY BATCH (THE RECYCLE AND        *
      *    WAREHOUSE CONCATENATIONS CARRY NO CONTROLS) PASS ONE BY    *
      *    ONE STAMPED BATCH ZERO.  BATCH NUMBER 99999 IS RESERVED    *
      *    FOR THE STANDING-ORDER GENERATOR AND 99998 FOR THE         *
      *    MONTH-END INTEREST AND FEE ACCRUAL, SO THE REGISTER SHOWS  *
      *    GENERATED WORK APART FROM KEYED WORK.                      *
      *                                                                *
      *    CLEAN RECORDS GO TO THE VALIDATED TRANSACTION FILE THAT    *
      *    WITH A REASON CODE, REASON TEXT, AND THE ORIGINAL RECORD   *
      *    IMAGE SO THE KEYING SHOP CAN CORRECT AND RESUBMIT.         *
      *                                                                *
      *    A TRANSFER (CODE T) MOVES MONEY BETWEEN TWO ACCOUNTS IN    *
      *    THE SAME 22-BYTE LAYOUT: COLS 1-6 CARRY THE AMOUNT, WHICH  *
      *    MUST BE POSITIVE; COLS 7-12 CARRY THE TO-ACCOUNT AS A +    *
      *    SIGN AND FIVE DIGITS IN PLACE OF AMOUNT B; COLS 14-18 ARE  *
      *    THE FROM-ACCOUNT.  KEEPING THE TO-ACCOUNT IN THE B FIELD   *
      *    LETS A TRANSFER RIDE THE WAREHOUSE, EXCEPTION, AND         *
      *    RECYCLE FILES UNCHANGED.  A TRANSFER TO ITS OWN ACCOUNT    *
      *    IS REJECTED.                                               *
      *                                                                *
      *    A REVERSAL (CODE R) CANCELS ONE POSTED JOURNAL ENTRY BY    *
      *    ITS TEN-DIGIT ENTRY NUMBER: COLS 2-6 CARRY THE HIGH FIVE   *
      *    DIGITS AND COLS 8-12 THE LOW FIVE, EACH BEHIND A + SIGN    *
      *    IN COLS 1 AND 7; COLS 14-18 ARE THE ACCOUNT THE ENTRY      *
      *    POSTED TO.  THE POSTING RUN SUPPLIES THE AMOUNT FROM THE   *
      *    ENTRY ITSELF.                                              *
      *                                                                *
      *    COLS 19-22 OF THE RECORD CARRY THE EFFECTIVE DATE FROM     *
      *    THE SOURCE DOCUMENT, MMDD, OR BLANKS/ZEROS FOR A          *
      *    TRANSACTION DUE TONIGHT.  THE YEAR IS RESOLVED AGAINST     *
      *    DATASET WITH ITS RESOLVED DATE, AND THE WHSEREL RELEASE    *
      *    STEP FEEDS IT BACK INTO THE EDIT THE NIGHT IT MATURES.     *
      *                                                                *
      *    A CLEAN RECORD OF A KEYED BATCH DUE TONIGHT IS SCREENED    *
      *    FOR A SUSPECTED DUPLICATE BEFORE IT PASSES: THE SAME       *
      *    ACCOUNT, CODE, AND A AND B AMOUNTS AS AN ITEM ON THE       *
      *    POSTED-ITEM HISTORY LAST POSTED WITHIN THE WINDOW OF DAYS  *
      *    ON THE PARAMETER CARD (COLS 9-11, BLANK FOR 7 DAYS, ZERO   *
      *    TO SCREEN TONIGHT'S WORK ONLY), OR AS AN ITEM PASSED       *
      *    EARLIER TONIGHT IN ANOTHER BATCH.  A SUSPECT IS NOT        *
      *    PASSED -- IT GOES TO THE SUSPECTED-DUPLICATE FILE FOR THE  *
      *    REVIEW QUEUE, WHERE A SUPERVISOR RELEASES IT OR CONFIRMS   *
      *    IT AS A DUPLICATE.  UNBATCHED RECORDS (RECYCLED, RELEASED  *
      *    FROM THE WAREHOUSE OR THE REVIEW QUEUE), THE GENERATED     *
      *    BATCHES 99999 AND 99998, AND REVERSALS ARE NOT SCREENED.   *
      *    HISTORY STAMPED WITH TONIGHT'S OWN BUSINESS DATE CAN ONLY  *
      *    BE LEFT BY AN INTERRUPTED POSTING RUN OF THIS NIGHT AND    *
      *    IS IGNORED, SO A RESUBMITTED NIGHT DOES NOT SUSPECT ITS    *
      *    OWN WORK.                                                  *
      *                                                                *
      *    EVERY REJECT, AND EVERY BATCH REJECTED WHOLE, IS ALSO      *
      *    WRITTEN TO THE NIGHT'S KEYING-QUALITY WORK DATASET WITH    *
      *    THE BUSINESS DATE, BATCH, AND SOURCE (KEYED, GENERATED, OR *
      *    UNBATCHED), FOLLOWED AT THE END OF THE RUN BY THE COUNT OF *
      *    RECORDS RECEIVED FROM EACH SOURCE.  THE NIGHTLY JOB ADDS   *
      *    THEM TO THE PERMANENT QUALITY HISTORY BEHIND THE PROOF.    *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  ALL RECORDS PASSED THE EDIT                      *
      *        0004  ONE OR MORE RECORDS REJECTED, OR HELD AS         *
      *              SUSPECTED DUPLICATES                             *
      *        0016  PARAMETER CARD MISSING OR BAD, OR A BATCH        *
      *              LARGER THAN THE HOLD TABLE                       *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *                    NUMERIC REDEFINES, AND HOLD A BATCH WITH   *
      *                    AN UNREADABLE HEADER SO IT IS REJECTED     *
      *                    WHOLE AT ITS TRAILER.                      *
      *    10/15/2026  DP  RESERVE BATCH 99998 FOR THE INTEREST AND   *
      *                    FEE ACCRUAL RUN.                           *
      *    10/15/2026  DP  ACCEPT THE TRANSFER CODE (T) AND EDIT THE  *
      *                    TRANSFER AMOUNT AND TO-ACCOUNT.            *
      *    10/15/2026  DP  ACCEPT THE REVERSAL CODE (R) AND EDIT THE  *
      *                    ENTRY NUMBER IT NAMES.                     *
      *    10/15/2026  DP  SCREEN KEYED WORK FOR SUSPECTED DUPLICATES *
      *                    AGAINST THE POSTED-ITEM HISTORY AND        *
      *                    TONIGHT'S EARLIER BATCHES.                 *
      *    10/15/2026  DP  WRITE REJECTS, WHOLE-BATCH REJECTS, AND    *
      *                    RECORDS RECEIVED BY SOURCE FOR THE         *
      *                    KEYING-QUALITY HISTORY.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT EDIT-WHSE-FILE      ASSIGN TO WHSEOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT EDIT-HIST-FILE      ASSIGN TO DUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DHS-KEY.
           SELECT EDIT-SUSP-FILE      ASSIGN TO DUPOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT EDIT-QUAL-FILE      ASSIGN TO QUALOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE OMITTED.
       01  EDIT-PARM-REC.
           05  EDIT-PARM-BUS-DATE       PIC X(08).
           05  EDIT-PARM-DUP-DAYS       PIC X(03).
           05  FILLER                   PIC X(69).

      *----------------------------------------------------------------
      * RAW INPUT -- A DATA RECORD BEGINS WITH THE A-AMOUNT SIGN
           05  WHSE-EFF-DATE            PIC 9(08).
           05  WHSE-TRAN-IMAGE          PIC X(22).

       FD  EDIT-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DUPHIST.

       FD  EDIT-SUSP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY DUPSUSP.

       FD  EDIT-QUAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY QUALHIST.

       WORKING-STORAGE SECTION.
       77  EDIT-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  EDIT-EOF                 VALUE 'Y'.
       77  EDIT-VALID-COUNT             PIC 9(7) COMP VALUE ZERO.
       77  EDIT-REJECT-COUNT            PIC 9(7) COMP VALUE ZERO.
       77  EDIT-WHSE-COUNT              PIC 9(7) COMP VALUE ZERO.
       77  EDIT-SUSP-COUNT              PIC 9(7) COMP VALUE ZERO.
       77  EDIT-BATCH-OK-COUNT          PIC 9(5) COMP VALUE ZERO.
       77  EDIT-BATCH-BAD-COUNT         PIC 9(5) COMP VALUE ZERO.
       77  EDIT-CUR-BATCH-NO            PIC 9(05) VALUE ZERO.
       77  EDIT-BATCH-MAX               PIC 9(04) COMP VALUE 1000.
       77  EDIT-BATCH-HASH-AMT          PIC S9(7)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER VALUE ZERO.
       77  EDIT-STO-BATCH-NO            PIC 9(05) VALUE 99999.
       77  EDIT-ACCR-BATCH-NO           PIC 9(05) VALUE 99998.
       77  EDIT-DUP-DAYS                PIC 9(03) VALUE 7.
       77  EDIT-DAY-SUB                 PIC 9(03) COMP VALUE ZERO.
       77  EDIT-LAST-DAY                PIC 9(02) VALUE ZERO.
       77  EDIT-LEAP-REM                PIC 9(07) COMP VALUE ZERO.
       77  EDIT-LEAP-QUOT               PIC 9(07) COMP VALUE ZERO.
       77  EDIT-SEEN-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  EDIT-SEEN-MAX                PIC 9(05) COMP VALUE 10000.
       77  EDIT-SEEN-FULL-SWITCH        PIC X(01) VALUE 'N'.
           88  EDIT-SEEN-FULL           VALUE 'Y'.
       77  EDIT-SUSPECT-SWITCH          PIC X(01) VALUE 'N'.
           88  EDIT-SUSPECT             VALUE 'Y'.
       77  EDIT-QUAL-SOURCE             PIC X(01) VALUE SPACE.
           88  EDIT-QUAL-KEYED          VALUE 'K'.
           88  EDIT-QUAL-GENERATED      VALUE 'G'.
           88  EDIT-QUAL-UNBATCHED      VALUE 'U'.
       77  EDIT-QUAL-BATCH-NO           PIC 9(05) VALUE ZERO.
       77  EDIT-KEYED-COUNT             PIC 9(7) COMP VALUE ZERO.
       77  EDIT-GEN-COUNT               PIC 9(7) COMP VALUE ZERO.
       77  EDIT-UNBATCHED-COUNT         PIC 9(7) COMP VALUE ZERO.
       77  EDIT-BATCH-CAUSE             PIC X(40) VALUE SPACES.

       01  EDIT-BUS-DATE                PIC 9(08) VALUE ZERO.
       01  EDIT-BUS-PARTS REDEFINES EDIT-BUS-DATE.
           05  EDIT-EFF-MONTH           PIC 9(02).
           05  EDIT-EFF-DAY             PIC 9(02).

      *----------------------------------------------------------------
      * OLDEST BUSINESS DATE WHOSE POSTINGS ARE INSIDE THE WINDOW
      *----------------------------------------------------------------
       01  EDIT-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
       01  EDIT-CUTOFF-PARTS REDEFINES EDIT-CUTOFF-DATE.
           05  EDIT-CUTOFF-YEAR         PIC 9(04).
           05  EDIT-CUTOFF-MONTH        PIC 9(02).
           05  EDIT-CUTOFF-DAY          PIC 9(02).

      *----------------------------------------------------------------
      * DAYS IN EACH MONTH, FEBRUARY ADJUSTED FOR LEAP YEARS AS THE
      * CUTOFF IS STEPPED BACK
      *----------------------------------------------------------------
       01  EDIT-MONTH-DAYS-VALUES.
           05  FILLER                   PIC X(24) VALUE
               '312831303130313130313031'.
       01  EDIT-MONTH-DAYS REDEFINES EDIT-MONTH-DAYS-VALUES.
           05  EDIT-DAYS-IN-MONTH OCCURS 12 TIMES
                                        PIC 9(02).

      *----------------------------------------------------------------
      * THE DUPLICATE-SCREEN KEY OF THE RECORD UNDER EDIT, BUILT THE
      * WAY THE POSTING RUN BUILDS THE HISTORY KEY
      *----------------------------------------------------------------
       01  EDIT-DUP-KEY.
           05  EDIT-DUP-ACCT-NO         PIC 9(05).
           05  EDIT-DUP-TRANS-CODE      PIC X(01).
           05  EDIT-DUP-A-AMT           PIC S9(3)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  EDIT-DUP-B-AMT           PIC S9(3)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.

      *----------------------------------------------------------------
      * THE RECORD UNDER EDIT -- EVERY RECORD, WHETHER IT ARRIVED
      * OUTSIDE A BATCH OR IS BEING RELEASED FROM A PROVEN BATCH,
           05  EDIT-WK-B-FIELD.
               10  EDIT-WK-B-SIGN       PIC X(01).
               10  EDIT-WK-B-DIGITS     PIC X(05).
           05  EDIT-WK-B-NUM REDEFINES EDIT-WK-B-FIELD
                                        PIC S9(3)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  EDIT-WK-TRANS-CODE       PIC X(01).
               88  EDIT-WK-CODE-VALID   VALUES 'A' 'S' 'M' 'D' 'T'
                                               'R' ' '.
               88  EDIT-WK-TRANSFER     VALUE 'T'.
               88  EDIT-WK-REVERSAL     VALUE 'R'.
           05  EDIT-WK-ACCT-NO          PIC X(05).
           05  EDIT-WK-EFF-DATE         PIC X(04).
               88  EDIT-WK-EFF-TONIGHT  VALUES '0000' '    '.
                   INDEXED BY EDIT-BX
                                        PIC X(22).

      *----------------------------------------------------------------
      * EVERY ITEM PASSED TONIGHT, WITH ITS BATCH, FOR THE SAME-NIGHT
      * SCREEN
      *----------------------------------------------------------------
       01  EDIT-SEEN-TABLE.
           05  EDIT-SEEN-ENTRY OCCURS 10000 TIMES
                   INDEXED BY EDIT-SX.
               10  EDIT-SEEN-KEY        PIC X(18).
               10  EDIT-SEEN-BATCH-NO   PIC 9(05).

       PROCEDURE DIVISION.

      *==================================================================
           IF EDIT-IN-BATCH
               DISPLAY ' ADDEDIT - BATCH ' EDIT-CUR-BATCH-NO
                   ' TRAILER MISSING - REJECTED WHOLE'
               MOVE 'BATCH TRAILER MISSING' TO EDIT-BATCH-CAUSE
               PERFORM 2820-REJECT-BATCH THRU 2820-EXIT.
           PERFORM 9000-WRAPUP THRU 9000-EXIT.
           STOP RUN.
               CLOSE EDIT-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF EDIT-PARM-DUP-DAYS NOT = SPACES
               AND EDIT-PARM-DUP-DAYS NOT NUMERIC
               DISPLAY ' ADDEDIT - DUPLICATE WINDOW NOT NUMERIC: '
                   EDIT-PARM-DUP-DAYS
               CLOSE EDIT-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE EDIT-PARM-BUS-DATE TO EDIT-BUS-DATE.
           IF EDIT-PARM-DUP-DAYS NOT = SPACES
               MOVE EDIT-PARM-DUP-DAYS TO EDIT-DUP-DAYS.
           CLOSE EDIT-PARM-FILE.
           MOVE EDIT-BUS-DATE TO EDIT-CUTOFF-DATE.
           PERFORM 1100-BACK-ONE-DAY THRU 1100-EXIT
               VARYING EDIT-DAY-SUB FROM 1 BY 1
               UNTIL EDIT-DAY-SUB > EDIT-DUP-DAYS.
           DISPLAY ' ADDEDIT - DUPLICATE SCREEN FROM ' EDIT-CUTOFF-DATE.
           OPEN INPUT  EDIT-INPUT-FILE.
           OPEN INPUT  EDIT-HIST-FILE.
           OPEN OUTPUT EDIT-VALID-FILE.
           OPEN OUTPUT EDIT-REJECT-FILE.
           OPEN OUTPUT EDIT-WHSE-FILE.
           OPEN OUTPUT EDIT-SUSP-FILE.
           OPEN OUTPUT EDIT-QUAL-FILE.
           PERFORM 8000-READ-INPUT THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1100-BACK-ONE-DAY -- STEP THE CUTOFF BACK ONE CALENDAR DAY,
      * FEBRUARY ADJUSTED BY THE LEAP RULE (DIVISIBLE BY 4, CENTURIES
      * ONLY WHEN DIVISIBLE BY 400)
      *------------------------------------------------------------------
       1100-BACK-ONE-DAY.
           IF EDIT-CUTOFF-DAY > 1
               SUBTRACT 1 FROM EDIT-CUTOFF-DAY
               GO TO 1100-EXIT.
           IF EDIT-CUTOFF-MONTH > 1
               SUBTRACT 1 FROM EDIT-CUTOFF-MONTH
           ELSE
               SUBTRACT 1 FROM EDIT-CUTOFF-YEAR
               MOVE 12 TO EDIT-CUTOFF-MONTH.
           MOVE EDIT-DAYS-IN-MONTH (EDIT-CUTOFF-MONTH) TO EDIT-LAST-DAY.
           IF EDIT-CUTOFF-MONTH = 02
               DIVIDE EDIT-CUTOFF-YEAR BY 4
                   GIVING EDIT-LEAP-QUOT REMAINDER EDIT-LEAP-REM
               IF EDIT-LEAP-REM = ZERO
                   MOVE 29 TO EDIT-LAST-DAY
                   DIVIDE EDIT-CUTOFF-YEAR BY 100
                       GIVING EDIT-LEAP-QUOT REMAINDER EDIT-LEAP-REM
                   IF EDIT-LEAP-REM = ZERO
                       DIVIDE EDIT-CUTOFF-YEAR BY 400
                           GIVING EDIT-LEAP-QUOT REMAINDER EDIT-LEAP-REM
                       IF EDIT-LEAP-REM NOT = ZERO
                           MOVE 28 TO EDIT-LAST-DAY.
           MOVE EDIT-LAST-DAY TO EDIT-CUTOFF-DAY.
       1100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2000-EDIT-RECORD -- DISPATCH ONE RAW RECORD.  BATCH CONTROL
      * RECORDS DRIVE THE HOLD-AND-PROVE STATE; A DATA RECORD IS
           IF EDIT-IN-BATCH
               DISPLAY ' ADDEDIT - BATCH ' EDIT-CUR-BATCH-NO
                   ' TRAILER MISSING - REJECTED WHOLE'
               MOVE 'BATCH TRAILER MISSING' TO EDIT-BATCH-CAUSE
               PERFORM 2820-REJECT-BATCH THRU 2820-EXIT.
           SET EDIT-IN-BATCH TO TRUE.
           MOVE ZERO TO EDIT-BATCH-SIZE.
               MOVE 'BATCH HEADER NUMBER NOT NUMERIC'
                   TO REJ-REASON-TEXT
               MOVE EDIT-INPUT-REC TO REJ-RECORD-IMAGE
               MOVE ZERO TO EDIT-QUAL-BATCH-NO
               SET EDIT-QUAL-KEYED TO TRUE
               PERFORM 3200-QUAL-REJECT THRU 3200-EXIT
               WRITE EDIT-REJECT-REC
               ADD 1 TO EDIT-REJECT-COUNT
               MOVE ZERO TO EDIT-CUR-BATCH-NO
                   ' LARGER THAN ' EDIT-BATCH-MAX ' RECORDS'
               CLOSE EDIT-INPUT-FILE EDIT-VALID-FILE
                     EDIT-REJECT-FILE EDIT-WHSE-FILE
                     EDIT-HIST-FILE EDIT-SUSP-FILE EDIT-QUAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO EDIT-BATCH-SIZE.
               MOVE 'E009' TO REJ-REASON-CODE
               MOVE 'TRAILER WITHOUT BATCH HEADER' TO REJ-REASON-TEXT
               MOVE EDIT-INPUT-REC TO REJ-RECORD-IMAGE
               MOVE ZERO TO EDIT-QUAL-BATCH-NO
               SET EDIT-QUAL-KEYED TO TRUE
               PERFORM 3200-QUAL-REJECT THRU 3200-EXIT
               WRITE EDIT-REJECT-REC
               ADD 1 TO EDIT-REJECT-COUNT
               GO TO 2700-EXIT.
           IF EDIT-BATCH-POISONED
               DISPLAY ' ADDEDIT - BATCH HEADER WAS UNREADABLE'
                   ' - BATCH REJECTED WHOLE'
               MOVE 'BATCH HEADER UNREADABLE' TO EDIT-BATCH-CAUSE
               PERFORM 2820-REJECT-BATCH THRU 2820-EXIT
               GO TO 2700-EXIT.
           IF EDIT-TRL-COUNT NOT NUMERIC
                   AND EDIT-TRL-HASH-SIGN NOT = '-')
               DISPLAY ' ADDEDIT - BATCH ' EDIT-CUR-BATCH-NO
                   ' TRAILER UNREADABLE - REJECTED WHOLE'
               MOVE 'BATCH TRAILER UNREADABLE' TO EDIT-BATCH-CAUSE
               PERFORM 2820-REJECT-BATCH THRU 2820-EXIT
               GO TO 2700-EXIT.
           IF EDIT-TRL-COUNT-NUM NOT = EDIT-BATCH-SIZE
                   '  HELD COUNT ' EDIT-BATCH-SIZE
               DISPLAY ' ADDEDIT - CLAIMED HASH  ' EDIT-TRL-HASH-NUM
                   '  HELD HASH  ' EDIT-BATCH-HASH-AMT
               MOVE 'BATCH OUT OF PROOF' TO EDIT-BATCH-CAUSE
               PERFORM 2820-REJECT-BATCH THRU 2820-EXIT
               GO TO 2700-EXIT.
           PERFORM 2810-RELEASE-BATCH THRU 2810-EXIT.
      *------------------------------------------------------------------
      * 2820-REJECT-BATCH -- THE BATCH DID NOT PROVE: EVERY HELD
      * RECORD GOES TO THE REJECT FILE SO THE SHOP RE-KEYS THE
      * BATCH WHOLE.  THE CALLER NAMES THE CAUSE FOR THE QUALITY
      * HISTORY.
      *------------------------------------------------------------------
       2820-REJECT-BATCH.
           MOVE EDIT-CUR-BATCH-NO TO EDIT-QUAL-BATCH-NO.
           PERFORM 3100-QUAL-SOURCE THRU 3100-EXIT.
           MOVE SPACES TO QHS-QUALITY-REC.
           MOVE EDIT-BUS-DATE TO QHS-BUS-DATE.
           SET QHS-BATCH-REJECT TO TRUE.
           MOVE EDIT-QUAL-SOURCE TO QHS-SOURCE.
           MOVE EDIT-QUAL-BATCH-NO TO QHS-BATCH-NO.
           MOVE 'E010' TO QHS-REASON-CODE.
           MOVE EDIT-BATCH-CAUSE TO QHS-REASON-TEXT.
           MOVE EDIT-BATCH-SIZE TO QHS-RECORD-COUNT.
           MOVE ZERO TO QHS-RUN-NO.
           WRITE QHS-QUALITY-REC.
           IF EDIT-BATCH-SIZE > ZERO
               PERFORM 2825-REJECT-ONE THRU 2825-EXIT
                   VARYING EDIT-BX FROM 1 BY 1
           EXIT.

       2825-REJECT-ONE.
           PERFORM 3150-COUNT-RECEIVED THRU 3150-EXIT.
           MOVE 'E010' TO REJ-REASON-CODE.
           MOVE 'BATCH OUT OF PROOF - REKEY' TO REJ-REASON-TEXT.
           MOVE EDIT-BATCH-ENTRY (EDIT-BX) TO REJ-RECORD-IMAGE.
           PERFORM 3200-QUAL-REJECT THRU 3200-EXIT.
           WRITE EDIT-REJECT-REC.
           ADD 1 TO EDIT-REJECT-COUNT.
       2825-EXIT.
      * RECORD IS REJECTED ONCE, NOT ONCE PER BAD FIELD.
      *------------------------------------------------------------------
       2900-EDIT-WORK.
           MOVE EDIT-OUT-BATCH-NO TO EDIT-QUAL-BATCH-NO.
           PERFORM 3100-QUAL-SOURCE THRU 3100-EXIT.
           PERFORM 3150-COUNT-RECEIVED THRU 3150-EXIT.
           IF EDIT-WK-REC = SPACES
               MOVE 'E001' TO REJ-REASON-CODE
               MOVE 'RECORD BLANK OR UNREADABLE' TO REJ-REASON-TEXT
               GO TO 2900-EXIT.
           IF NOT EDIT-WK-CODE-VALID
               MOVE 'E006' TO REJ-REASON-CODE
               MOVE 'TRANS CODE NOT A S M D T OR R' TO REJ-REASON-TEXT
               PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
               GO TO 2900-EXIT.
           IF EDIT-WK-ACCT-NO NOT NUMERIC
               MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO REJ-REASON-TEXT
               PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
               GO TO 2900-EXIT.
           IF EDIT-WK-TRANSFER
               IF EDIT-WK-A-SIGN NOT = '+' OR EDIT-WK-A-NUM = ZERO
                   MOVE 'E011' TO REJ-REASON-CODE
                   MOVE 'TRANSFER AMOUNT NOT POSITIVE'
                       TO REJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
                   GO TO 2900-EXIT.
           IF EDIT-WK-TRANSFER
               IF EDIT-WK-B-SIGN NOT = '+'
                   MOVE 'E012' TO REJ-REASON-CODE
                   MOVE 'TRANSFER TO-ACCOUNT SIGN NOT +'
                       TO REJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
                   GO TO 2900-EXIT.
           IF EDIT-WK-TRANSFER
               IF EDIT-WK-B-DIGITS = EDIT-WK-ACCT-NO
                   MOVE 'E013' TO REJ-REASON-CODE
                   MOVE 'TRANSFER TO ITS OWN ACCOUNT'
                       TO REJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
                   GO TO 2900-EXIT.
           IF EDIT-WK-REVERSAL
               IF EDIT-WK-A-SIGN NOT = '+' OR EDIT-WK-B-SIGN NOT = '+'
                   OR (EDIT-WK-A-DIGITS = '00000'
                       AND EDIT-WK-B-DIGITS = '00000')
                   MOVE 'E014' TO REJ-REASON-CODE
                   MOVE 'REVERSAL ENTRY NUMBER INVALID'
                       TO REJ-REASON-TEXT
                   PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
                   GO TO 2900-EXIT.
           IF NOT EDIT-WK-EFF-TONIGHT
               IF EDIT-WK-EFF-DATE NOT NUMERIC
                   OR EDIT-WK-EFF-MM < 01 OR EDIT-WK-EFF-MM > 12
               ADD 1 TO EDIT-WHSE-COUNT
               GO TO 2950-EXIT.
       2950-PASS.
           IF EDIT-WK-REVERSAL
               GO TO 2950-WRITE.
           PERFORM 2960-BUILD-KEY THRU 2960-EXIT.
           IF EDIT-OUT-BATCH-NO NOT = ZERO
               AND EDIT-OUT-BATCH-NO NOT = EDIT-STO-BATCH-NO
               AND EDIT-OUT-BATCH-NO NOT = EDIT-ACCR-BATCH-NO
               PERFORM 2970-SCREEN-DUP THRU 2970-EXIT
               IF EDIT-SUSPECT
                   GO TO 2950-EXIT.
           PERFORM 2980-NOTE-PASSED THRU 2980-EXIT.
       2950-WRITE.
           MOVE EDIT-WK-REC TO EDIT-VAL-IMAGE.
           MOVE EDIT-OUT-BATCH-NO TO EDIT-VAL-BATCH-NO.
           WRITE EDIT-VALID-REC.
       2950-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2960-BUILD-KEY -- ACCOUNT, CODE, AND THE A AND B AMOUNTS OF
      * THE RECORD UNDER EDIT.  A BLANK CODE IS AN ADD.
      *------------------------------------------------------------------
       2960-BUILD-KEY.
           MOVE EDIT-WK-ACCT-NO TO EDIT-DUP-ACCT-NO.
           MOVE EDIT-WK-TRANS-CODE TO EDIT-DUP-TRANS-CODE.
           IF EDIT-DUP-TRANS-CODE = SPACE
               MOVE 'A' TO EDIT-DUP-TRANS-CODE.
           MOVE EDIT-WK-A-NUM TO EDIT-DUP-A-AMT.
           MOVE EDIT-WK-B-NUM TO EDIT-DUP-B-AMT.
       2960-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2970-SCREEN-DUP -- HOLD BACK A KEYED RECORD THAT MATCHES AN
      * ITEM POSTED INSIDE THE WINDOW, OR AN ITEM PASSED EARLIER
      * TONIGHT UNDER ANOTHER BATCH.  TWO LIKE ITEMS IN ONE BATCH
      * ARE THE SHOP'S OWN KEYING AND BOTH PASS.
      *------------------------------------------------------------------
       2970-SCREEN-DUP.
           MOVE 'N' TO EDIT-SUSPECT-SWITCH.
           MOVE EDIT-DUP-KEY TO DHS-KEY.
           READ EDIT-HIST-FILE
               INVALID KEY
                   GO TO 2970-TONIGHT
           END-READ.
           IF DHS-POST-DATE NOT < EDIT-CUTOFF-DATE
               AND DHS-POST-DATE < EDIT-BUS-DATE
               MOVE 'H' TO DSP-MATCH-SOURCE
               MOVE DHS-POST-DATE TO DSP-MATCH-DATE
               MOVE DHS-BATCH-NO TO DSP-MATCH-BATCH
               PERFORM 2990-WRITE-SUSPECT THRU 2990-EXIT
               GO TO 2970-EXIT.
       2970-TONIGHT.
           IF EDIT-SEEN-COUNT = ZERO
               GO TO 2970-EXIT.
           SET EDIT-SX TO 1.
           SEARCH EDIT-SEEN-ENTRY
               AT END
                   CONTINUE
               WHEN EDIT-SX > EDIT-SEEN-COUNT
                   CONTINUE
               WHEN EDIT-SEEN-KEY (EDIT-SX) = EDIT-DUP-KEY
                   AND EDIT-SEEN-BATCH-NO (EDIT-SX)
                       NOT = EDIT-OUT-BATCH-NO
                   MOVE 'N' TO DSP-MATCH-SOURCE
                   MOVE EDIT-BUS-DATE TO DSP-MATCH-DATE
                   MOVE EDIT-SEEN-BATCH-NO (EDIT-SX) TO DSP-MATCH-BATCH
                   PERFORM 2990-WRITE-SUSPECT THRU 2990-EXIT
           END-SEARCH.
       2970-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2980-NOTE-PASSED -- REMEMBER A PASSED ITEM FOR THE SAME-NIGHT
      * SCREEN.  PAST THE TABLE'S CAPACITY THE HISTORY SCREEN STILL
      * RUNS BUT LATER ITEMS ARE NOT REMEMBERED.
      *------------------------------------------------------------------
       2980-NOTE-PASSED.
           IF EDIT-SEEN-FULL
               GO TO 2980-EXIT.
           IF EDIT-SEEN-COUNT = EDIT-SEEN-MAX
               DISPLAY ' ADDEDIT - MORE THAN ' EDIT-SEEN-MAX
                   ' ITEMS - SAME-NIGHT SCREEN INCOMPLETE'
               SET EDIT-SEEN-FULL TO TRUE
               GO TO 2980-EXIT.
           ADD 1 TO EDIT-SEEN-COUNT.
           SET EDIT-SX TO EDIT-SEEN-COUNT.
           MOVE EDIT-DUP-KEY TO EDIT-SEEN-KEY (EDIT-SX).
           MOVE EDIT-OUT-BATCH-NO TO EDIT-SEEN-BATCH-NO (EDIT-SX).
       2980-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2990-WRITE-SUSPECT -- THE RECORD GOES TO THE REVIEW QUEUE
      * INSTEAD OF THE POSTING RUN
      *------------------------------------------------------------------
       2990-WRITE-SUSPECT.
           MOVE EDIT-WK-REC TO DSP-TRAN-IMAGE.
           MOVE EDIT-OUT-BATCH-NO TO DSP-BATCH-NO.
           MOVE EDIT-BUS-DATE TO DSP-BUS-DATE.
           WRITE DSP-SUSPECT-REC.
           ADD 1 TO EDIT-SUSP-COUNT.
           SET EDIT-SUSPECT TO TRUE.
       2990-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3000-WRITE-REJECT -- WRITE THE REJECT WITH THE ORIGINAL IMAGE
      *------------------------------------------------------------------
       3000-WRITE-REJECT.
           MOVE EDIT-WK-REC TO REJ-RECORD-IMAGE.
           PERFORM 3200-QUAL-REJECT THRU 3200-EXIT.
           WRITE EDIT-REJECT-REC.
           ADD 1 TO EDIT-REJECT-COUNT.
       3000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3100-QUAL-SOURCE -- CLASS THE BATCH IN EDIT-QUAL-BATCH-NO
      * FOR THE QUALITY HISTORY: GENERATED (99999, 99998), UNBATCHED
      * (BATCH ZERO OUTSIDE ANY BATCH), OR KEYED.  A HELD BATCH
      * UNDER BATCH ZERO HAD AN UNREADABLE HEADER AND IS KEYED WORK.
      *------------------------------------------------------------------
       3100-QUAL-SOURCE.
           IF EDIT-QUAL-BATCH-NO = EDIT-STO-BATCH-NO
               OR EDIT-QUAL-BATCH-NO = EDIT-ACCR-BATCH-NO
               SET EDIT-QUAL-GENERATED TO TRUE
               GO TO 3100-EXIT.
           IF EDIT-QUAL-BATCH-NO = ZERO
               AND NOT EDIT-IN-BATCH
               SET EDIT-QUAL-UNBATCHED TO TRUE
               GO TO 3100-EXIT.
           SET EDIT-QUAL-KEYED TO TRUE.
       3100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3150-COUNT-RECEIVED -- ONE DATA RECORD RECEIVED FROM THE
      * SOURCE LAST CLASSED
      *------------------------------------------------------------------
       3150-COUNT-RECEIVED.
           IF EDIT-QUAL-GENERATED
               ADD 1 TO EDIT-GEN-COUNT
           ELSE
               IF EDIT-QUAL-UNBATCHED
                   ADD 1 TO EDIT-UNBATCHED-COUNT
               ELSE
                   ADD 1 TO EDIT-KEYED-COUNT.
       3150-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3200-QUAL-REJECT -- THE REJECT ABOUT TO BE WRITTEN, FOR THE
      * QUALITY HISTORY, UNDER THE BATCH AND SOURCE LAST CLASSED
      *------------------------------------------------------------------
       3200-QUAL-REJECT.
           MOVE SPACES TO QHS-QUALITY-REC.
           MOVE EDIT-BUS-DATE TO QHS-BUS-DATE.
           SET QHS-EDIT-REJECT TO TRUE.
           MOVE EDIT-QUAL-SOURCE TO QHS-SOURCE.
           MOVE EDIT-QUAL-BATCH-NO TO QHS-BATCH-NO.
           MOVE REJ-REASON-CODE TO QHS-REASON-CODE.
           MOVE REJ-REASON-TEXT TO QHS-REASON-TEXT.
           MOVE REJ-RECORD-IMAGE TO QHS-RECORD-IMAGE.
           MOVE 1 TO QHS-RECORD-COUNT.
           MOVE ZERO TO QHS-RUN-NO.
           WRITE QHS-QUALITY-REC.
       3200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3300-QUAL-RECEIVED -- THE RECORDS RECEIVED FROM ONE SOURCE,
      * SET IN QHS-SOURCE AND QHS-RECORD-COUNT BY THE CALLER
      *------------------------------------------------------------------
       3300-QUAL-RECEIVED.
           MOVE EDIT-BUS-DATE TO QHS-BUS-DATE.
           SET QHS-RECORDS-RECEIVED TO TRUE.
           MOVE ZERO TO QHS-BATCH-NO.
           MOVE ZERO TO QHS-RUN-NO.
           WRITE QHS-QUALITY-REC.
       3300-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-INPUT -- READ THE NEXT RAW RECORD
      *------------------------------------------------------------------
      * THE SCHEDULER TESTS FOR REJECT ACTIVITY
      *------------------------------------------------------------------
       9000-WRAPUP.
           MOVE SPACES TO QHS-QUALITY-REC.
           SET QHS-KEYED-WORK TO TRUE.
           MOVE EDIT-KEYED-COUNT TO QHS-RECORD-COUNT.
           PERFORM 3300-QUAL-RECEIVED THRU 3300-EXIT.
           MOVE SPACES TO QHS-QUALITY-REC.
           SET QHS-GENERATED-WORK TO TRUE.
           MOVE EDIT-GEN-COUNT TO QHS-RECORD-COUNT.
           PERFORM 3300-QUAL-RECEIVED THRU 3300-EXIT.
           MOVE SPACES TO QHS-QUALITY-REC.
           SET QHS-UNBATCHED-WORK TO TRUE.
           MOVE EDIT-UNBATCHED-COUNT TO QHS-RECORD-COUNT.
           PERFORM 3300-QUAL-RECEIVED THRU 3300-EXIT.
           CLOSE EDIT-INPUT-FILE EDIT-VALID-FILE EDIT-REJECT-FILE
                 EDIT-WHSE-FILE EDIT-HIST-FILE EDIT-SUSP-FILE
                 EDIT-QUAL-FILE.
           DISPLAY ' -----------------------------------------------'.
           DISPLAY ' ADDEDIT CONTROL TOTALS FOR THIS RUN'.
           DISPLAY ' RECORDS READ . . . . . . . . ' EDIT-READ-COUNT.
           DISPLAY ' RECORDS PASSED . . . . . . . ' EDIT-VALID-COUNT.
           DISPLAY ' RECORDS REJECTED . . . . . . ' EDIT-REJECT-COUNT.
           DISPLAY ' RECORDS WAREHOUSED . . . . . ' EDIT-WHSE-COUNT.
           DISPLAY ' SUSPECTED DUPLICATES HELD  . ' EDIT-SUSP-COUNT.
           DISPLAY ' BATCHES PROVED . . . . . . . ' EDIT-BATCH-OK-COUNT.
           DISPLAY ' BATCHES REJECTED . . . . . . '
               EDIT-BATCH-BAD-COUNT.
           DISPLAY ' -----------------------------------------------'.
           IF EDIT-REJECT-COUNT > ZERO
               OR EDIT-SUSP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
       9000-EXIT.
           EXIT.
