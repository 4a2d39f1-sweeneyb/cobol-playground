      * DATE-COMPILED:                                                *
      *                                                                *
      * REMARKS:                                                      *
      *    CARD-DRIVEN MAINTENANCE OF THE KEYED ACCOUNT MASTER UNDER  *
      *    DUAL CONTROL.  NO CARD TOUCHES THE MASTER THE NIGHT IT IS  *
      *    KEYED -- THE PARAMETER CARD SELECTS ONE OF TWO RUNS --     *
      *                                                                *
      *        COL   1     S = STAGE THE MAINTENANCE CARDS            *
      *                    A = APPROVE AND APPLY STAGED CARDS         *
      *                                                                *
      *    THE STAGING RUN EDITS EACH MAINTENANCE CARD AND WRITES     *
      *    IT TO THE PENDING FILE UNDER A NEW PENDING NUMBER, WITH    *
      *    THE KEYING OPERATOR FROM THE CARD.  EACH CARD IS ONE       *
      *    ACTION --                                                  *
      *                                                                *
      *        COL   1     FUNCTION:  O = OPEN A NEW ACCOUNT          *
      *                               C = CHANGE THE DESCRIPTION      *
      *                               L = SET THE POSTING LIMIT       *
      *                               H = HOLD THE ACCOUNT            *
      *                               R = RELEASE THE HOLD            *
      *                               K = SET THE ACCOUNT CLASS       *
      *                               V = REACTIVATE A DORMANT        *
      *                                   ACCOUNT                     *
      *        COLS  2-6   ACCOUNT NUMBER                             *
      *        COLS  7-36  DESCRIPTION (OPEN AND CHANGE ONLY)         *
      *        COLS  7-16  POSTING LIMIT, SIGN THEN 9 DIGITS WITH     *
      *                    TWO ASSUMED DECIMALS (LIMIT ONLY --        *
      *                    +000000000 REMOVES THE LIMIT)              *
      *        COLS  7-8   ACCOUNT CLASS (CLASS ONLY -- BLANK         *
      *                    REMOVES THE CLASS)                         *
      *        COL   7     HOLD REASON (HOLD ONLY): BLANK = ORDINARY  *
      *                    HOLD, D = DORMANT HOLD                     *
      *        COLS 73-80  KEYING OPERATOR ID                         *
      *                                                                *
      *    THE APPROVAL RUN READS ONE APPROVAL CARD PER PENDING       *
      *    CARD --                                                    *
      *                                                                *
      *        COLS  1-6   PENDING NUMBER                             *
      *        COL   7     A = APPROVE AND APPLY, D = DECLINE         *
      *        COLS 73-80  APPROVING OPERATOR ID                      *
      *                                                                *
      *    A CARD IS APPLIED ONLY WHEN ITS APPROVER IS NOT THE        *
      *    OPERATOR WHO KEYED IT.  EVERY CARD APPLIED WRITES A        *
      *    MAINTENANCE-HISTORY RECORD WITH THE MASTER RECORD'S        *
      *    IMAGE BEFORE AND AFTER THE CHANGE; THE MNTRPT REPORT       *
      *    READS THAT HISTORY.  CARDS NOT YET APPROVED STAY PENDING   *
      *    AND ARE LISTED AT THE END OF EVERY APPROVAL RUN.           *
      *                                                                *
      *    A NEW ACCOUNT STARTS OPEN WITH A ZERO BALANCE, NO LIMIT,   *
      *    NO HOLD, AND NO CLASS.  THE CLASS KEYS THE ACCRUAL RUN'S   *
      *    RATE-AND-FEE TABLE; AN ACCOUNT WITH NO CLASS EARNS NO      *
      *    INTEREST AND PAYS NO FEE.  CLOSING                         *
      *    DOES NOT DELETE -- THE RECORD AND ITS BALANCE STAY ON      *
      *    THE MASTER FOR REPORTING, BUT THE POSTING RUN REFUSES      *
      *    NEW ACTIVITY AGAINST A CLOSED ACCOUNT.  A HELD ACCOUNT     *
      *    LIKEWISE REFUSES NEW ACTIVITY, BUT THE HOLD COMES OFF      *
      *    WITH A RELEASE CARD -- THE CAP FOR ACTIVITY THAT SHOULD    *
      *    PAUSE, NOT STOP.  A DORMANT HOLD, PLACED BY THE HOLD       *
      *    CARDS THE DORMANCY RUN (DORMRPT) STAGES, DOES NOT COME     *
      *    OFF WITH A RELEASE CARD -- ONLY A REACTIVATION CARD        *
      *    TAKES IT OFF, STAMPING THE REACTIVATION DATE, SO EVERY     *
      *    REACTIVATION STANDS ON THE HISTORY AS AN EVENT OF ITS      *
      *    OWN FOR THE DORMANCY REPORT.  EVERY ACTION IS              *
      *    ECHOED TO SYSOUT AS WELL.                                  *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  ALL CARDS STAGED, OR ALL APPROVALS APPLIED       *
      *        0004  ONE OR MORE CARDS REJECTED                       *
      *        0016  PARAMETER CARD MISSING OR INVALID                *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    08/23/2026  DP  ORIGINAL PROGRAM.                          *
      *    09/02/2026  DP  POSTING LIMIT AND HOLD/RELEASE CARD        *
      *                    FUNCTIONS (L, H, R).                       *
      *    10/15/2026  DP  ACCOUNT CLASS CARD FUNCTION (K) FOR THE    *
      *                    INTEREST AND FEE ACCRUAL RUN.              *
      *    10/15/2026  DP  DUAL CONTROL -- STAGE CARDS TO THE PENDING *
      *                    FILE, APPLY ONLY CARDS APPROVED BY A       *
      *                    SECOND OPERATOR, AND WRITE BEFORE AND      *
      *                    AFTER IMAGES TO THE MAINTENANCE HISTORY.   *
      *    10/15/2026  DP  DORMANT HOLD REASON ON THE HOLD CARD AND   *
      *                    REACTIVATION CARD FUNCTION (V); RELEASE    *
      *                    CARD REFUSES A DORMANT HOLD.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNT-PARM-FILE       ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT MNT-CARD-FILE       ASSIGN TO MNTCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT MNT-MASTER-FILE     ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-NO.
           SELECT MNT-PEND-FILE       ASSIGN TO MNTPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-PEND-NO.
           SELECT MNT-HIST-FILE       ASSIGN TO MNTHIST
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MNT-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  MNT-PARM-REC.
           05  MNT-PARM-FUNCTION        PIC X(01).
               88  MNT-PARM-STAGE       VALUE 'S'.
               88  MNT-PARM-APPROVE     VALUE 'A'.
           05  FILLER                   PIC X(79).

       FD  MNT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
               88  MNT-FUNC-LIMIT       VALUE 'L'.
               88  MNT-FUNC-HOLD        VALUE 'H'.
               88  MNT-FUNC-RELEASE     VALUE 'R'.
               88  MNT-FUNC-CLASS       VALUE 'K'.
               88  MNT-FUNC-REACTIVATE  VALUE 'V'.
               88  MNT-FUNC-VALID       VALUES 'O' 'C' 'X' 'L'
                                               'H' 'R' 'K' 'V'.
           05  MNT-CARD-ACCT-NO         PIC X(05).
           05  MNT-CARD-DESC            PIC X(30).
           05  MNT-CARD-LIMIT-AREA REDEFINES MNT-CARD-DESC.
                                        PIC S9(7)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  FILLER               PIC X(20).
           05  MNT-CARD-CLASS-AREA REDEFINES MNT-CARD-DESC.
               10  MNT-CARD-CLASS       PIC X(02).
               10  FILLER               PIC X(28).
           05  MNT-CARD-HOLD-AREA REDEFINES MNT-CARD-DESC.
               10  MNT-CARD-HOLD-REASON PIC X(01).
                   88  MNT-HOLD-DORMANT VALUE 'D'.
                   88  MNT-HOLD-REASON-VALID
                                        VALUES ' ' 'D'.
               10  FILLER               PIC X(29).
           05  FILLER                   PIC X(36).
           05  MNT-CARD-OPER            PIC X(08).
      *----------------------------------------------------------------
      * THE APPROVAL RUN READS APPROVAL CARDS FROM THE SAME DD
      *----------------------------------------------------------------
       01  MNT-APPR-REC.
           05  MNT-APPR-PEND-NO         PIC X(06).
           05  MNT-APPR-ACTION          PIC X(01).
               88  MNT-APPR-APPROVE     VALUE 'A'.
               88  MNT-APPR-DECLINE     VALUE 'D'.
           05  FILLER                   PIC X(65).
           05  MNT-APPR-OPER            PIC X(08).

       FD  MNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMST.

       FD  MNT-PEND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MNTPEND.

       FD  MNT-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY MNTHIST.

       WORKING-STORAGE SECTION.
       77  MNT-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  MNT-PARM-EOF             VALUE 'Y'.
       77  MNT-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  MNT-CARD-EOF             VALUE 'Y'.
       77  MNT-PEND-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  MNT-PEND-EOF             VALUE 'Y'.
       77  MNT-RUN-MODE                 PIC X(01) VALUE SPACE.
           88  MNT-STAGE-RUN            VALUE 'S'.
           88  MNT-APPROVAL-RUN         VALUE 'A'.
       77  MNT-APPLIED-COUNT            PIC 9(5) COMP VALUE ZERO.
       77  MNT-REJECT-COUNT             PIC 9(5) COMP VALUE ZERO.
       77  MNT-HOLD-REJECTS             PIC 9(5) COMP VALUE ZERO.
       77  MNT-HOLD-APPLIED             PIC 9(5) COMP VALUE ZERO.
       77  MNT-STAGED-COUNT             PIC 9(5) COMP VALUE ZERO.
       77  MNT-DECLINED-COUNT           PIC 9(5) COMP VALUE ZERO.
       77  MNT-FAILED-COUNT             PIC 9(5) COMP VALUE ZERO.
       77  MNT-WAITING-COUNT            PIC 9(5) COMP VALUE ZERO.
       77  MNT-RUN-DATE                 PIC 9(8) VALUE ZERO.
       77  MNT-RUN-TIME                 PIC 9(8) VALUE ZERO.
       77  MNT-LAST-PEND-NO             PIC 9(6) VALUE ZERO.
       77  MNT-APPR-NO                  PIC 9(6) VALUE ZERO.
       77  MNT-APPROVER                 PIC X(8) VALUE SPACES.
       77  MNT-BEFORE-IMAGE             PIC X(100) VALUE SPACES.
       77  MNT-AFTER-IMAGE              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

      *==================================================================
      * 0000-MAINLINE -- STAGE THE MAINTENANCE CARDS, OR APPROVE AND
      * APPLY STAGED ONES, AS THE PARAMETER CARD SAYS
      *==================================================================
       0000-MAINLINE.
           PERFORM 1000-GET-PARM THRU 1000-EXIT.
           OPEN INPUT MNT-CARD-FILE.
           OPEN I-O MNT-PEND-FILE.
           ACCEPT MNT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MNT-RUN-TIME FROM TIME.
           IF MNT-STAGE-RUN
               PERFORM 1100-STAGE-RUN THRU 1100-EXIT
           ELSE
               PERFORM 1500-APPROVAL-RUN THRU 1500-EXIT.
           CLOSE MNT-CARD-FILE MNT-PEND-FILE.
           IF MNT-STAGE-RUN
               DISPLAY ' ACCTMNT - CARDS STAGED . . . ' MNT-STAGED-COUNT
           ELSE
               DISPLAY ' ACCTMNT - CARDS APPLIED  . . '
                   MNT-APPLIED-COUNT
               DISPLAY ' ACCTMNT - CARDS DECLINED . . '
                   MNT-DECLINED-COUNT
               DISPLAY ' ACCTMNT - APPLY FAILED . . . '
                   MNT-FAILED-COUNT
               DISPLAY ' ACCTMNT - STILL PENDING  . . '
                   MNT-WAITING-COUNT.
           DISPLAY ' ACCTMNT - CARDS REJECTED . . ' MNT-REJECT-COUNT.
           IF MNT-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *------------------------------------------------------------------
      * 1000-GET-PARM -- READ AND VALIDATE THE PARAMETER CARD
      *------------------------------------------------------------------
       1000-GET-PARM.
           OPEN INPUT MNT-PARM-FILE.
           READ MNT-PARM-FILE
               AT END
                   SET MNT-PARM-EOF TO TRUE
           END-READ.
           IF MNT-PARM-EOF
               OR (NOT MNT-PARM-STAGE AND NOT MNT-PARM-APPROVE)
               DISPLAY ' ACCTMNT - PARAMETER CARD NOT S OR A'
               CLOSE MNT-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE MNT-PARM-FUNCTION TO MNT-RUN-MODE.
           CLOSE MNT-PARM-FILE.
       1000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1100-STAGE-RUN -- EDIT EVERY MAINTENANCE CARD AND WRITE THE
      * GOOD ONES TO THE PENDING FILE.  NOTHING TOUCHES THE MASTER.
      *------------------------------------------------------------------
       1100-STAGE-RUN.
           MOVE ZERO TO PND-PEND-NO.
           READ MNT-PEND-FILE
               INVALID KEY
                   MOVE SPACES TO PND-HEADER-REC
                   MOVE ZERO TO PND-HDR-KEY
                   MOVE ZERO TO PND-HDR-LAST-NO
                   WRITE PND-HEADER-REC
           END-READ.
           MOVE PND-HDR-LAST-NO TO MNT-LAST-PEND-NO.
           PERFORM 8000-READ-CARD THRU 8000-EXIT.
           PERFORM 1200-STAGE-CARD THRU 1200-EXIT
               UNTIL MNT-CARD-EOF.
       1100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1200-STAGE-CARD -- EDIT ONE CARD AS FAR AS CAN BE DONE
      * WITHOUT THE MASTER, THEN STAGE IT UNDER THE NEXT PENDING
      * NUMBER.  THE HEADER IS STEPPED BEFORE THE CARD IS WRITTEN.
      *------------------------------------------------------------------
       1200-STAGE-CARD.
           IF MNT-CARD-OPER = SPACES
               DISPLAY ' ACCTMNT - KEYING OPERATOR MISSING: '
                   MNT-CARD-FUNCTION MNT-CARD-ACCT-NO
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 1200-NEXT.
           IF MNT-CARD-ACCT-NO NOT NUMERIC
               DISPLAY ' ACCTMNT - ACCOUNT NOT NUMERIC: '
                   MNT-CARD-FUNCTION MNT-CARD-ACCT-NO
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 1200-NEXT.
           IF NOT MNT-FUNC-VALID
               DISPLAY ' ACCTMNT - FUNCTION NOT O C X L H R K OR V: '
                   MNT-CARD-FUNCTION ' ' MNT-CARD-ACCT-NO
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 1200-NEXT.
           IF MNT-FUNC-LIMIT
               MOVE MNT-REJECT-COUNT TO MNT-HOLD-REJECTS
               PERFORM 2500-EDIT-LIMIT THRU 2500-EXIT
               IF MNT-REJECT-COUNT > MNT-HOLD-REJECTS
                   GO TO 1200-NEXT.
           IF MNT-FUNC-HOLD AND NOT MNT-HOLD-REASON-VALID
               DISPLAY ' ACCTMNT - HOLD REASON NOT BLANK OR D: '
                   MNT-CARD-ACCT-NO ' ' MNT-CARD-HOLD-REASON
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 1200-NEXT.
           ADD 1 TO MNT-LAST-PEND-NO.
           MOVE SPACES TO PND-HEADER-REC.
           MOVE ZERO TO PND-HDR-KEY.
           MOVE MNT-LAST-PEND-NO TO PND-HDR-LAST-NO.
           REWRITE PND-HEADER-REC.
           MOVE SPACES TO PND-PENDING-REC.
           MOVE MNT-LAST-PEND-NO TO PND-PEND-NO.
           SET PND-PENDING TO TRUE.
           MOVE MNT-CARD-OPER TO PND-KEY-OPER.
           MOVE MNT-RUN-DATE TO PND-STAGE-DATE.
           MOVE MNT-RUN-TIME TO PND-STAGE-TIME.
           MOVE ZERO TO PND-APPR-DATE.
           MOVE MNT-CARD-REC TO PND-CARD-IMAGE.
           WRITE PND-PENDING-REC
               INVALID KEY
                   DISPLAY ' ACCTMNT - PENDING NUMBER ALREADY USED: '
                       MNT-LAST-PEND-NO
                   CLOSE MNT-CARD-FILE MNT-PEND-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           DISPLAY ' ACCTMNT - STAGED  ' PND-PEND-NO ' '
               MNT-CARD-FUNCTION ' ' MNT-CARD-ACCT-NO
               ' KEYED BY ' MNT-CARD-OPER.
           ADD 1 TO MNT-STAGED-COUNT.
       1200-NEXT.
           PERFORM 8000-READ-CARD THRU 8000-EXIT.
       1200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1500-APPROVAL-RUN -- WORK EVERY APPROVAL CARD, THEN LIST THE
      * CARDS STILL WAITING FOR A SECOND OPERATOR
      *------------------------------------------------------------------
       1500-APPROVAL-RUN.
           OPEN I-O MNT-MASTER-FILE.
           OPEN OUTPUT MNT-HIST-FILE.
           PERFORM 8000-READ-CARD THRU 8000-EXIT.
           PERFORM 1600-APPROVE-CARD THRU 1600-EXIT
               UNTIL MNT-CARD-EOF.
           CLOSE MNT-MASTER-FILE MNT-HIST-FILE.
           PERFORM 7500-LIST-PENDING THRU 7500-EXIT.
       1500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1600-APPROVE-CARD -- SETTLE ONE PENDING CARD.  THE STAGED
      * CARD IS MOVED INTO THE CARD RECORD AREA SO THE APPLY
      * PARAGRAPHS SEE IT EXACTLY AS THEY WOULD A KEYED CARD; THE
      * APPROVAL FIELDS ARE SAVED FIRST.
      *------------------------------------------------------------------
       1600-APPROVE-CARD.
           IF MNT-APPR-PEND-NO NOT NUMERIC
               OR MNT-APPR-PEND-NO = '000000'
               DISPLAY ' ACCTMNT - PENDING NUMBER NOT VALID: '
                   MNT-APPR-PEND-NO
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 1600-NEXT.
           IF NOT MNT-APPR-APPROVE AND NOT MNT-APPR-DECLINE
               DISPLAY ' ACCTMNT - APPROVAL ACTION NOT A OR D: '
                   MNT-APPR-PEND-NO ' ' MNT-APPR-ACTION
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 1600-NEXT.
           IF MNT-APPR-OPER = SPACES
               DISPLAY ' ACCTMNT - APPROVING OPERATOR MISSING: '
                   MNT-APPR-PEND-NO
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 1600-NEXT.
           MOVE MNT-APPR-PEND-NO TO MNT-APPR-NO.
           MOVE MNT-APPR-OPER TO MNT-APPROVER.
           MOVE MNT-APPR-NO TO PND-PEND-NO.
           READ MNT-PEND-FILE
               INVALID KEY
                   DISPLAY ' ACCTMNT - PENDING CARD NOT ON FILE: '
                       MNT-APPR-NO
                   ADD 1 TO MNT-REJECT-COUNT
                   GO TO 1600-NEXT
           END-READ.
           IF NOT PND-PENDING
               DISPLAY ' ACCTMNT - PENDING CARD ALREADY SETTLED: '
                   MNT-APPR-NO ' STATUS ' PND-STATUS
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 1600-NEXT.
           IF MNT-APPROVER = PND-KEY-OPER
               DISPLAY ' ACCTMNT - APPROVER KEYED THE CARD: '
                   MNT-APPR-NO ' ' MNT-APPROVER
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 1600-NEXT.
           MOVE MNT-APPROVER TO PND-APPR-OPER.
           MOVE MNT-RUN-DATE TO PND-APPR-DATE.
           IF MNT-APPR-DECLINE
               SET PND-DECLINED TO TRUE
               REWRITE PND-PENDING-REC
               DISPLAY ' ACCTMNT - DECLINED ' MNT-APPR-NO
                   ' BY ' MNT-APPROVER
               ADD 1 TO MNT-DECLINED-COUNT
               GO TO 1600-NEXT.
           MOVE MNT-APPLIED-COUNT TO MNT-HOLD-APPLIED.
           MOVE SPACES TO MNT-BEFORE-IMAGE.
           MOVE SPACES TO MNT-AFTER-IMAGE.
           MOVE PND-CARD-IMAGE TO MNT-CARD-REC.
           PERFORM 2000-APPLY-CARD THRU 2000-EXIT.
           IF MNT-APPLIED-COUNT > MNT-HOLD-APPLIED
               SET PND-APPLIED TO TRUE
               PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
           ELSE
               SET PND-FAILED TO TRUE
               ADD 1 TO MNT-FAILED-COUNT.
           REWRITE PND-PENDING-REC.
       1600-NEXT.
           PERFORM 8000-READ-CARD THRU 8000-EXIT.
       1600-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2000-APPLY-CARD -- APPLY ONE APPROVED CARD
      *------------------------------------------------------------------
       2000-APPLY-CARD.
           EVALUATE TRUE
               WHEN MNT-FUNC-OPEN
                   PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT
                   PERFORM 6100-HOLD-ACCOUNT THRU 6100-EXIT
               WHEN MNT-FUNC-RELEASE
                   PERFORM 6200-RELEASE-ACCOUNT THRU 6200-EXIT
               WHEN MNT-FUNC-CLASS
                   PERFORM 6300-SET-CLASS THRU 6300-EXIT
               WHEN MNT-FUNC-REACTIVATE
                   PERFORM 6400-REACTIVATE THRU 6400-EXIT
               WHEN OTHER
                   DISPLAY ' ACCTMNT - FUNCTION NOT VALID: '
                       MNT-CARD-FUNCTION ' ' MNT-CARD-ACCT-NO
                   ADD 1 TO MNT-REJECT-COUNT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2500-EDIT-LIMIT -- FIELD EDITS ON A LIMIT CARD.  ADDS TO THE
      * REJECT COUNT WHEN THE FIELD FAILS -- THE CALLER TESTS
      * WHETHER THE COUNT MOVED.
      *------------------------------------------------------------------
       2500-EDIT-LIMIT.
           IF MNT-CARD-LIMIT-DIGITS NOT NUMERIC
               OR (MNT-CARD-LIMIT-SIGN NOT = '+'
                   AND MNT-CARD-LIMIT-SIGN NOT = '-')
               DISPLAY ' ACCTMNT - LIMIT NOT SIGN THEN 9 DIGITS: '
                   MNT-CARD-ACCT-NO ' ' MNT-CARD-LIMIT-FIELD
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 2500-EXIT.
           IF MNT-CARD-LIMIT-NUM < ZERO
               DISPLAY ' ACCTMNT - LIMIT MAY NOT BE NEGATIVE: '
                   MNT-CARD-ACCT-NO ' ' MNT-CARD-LIMIT-FIELD
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3000-OPEN-ACCOUNT -- WRITE A NEW MASTER RECORD
      *------------------------------------------------------------------
           MOVE MNT-RUN-DATE TO MST-OPEN-DATE.
           MOVE ZERO TO MST-LIMIT-AMT.
           MOVE SPACE TO MST-HOLD-FLAG.
           MOVE SPACES TO MST-ACCT-CLASS.
           MOVE ZERO TO MST-LAST-POST-DATE.
           MOVE ZERO TO MST-REACT-DATE.
           MOVE MST-MASTER-REC TO MNT-AFTER-IMAGE.
           WRITE MST-MASTER-REC
               INVALID KEY
                   DISPLAY ' ACCTMNT - ACCOUNT ALREADY ON MASTER: '
                   ADD 1 TO MNT-REJECT-COUNT
                   GO TO 4000-EXIT
           END-READ.
           MOVE MST-MASTER-REC TO MNT-BEFORE-IMAGE.
           MOVE MNT-CARD-DESC TO MST-DESC.
           MOVE MST-MASTER-REC TO MNT-AFTER-IMAGE.
           REWRITE MST-MASTER-REC.
           DISPLAY ' ACCTMNT - CHANGED ' MNT-CARD-ACCT-NO
               ' ' MNT-CARD-DESC.
                   ADD 1 TO MNT-REJECT-COUNT
                   GO TO 5000-EXIT
           END-READ.
           MOVE MST-MASTER-REC TO MNT-BEFORE-IMAGE.
           IF MST-CLOSED
               DISPLAY ' ACCTMNT - ACCOUNT ALREADY CLOSED: '
                   MNT-CARD-ACCT-NO
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 5000-EXIT.
           SET MST-CLOSED TO TRUE.
           MOVE MST-MASTER-REC TO MNT-AFTER-IMAGE.
           REWRITE MST-MASTER-REC.
           DISPLAY ' ACCTMNT - CLOSED  ' MNT-CARD-ACCT-NO.
           ADD 1 TO MNT-APPLIED-COUNT.
      * POSTING LIMIT
      *------------------------------------------------------------------
       6000-SET-LIMIT.
           MOVE MNT-REJECT-COUNT TO MNT-HOLD-REJECTS.
           PERFORM 2500-EDIT-LIMIT THRU 2500-EXIT.
           IF MNT-REJECT-COUNT > MNT-HOLD-REJECTS
               GO TO 6000-EXIT.
           MOVE MNT-CARD-ACCT-NO TO MST-ACCT-NO.
           READ MNT-MASTER-FILE
                   ADD 1 TO MNT-REJECT-COUNT
                   GO TO 6000-EXIT
           END-READ.
           MOVE MST-MASTER-REC TO MNT-BEFORE-IMAGE.
           MOVE MNT-CARD-LIMIT-NUM TO MST-LIMIT-AMT.
           MOVE MST-MASTER-REC TO MNT-AFTER-IMAGE.
           REWRITE MST-MASTER-REC.
           DISPLAY ' ACCTMNT - LIMIT   ' MNT-CARD-ACCT-NO
               ' ' MST-LIMIT-AMT.
           EXIT.

      *------------------------------------------------------------------
      * 6100-HOLD-ACCOUNT -- REFUSE NEW ACTIVITY WITHOUT CLOSING.
      * A CARD WITH HOLD REASON D PLACES A DORMANT HOLD.
      *------------------------------------------------------------------
       6100-HOLD-ACCOUNT.
           MOVE MNT-CARD-ACCT-NO TO MST-ACCT-NO.
                   ADD 1 TO MNT-REJECT-COUNT
                   GO TO 6100-EXIT
           END-READ.
           MOVE MST-MASTER-REC TO MNT-BEFORE-IMAGE.
           IF MST-HELD
               DISPLAY ' ACCTMNT - ACCOUNT ALREADY HELD: '
                   MNT-CARD-ACCT-NO
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 6100-EXIT.
           IF MNT-HOLD-DORMANT
               SET MST-DORMANT-HOLD TO TRUE
           ELSE
               SET MST-HELD TO TRUE.
           MOVE MST-MASTER-REC TO MNT-AFTER-IMAGE.
           REWRITE MST-MASTER-REC.
           DISPLAY ' ACCTMNT - HELD    ' MNT-CARD-ACCT-NO
               ' ' MST-HOLD-FLAG.
           ADD 1 TO MNT-APPLIED-COUNT.
       6100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 6200-RELEASE-ACCOUNT -- TAKE AN ORDINARY HOLD OFF.  A DORMANT
      * HOLD TAKES A REACTIVATION CARD.
      *------------------------------------------------------------------
       6200-RELEASE-ACCOUNT.
           MOVE MNT-CARD-ACCT-NO TO MST-ACCT-NO.
                   ADD 1 TO MNT-REJECT-COUNT
                   GO TO 6200-EXIT
           END-READ.
           MOVE MST-MASTER-REC TO MNT-BEFORE-IMAGE.
           IF NOT MST-HELD
               DISPLAY ' ACCTMNT - ACCOUNT NOT HELD: '
                   MNT-CARD-ACCT-NO
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 6200-EXIT.
           IF MST-DORMANT-HOLD
               DISPLAY ' ACCTMNT - DORMANT HOLD - USE A V CARD: '
                   MNT-CARD-ACCT-NO
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 6200-EXIT.
           MOVE SPACE TO MST-HOLD-FLAG.
           MOVE MST-MASTER-REC TO MNT-AFTER-IMAGE.
           REWRITE MST-MASTER-REC.
           DISPLAY ' ACCTMNT - RELEASED ' MNT-CARD-ACCT-NO.
           ADD 1 TO MNT-APPLIED-COUNT.
           EXIT.

      *------------------------------------------------------------------
      * 6300-SET-CLASS -- SET (OR WITH BLANKS, REMOVE) THE CLASS THAT
      * KEYS THE ACCOUNT'S INTEREST AND FEE TERMS
      *------------------------------------------------------------------
       6300-SET-CLASS.
           MOVE MNT-CARD-ACCT-NO TO MST-ACCT-NO.
           READ MNT-MASTER-FILE
               INVALID KEY
                   DISPLAY ' ACCTMNT - ACCOUNT NOT ON MASTER: '
                       MNT-CARD-ACCT-NO
                   ADD 1 TO MNT-REJECT-COUNT
                   GO TO 6300-EXIT
           END-READ.
           MOVE MST-MASTER-REC TO MNT-BEFORE-IMAGE.
           MOVE MNT-CARD-CLASS TO MST-ACCT-CLASS.
           MOVE MST-MASTER-REC TO MNT-AFTER-IMAGE.
           REWRITE MST-MASTER-REC.
           DISPLAY ' ACCTMNT - CLASS   ' MNT-CARD-ACCT-NO
               ' ' MST-ACCT-CLASS.
           ADD 1 TO MNT-APPLIED-COUNT.
       6300-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 6400-REACTIVATE -- TAKE A DORMANT HOLD OFF AND RESTART THE
      * DORMANCY CLOCK FROM TODAY
      *------------------------------------------------------------------
       6400-REACTIVATE.
           MOVE MNT-CARD-ACCT-NO TO MST-ACCT-NO.
           READ MNT-MASTER-FILE
               INVALID KEY
                   DISPLAY ' ACCTMNT - ACCOUNT NOT ON MASTER: '
                       MNT-CARD-ACCT-NO
                   ADD 1 TO MNT-REJECT-COUNT
                   GO TO 6400-EXIT
           END-READ.
           MOVE MST-MASTER-REC TO MNT-BEFORE-IMAGE.
           IF NOT MST-DORMANT-HOLD
               DISPLAY ' ACCTMNT - ACCOUNT NOT ON DORMANT HOLD: '
                   MNT-CARD-ACCT-NO
               ADD 1 TO MNT-REJECT-COUNT
               GO TO 6400-EXIT.
           MOVE SPACE TO MST-HOLD-FLAG.
           MOVE MNT-RUN-DATE TO MST-REACT-DATE.
           MOVE MST-MASTER-REC TO MNT-AFTER-IMAGE.
           REWRITE MST-MASTER-REC.
           DISPLAY ' ACCTMNT - REACTIVATED ' MNT-CARD-ACCT-NO.
           ADD 1 TO MNT-APPLIED-COUNT.
       6400-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7000-WRITE-HISTORY -- RECORD AN APPLIED CARD WITH THE MASTER
      * RECORD'S IMAGE BEFORE AND AFTER THE CHANGE
      *------------------------------------------------------------------
       7000-WRITE-HISTORY.
           MOVE SPACES TO MHS-HISTORY-REC.
           SET MHS-ACCOUNT-MASTER TO TRUE.
           MOVE MNT-CARD-ACCT-NO TO MHS-ACCT-NO.
           MOVE MNT-CARD-ACCT-NO TO MHS-RECORD-KEY.
           MOVE MNT-CARD-FUNCTION TO MHS-FUNCTION.
           MOVE MNT-RUN-DATE TO MHS-APPLY-DATE.
           MOVE MNT-RUN-TIME TO MHS-APPLY-TIME.
           MOVE PND-PEND-NO TO MHS-PEND-NO.
           MOVE PND-KEY-OPER TO MHS-KEY-OPER.
           MOVE PND-STAGE-DATE TO MHS-STAGE-DATE.
           MOVE MNT-APPROVER TO MHS-APPR-OPER.
           MOVE MNT-BEFORE-IMAGE TO MHS-BEFORE-IMAGE.
           MOVE MNT-AFTER-IMAGE TO MHS-AFTER-IMAGE.
           WRITE MHS-HISTORY-REC.
       7000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7500-LIST-PENDING -- LIST EVERY CARD STILL WAITING FOR ITS
      * SECOND OPERATOR, OLDEST FIRST
      *------------------------------------------------------------------
       7500-LIST-PENDING.
           MOVE ZERO TO PND-PEND-NO.
           START MNT-PEND-FILE KEY > PND-PEND-NO
               INVALID KEY
                   GO TO 7500-EXIT
           END-START.
           PERFORM 8100-READ-PENDING THRU 8100-EXIT.
           PERFORM 7600-LIST-ONE THRU 7600-EXIT
               UNTIL MNT-PEND-EOF.
       7500-EXIT.
           EXIT.

       7600-LIST-ONE.
           IF PND-PENDING
               MOVE PND-CARD-IMAGE TO MNT-CARD-REC
               DISPLAY ' ACCTMNT - PENDING ' PND-PEND-NO ' '
                   MNT-CARD-FUNCTION ' ' MNT-CARD-ACCT-NO
                   ' KEYED BY ' PND-KEY-OPER ' ON ' PND-STAGE-DATE
               ADD 1 TO MNT-WAITING-COUNT.
           PERFORM 8100-READ-PENDING THRU 8100-EXIT.
       7600-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-CARD -- READ THE NEXT MAINTENANCE OR APPROVAL CARD
      *------------------------------------------------------------------
       8000-READ-CARD.
           READ MNT-CARD-FILE
           END-READ.
       8000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8100-READ-PENDING -- READ THE NEXT PENDING RECORD IN KEY ORDER
      *------------------------------------------------------------------
       8100-READ-PENDING.
           READ MNT-PEND-FILE NEXT RECORD
               AT END
                   SET MNT-PEND-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.
