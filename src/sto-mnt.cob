      *                                                                *
      * REMARKS:                                                      *
      *    CARD-DRIVEN MAINTENANCE OF THE KEYED STANDING-ORDERS       *
      *    FILE, MODELED ON ACCTMNT AND UNDER THE SAME DUAL           *
      *    CONTROL.  THE PARAMETER CARD SELECTS THE RUN --            *
      *                                                                *
      *        COL   1     S = STAGE THE MAINTENANCE CARDS            *
      *                    A = APPROVE AND APPLY STAGED CARDS         *
      *                                                                *
      *    THE STAGING RUN EDITS EACH MAINTENANCE CARD AND WRITES     *
      *    IT TO THE PENDING FILE UNDER A NEW PENDING NUMBER, WITH    *
      *    THE KEYING OPERATOR FROM THE CARD.  EACH CARD IS ONE       *
      *    ACTION --                                                  *
      *                                                                *
      *        COL   1     FUNCTION:  A = ADD A NEW ORDER             *
      *                               C = CHANGE AN ORDER             *
      *        COLS 13-18  AMOUNT A, SIGN THEN 5 DIGITS (ADD, CHG)    *
      *        COLS 19-24  AMOUNT B, SIGN THEN 5 DIGITS (ADD, CHG)    *
      *        COLS 25-26  DAY OF MONTH DUE, 01-31 (ADD, CHANGE)      *
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
      *    MAINTENANCE-HISTORY RECORD WITH THE ORDER'S IMAGE BEFORE   *
      *    AND AFTER THE CHANGE.  CARDS NOT YET APPROVED STAY         *
      *    PENDING AND ARE LISTED AT THE END OF EVERY APPROVAL RUN.   *
      *                                                                *
      *    AN ORDER ON DAY 29, 30, OR 31 FIRES ON THE LAST DAY OF     *
      *    A SHORTER MONTH.  CANCELLING DOES NOT DELETE -- THE        *
      *    RECORD STAYS FOR AUDIT WITH STATUS X, AND THE GENERATOR    *
      *    PASSES IT OVER.  EVERY ACTION IS ECHOED TO SYSOUT AS       *
      *    WELL.                                                      *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  ALL CARDS STAGED, OR ALL APPROVALS APPLIED       *
      *        0004  ONE OR MORE CARDS REJECTED                       *
      *        0016  PARAMETER CARD MISSING OR INVALID                *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    09/02/2026  DP  ORIGINAL PROGRAM.                          *
      *    10/15/2026  DP  DUAL CONTROL -- STAGE CARDS TO THE PENDING *
      *                    FILE, APPLY ONLY CARDS APPROVED BY A       *
      *                    SECOND OPERATOR, AND WRITE BEFORE AND      *
      *                    AFTER IMAGES TO THE MAINTENANCE HISTORY.   *
      *    10/15/2026  DP  IMAGE AREAS WIDENED TO 100 BYTES WITH THE  *
      *                    MAINTENANCE HISTORY.                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SM-PARM-FILE        ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT SM-CARD-FILE        ASSIGN TO STOCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT SM-ORDER-FILE       ASSIGN TO STORDERS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORD-ORDER-NO.
           SELECT SM-PEND-FILE        ASSIGN TO STOPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-PEND-NO.
           SELECT SM-HIST-FILE        ASSIGN TO MNTHIST
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SM-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SM-PARM-REC.
           05  SM-PARM-FUNCTION         PIC X(01).
               88  SM-PARM-STAGE        VALUE 'S'.
               88  SM-PARM-APPROVE      VALUE 'A'.
           05  FILLER                   PIC X(79).

       FD  SM-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
                                        PIC S9(3)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  SM-CARD-DAY              PIC X(02).
           05  FILLER                   PIC X(46).
           05  SM-CARD-OPER             PIC X(08).
      *----------------------------------------------------------------
      * THE APPROVAL RUN READS APPROVAL CARDS FROM THE SAME DD
      *----------------------------------------------------------------
       01  SM-APPR-REC.
           05  SM-APPR-PEND-NO          PIC X(06).
           05  SM-APPR-ACTION           PIC X(01).
               88  SM-APPR-APPROVE      VALUE 'A'.
               88  SM-APPR-DECLINE      VALUE 'D'.
           05  FILLER                   PIC X(65).
           05  SM-APPR-OPER             PIC X(08).

       FD  SM-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STORDER.

       FD  SM-PEND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MNTPEND.

       FD  SM-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY MNTHIST.

       WORKING-STORAGE SECTION.
       77  SM-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  SM-PARM-EOF              VALUE 'Y'.
       77  SM-CARD-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  SM-CARD-EOF              VALUE 'Y'.
       77  SM-PEND-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  SM-PEND-EOF              VALUE 'Y'.
       77  SM-RUN-MODE                  PIC X(01) VALUE SPACE.
           88  SM-STAGE-RUN             VALUE 'S'.
           88  SM-APPROVAL-RUN          VALUE 'A'.
       77  SM-APPLIED-COUNT             PIC 9(5) COMP VALUE ZERO.
       77  SM-REJECT-COUNT              PIC 9(5) COMP VALUE ZERO.
       77  SM-HOLD-REJECTS              PIC 9(5) COMP VALUE ZERO.
       77  SM-HOLD-APPLIED              PIC 9(5) COMP VALUE ZERO.
       77  SM-STAGED-COUNT              PIC 9(5) COMP VALUE ZERO.
       77  SM-DECLINED-COUNT            PIC 9(5) COMP VALUE ZERO.
       77  SM-FAILED-COUNT              PIC 9(5) COMP VALUE ZERO.
       77  SM-WAITING-COUNT             PIC 9(5) COMP VALUE ZERO.
       77  SM-RUN-DATE                  PIC 9(8) VALUE ZERO.
       77  SM-RUN-TIME                  PIC 9(8) VALUE ZERO.
       77  SM-LAST-PEND-NO              PIC 9(6) VALUE ZERO.
       77  SM-APPR-NO                   PIC 9(6) VALUE ZERO.
       77  SM-APPROVER                  PIC X(8) VALUE SPACES.
       77  SM-BEFORE-IMAGE              PIC X(100) VALUE SPACES.
       01  SM-AFTER-IMAGE               PIC X(100) VALUE SPACES.
       01  SM-AFTER-PARTS REDEFINES SM-AFTER-IMAGE.
           05  FILLER                   PIC X(05).
           05  SM-AFTER-ACCT-NO         PIC X(05).
           05  FILLER                   PIC X(90).

       PROCEDURE DIVISION.

      *==================================================================
      * 0000-MAINLINE -- STAGE THE MAINTENANCE CARDS, OR APPROVE AND
      * APPLY STAGED ONES, AS THE PARAMETER CARD SAYS
      *==================================================================
       0000-MAINLINE.
           PERFORM 1000-GET-PARM THRU 1000-EXIT.
           OPEN INPUT SM-CARD-FILE.
           OPEN I-O SM-PEND-FILE.
           ACCEPT SM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SM-RUN-TIME FROM TIME.
           IF SM-STAGE-RUN
               PERFORM 1100-STAGE-RUN THRU 1100-EXIT
           ELSE
               PERFORM 1500-APPROVAL-RUN THRU 1500-EXIT.
           CLOSE SM-CARD-FILE SM-PEND-FILE.
           IF SM-STAGE-RUN
               DISPLAY ' STOMNT - CARDS STAGED  . . . ' SM-STAGED-COUNT
           ELSE
               DISPLAY ' STOMNT - CARDS APPLIED . . . '
                   SM-APPLIED-COUNT
               DISPLAY ' STOMNT - CARDS DECLINED  . . '
                   SM-DECLINED-COUNT
               DISPLAY ' STOMNT - APPLY FAILED  . . . '
                   SM-FAILED-COUNT
               DISPLAY ' STOMNT - STILL PENDING . . . '
                   SM-WAITING-COUNT.
           DISPLAY ' STOMNT - CARDS REJECTED  . . ' SM-REJECT-COUNT.
           IF SM-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *------------------------------------------------------------------
      * 1000-GET-PARM -- READ AND VALIDATE THE PARAMETER CARD
      *------------------------------------------------------------------
       1000-GET-PARM.
           OPEN INPUT SM-PARM-FILE.
           READ SM-PARM-FILE
               AT END
                   SET SM-PARM-EOF TO TRUE
           END-READ.
           IF SM-PARM-EOF
               OR (NOT SM-PARM-STAGE AND NOT SM-PARM-APPROVE)
               DISPLAY ' STOMNT - PARAMETER CARD NOT S OR A'
               CLOSE SM-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE SM-PARM-FUNCTION TO SM-RUN-MODE.
           CLOSE SM-PARM-FILE.
       1000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1100-STAGE-RUN -- EDIT EVERY MAINTENANCE CARD AND WRITE THE
      * GOOD ONES TO THE PENDING FILE.  NOTHING TOUCHES THE ORDERS.
      *------------------------------------------------------------------
       1100-STAGE-RUN.
           MOVE ZERO TO PND-PEND-NO.
           READ SM-PEND-FILE
               INVALID KEY
                   MOVE SPACES TO PND-HEADER-REC
                   MOVE ZERO TO PND-HDR-KEY
                   MOVE ZERO TO PND-HDR-LAST-NO
                   WRITE PND-HEADER-REC
           END-READ.
           MOVE PND-HDR-LAST-NO TO SM-LAST-PEND-NO.
           PERFORM 8000-READ-CARD THRU 8000-EXIT.
           PERFORM 1200-STAGE-CARD THRU 1200-EXIT
               UNTIL SM-CARD-EOF.
       1100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1200-STAGE-CARD -- EDIT ONE CARD AS FAR AS CAN BE DONE
      * WITHOUT THE ORDERS FILE, THEN STAGE IT UNDER THE NEXT
      * PENDING NUMBER.  THE HEADER IS STEPPED BEFORE THE CARD IS
      * WRITTEN.
      *------------------------------------------------------------------
       1200-STAGE-CARD.
           IF SM-CARD-OPER = SPACES
               DISPLAY ' STOMNT - KEYING OPERATOR MISSING: '
                   SM-CARD-FUNCTION SM-CARD-ORDER-NO
               ADD 1 TO SM-REJECT-COUNT
               GO TO 1200-NEXT.
           IF SM-CARD-ORDER-NO NOT NUMERIC
               DISPLAY ' STOMNT - ORDER NOT NUMERIC: ' SM-CARD-REC
               ADD 1 TO SM-REJECT-COUNT
               GO TO 1200-NEXT.
           IF NOT SM-FUNC-ADD AND NOT SM-FUNC-CHANGE
               AND NOT SM-FUNC-CANCEL
               DISPLAY ' STOMNT - FUNCTION NOT A C OR X: '
                   SM-CARD-FUNCTION ' ' SM-CARD-ORDER-NO
               ADD 1 TO SM-REJECT-COUNT
               GO TO 1200-NEXT.
           IF NOT SM-FUNC-CANCEL
               MOVE SM-REJECT-COUNT TO SM-HOLD-REJECTS
               PERFORM 2500-EDIT-BODY THRU 2500-EXIT
               IF SM-REJECT-COUNT > SM-HOLD-REJECTS
                   GO TO 1200-NEXT.
           ADD 1 TO SM-LAST-PEND-NO.
           MOVE SPACES TO PND-HEADER-REC.
           MOVE ZERO TO PND-HDR-KEY.
           MOVE SM-LAST-PEND-NO TO PND-HDR-LAST-NO.
           REWRITE PND-HEADER-REC.
           MOVE SPACES TO PND-PENDING-REC.
           MOVE SM-LAST-PEND-NO TO PND-PEND-NO.
           SET PND-PENDING TO TRUE.
           MOVE SM-CARD-OPER TO PND-KEY-OPER.
           MOVE SM-RUN-DATE TO PND-STAGE-DATE.
           MOVE SM-RUN-TIME TO PND-STAGE-TIME.
           MOVE ZERO TO PND-APPR-DATE.
           MOVE SM-CARD-REC TO PND-CARD-IMAGE.
           WRITE PND-PENDING-REC
               INVALID KEY
                   DISPLAY ' STOMNT - PENDING NUMBER ALREADY USED: '
                       SM-LAST-PEND-NO
                   CLOSE SM-CARD-FILE SM-PEND-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           DISPLAY ' STOMNT - STAGED  ' PND-PEND-NO ' '
               SM-CARD-FUNCTION ' ' SM-CARD-ORDER-NO
               ' KEYED BY ' SM-CARD-OPER.
           ADD 1 TO SM-STAGED-COUNT.
       1200-NEXT.
           PERFORM 8000-READ-CARD THRU 8000-EXIT.
       1200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1500-APPROVAL-RUN -- WORK EVERY APPROVAL CARD, THEN LIST THE
      * CARDS STILL WAITING FOR A SECOND OPERATOR
      *------------------------------------------------------------------
       1500-APPROVAL-RUN.
           OPEN I-O SM-ORDER-FILE.
           OPEN OUTPUT SM-HIST-FILE.
           PERFORM 8000-READ-CARD THRU 8000-EXIT.
           PERFORM 1600-APPROVE-CARD THRU 1600-EXIT
               UNTIL SM-CARD-EOF.
           CLOSE SM-ORDER-FILE SM-HIST-FILE.
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
           IF SM-APPR-PEND-NO NOT NUMERIC
               OR SM-APPR-PEND-NO = '000000'
               DISPLAY ' STOMNT - PENDING NUMBER NOT VALID: '
                   SM-APPR-PEND-NO
               ADD 1 TO SM-REJECT-COUNT
               GO TO 1600-NEXT.
           IF NOT SM-APPR-APPROVE AND NOT SM-APPR-DECLINE
               DISPLAY ' STOMNT - APPROVAL ACTION NOT A OR D: '
                   SM-APPR-PEND-NO ' ' SM-APPR-ACTION
               ADD 1 TO SM-REJECT-COUNT
               GO TO 1600-NEXT.
           IF SM-APPR-OPER = SPACES
               DISPLAY ' STOMNT - APPROVING OPERATOR MISSING: '
                   SM-APPR-PEND-NO
               ADD 1 TO SM-REJECT-COUNT
               GO TO 1600-NEXT.
           MOVE SM-APPR-PEND-NO TO SM-APPR-NO.
           MOVE SM-APPR-OPER TO SM-APPROVER.
           MOVE SM-APPR-NO TO PND-PEND-NO.
           READ SM-PEND-FILE
               INVALID KEY
                   DISPLAY ' STOMNT - PENDING CARD NOT ON FILE: '
                       SM-APPR-NO
                   ADD 1 TO SM-REJECT-COUNT
                   GO TO 1600-NEXT
           END-READ.
           IF NOT PND-PENDING
               DISPLAY ' STOMNT - PENDING CARD ALREADY SETTLED: '
                   SM-APPR-NO ' STATUS ' PND-STATUS
               ADD 1 TO SM-REJECT-COUNT
               GO TO 1600-NEXT.
           IF SM-APPROVER = PND-KEY-OPER
               DISPLAY ' STOMNT - APPROVER KEYED THE CARD: '
                   SM-APPR-NO ' ' SM-APPROVER
               ADD 1 TO SM-REJECT-COUNT
               GO TO 1600-NEXT.
           MOVE SM-APPROVER TO PND-APPR-OPER.
           MOVE SM-RUN-DATE TO PND-APPR-DATE.
           IF SM-APPR-DECLINE
               SET PND-DECLINED TO TRUE
               REWRITE PND-PENDING-REC
               DISPLAY ' STOMNT - DECLINED ' SM-APPR-NO
                   ' BY ' SM-APPROVER
               ADD 1 TO SM-DECLINED-COUNT
               GO TO 1600-NEXT.
           MOVE SM-APPLIED-COUNT TO SM-HOLD-APPLIED.
           MOVE SPACES TO SM-BEFORE-IMAGE.
           MOVE SPACES TO SM-AFTER-IMAGE.
           MOVE PND-CARD-IMAGE TO SM-CARD-REC.
           PERFORM 2000-APPLY-CARD THRU 2000-EXIT.
           IF SM-APPLIED-COUNT > SM-HOLD-APPLIED
               SET PND-APPLIED TO TRUE
               PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
           ELSE
               SET PND-FAILED TO TRUE
               ADD 1 TO SM-FAILED-COUNT.
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
               WHEN SM-FUNC-ADD
                   PERFORM 3000-ADD-ORDER THRU 3000-EXIT
                       SM-CARD-FUNCTION ' ' SM-CARD-ORDER-NO
                   ADD 1 TO SM-REJECT-COUNT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

           MOVE SM-CARD-DAY TO ORD-DAY.
           SET ORD-ACTIVE TO TRUE.
           MOVE ZERO TO ORD-LAST-GEN-DATE.
           MOVE ORD-ORDER-REC TO SM-AFTER-IMAGE.
           WRITE ORD-ORDER-REC
               INVALID KEY
                   DISPLAY ' STOMNT - ORDER ALREADY ON FILE: '
                   ADD 1 TO SM-REJECT-COUNT
                   GO TO 4000-EXIT
           END-READ.
           MOVE ORD-ORDER-REC TO SM-BEFORE-IMAGE.
           MOVE SM-CARD-ACCT-NO TO ORD-ACCT-NO.
           MOVE SM-CARD-TRANS-CODE TO ORD-TRANS-CODE.
           MOVE SM-CARD-A-NUM TO ORD-A-AMT.
           MOVE SM-CARD-B-NUM TO ORD-B-AMT.
           MOVE SM-CARD-DAY TO ORD-DAY.
           MOVE ORD-ORDER-REC TO SM-AFTER-IMAGE.
           REWRITE ORD-ORDER-REC.
           DISPLAY ' STOMNT - CHANGED ' SM-CARD-ORDER-NO
               ' ACCT ' ORD-ACCT-NO ' ' ORD-TRANS-CODE
                   ADD 1 TO SM-REJECT-COUNT
                   GO TO 5000-EXIT
           END-READ.
           MOVE ORD-ORDER-REC TO SM-BEFORE-IMAGE.
           IF ORD-CANCELLED
               DISPLAY ' STOMNT - ORDER ALREADY CANCELLED: '
                   SM-CARD-ORDER-NO
               ADD 1 TO SM-REJECT-COUNT
               GO TO 5000-EXIT.
           SET ORD-CANCELLED TO TRUE.
           MOVE ORD-ORDER-REC TO SM-AFTER-IMAGE.
           REWRITE ORD-ORDER-REC.
           DISPLAY ' STOMNT - CANCELLED ' SM-CARD-ORDER-NO.
           ADD 1 TO SM-APPLIED-COUNT.
           EXIT.

      *------------------------------------------------------------------
      * 7000-WRITE-HISTORY -- RECORD AN APPLIED CARD WITH THE ORDER'S
      * IMAGE BEFORE AND AFTER THE CHANGE, UNDER THE ACCOUNT THE
      * ORDER POSTS TO
      *------------------------------------------------------------------
       7000-WRITE-HISTORY.
           MOVE SPACES TO MHS-HISTORY-REC.
           SET MHS-STANDING-ORDER TO TRUE.
           MOVE SM-AFTER-ACCT-NO TO MHS-ACCT-NO.
           MOVE SM-CARD-ORDER-NO TO MHS-RECORD-KEY.
           MOVE SM-CARD-FUNCTION TO MHS-FUNCTION.
           MOVE SM-RUN-DATE TO MHS-APPLY-DATE.
           MOVE SM-RUN-TIME TO MHS-APPLY-TIME.
           MOVE PND-PEND-NO TO MHS-PEND-NO.
           MOVE PND-KEY-OPER TO MHS-KEY-OPER.
           MOVE PND-STAGE-DATE TO MHS-STAGE-DATE.
           MOVE SM-APPROVER TO MHS-APPR-OPER.
           MOVE SM-BEFORE-IMAGE TO MHS-BEFORE-IMAGE.
           MOVE SM-AFTER-IMAGE TO MHS-AFTER-IMAGE.
           WRITE MHS-HISTORY-REC.
       7000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7500-LIST-PENDING -- LIST EVERY CARD STILL WAITING FOR ITS
      * SECOND OPERATOR, OLDEST FIRST
      *------------------------------------------------------------------
       7500-LIST-PENDING.
           MOVE ZERO TO PND-PEND-NO.
           START SM-PEND-FILE KEY > PND-PEND-NO
               INVALID KEY
                   GO TO 7500-EXIT
           END-START.
           PERFORM 8100-READ-PENDING THRU 8100-EXIT.
           PERFORM 7600-LIST-ONE THRU 7600-EXIT
               UNTIL SM-PEND-EOF.
       7500-EXIT.
           EXIT.

       7600-LIST-ONE.
           IF PND-PENDING
               MOVE PND-CARD-IMAGE TO SM-CARD-REC
               DISPLAY ' STOMNT - PENDING ' PND-PEND-NO ' '
                   SM-CARD-FUNCTION ' ' SM-CARD-ORDER-NO
                   ' KEYED BY ' PND-KEY-OPER ' ON ' PND-STAGE-DATE
               ADD 1 TO SM-WAITING-COUNT.
           PERFORM 8100-READ-PENDING THRU 8100-EXIT.
       7600-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-CARD -- READ THE NEXT MAINTENANCE OR APPROVAL CARD
      *------------------------------------------------------------------
       8000-READ-CARD.
           READ SM-CARD-FILE
           END-READ.
       8000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8100-READ-PENDING -- READ THE NEXT PENDING RECORD IN KEY ORDER
      *------------------------------------------------------------------
       8100-READ-PENDING.
           READ SM-PEND-FILE NEXT RECORD
               AT END
                   SET SM-PEND-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.
