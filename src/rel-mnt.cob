      ******************************************************************
      *                                                                *
      * PROGRAM-ID:  RELMNT                                           *
      *                                                                *
      * AUTHOR:      DATA PROCESSING                                  *
      * INSTALLATION: FINANCE SYSTEMS - BATCH                         *
      * DATE-WRITTEN: 10/15/2026                                      *
      * DATE-COMPILED:                                                *
      *                                                                *
      * REMARKS:                                                      *
      *    CARD-DRIVEN MAINTENANCE OF THE KEYED CUSTOMER RELATIONSHIP *
      *    MASTER, MODELED ON ACCTMNT AND UNDER THE SAME DUAL         *
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
      *        COL   1     FUNCTION:  O = OPEN A NEW RELATIONSHIP     *
      *                               C = CHANGE THE NAME             *
      *                               X = CLOSE THE RELATIONSHIP      *
      *                               L = SET THE AGGREGATE LIMIT     *
      *                               A = ADD A MEMBER ACCOUNT        *
      *                               D = DROP A MEMBER ACCOUNT       *
      *        COLS  2-6   CUSTOMER NUMBER                            *
      *        COLS  7-36  NAME (OPEN AND CHANGE ONLY)                *
      *        COLS  7-18  AGGREGATE LIMIT, SIGN THEN 11 DIGITS WITH  *
      *                    TWO ASSUMED DECIMALS (LIMIT ONLY --        *
      *                    +00000000000 REMOVES THE LIMIT)            *
      *        COLS  7-11  ACCOUNT NUMBER (ADD AND DROP ONLY)         *
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
      *    MAINTENANCE-HISTORY RECORD WITH THE RELATIONSHIP RECORD'S  *
      *    IMAGE BEFORE AND AFTER THE CHANGE, UNDER THE MEMBER        *
      *    ACCOUNT FOR AN ADD OR DROP AND UNDER ACCOUNT ZERO          *
      *    OTHERWISE.  CARDS NOT YET APPROVED STAY PENDING AND ARE    *
      *    LISTED AT THE END OF EVERY APPROVAL RUN.                   *
      *                                                                *
      *    A NEW RELATIONSHIP STARTS OPEN WITH NO MEMBERS AND NO      *
      *    AGGREGATE LIMIT.  A MEMBER ACCOUNT MUST BE ON THE ACCOUNT  *
      *    MASTER AND NOT CLOSED, AND MAY BELONG TO ONE RELATIONSHIP  *
      *    ONLY; A RELATIONSHIP HOLDS AT MOST 8.  ADDING OR DROPPING  *
      *    A MEMBER UPDATES THE RELATIONSHIP'S MEMBER LIST AND THE    *
      *    ACCOUNT'S INDEX RECORD TOGETHER.  A RELATIONSHIP CLOSES    *
      *    ONLY ONCE ITS MEMBERS ARE DROPPED; CLOSING DOES NOT        *
      *    DELETE.  EVERY ACTION IS ECHOED TO SYSOUT AS WELL.         *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  ALL CARDS STAGED, OR ALL APPROVALS APPLIED       *
      *        0004  ONE OR MORE CARDS REJECTED                       *
      *        0016  PARAMETER CARD MISSING OR INVALID                *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    10/15/2026  DP  ORIGINAL PROGRAM.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELMNT.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  FINANCE SYSTEMS - BATCH.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RM-PARM-FILE        ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT RM-CARD-FILE        ASSIGN TO RELCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT RM-REL-FILE         ASSIGN TO RELMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REL-KEY.
           SELECT RM-MASTER-FILE      ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCT-NO.
           SELECT RM-PEND-FILE        ASSIGN TO RELPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-PEND-NO.
           SELECT RM-HIST-FILE        ASSIGN TO MNTHIST
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RM-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RM-PARM-REC.
           05  RM-PARM-FUNCTION         PIC X(01).
               88  RM-PARM-STAGE        VALUE 'S'.
               88  RM-PARM-APPROVE      VALUE 'A'.
           05  FILLER                   PIC X(79).

       FD  RM-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  RM-CARD-REC.
           05  RM-CARD-FUNCTION         PIC X(01).
               88  RM-FUNC-OPEN         VALUE 'O'.
               88  RM-FUNC-CHANGE       VALUE 'C'.
               88  RM-FUNC-CLOSE        VALUE 'X'.
               88  RM-FUNC-LIMIT        VALUE 'L'.
               88  RM-FUNC-ADD-MEMBER   VALUE 'A'.
               88  RM-FUNC-DROP-MEMBER  VALUE 'D'.
               88  RM-FUNC-VALID        VALUES 'O' 'C' 'X' 'L'
                                               'A' 'D'.
           05  RM-CARD-CUST-NO          PIC X(05).
           05  RM-CARD-NAME             PIC X(30).
           05  RM-CARD-LIMIT-AREA REDEFINES RM-CARD-NAME.
               10  RM-CARD-LIMIT-FIELD.
                   15  RM-CARD-LIMIT-SIGN
                                        PIC X(01).
                   15  RM-CARD-LIMIT-DIGITS
                                        PIC X(11).
               10  RM-CARD-LIMIT-NUM REDEFINES RM-CARD-LIMIT-FIELD
                                        PIC S9(9)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  FILLER               PIC X(18).
           05  RM-CARD-MEMBER-AREA REDEFINES RM-CARD-NAME.
               10  RM-CARD-ACCT-NO      PIC X(05).
               10  FILLER               PIC X(25).
           05  FILLER                   PIC X(36).
           05  RM-CARD-OPER             PIC X(08).
      *----------------------------------------------------------------
      * THE APPROVAL RUN READS APPROVAL CARDS FROM THE SAME DD
      *----------------------------------------------------------------
       01  RM-APPR-REC.
           05  RM-APPR-PEND-NO          PIC X(06).
           05  RM-APPR-ACTION           PIC X(01).
               88  RM-APPR-APPROVE      VALUE 'A'.
               88  RM-APPR-DECLINE      VALUE 'D'.
           05  FILLER                   PIC X(65).
           05  RM-APPR-OPER             PIC X(08).

       FD  RM-REL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RELMST.

       FD  RM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMST.

       FD  RM-PEND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MNTPEND.

       FD  RM-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY MNTHIST.

       WORKING-STORAGE SECTION.
       77  RM-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  RM-PARM-EOF              VALUE 'Y'.
       77  RM-CARD-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  RM-CARD-EOF              VALUE 'Y'.
       77  RM-PEND-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  RM-PEND-EOF              VALUE 'Y'.
       77  RM-RUN-MODE                  PIC X(01) VALUE SPACE.
           88  RM-STAGE-RUN             VALUE 'S'.
           88  RM-APPROVAL-RUN          VALUE 'A'.
       77  RM-APPLIED-COUNT             PIC 9(5) COMP VALUE ZERO.
       77  RM-REJECT-COUNT              PIC 9(5) COMP VALUE ZERO.
       77  RM-HOLD-REJECTS              PIC 9(5) COMP VALUE ZERO.
       77  RM-HOLD-APPLIED              PIC 9(5) COMP VALUE ZERO.
       77  RM-STAGED-COUNT              PIC 9(5) COMP VALUE ZERO.
       77  RM-DECLINED-COUNT            PIC 9(5) COMP VALUE ZERO.
       77  RM-FAILED-COUNT              PIC 9(5) COMP VALUE ZERO.
       77  RM-WAITING-COUNT             PIC 9(5) COMP VALUE ZERO.
       77  RM-SUB                       PIC 9(4) COMP VALUE ZERO.
       77  RM-FOUND-SUB                 PIC 9(4) COMP VALUE ZERO.
       77  RM-RUN-DATE                  PIC 9(8) VALUE ZERO.
       77  RM-RUN-TIME                  PIC 9(8) VALUE ZERO.
       77  RM-LAST-PEND-NO              PIC 9(6) VALUE ZERO.
       77  RM-APPR-NO                   PIC 9(6) VALUE ZERO.
       77  RM-APPROVER                  PIC X(8) VALUE SPACES.
       77  RM-HIST-ACCT-NO              PIC 9(5) VALUE ZERO.
       77  RM-BEFORE-IMAGE              PIC X(100) VALUE SPACES.
       77  RM-AFTER-IMAGE               PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

      *==================================================================
      * 0000-MAINLINE -- STAGE THE MAINTENANCE CARDS, OR APPROVE AND
      * APPLY STAGED ONES, AS THE PARAMETER CARD SAYS
      *==================================================================
       0000-MAINLINE.
           PERFORM 1000-GET-PARM THRU 1000-EXIT.
           OPEN INPUT RM-CARD-FILE.
           OPEN I-O RM-PEND-FILE.
           ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RM-RUN-TIME FROM TIME.
           IF RM-STAGE-RUN
               PERFORM 1100-STAGE-RUN THRU 1100-EXIT
           ELSE
               PERFORM 1500-APPROVAL-RUN THRU 1500-EXIT.
           CLOSE RM-CARD-FILE RM-PEND-FILE.
           IF RM-STAGE-RUN
               DISPLAY ' RELMNT - CARDS STAGED  . . . ' RM-STAGED-COUNT
           ELSE
               DISPLAY ' RELMNT - CARDS APPLIED . . . '
                   RM-APPLIED-COUNT
               DISPLAY ' RELMNT - CARDS DECLINED  . . '
                   RM-DECLINED-COUNT
               DISPLAY ' RELMNT - APPLY FAILED  . . . '
                   RM-FAILED-COUNT
               DISPLAY ' RELMNT - STILL PENDING . . . '
                   RM-WAITING-COUNT.
           DISPLAY ' RELMNT - CARDS REJECTED  . . ' RM-REJECT-COUNT.
           IF RM-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *------------------------------------------------------------------
      * 1000-GET-PARM -- READ AND VALIDATE THE PARAMETER CARD
      *------------------------------------------------------------------
       1000-GET-PARM.
           OPEN INPUT RM-PARM-FILE.
           READ RM-PARM-FILE
               AT END
                   SET RM-PARM-EOF TO TRUE
           END-READ.
           IF RM-PARM-EOF
               OR (NOT RM-PARM-STAGE AND NOT RM-PARM-APPROVE)
               DISPLAY ' RELMNT - PARAMETER CARD NOT S OR A'
               CLOSE RM-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE RM-PARM-FUNCTION TO RM-RUN-MODE.
           CLOSE RM-PARM-FILE.
       1000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1100-STAGE-RUN -- EDIT EVERY MAINTENANCE CARD AND WRITE THE
      * GOOD ONES TO THE PENDING FILE.  NOTHING TOUCHES THE
      * RELATIONSHIP MASTER.
      *------------------------------------------------------------------
       1100-STAGE-RUN.
           MOVE ZERO TO PND-PEND-NO.
           READ RM-PEND-FILE
               INVALID KEY
                   MOVE SPACES TO PND-HEADER-REC
                   MOVE ZERO TO PND-HDR-KEY
                   MOVE ZERO TO PND-HDR-LAST-NO
                   WRITE PND-HEADER-REC
           END-READ.
           MOVE PND-HDR-LAST-NO TO RM-LAST-PEND-NO.
           PERFORM 8000-READ-CARD THRU 8000-EXIT.
           PERFORM 1200-STAGE-CARD THRU 1200-EXIT
               UNTIL RM-CARD-EOF.
       1100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1200-STAGE-CARD -- EDIT ONE CARD AS FAR AS CAN BE DONE
      * WITHOUT THE MASTERS, THEN STAGE IT UNDER THE NEXT PENDING
      * NUMBER.  THE HEADER IS STEPPED BEFORE THE CARD IS WRITTEN.
      *------------------------------------------------------------------
       1200-STAGE-CARD.
           IF RM-CARD-OPER = SPACES
               DISPLAY ' RELMNT - KEYING OPERATOR MISSING: '
                   RM-CARD-FUNCTION RM-CARD-CUST-NO
               ADD 1 TO RM-REJECT-COUNT
               GO TO 1200-NEXT.
           IF RM-CARD-CUST-NO NOT NUMERIC
               DISPLAY ' RELMNT - CUSTOMER NOT NUMERIC: '
                   RM-CARD-FUNCTION RM-CARD-CUST-NO
               ADD 1 TO RM-REJECT-COUNT
               GO TO 1200-NEXT.
           IF NOT RM-FUNC-VALID
               DISPLAY ' RELMNT - FUNCTION NOT O C X L A OR D: '
                   RM-CARD-FUNCTION ' ' RM-CARD-CUST-NO
               ADD 1 TO RM-REJECT-COUNT
               GO TO 1200-NEXT.
           IF RM-FUNC-LIMIT
               MOVE RM-REJECT-COUNT TO RM-HOLD-REJECTS
               PERFORM 2500-EDIT-LIMIT THRU 2500-EXIT
               IF RM-REJECT-COUNT > RM-HOLD-REJECTS
                   GO TO 1200-NEXT.
           IF (RM-FUNC-ADD-MEMBER OR RM-FUNC-DROP-MEMBER)
               AND RM-CARD-ACCT-NO NOT NUMERIC
               DISPLAY ' RELMNT - ACCOUNT NOT NUMERIC: '
                   RM-CARD-CUST-NO ' ' RM-CARD-ACCT-NO
               ADD 1 TO RM-REJECT-COUNT
               GO TO 1200-NEXT.
           ADD 1 TO RM-LAST-PEND-NO.
           MOVE SPACES TO PND-HEADER-REC.
           MOVE ZERO TO PND-HDR-KEY.
           MOVE RM-LAST-PEND-NO TO PND-HDR-LAST-NO.
           REWRITE PND-HEADER-REC.
           MOVE SPACES TO PND-PENDING-REC.
           MOVE RM-LAST-PEND-NO TO PND-PEND-NO.
           SET PND-PENDING TO TRUE.
           MOVE RM-CARD-OPER TO PND-KEY-OPER.
           MOVE RM-RUN-DATE TO PND-STAGE-DATE.
           MOVE RM-RUN-TIME TO PND-STAGE-TIME.
           MOVE ZERO TO PND-APPR-DATE.
           MOVE RM-CARD-REC TO PND-CARD-IMAGE.
           WRITE PND-PENDING-REC
               INVALID KEY
                   DISPLAY ' RELMNT - PENDING NUMBER ALREADY USED: '
                       RM-LAST-PEND-NO
                   CLOSE RM-CARD-FILE RM-PEND-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           DISPLAY ' RELMNT - STAGED  ' PND-PEND-NO ' '
               RM-CARD-FUNCTION ' ' RM-CARD-CUST-NO
               ' KEYED BY ' RM-CARD-OPER.
           ADD 1 TO RM-STAGED-COUNT.
       1200-NEXT.
           PERFORM 8000-READ-CARD THRU 8000-EXIT.
       1200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1500-APPROVAL-RUN -- WORK EVERY APPROVAL CARD, THEN LIST THE
      * CARDS STILL WAITING FOR A SECOND OPERATOR
      *------------------------------------------------------------------
       1500-APPROVAL-RUN.
           OPEN I-O RM-REL-FILE.
           OPEN INPUT RM-MASTER-FILE.
           OPEN OUTPUT RM-HIST-FILE.
           PERFORM 8000-READ-CARD THRU 8000-EXIT.
           PERFORM 1600-APPROVE-CARD THRU 1600-EXIT
               UNTIL RM-CARD-EOF.
           CLOSE RM-REL-FILE RM-MASTER-FILE RM-HIST-FILE.
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
           IF RM-APPR-PEND-NO NOT NUMERIC
               OR RM-APPR-PEND-NO = '000000'
               DISPLAY ' RELMNT - PENDING NUMBER NOT VALID: '
                   RM-APPR-PEND-NO
               ADD 1 TO RM-REJECT-COUNT
               GO TO 1600-NEXT.
           IF NOT RM-APPR-APPROVE AND NOT RM-APPR-DECLINE
               DISPLAY ' RELMNT - APPROVAL ACTION NOT A OR D: '
                   RM-APPR-PEND-NO ' ' RM-APPR-ACTION
               ADD 1 TO RM-REJECT-COUNT
               GO TO 1600-NEXT.
           IF RM-APPR-OPER = SPACES
               DISPLAY ' RELMNT - APPROVING OPERATOR MISSING: '
                   RM-APPR-PEND-NO
               ADD 1 TO RM-REJECT-COUNT
               GO TO 1600-NEXT.
           MOVE RM-APPR-PEND-NO TO RM-APPR-NO.
           MOVE RM-APPR-OPER TO RM-APPROVER.
           MOVE RM-APPR-NO TO PND-PEND-NO.
           READ RM-PEND-FILE
               INVALID KEY
                   DISPLAY ' RELMNT - PENDING CARD NOT ON FILE: '
                       RM-APPR-NO
                   ADD 1 TO RM-REJECT-COUNT
                   GO TO 1600-NEXT
           END-READ.
           IF NOT PND-PENDING
               DISPLAY ' RELMNT - PENDING CARD ALREADY SETTLED: '
                   RM-APPR-NO ' STATUS ' PND-STATUS
               ADD 1 TO RM-REJECT-COUNT
               GO TO 1600-NEXT.
           IF RM-APPROVER = PND-KEY-OPER
               DISPLAY ' RELMNT - APPROVER KEYED THE CARD: '
                   RM-APPR-NO ' ' RM-APPROVER
               ADD 1 TO RM-REJECT-COUNT
               GO TO 1600-NEXT.
           MOVE RM-APPROVER TO PND-APPR-OPER.
           MOVE RM-RUN-DATE TO PND-APPR-DATE.
           IF RM-APPR-DECLINE
               SET PND-DECLINED TO TRUE
               REWRITE PND-PENDING-REC
               DISPLAY ' RELMNT - DECLINED ' RM-APPR-NO
                   ' BY ' RM-APPROVER
               ADD 1 TO RM-DECLINED-COUNT
               GO TO 1600-NEXT.
           MOVE RM-APPLIED-COUNT TO RM-HOLD-APPLIED.
           MOVE SPACES TO RM-BEFORE-IMAGE.
           MOVE SPACES TO RM-AFTER-IMAGE.
           MOVE ZERO TO RM-HIST-ACCT-NO.
           MOVE PND-CARD-IMAGE TO RM-CARD-REC.
           PERFORM 2000-APPLY-CARD THRU 2000-EXIT.
           IF RM-APPLIED-COUNT > RM-HOLD-APPLIED
               SET PND-APPLIED TO TRUE
               PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
           ELSE
               SET PND-FAILED TO TRUE
               ADD 1 TO RM-FAILED-COUNT.
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
               WHEN RM-FUNC-OPEN
                   PERFORM 3000-OPEN-RELATIONSHIP THRU 3000-EXIT
               WHEN RM-FUNC-CHANGE
                   PERFORM 4000-CHANGE-RELATIONSHIP THRU 4000-EXIT
               WHEN RM-FUNC-CLOSE
                   PERFORM 5000-CLOSE-RELATIONSHIP THRU 5000-EXIT
               WHEN RM-FUNC-LIMIT
                   PERFORM 6000-SET-LIMIT THRU 6000-EXIT
               WHEN RM-FUNC-ADD-MEMBER
                   PERFORM 6100-ADD-MEMBER THRU 6100-EXIT
               WHEN RM-FUNC-DROP-MEMBER
                   PERFORM 6200-DROP-MEMBER THRU 6200-EXIT
               WHEN OTHER
                   DISPLAY ' RELMNT - FUNCTION NOT O C X L A OR D: '
                       RM-CARD-FUNCTION ' ' RM-CARD-CUST-NO
                   ADD 1 TO RM-REJECT-COUNT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2500-EDIT-LIMIT -- FIELD EDITS ON A LIMIT CARD.  ADDS TO THE
      * REJECT COUNT WHEN THE FIELD FAILS -- THE CALLER TESTS
      * WHETHER THE COUNT MOVED.
      *------------------------------------------------------------------
       2500-EDIT-LIMIT.
           IF RM-CARD-LIMIT-DIGITS NOT NUMERIC
               OR (RM-CARD-LIMIT-SIGN NOT = '+'
                   AND RM-CARD-LIMIT-SIGN NOT = '-')
               DISPLAY ' RELMNT - LIMIT NOT SIGN THEN 11 DIGITS: '
                   RM-CARD-CUST-NO ' ' RM-CARD-LIMIT-FIELD
               ADD 1 TO RM-REJECT-COUNT
               GO TO 2500-EXIT.
           IF RM-CARD-LIMIT-NUM < ZERO
               DISPLAY ' RELMNT - LIMIT MAY NOT BE NEGATIVE: '
                   RM-CARD-CUST-NO ' ' RM-CARD-LIMIT-FIELD
               ADD 1 TO RM-REJECT-COUNT
               GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2600-READ-RELATIONSHIP -- READ THE CARD'S RELATIONSHIP RECORD.
      * ADDS TO THE REJECT COUNT WHEN IT IS NOT ON FILE; OTHERWISE
      * SAVES ITS BEFORE IMAGE.
      *------------------------------------------------------------------
       2600-READ-RELATIONSHIP.
           MOVE SPACES TO REL-CUSTOMER-REC.
           SET REL-CUSTOMER-KEY TO TRUE.
           MOVE RM-CARD-CUST-NO TO REL-KEY-NO.
           READ RM-REL-FILE
               INVALID KEY
                   DISPLAY ' RELMNT - RELATIONSHIP NOT ON FILE: '
                       RM-CARD-CUST-NO
                   ADD 1 TO RM-REJECT-COUNT
                   GO TO 2600-EXIT
           END-READ.
           MOVE REL-CUSTOMER-REC TO RM-BEFORE-IMAGE.
       2600-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3000-OPEN-RELATIONSHIP -- WRITE A NEW RELATIONSHIP RECORD
      *------------------------------------------------------------------
       3000-OPEN-RELATIONSHIP.
           MOVE SPACES TO REL-CUSTOMER-REC.
           SET REL-CUSTOMER-KEY TO TRUE.
           MOVE RM-CARD-CUST-NO TO REL-KEY-NO.
           MOVE RM-CARD-NAME TO REL-NAME.
           SET REL-OPEN TO TRUE.
           MOVE ZERO TO REL-AGG-LIMIT.
           MOVE RM-RUN-DATE TO REL-OPEN-DATE.
           MOVE ZERO TO REL-MEMBER-COUNT.
           PERFORM 3100-CLEAR-MEMBER THRU 3100-EXIT
               VARYING RM-SUB FROM 1 BY 1 UNTIL RM-SUB > 8.
           MOVE REL-CUSTOMER-REC TO RM-AFTER-IMAGE.
           WRITE REL-CUSTOMER-REC
               INVALID KEY
                   DISPLAY ' RELMNT - RELATIONSHIP ALREADY ON FILE: '
                       RM-CARD-CUST-NO
                   ADD 1 TO RM-REJECT-COUNT
                   GO TO 3000-EXIT
           END-WRITE.
           DISPLAY ' RELMNT - OPENED  ' RM-CARD-CUST-NO
               ' ' RM-CARD-NAME.
           ADD 1 TO RM-APPLIED-COUNT.
       3000-EXIT.
           EXIT.

       3100-CLEAR-MEMBER.
           MOVE ZERO TO REL-MEMBER-ACCT (RM-SUB).
       3100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4000-CHANGE-RELATIONSHIP -- REPLACE THE NAME
      *------------------------------------------------------------------
       4000-CHANGE-RELATIONSHIP.
           MOVE RM-REJECT-COUNT TO RM-HOLD-REJECTS.
           PERFORM 2600-READ-RELATIONSHIP THRU 2600-EXIT.
           IF RM-REJECT-COUNT > RM-HOLD-REJECTS
               GO TO 4000-EXIT.
           MOVE RM-CARD-NAME TO REL-NAME.
           MOVE REL-CUSTOMER-REC TO RM-AFTER-IMAGE.
           REWRITE REL-CUSTOMER-REC.
           DISPLAY ' RELMNT - CHANGED ' RM-CARD-CUST-NO
               ' ' RM-CARD-NAME.
           ADD 1 TO RM-APPLIED-COUNT.
       4000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 5000-CLOSE-RELATIONSHIP -- MARK THE RELATIONSHIP CLOSED.  THE
      * MEMBERS MUST BE DROPPED FIRST.
      *------------------------------------------------------------------
       5000-CLOSE-RELATIONSHIP.
           MOVE RM-REJECT-COUNT TO RM-HOLD-REJECTS.
           PERFORM 2600-READ-RELATIONSHIP THRU 2600-EXIT.
           IF RM-REJECT-COUNT > RM-HOLD-REJECTS
               GO TO 5000-EXIT.
           IF REL-CLOSED
               DISPLAY ' RELMNT - RELATIONSHIP ALREADY CLOSED: '
                   RM-CARD-CUST-NO
               ADD 1 TO RM-REJECT-COUNT
               GO TO 5000-EXIT.
           IF REL-MEMBER-COUNT > ZERO
               DISPLAY ' RELMNT - RELATIONSHIP STILL HAS MEMBERS: '
                   RM-CARD-CUST-NO ' ' REL-MEMBER-COUNT
               ADD 1 TO RM-REJECT-COUNT
               GO TO 5000-EXIT.
           SET REL-CLOSED TO TRUE.
           MOVE REL-CUSTOMER-REC TO RM-AFTER-IMAGE.
           REWRITE REL-CUSTOMER-REC.
           DISPLAY ' RELMNT - CLOSED  ' RM-CARD-CUST-NO.
           ADD 1 TO RM-APPLIED-COUNT.
       5000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 6000-SET-LIMIT -- SET (OR WITH ZERO, REMOVE) THE
      * RELATIONSHIP'S AGGREGATE LIMIT
      *------------------------------------------------------------------
       6000-SET-LIMIT.
           MOVE RM-REJECT-COUNT TO RM-HOLD-REJECTS.
           PERFORM 2500-EDIT-LIMIT THRU 2500-EXIT.
           IF RM-REJECT-COUNT > RM-HOLD-REJECTS
               GO TO 6000-EXIT.
           PERFORM 2600-READ-RELATIONSHIP THRU 2600-EXIT.
           IF RM-REJECT-COUNT > RM-HOLD-REJECTS
               GO TO 6000-EXIT.
           MOVE RM-CARD-LIMIT-NUM TO REL-AGG-LIMIT.
           MOVE REL-CUSTOMER-REC TO RM-AFTER-IMAGE.
           REWRITE REL-CUSTOMER-REC.
           DISPLAY ' RELMNT - LIMIT   ' RM-CARD-CUST-NO
               ' ' REL-AGG-LIMIT.
           ADD 1 TO RM-APPLIED-COUNT.
       6000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 6100-ADD-MEMBER -- ADD AN ACCOUNT TO THE RELATIONSHIP.  THE
      * ACCOUNT'S INDEX RECORD IS CHECKED FIRST, SINCE READING IT
      * OVERLAYS THE RELATIONSHIP RECORD AREA.
      *------------------------------------------------------------------
       6100-ADD-MEMBER.
           MOVE RM-CARD-ACCT-NO TO RM-HIST-ACCT-NO.
           MOVE RM-CARD-ACCT-NO TO MST-ACCT-NO.
           READ RM-MASTER-FILE
               INVALID KEY
                   DISPLAY ' RELMNT - ACCOUNT NOT ON MASTER: '
                       RM-CARD-CUST-NO ' ' RM-CARD-ACCT-NO
                   ADD 1 TO RM-REJECT-COUNT
                   GO TO 6100-EXIT
           END-READ.
           IF MST-CLOSED
               DISPLAY ' RELMNT - ACCOUNT IS CLOSED: '
                   RM-CARD-CUST-NO ' ' RM-CARD-ACCT-NO
               ADD 1 TO RM-REJECT-COUNT
               GO TO 6100-EXIT.
           MOVE SPACES TO REL-MEMBER-REC.
           MOVE 'A' TO REL-MBR-KEY-TYPE.
           MOVE RM-CARD-ACCT-NO TO REL-MBR-ACCT-NO.
           READ RM-REL-FILE
               INVALID KEY
                   GO TO 6100-NOT-A-MEMBER
           END-READ.
           DISPLAY ' RELMNT - ACCOUNT ALREADY IN RELATIONSHIP: '
               RM-CARD-ACCT-NO ' ' REL-MBR-CUST-NO.
           ADD 1 TO RM-REJECT-COUNT.
           GO TO 6100-EXIT.
       6100-NOT-A-MEMBER.
           MOVE RM-REJECT-COUNT TO RM-HOLD-REJECTS.
           PERFORM 2600-READ-RELATIONSHIP THRU 2600-EXIT.
           IF RM-REJECT-COUNT > RM-HOLD-REJECTS
               GO TO 6100-EXIT.
           IF REL-CLOSED
               DISPLAY ' RELMNT - RELATIONSHIP IS CLOSED: '
                   RM-CARD-CUST-NO
               ADD 1 TO RM-REJECT-COUNT
               GO TO 6100-EXIT.
           IF REL-MEMBER-COUNT NOT < 8
               DISPLAY ' RELMNT - RELATIONSHIP ALREADY HAS 8 MEMBERS: '
                   RM-CARD-CUST-NO
               ADD 1 TO RM-REJECT-COUNT
               GO TO 6100-EXIT.
           ADD 1 TO REL-MEMBER-COUNT.
           MOVE RM-CARD-ACCT-NO TO REL-MEMBER-ACCT (REL-MEMBER-COUNT).
           MOVE REL-CUSTOMER-REC TO RM-AFTER-IMAGE.
           REWRITE REL-CUSTOMER-REC.
           MOVE SPACES TO REL-MEMBER-REC.
           MOVE 'A' TO REL-MBR-KEY-TYPE.
           MOVE RM-CARD-ACCT-NO TO REL-MBR-ACCT-NO.
           MOVE RM-CARD-CUST-NO TO REL-MBR-CUST-NO.
           MOVE RM-RUN-DATE TO REL-MBR-JOIN-DATE.
           WRITE REL-MEMBER-REC
               INVALID KEY
                   DISPLAY ' RELMNT - ACCOUNT INDEX ALREADY ON FILE: '
                       RM-CARD-ACCT-NO
           END-WRITE.
           DISPLAY ' RELMNT - ADDED   ' RM-CARD-CUST-NO
               ' ACCT ' RM-CARD-ACCT-NO.
           ADD 1 TO RM-APPLIED-COUNT.
       6100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 6200-DROP-MEMBER -- TAKE AN ACCOUNT OUT OF THE RELATIONSHIP,
      * CLOSING UP THE MEMBER LIST, AND DELETE ITS INDEX RECORD
      *------------------------------------------------------------------
       6200-DROP-MEMBER.
           MOVE RM-CARD-ACCT-NO TO RM-HIST-ACCT-NO.
           MOVE RM-REJECT-COUNT TO RM-HOLD-REJECTS.
           PERFORM 2600-READ-RELATIONSHIP THRU 2600-EXIT.
           IF RM-REJECT-COUNT > RM-HOLD-REJECTS
               GO TO 6200-EXIT.
           MOVE ZERO TO RM-FOUND-SUB.
           PERFORM 6300-FIND-MEMBER THRU 6300-EXIT
               VARYING RM-SUB FROM 1 BY 1
               UNTIL RM-SUB > REL-MEMBER-COUNT
                  OR RM-FOUND-SUB > ZERO.
           IF RM-FOUND-SUB = ZERO
               DISPLAY ' RELMNT - ACCOUNT NOT IN RELATIONSHIP: '
                   RM-CARD-CUST-NO ' ' RM-CARD-ACCT-NO
               ADD 1 TO RM-REJECT-COUNT
               GO TO 6200-EXIT.
           PERFORM 6400-CLOSE-UP THRU 6400-EXIT
               VARYING RM-SUB FROM RM-FOUND-SUB BY 1
               UNTIL RM-SUB NOT < REL-MEMBER-COUNT.
           MOVE ZERO TO REL-MEMBER-ACCT (REL-MEMBER-COUNT).
           SUBTRACT 1 FROM REL-MEMBER-COUNT.
           MOVE REL-CUSTOMER-REC TO RM-AFTER-IMAGE.
           REWRITE REL-CUSTOMER-REC.
           MOVE SPACES TO REL-MEMBER-REC.
           MOVE 'A' TO REL-MBR-KEY-TYPE.
           MOVE RM-CARD-ACCT-NO TO REL-MBR-ACCT-NO.
           DELETE RM-REL-FILE RECORD
               INVALID KEY
                   DISPLAY ' RELMNT - ACCOUNT INDEX NOT ON FILE: '
                       RM-CARD-ACCT-NO
           END-DELETE.
           DISPLAY ' RELMNT - DROPPED ' RM-CARD-CUST-NO
               ' ACCT ' RM-CARD-ACCT-NO.
           ADD 1 TO RM-APPLIED-COUNT.
       6200-EXIT.
           EXIT.

       6300-FIND-MEMBER.
           IF REL-MEMBER-ACCT (RM-SUB) = RM-HIST-ACCT-NO
               MOVE RM-SUB TO RM-FOUND-SUB.
       6300-EXIT.
           EXIT.

       6400-CLOSE-UP.
           MOVE REL-MEMBER-ACCT (RM-SUB + 1)
               TO REL-MEMBER-ACCT (RM-SUB).
       6400-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7000-WRITE-HISTORY -- RECORD AN APPLIED CARD WITH THE
      * RELATIONSHIP RECORD'S IMAGE BEFORE AND AFTER THE CHANGE,
      * UNDER THE MEMBER ACCOUNT ADDED OR DROPPED (ZERO OTHERWISE)
      *------------------------------------------------------------------
       7000-WRITE-HISTORY.
           MOVE SPACES TO MHS-HISTORY-REC.
           SET MHS-RELATIONSHIP TO TRUE.
           MOVE RM-HIST-ACCT-NO TO MHS-ACCT-NO.
           MOVE RM-CARD-CUST-NO TO MHS-RECORD-KEY.
           MOVE RM-CARD-FUNCTION TO MHS-FUNCTION.
           MOVE RM-RUN-DATE TO MHS-APPLY-DATE.
           MOVE RM-RUN-TIME TO MHS-APPLY-TIME.
           MOVE PND-PEND-NO TO MHS-PEND-NO.
           MOVE PND-KEY-OPER TO MHS-KEY-OPER.
           MOVE PND-STAGE-DATE TO MHS-STAGE-DATE.
           MOVE RM-APPROVER TO MHS-APPR-OPER.
           MOVE RM-BEFORE-IMAGE TO MHS-BEFORE-IMAGE.
           MOVE RM-AFTER-IMAGE TO MHS-AFTER-IMAGE.
           WRITE MHS-HISTORY-REC.
       7000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7500-LIST-PENDING -- LIST EVERY CARD STILL WAITING FOR ITS
      * SECOND OPERATOR, OLDEST FIRST
      *------------------------------------------------------------------
       7500-LIST-PENDING.
           MOVE ZERO TO PND-PEND-NO.
           START RM-PEND-FILE KEY > PND-PEND-NO
               INVALID KEY
                   GO TO 7500-EXIT
           END-START.
           PERFORM 8100-READ-PENDING THRU 8100-EXIT.
           PERFORM 7600-LIST-ONE THRU 7600-EXIT
               UNTIL RM-PEND-EOF.
       7500-EXIT.
           EXIT.

       7600-LIST-ONE.
           IF PND-PENDING
               MOVE PND-CARD-IMAGE TO RM-CARD-REC
               DISPLAY ' RELMNT - PENDING ' PND-PEND-NO ' '
                   RM-CARD-FUNCTION ' ' RM-CARD-CUST-NO
                   ' KEYED BY ' PND-KEY-OPER ' ON ' PND-STAGE-DATE
               ADD 1 TO RM-WAITING-COUNT.
           PERFORM 8100-READ-PENDING THRU 8100-EXIT.
       7600-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-CARD -- READ THE NEXT MAINTENANCE OR APPROVAL CARD
      *------------------------------------------------------------------
       8000-READ-CARD.
           READ RM-CARD-FILE
               AT END
                   SET RM-CARD-EOF TO TRUE
           END-READ.
       8000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8100-READ-PENDING -- READ THE NEXT PENDING RECORD IN KEY ORDER
      *------------------------------------------------------------------
       8100-READ-PENDING.
           READ RM-PEND-FILE NEXT RECORD
               AT END
                   SET RM-PEND-EOF TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.
