      *                                                                *
      *        INPUT COUNT   = POSTED COUNT + EXCEPTION COUNT         *
      *        POSTED COUNT  = JOURNAL COUNT THIS RUN                 *
      *        JOURNAL ENTRY NUMBERS RUN 1, 2, 3 ... WITHIN THE RUN   *
      *        RESULTS TOTAL = JOURNAL TOTAL THIS RUN                 *
      *        RUN-CONTROL COMPLETION RECORD MATCHES BOTH             *
      *                                                                *
      *    A TRANSFER (CODE T) IS ONE INPUT RECORD THAT POSTS AS TWO  *
      *    LEGS OR EXCEPTS AS ONE ITEM, SO THE INPUT PROOF ADDS ONE   *
      *    FOR EVERY POSTED PAIR.  TRANSFERS ARE ALSO PROVED ON       *
      *    THEIR OWN --                                               *
      *                                                                *
      *        TRANSFERS IN  = PAIRS POSTED + TRANSFER EXCEPTIONS     *
      *        TRANSFER LEGS NET TO ZERO                              *
      *        EVERY JOURNAL FROM LEG IS FOLLOWED BY ITS TO LEG --    *
      *        ACCOUNTS CROSSED, AMOUNTS EQUAL AND OPPOSITE           *
      *                                                                *
      *    THE RUN NUMBER AND THE POSTING PROGRAM'S CLAIMED TOTALS    *
      *    COME FROM THE RUN-CONTROL RECORD FOR THE BUSINESS DATE     *
      *    ON THE PARAMETER CARD (COLS 1-8).  THE PRIOR RUN'S        *
      *                    FOR THE RUN-HISTORY REPORT), SO THE        *
      *                    PRIOR-RUN COMPARE READS THE LAST RECORD,   *
      *                    NOT THE FIRST.                             *
      *    10/15/2026  DP  PROVE TWO-LEGGED TRANSFERS -- PAIRS, NET   *
      *                    TO ZERO, AND CROSSED JOURNAL LEGS; THE     *
      *                    RESULT AND JOURNAL RECORDS CARRY THE       *
      *                    CONTRA ACCOUNT.                            *
      *    10/15/2026  DP  PROVE THE JOURNAL ENTRY NUMBERS ARE        *
      *                    UNBROKEN WITHIN THE RUN.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  BAL-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BAL-TRANS-REC.
           05  FILLER                   PIC X(12).
           05  BAL-TRAN-CODE            PIC X(01).
               88  BAL-TRAN-TRANSFER    VALUE 'T'.
           05  FILLER                   PIC X(17).

       FD  BAL-RESULT-FILE
           RECORDING MODE IS F
                                  ==:TAG:== BY ==BAL-RSLT-B==.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==BAL-RSLT-ANS==.
           05  BAL-RSLT-TRANS-CODE      PIC X(01).
               88  BAL-RSLT-TRANSFER    VALUE 'T'.
           05  BAL-RSLT-ACCT-NO         PIC 9(05).
           05  BAL-RSLT-CONTRA-ACCT     PIC 9(05).
           05  FILLER                   PIC X(03).

       FD  BAL-JOURNAL-FILE
           RECORDING MODE IS F
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==BAL-JRNL-ANS==.
           05  BAL-JRNL-TRANS-CODE      PIC X(01).
               88  BAL-JRNL-TRANSFER    VALUE 'T'.
           05  BAL-JRNL-ACCT-NO         PIC 9(05).
           05  BAL-JRNL-RUN-NO          PIC 9(04).
           05  BAL-JRNL-CONTRA-ACCT     PIC 9(05).
           05  BAL-JRNL-ENTRY-NO        PIC 9(10).
           05  BAL-JRNL-ENTRY-PARTS REDEFINES BAL-JRNL-ENTRY-NO.
               10  BAL-JRNL-ENTRY-RUN   PIC 9(04).
               10  BAL-JRNL-ENTRY-SEQ   PIC 9(06).
           05  BAL-JRNL-LINK-ENTRY-NO   PIC 9(10).

       FD  BAL-EXCP-FILE
           RECORDING MODE IS F
                                  ==:TAG:== BY ==BAL-EXCP-B==.
           05  BAL-EXCP-REASON          PIC X(40).
           05  BAL-EXCP-TRANS-CODE      PIC X(01).
               88  BAL-EXCP-TRANSFER    VALUE 'T'.
           05  BAL-EXCP-ACCT-NO         PIC 9(05).
           05  BAL-EXCP-RUN-NO          PIC 9(04).

           88  BAL-PRIOR-EOF            VALUE 'Y'.
       77  BAL-OOB-SWITCH               PIC X(01) VALUE 'N'.
           88  BAL-OUT-OF-BALANCE       VALUE 'Y'.
       77  BAL-LEG-SWITCH               PIC X(01) VALUE 'N'.
           88  BAL-LEG-HELD             VALUE 'Y'.
       77  BAL-BUS-DATE                 PIC 9(08) VALUE ZERO.
       77  BAL-RUN-NO                   PIC 9(04) VALUE ZERO.
       77  BAL-IN-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  BAL-POSTED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  BAL-JRNL-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  BAL-EXCP-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  BAL-XFER-IN-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  BAL-XFER-LEG-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  BAL-XFER-PAIR-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  BAL-XFER-EXCP-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  BAL-XFER-BREAK-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  BAL-ENTRY-BREAK-COUNT        PIC 9(07) COMP VALUE ZERO.
       COPY AMTTOT REPLACING ==:LEV:== BY ==77==
                              ==:TAG:== BY ==BAL-XFER-NET==.
       77  BAL-LEG-ACCT-NO              PIC 9(05) VALUE ZERO.
       77  BAL-LEG-CONTRA-ACCT          PIC 9(05) VALUE ZERO.
       COPY AMTFLD REPLACING ==:LEV:== BY ==77==
                              ==:TAG:== BY ==BAL-LEG-ANS==.
       COPY AMTTOT REPLACING ==:LEV:== BY ==77==
                              ==:TAG:== BY ==BAL-RSLT-TOTAL==.
       COPY AMTTOT REPLACING ==:LEV:== BY ==77==
      *------------------------------------------------------------------
       2000-COUNT-TRANS.
           ADD 1 TO BAL-IN-COUNT.
           IF BAL-TRAN-TRANSFER
               ADD 1 TO BAL-XFER-IN-COUNT.
           PERFORM 8000-READ-TRANS THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2100-COUNT-RESULT -- EVERY POSTED RESULT AND ITS AMOUNT;
      * TRANSFER LEGS ARE COUNTED AND NETTED APART AS WELL
      *------------------------------------------------------------------
       2100-COUNT-RESULT.
           ADD 1 TO BAL-POSTED-COUNT.
           ADD BAL-RSLT-ANS-AMT TO BAL-RSLT-TOTAL-AMT.
           IF BAL-RSLT-TRANSFER
               ADD 1 TO BAL-XFER-LEG-COUNT
               ADD BAL-RSLT-ANS-AMT TO BAL-XFER-NET-AMT.
           PERFORM 8100-READ-RESULT THRU 8100-EXIT.
       2100-EXIT.
           EXIT.
           IF BAL-JRNL-RUN-NO NUMERIC
               AND BAL-JRNL-RUN-NO = BAL-RUN-NO
               ADD 1 TO BAL-JRNL-COUNT
               ADD BAL-JRNL-ANS-AMT TO BAL-JRNL-TOTAL-AMT
               IF BAL-JRNL-ENTRY-NO NOT NUMERIC
                   OR BAL-JRNL-ENTRY-RUN NOT = BAL-RUN-NO
                   OR BAL-JRNL-ENTRY-SEQ NOT = BAL-JRNL-COUNT
                   ADD 1 TO BAL-ENTRY-BREAK-COUNT
               END-IF
               IF BAL-JRNL-TRANSFER
                   PERFORM 2250-MATCH-LEG THRU 2250-EXIT.
           PERFORM 8200-READ-JOURNAL THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2250-MATCH-LEG -- THE POSTING RUN JOURNALS A TRANSFER AS ITS
      * FROM LEG (NEGATIVE) FOLLOWED AT ONCE BY ITS TO LEG.  A FROM
      * LEG IS HELD; THE NEXT TRANSFER RECORD MUST BE ITS TO LEG,
      * WITH THE ACCOUNTS CROSSED AND THE AMOUNT EQUAL AND OPPOSITE.
      * ANYTHING ELSE IS A BROKEN PAIR.
      *------------------------------------------------------------------
       2250-MATCH-LEG.
           IF NOT BAL-LEG-HELD
               IF BAL-JRNL-ANS-AMT < ZERO
                   MOVE BAL-JRNL-ACCT-NO TO BAL-LEG-ACCT-NO
                   MOVE BAL-JRNL-CONTRA-ACCT TO BAL-LEG-CONTRA-ACCT
                   MOVE BAL-JRNL-ANS-AMT TO BAL-LEG-ANS-AMT
                   SET BAL-LEG-HELD TO TRUE
                   GO TO 2250-EXIT
               ELSE
                   ADD 1 TO BAL-XFER-BREAK-COUNT
                   GO TO 2250-EXIT.
           MOVE 'N' TO BAL-LEG-SWITCH.
           IF BAL-JRNL-ACCT-NO = BAL-LEG-CONTRA-ACCT
               AND BAL-JRNL-CONTRA-ACCT = BAL-LEG-ACCT-NO
               AND BAL-JRNL-ANS-AMT + BAL-LEG-ANS-AMT = ZERO
               ADD 1 TO BAL-XFER-PAIR-COUNT
           ELSE
               ADD 1 TO BAL-XFER-BREAK-COUNT.
       2250-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2300-COUNT-EXCP -- ONLY THE EXCEPTIONS THIS RUN STAMPED
      *------------------------------------------------------------------
       2300-COUNT-EXCP.
           IF BAL-EXCP-RUN-NO NUMERIC
               AND BAL-EXCP-RUN-NO = BAL-RUN-NO
               ADD 1 TO BAL-EXCP-COUNT
               IF BAL-EXCP-TRANSFER
                   ADD 1 TO BAL-XFER-EXCP-COUNT.
           PERFORM 8300-READ-EXCP THRU 8300-EXIT.
       2300-EXIT.
           EXIT.
           MOVE BAL-CLAIM-TOTAL-AMT TO BAL-AMT-VALUE.
           WRITE BAL-REPORT-REC FROM BAL-AMT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 5100-TRANSFER-COUNTS THRU 5100-EXIT.
           MOVE 'PROOF: INPUT + PAIRS = POSTED + EXCEPTIONS'
               TO BAL-PRF-LABEL.
           IF BAL-IN-COUNT + BAL-XFER-PAIR-COUNT =
                   BAL-POSTED-COUNT + BAL-EXCP-COUNT
               MOVE '*OK*' TO BAL-PRF-FLAG
           ELSE
               MOVE '*OUT OF BALANCE*' TO BAL-PRF-FLAG
               SET BAL-OUT-OF-BALANCE TO TRUE.
           WRITE BAL-REPORT-REC FROM BAL-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROOF: JOURNAL ENTRY NUMBERS UNBROKEN'
               TO BAL-PRF-LABEL.
           IF BAL-ENTRY-BREAK-COUNT = ZERO
               MOVE '*OK*' TO BAL-PRF-FLAG
           ELSE
               MOVE '*OUT OF BALANCE*' TO BAL-PRF-FLAG
               SET BAL-OUT-OF-BALANCE TO TRUE.
           WRITE BAL-REPORT-REC FROM BAL-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROOF: RESULTS TOTAL = JOURNAL TOTAL'
               TO BAL-PRF-LABEL.
           IF BAL-RSLT-TOTAL-AMT = BAL-JRNL-TOTAL-AMT
               SET BAL-OUT-OF-BALANCE TO TRUE.
           WRITE BAL-REPORT-REC FROM BAL-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 5200-TRANSFER-PROOF THRU 5200-EXIT.
           PERFORM 6000-PRIOR-RUN THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 5100-TRANSFER-COUNTS -- PRINT THE TRANSFER COUNTS AND NET
      *------------------------------------------------------------------
       5100-TRANSFER-COUNTS.
           IF BAL-LEG-HELD
               ADD 1 TO BAL-XFER-BREAK-COUNT
               MOVE 'N' TO BAL-LEG-SWITCH.
           MOVE 'TRANSFERS READ  . . . . . . . . . .' TO BAL-CNT-LABEL.
           MOVE BAL-XFER-IN-COUNT TO BAL-CNT-VALUE.
           WRITE BAL-REPORT-REC FROM BAL-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'TRANSFER LEGS POSTED  . . . . . . .' TO BAL-CNT-LABEL.
           MOVE BAL-XFER-LEG-COUNT TO BAL-CNT-VALUE.
           WRITE BAL-REPORT-REC FROM BAL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSFER PAIRS IN THE JOURNAL . . .' TO BAL-CNT-LABEL.
           MOVE BAL-XFER-PAIR-COUNT TO BAL-CNT-VALUE.
           WRITE BAL-REPORT-REC FROM BAL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSFER EXCEPTIONS . . . . . . . .' TO BAL-CNT-LABEL.
           MOVE BAL-XFER-EXCP-COUNT TO BAL-CNT-VALUE.
           WRITE BAL-REPORT-REC FROM BAL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSFER NET  . . . . . . . . . . .' TO BAL-AMT-LABEL.
           MOVE BAL-XFER-NET-AMT TO BAL-AMT-VALUE.
           WRITE BAL-REPORT-REC FROM BAL-AMT-LINE
               AFTER ADVANCING 1 LINE.
       5100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 5200-TRANSFER-PROOF -- EVERY TRANSFER POSTED AS A CLEAN PAIR
      * OR EXCEPTED WHOLE, AND TONIGHT'S TRANSFERS NET TO ZERO
      *------------------------------------------------------------------
       5200-TRANSFER-PROOF.
           MOVE 'PROOF: TRANSFER LEGS PAIRED AND CROSSED'
               TO BAL-PRF-LABEL.
           IF BAL-XFER-BREAK-COUNT = ZERO
               AND BAL-XFER-LEG-COUNT = BAL-XFER-PAIR-COUNT * 2
               MOVE '*OK*' TO BAL-PRF-FLAG
           ELSE
               MOVE '*OUT OF BALANCE*' TO BAL-PRF-FLAG
               SET BAL-OUT-OF-BALANCE TO TRUE.
           WRITE BAL-REPORT-REC FROM BAL-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROOF: TRANSFERS = PAIRS + TRANSFER EXCPS'
               TO BAL-PRF-LABEL.
           IF BAL-XFER-IN-COUNT =
                   BAL-XFER-PAIR-COUNT + BAL-XFER-EXCP-COUNT
               MOVE '*OK*' TO BAL-PRF-FLAG
           ELSE
               MOVE '*OUT OF BALANCE*' TO BAL-PRF-FLAG
               SET BAL-OUT-OF-BALANCE TO TRUE.
           WRITE BAL-REPORT-REC FROM BAL-PROOF-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROOF: TRANSFERS NET TO ZERO' TO BAL-PRF-LABEL.
           IF BAL-XFER-NET-AMT = ZERO
               MOVE '*OK*' TO BAL-PRF-FLAG
           ELSE
               MOVE '*OUT OF BALANCE*' TO BAL-PRF-FLAG
               SET BAL-OUT-OF-BALANCE TO TRUE.
           WRITE BAL-REPORT-REC FROM BAL-PROOF-LINE
               AFTER ADVANCING 1 LINE.
       5200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 6000-PRIOR-RUN -- PRINT THE PRIOR RUN'S TOTALS AND WRITE
      * TONIGHT'S FOR TOMORROW.  THE BALANCE CONTROL DATASET IS AN
