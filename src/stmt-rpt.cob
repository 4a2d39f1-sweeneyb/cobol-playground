      *    SELECTED RECORDS ARE SORTED INTO ACCOUNT, DATE, TIME       *
      *    ORDER AND MATCHED AGAINST THE MASTER IN ONE PASS.          *
      *                                                                *
      *    A TRANSFER LEG (CODE T) PRINTS WITH ITS DIRECTION AND THE  *
      *    OTHER ACCOUNT OF THE PAIR -- TO FOR THE LEG THAT LEFT THIS *
      *    ACCOUNT, FROM FOR THE LEG THAT ARRIVED.                    *
      *                                                                *
      *    EVERY LINE CARRIES ITS JOURNAL ENTRY NUMBER.  A REVERSAL   *
      *    (CODE R) PRINTS THE ENTRY IT CANCELS, AND AN ENTRY THE     *
      *    JOURNAL ENTRY INDEX SHOWS REVERSED PRINTS THE REVERSAL     *
      *    THAT CANCELLED IT.                                         *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  STATEMENTS PRINTED                               *
      *        0016  PARAMETER CARD MISSING OR INVALID, OR AN         *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    09/02/2026  DP  ORIGINAL PROGRAM.                          *
      *    10/15/2026  DP  SHOW THE DIRECTION AND OTHER ACCOUNT ON    *
      *                    TRANSFER LINES.                            *
      *    10/15/2026  DP  PRINT THE ENTRY NUMBER AND REVERSAL LINKS. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS MST-ACCT-NO.
           SELECT ST-REPORT-FILE      ASSIGN TO STMTRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ST-INDEX-FILE       ASSIGN TO JRNLIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JIX-ENTRY-NO.
           SELECT ST-SORT-FILE        ASSIGN TO SORTWK01.

       DATA DIVISION.
           05  ST-JRNL-TRANS-CODE       PIC X(01).
           05  ST-JRNL-ACCT-NO          PIC 9(05).
           05  ST-JRNL-RUN-NO           PIC 9(04).
           05  ST-JRNL-CONTRA-ACCT      PIC 9(05).
           05  ST-JRNL-ENTRY-NO         PIC 9(10).
           05  ST-JRNL-LINK-ENTRY-NO    PIC 9(10).

       FD  ST-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE OMITTED.
       01  ST-REPORT-REC                PIC X(132).

       FD  ST-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY JRNLIDX.

       SD  ST-SORT-FILE.
       01  ST-SORT-REC.
           05  SRT-ACCT-NO              PIC 9(05).
                                  ==:TAG:== BY ==SRT-B==.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==SRT-ANS==.
           05  SRT-CONTRA-ACCT          PIC 9(05).
           05  SRT-ENTRY-NO             PIC 9(10).
           05  SRT-LINK-ENTRY-NO        PIC 9(10).

       WORKING-STORAGE SECTION.
       77  ST-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
                                      ==:TAG:== BY ==ST-EN-B==.
               COPY AMTFLD REPLACING ==:LEV:== BY ==10==
                                      ==:TAG:== BY ==ST-EN-ANS==.
               10  ST-EN-CONTRA         PIC 9(05).
               10  ST-EN-ENTRY          PIC 9(10).
               10  ST-EN-LINK           PIC 9(10).

       01  ST-HEAD1.
           05  FILLER                   PIC X(20)
               '   RUN DATE    RUN TIME   RUN   OP   AMOUNT '.
           05  FILLER                   PIC X(44) VALUE
               'A   AMOUNT B     RESULT         BALANCE     '.
           05  FILLER                   PIC X(44) VALUE
               'ENTRY NO    TRANSFER / REVERSAL             '.

       01  ST-OPEN-LINE.
           05  FILLER                   PIC X(36) VALUE
           05  ST-DET-ANS               PIC ZZ9.99-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  ST-DET-BAL               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  ST-DET-ENTRY             PIC 9(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ST-DET-NOTE-WORD         PIC X(14).
           05  ST-DET-NOTE-NO           PIC X(10).
           05  FILLER                   PIC X(08) VALUE SPACES.

       01  ST-CLOSE-LINE.
           05  FILLER                   PIC X(36) VALUE
       0000-MAINLINE.
           PERFORM 1000-GET-PARM THRU 1000-EXIT.
           OPEN INPUT ST-MASTER-FILE.
           OPEN INPUT ST-INDEX-FILE.
           OPEN OUTPUT ST-REPORT-FILE.
           SORT ST-SORT-FILE
               ON ASCENDING KEY SRT-ACCT-NO SRT-RUN-DATE SRT-RUN-TIME
               INPUT PROCEDURE IS 2000-SELECT-PASS THRU 2000-PASS-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-PASS THRU 3000-PASS-EXIT.
           CLOSE ST-MASTER-FILE ST-INDEX-FILE ST-REPORT-FILE.
           DISPLAY ' STMTRPT - JOURNAL RECORDS SELECTED '
               ST-SELECT-COUNT.
           DISPLAY ' STMTRPT - STATEMENTS PRINTED . . . '
           MOVE ST-JRNL-A-AMT TO SRT-A-AMT.
           MOVE ST-JRNL-B-AMT TO SRT-B-AMT.
           MOVE ST-JRNL-ANS-AMT TO SRT-ANS-AMT.
           MOVE ST-JRNL-CONTRA-ACCT TO SRT-CONTRA-ACCT.
           MOVE ST-JRNL-ENTRY-NO TO SRT-ENTRY-NO.
           MOVE ST-JRNL-LINK-ENTRY-NO TO SRT-LINK-ENTRY-NO.
           RELEASE ST-SORT-REC.
           ADD 1 TO ST-SELECT-COUNT.
       2100-NEXT.
           IF ST-GROUP-COUNT = ST-GROUP-MAX
               DISPLAY ' STMTRPT - MORE THAN ' ST-GROUP-MAX
                   ' PERIOD POSTINGS FOR ACCOUNT ' MST-ACCT-NO
               CLOSE ST-MASTER-FILE ST-INDEX-FILE ST-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO ST-GROUP-COUNT.
           MOVE SRT-A-AMT TO ST-EN-A-AMT (ST-IX).
           MOVE SRT-B-AMT TO ST-EN-B-AMT (ST-IX).
           MOVE SRT-ANS-AMT TO ST-EN-ANS-AMT (ST-IX).
           MOVE SRT-CONTRA-ACCT TO ST-EN-CONTRA (ST-IX).
           MOVE SRT-ENTRY-NO TO ST-EN-ENTRY (ST-IX).
           MOVE SRT-LINK-ENTRY-NO TO ST-EN-LINK (ST-IX).
           ADD SRT-ANS-AMT TO ST-PERIOD-AMT.
       3220-NEXT.
           PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
           MOVE ST-EN-A-AMT (ST-IX) TO ST-DET-A.
           MOVE ST-EN-B-AMT (ST-IX) TO ST-DET-B.
           MOVE ST-EN-ANS-AMT (ST-IX) TO ST-DET-ANS.
           MOVE ST-EN-ENTRY (ST-IX) TO ST-DET-ENTRY.
           PERFORM 3320-LINK-NOTE THRU 3320-EXIT.
           ADD ST-EN-ANS-AMT (ST-IX) TO ST-RUNNING-AMT.
           MOVE ST-RUNNING-AMT TO ST-DET-BAL.
           WRITE ST-REPORT-REC FROM ST-DETAIL
       3310-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3320-LINK-NOTE -- THE OTHER HALF OF A TRANSFER OR REVERSAL
      * PAIR.  A REVERSAL NAMES ITS ORIGINAL ON THE JOURNAL; WHETHER
      * AN ORDINARY ENTRY WAS LATER REVERSED IS ON THE INDEX ONLY.
      * ENTRY NUMBER ZERO IS A RECORD POSTED BEFORE ENTRY NUMBERS.
      *------------------------------------------------------------------
       3320-LINK-NOTE.
           MOVE SPACES TO ST-DET-NOTE-WORD ST-DET-NOTE-NO.
           IF ST-EN-CODE (ST-IX) = 'T'
               MOVE ST-EN-CONTRA (ST-IX) TO ST-DET-NOTE-NO
               IF ST-EN-ANS-AMT (ST-IX) < ZERO
                   MOVE 'TRANSFER TO' TO ST-DET-NOTE-WORD
                   GO TO 3320-EXIT
               ELSE
                   MOVE 'TRANSFER FROM' TO ST-DET-NOTE-WORD
                   GO TO 3320-EXIT.
           IF ST-EN-CODE (ST-IX) = 'R'
               MOVE 'REVERSES' TO ST-DET-NOTE-WORD
               MOVE ST-EN-LINK (ST-IX) TO ST-DET-NOTE-NO
               GO TO 3320-EXIT.
           IF ST-EN-ENTRY (ST-IX) = ZERO
               GO TO 3320-EXIT.
           MOVE ST-EN-ENTRY (ST-IX) TO JIX-ENTRY-NO.
           READ ST-INDEX-FILE
               INVALID KEY
                   GO TO 3320-EXIT
           END-READ.
           IF JIX-REVERSED
               MOVE 'REVERSED BY' TO ST-DET-NOTE-WORD
               MOVE JIX-LINK-ENTRY-NO TO ST-DET-NOTE-NO.
       3320-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7500-CHECK-PAGE -- START A NEW PAGE WHEN THE CURRENT ONE
      * IS FULL.  EVERY STATEMENT FORCES THE LINE COUNT PAST THE
