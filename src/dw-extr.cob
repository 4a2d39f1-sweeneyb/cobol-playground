      ******************************************************************
      *                                                                *
      * PROGRAM-ID:  DWEXTR                                           *
      *                                                                *
      * AUTHOR:      DATA PROCESSING                                  *
      * INSTALLATION: FINANCE SYSTEMS - BATCH                         *
      * DATE-WRITTEN: 10/15/2026                                      *
      * DATE-COMPILED:                                                *
      *                                                                *
      * REMARKS:                                                      *
      *    NIGHTLY EXTRACT FOR THE REPORTING WAREHOUSE.  RUNS AT THE  *
      *    END OF THE NIGHTLY STREAM, BEHIND THE BALANCE PROOF, AND   *
      *    WRITES THREE COMMA-DELIMITED FILES --                      *
      *                                                                *
      *        DWMST  EVERY ACCOUNT MASTER RECORD THAT CHANGED SINCE  *
      *               THE LAST NIGHT SENT (NEW ACCOUNTS AND STATUS,   *
      *               HOLD, LIMIT, BALANCE AND OTHER CHANGES)         *
      *        DWJRN  EVERY JOURNAL RECORD STAMPED WITH TONIGHT'S     *
      *               RUN NUMBER                                      *
      *        DWEXC  EVERY EXCEPTION STAMPED WITH TONIGHT'S RUN      *
      *               NUMBER                                          *
      *                                                                *
      *    THE FIRST FIELD OF EVERY ROW IS ITS TYPE -- M, J OR E FOR  *
      *    A DETAIL ROW, C FOR THE CONTROL ROW THAT ENDS EACH FILE.   *
      *    AMOUNTS CARRY A LEADING SIGN AND A DECIMAL POINT; TEXT IS  *
      *    IN DOUBLE QUOTES.  A MASTER ROW IS MARKED N (NEW ACCOUNT)  *
      *    OR C (CHANGED) AND ENDS WITH Y/N FLAGS FOR A STATUS, HOLD, *
      *    LIMIT, BALANCE OR OTHER CHANGE.  THE CONTROL ROW IS --     *
      *                                                                *
      *        C, FILE (MST/JRN/EXC), BUSINESS DATE, RUN NUMBER, ROW  *
      *        COUNT, ROW AMOUNT TOTAL, TIE COUNT, TIE AMOUNT         *
      *                                                                *
      *    WHERE THE TIE FIGURES ARE --                               *
      *                                                                *
      *        MST  ACCOUNTS ON THE MASTER, AND THE TOTAL OF THEIR    *
      *             ACTIVITY THIS RUN, WHICH MUST EQUAL THE RUN-      *
      *             CONTROL GRAND TOTAL (ROW TOTAL = THE CHANGED      *
      *             ACCOUNTS' BALANCES)                               *
      *        JRN  THE RUN-CONTROL POSTED COUNT AND GRAND TOTAL,     *
      *             WHICH THE ROW COUNT AND TOTAL MUST EQUAL          *
      *        EXC  THE EXCEPTION COUNT THE BALANCE PROOF RECORDED    *
      *             FOR THE NIGHT, WHICH THE ROW COUNT MUST EQUAL     *
      *             (ROW TOTAL = THE A AMOUNTS, TIE AMOUNT ZERO)      *
      *                                                                *
      *    A MASTER CHANGE IS FOUND BY COMPARING THE MASTER AGAINST   *
      *    A SNAPSHOT OF IT TAKEN BY THE LAST NIGHT SENT.  TWO        *
      *    SNAPSHOT DATASETS TAKE TURNS: THE ONE WHOSE HEADER         *
      *    CARRIES THE LAST DATE ON THE CONTROL LOG IS THE BASE, AND  *
      *    TONIGHT'S SNAPSHOT IS WRITTEN OVER THE OTHER.  THE         *
      *    ACTIVITY FIELD IS A PER-RUN FIGURE AND IS NOT COMPARED.    *
      *    THE FIRST NIGHT (EMPTY LOG, EMPTY SNAPSHOTS) SENDS EVERY   *
      *    ACCOUNT AS NEW.                                            *
      *                                                                *
      *    THE CONTROL LOG GETS ONE RECORD PER BUSINESS DATE SENT,    *
      *    APPENDED ONLY WHEN ALL THREE FILES ARE WRITTEN AND PROVED  *
      *    -- IT IS THE LAST THING THE PROGRAM WRITES.  SO --         *
      *                                                                *
      *      - A RUN THAT FAILS BEFORE THE LOG IS WRITTEN LEAVES THE  *
      *        BASE SNAPSHOT UNTOUCHED, AND THE RERUN BUILDS THE SAME *
      *        FILES FROM IT                                          *
      *      - A RERUN FOR THE DATE LAST LOGGED OPENS NONE OF THE     *
      *        OUTPUT FILES, SO THE FILES ALREADY SENT STAND AS THEY  *
      *        WERE AND NO SECOND SET OF CHANGES IS EVER CUT          *
      *      - A DATE OLDER THAN THE LAST ONE LOGGED IS REFUSED       *
      *                                                                *
      *    EVERY RUN PRINTS THE WHOLE CONTROL LOG, SO THE REPORT      *
      *    SHOWS EVERY BUSINESS DATE THE WAREHOUSE HAS BEEN SENT.     *
      *                                                                *
      *    THE PARAMETER CARD CARRIES THE BUSINESS DATE IN COLS 1-8.  *
      *                                                                *
      *    RETURN CODES --                                            *
      *        0000  FILES WRITTEN AND LOGGED, OR THE DATE WAS        *
      *              ALREADY SENT AND THE FILES WERE LEFT AS THEY ARE *
      *        0016  PARAMETER CARD BAD, RUN CONTROL OR BALANCE       *
      *              PROOF MISSING, DATE OLDER THAN THE LAST SENT,    *
      *              NO SNAPSHOT FOR THE LAST DATE SENT, OR THE       *
      *              FILES OUT OF PROOF -- NOTHING LOGGED             *
      *                                                                *
      * MODIFICATION HISTORY:                                         *
      *    10/15/2026  DP  ORIGINAL PROGRAM.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DWEXTR.
       AUTHOR.        DATA PROCESSING.
       INSTALLATION.  FINANCE SYSTEMS - BATCH.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DW-PARM-FILE        ASSIGN TO PARMCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-CONTROL-FILE     ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-BUS-DATE.
           SELECT DW-BALCTL-FILE      ASSIGN TO BALCIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-MASTER-FILE      ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCT-NO.
           SELECT DW-JOURNAL-FILE     ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-EXCP-FILE        ASSIGN TO EXCPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-SNAPA-FILE       ASSIGN TO SNAPA
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-SNAPB-FILE       ASSIGN TO SNAPB
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-MST-OUT-FILE     ASSIGN TO DWMST
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-JRN-OUT-FILE     ASSIGN TO DWJRN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-EXC-OUT-FILE     ASSIGN TO DWEXC
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-LOG-FILE         ASSIGN TO DWLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT DW-REPORT-FILE      ASSIGN TO DWRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DW-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DW-PARM-REC.
           05  DW-PARM-BUS-DATE         PIC X(08).
           05  FILLER                   PIC X(72).

       FD  DW-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNCTL.

       FD  DW-BALCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DW-BALCTL-REC.
           05  DW-BAL-BUS-DATE          PIC 9(08).
           05  DW-BAL-RUN-NO            PIC 9(04).
           05  DW-BAL-IN-COUNT          PIC 9(07).
           05  DW-BAL-POSTED-COUNT      PIC 9(07).
           05  DW-BAL-EXCP-COUNT        PIC 9(07).
           05  DW-BAL-TOTAL-AMT         PIC S9(7)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(37).

       FD  DW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMST.

       FD  DW-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DW-JOURNAL-REC.
           05  DW-JRNL-RUN-DATE         PIC 9(08).
           05  DW-JRNL-RUN-TIME         PIC 9(08).
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==DW-JRNL-A==.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==DW-JRNL-B==.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==DW-JRNL-ANS==.
           05  DW-JRNL-TRANS-CODE       PIC X(01).
           05  DW-JRNL-ACCT-NO          PIC 9(05).
           05  DW-JRNL-RUN-NO           PIC 9(04).
           05  DW-JRNL-CONTRA-ACCT      PIC 9(05).
           05  DW-JRNL-ENTRY-NO         PIC 9(10).
           05  DW-JRNL-LINK-ENTRY-NO    PIC 9(10).

       FD  DW-EXCP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DW-EXCP-REC.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==DW-EXCP-A==.
           COPY AMTFLD REPLACING ==:LEV:== BY ==05==
                                  ==:TAG:== BY ==DW-EXCP-B==.
           05  DW-EXCP-REASON           PIC X(40).
           05  DW-EXCP-TRANS-CODE       PIC X(01).
           05  DW-EXCP-ACCT-NO          PIC 9(05).
           05  DW-EXCP-RUN-NO           PIC 9(04).

      *----------------------------------------------------------------
      * MASTER SNAPSHOTS -- A HEADER CARRYING THE BUSINESS DATE AND
      * RUN THE SNAPSHOT WAS TAKEN FOR, THEN ONE IMAGE PER ACCOUNT
      * IN ACCOUNT NUMBER ORDER.  AN EMPTY DATASET COUNTS AS A
      * SNAPSHOT DATED ZERO.
      *----------------------------------------------------------------
       FD  DW-SNAPA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DW-SNAPA-REC.
           05  DW-SNA-TYPE              PIC X(01).
               88  DW-SNA-HEADER        VALUE 'H'.
           05  DW-SNA-DATA              PIC X(100).
           05  DW-SNA-HDR REDEFINES DW-SNA-DATA.
               10  DW-SNA-BUS-DATE      PIC 9(08).
               10  DW-SNA-RUN-NO        PIC 9(04).
               10  FILLER               PIC X(88).

       FD  DW-SNAPB-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DW-SNAPB-REC.
           05  DW-SNB-TYPE              PIC X(01).
               88  DW-SNB-HEADER        VALUE 'H'.
           05  DW-SNB-DATA              PIC X(100).
           05  DW-SNB-HDR REDEFINES DW-SNB-DATA.
               10  DW-SNB-BUS-DATE      PIC 9(08).
               10  DW-SNB-RUN-NO        PIC 9(04).
               10  FILLER               PIC X(88).

       FD  DW-MST-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DW-MST-OUT-REC               PIC X(136).

       FD  DW-JRN-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DW-JRN-OUT-REC               PIC X(93).

       FD  DW-EXC-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DW-EXC-OUT-REC               PIC X(82).

      *----------------------------------------------------------------
      * CONTROL LOG -- ONE RECORD PER BUSINESS DATE SENT, APPENDED
      * NIGHT AFTER NIGHT IN BUSINESS DATE ORDER
      *----------------------------------------------------------------
       FD  DW-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DW-LOG-REC.
           05  DWL-BUS-DATE             PIC 9(08).
           05  DWL-RUN-NO               PIC 9(04).
           05  DWL-SENT-DATE            PIC 9(08).
           05  DWL-SENT-TIME            PIC 9(08).
           05  DWL-MST-COUNT            PIC 9(07).
           05  DWL-JRN-COUNT            PIC 9(07).
           05  DWL-EXC-COUNT            PIC 9(07).
           05  DWL-JRN-TOTAL-AMT        PIC S9(11)V9(2)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(17).

       FD  DW-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DW-REPORT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DW-PARM-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  DW-PARM-EOF              VALUE 'Y'.
       77  DW-LOG-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  DW-LOG-EOF               VALUE 'Y'.
       77  DW-BAL-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  DW-BAL-EOF               VALUE 'Y'.
       77  DW-BAL-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  DW-BAL-FOUND             VALUE 'Y'.
       77  DW-MST-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  DW-MST-EOF               VALUE 'Y'.
       77  DW-BASE-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  DW-BASE-EOF              VALUE 'Y'.
       77  DW-JRNL-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  DW-JRNL-EOF              VALUE 'Y'.
       77  DW-EXCP-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  DW-EXCP-EOF              VALUE 'Y'.
       77  DW-BASE-SWITCH               PIC X(01) VALUE 'A'.
           88  DW-BASE-A                VALUE 'A'.
           88  DW-BASE-B                VALUE 'B'.
       77  DW-CHANGE-SWITCH             PIC X(01) VALUE 'N'.
           88  DW-CHANGED               VALUE 'Y'.
       77  DW-BUS-DATE                  PIC 9(08) VALUE ZERO.
       77  DW-RUN-NO                    PIC 9(04) VALUE ZERO.
       77  DW-LAST-SENT-DATE            PIC 9(08) VALUE ZERO.
       77  DW-SNAPA-DATE                PIC 9(08) VALUE ZERO.
       77  DW-SNAPB-DATE                PIC 9(08) VALUE ZERO.
       77  DW-RUN-DATE                  PIC 9(08) VALUE ZERO.
       77  DW-RUN-TIME                  PIC 9(08) VALUE ZERO.
       77  DW-CLAIM-POSTED              PIC 9(07) VALUE ZERO.
       77  DW-CLAIM-TOTAL-AMT           PIC S9(11)V9(2) VALUE ZERO.
       77  DW-BAL-EXCP-CLAIM            PIC 9(07) VALUE ZERO.
       77  DW-LOG-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  DW-ACCT-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  DW-GONE-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  DW-MST-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  DW-NEW-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  DW-JRN-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  DW-EXC-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  DW-MST-TOTAL-AMT             PIC S9(11)V9(2) VALUE ZERO.
       77  DW-ACTIVITY-TOTAL-AMT        PIC S9(11)V9(2) VALUE ZERO.
       77  DW-JRN-TOTAL-AMT             PIC S9(11)V9(2) VALUE ZERO.
       77  DW-EXC-TOTAL-AMT             PIC S9(11)V9(2) VALUE ZERO.
       77  DW-PAGE-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  DW-LINE-COUNT                PIC 9(02) COMP VALUE 99.
       77  DW-PAGE-LIMIT                PIC 9(02) COMP VALUE 60.

      *----------------------------------------------------------------
      * THE MASTER RECORD IN HAND AND THE SNAPSHOT IMAGE IT IS
      * COMPARED WITH, BOTH LAID OUT AS ACCTMST FIELD FOR FIELD SO
      * EACH FIELD COMPARES BYTE FOR BYTE (A LIMIT WRITTEN BEFORE
      * THE FIELD EXISTED IS BLANK AND MAY NOT BE NUMERIC)
      *----------------------------------------------------------------
       01  DW-NOW-IMAGE.
           05  DWN-ACCT-NO              PIC X(05).
           05  DWN-DESC                 PIC X(30).
           05  DWN-STATUS               PIC X(01).
           05  DWN-BALANCE              PIC X(10).
           05  DWN-ACTIVITY             PIC X(10).
           05  DWN-OPEN-DATE            PIC X(08).
           05  DWN-LIMIT                PIC X(10).
           05  DWN-HOLD                 PIC X(01).
           05  DWN-CLASS                PIC X(02).
           05  FILLER                   PIC X(03).
           05  DWN-LAST-POST            PIC X(08).
           05  DWN-REACT                PIC X(08).
           05  FILLER                   PIC X(04).

       01  DW-BASE-REC.
           05  DW-BASE-TYPE             PIC X(01).
               88  DW-BASE-HEADER       VALUE 'H'.
           05  DW-BASE-IMAGE.
               10  DWB-ACCT-NO          PIC X(05).
               10  DWB-DESC             PIC X(30).
               10  DWB-STATUS           PIC X(01).
               10  DWB-BALANCE          PIC X(10).
               10  DWB-ACTIVITY         PIC X(10).
               10  DWB-OPEN-DATE        PIC X(08).
               10  DWB-LIMIT            PIC X(10).
               10  DWB-HOLD             PIC X(01).
               10  DWB-CLASS            PIC X(02).
               10  FILLER               PIC X(03).
               10  DWB-LAST-POST        PIC X(08).
               10  DWB-REACT            PIC X(08).
               10  FILLER               PIC X(04).

       01  DW-SNAP-OUT.
           05  DW-SNO-TYPE              PIC X(01).
           05  DW-SNO-DATA              PIC X(100).
           05  DW-SNO-HDR REDEFINES DW-SNO-DATA.
               10  DW-SNO-BUS-DATE      PIC 9(08).
               10  DW-SNO-RUN-NO        PIC 9(04).
               10  FILLER               PIC X(88).

      *----------------------------------------------------------------
      * DELIMITED ROWS
      *----------------------------------------------------------------
       01  DW-MST-LINE.
           05  FILLER                   PIC X(02) VALUE 'M,'.
           05  DWM-BUS-DATE             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-RUN-NO               PIC 9(04).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-CHANGE               PIC X(01).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-ACCT-NO              PIC 9(05).
           05  FILLER                   PIC X(02) VALUE ',"'.
           05  DWM-DESC                 PIC X(30).
           05  FILLER                   PIC X(02) VALUE '",'.
           05  DWM-STATUS               PIC X(01).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-HOLD                 PIC X(01).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-CLASS                PIC X(02).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-BALANCE              PIC +9(7).99.
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-ACTIVITY             PIC +9(7).99.
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-LIMIT                PIC +9(7).99.
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-OPEN-DATE            PIC X(08).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-LAST-POST            PIC X(08).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-REACT                PIC X(08).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-CHG-STATUS           PIC X(01).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-CHG-HOLD             PIC X(01).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-CHG-LIMIT            PIC X(01).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-CHG-BALANCE          PIC X(01).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWM-CHG-OTHER            PIC X(01).

       01  DW-JRN-LINE.
           05  FILLER                   PIC X(02) VALUE 'J,'.
           05  DWJ-BUS-DATE             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWJ-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWJ-RUN-TIME             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWJ-RUN-NO               PIC 9(04).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWJ-ENTRY-NO             PIC 9(10).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWJ-LINK-ENTRY-NO        PIC 9(10).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWJ-TRANS-CODE           PIC X(01).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWJ-ACCT-NO              PIC 9(05).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWJ-CONTRA-ACCT          PIC 9(05).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWJ-A-AMT                PIC +9(3).99.
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWJ-B-AMT                PIC +9(3).99.
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWJ-ANS-AMT              PIC +9(3).99.

       01  DW-EXC-LINE.
           05  FILLER                   PIC X(02) VALUE 'E,'.
           05  DWE-BUS-DATE             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWE-RUN-NO               PIC 9(04).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWE-TRANS-CODE           PIC X(01).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWE-ACCT-NO              PIC 9(05).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWE-A-AMT                PIC +9(3).99.
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWE-B-AMT                PIC +9(3).99.
           05  FILLER                   PIC X(02) VALUE ',"'.
           05  DWE-REASON               PIC X(40).
           05  FILLER                   PIC X(01) VALUE '"'.

       01  DW-CTL-LINE.
           05  FILLER                   PIC X(02) VALUE 'C,'.
           05  DWC-FILE-ID              PIC X(03).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWC-BUS-DATE             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWC-RUN-NO               PIC 9(04).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWC-ROW-COUNT            PIC 9(07).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWC-ROW-TOTAL            PIC +9(11).99.
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWC-TIE-COUNT            PIC 9(07).
           05  FILLER                   PIC X(01) VALUE ','.
           05  DWC-TIE-TOTAL            PIC +9(11).99.

      *----------------------------------------------------------------
      * CONTROL LOG LISTING
      *----------------------------------------------------------------
       01  DW-HEAD1.
           05  FILLER                   PIC X(32)
               VALUE ' WAREHOUSE EXTRACT CONTROL LOG  '.
           05  FILLER                   PIC X(15) VALUE
               'BUSINESS DATE  '.
           05  DW-HEAD1-DATE            PIC 9(08).
           05  FILLER                   PIC X(11) VALUE '  RUN DATE '.
           05  DW-HEAD1-RUN-DATE        PIC 9(08).
           05  FILLER                   PIC X(47) VALUE SPACES.
           05  FILLER                   PIC X(05) VALUE 'PAGE '.
           05  DW-HEAD1-PAGE            PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.

       01  DW-HEAD2.
           05  FILLER                   PIC X(44) VALUE
               ' BUS DATE  RUN  SENT DATE  SENT TIME  MASTER'.
           05  FILLER                   PIC X(44) VALUE
               ' ROWS  JOURNAL ROWS  EXCPT ROWS     JOURNAL '.
           05  FILLER                   PIC X(44) VALUE
               'TOTAL                                       '.

       01  DW-LOG-LINE.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DW-LL-BUS-DATE           PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DW-LL-RUN-NO             PIC 9(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DW-LL-SENT-DATE          PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DW-LL-SENT-TIME          PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DW-LL-MST-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  DW-LL-JRN-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DW-LL-EXC-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DW-LL-JRN-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DW-LL-NOTE               PIC X(20).
           05  FILLER                   PIC X(17) VALUE SPACES.

       01  DW-NONE-LINE.
           05  FILLER                   PIC X(44) VALUE
               ' NO BUSINESS DATES SENT                     '.
           05  FILLER                   PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.

      *==================================================================
      * 0000-MAINLINE -- CHECK THE DATE AGAINST THE CONTROL LOG, THEN
      * CUT THE THREE FILES, PROVE THEM, AND LOG THE DATE
      *==================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PICK-BASE THRU 2000-EXIT.
           PERFORM 3000-MASTER-RECORD THRU 3000-EXIT
               UNTIL DW-MST-EOF.
           PERFORM 4000-JOURNAL-RECORD THRU 4000-EXIT
               UNTIL DW-JRNL-EOF.
           PERFORM 5000-EXCP-RECORD THRU 5000-EXIT
               UNTIL DW-EXCP-EOF.
           PERFORM 6000-PROVE THRU 6000-EXIT.
           PERFORM 9000-WRAPUP THRU 9000-EXIT.
           STOP RUN.

      *------------------------------------------------------------------
      * 1000-INITIALIZE -- THE CARD, THE CONTROL LOG (LISTED AS IT IS
      * READ), THE RUN-CONTROL RECORD AND THE NIGHT'S BALANCE PROOF.
      * A DATE ALREADY SENT ENDS THE RUN HERE WITH EVERY OUTPUT FILE
      * LEFT AS IT WAS.
      *------------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT DW-PARM-FILE.
           READ DW-PARM-FILE
               AT END
                   SET DW-PARM-EOF TO TRUE
           END-READ.
           IF DW-PARM-EOF OR DW-PARM-BUS-DATE NOT NUMERIC
               DISPLAY ' DWEXTR - BUSINESS DATE CARD MISSING OR BAD'
               CLOSE DW-PARM-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE DW-PARM-BUS-DATE TO DW-BUS-DATE.
           CLOSE DW-PARM-FILE.
           ACCEPT DW-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DW-RUN-TIME FROM TIME.
           MOVE DW-BUS-DATE TO DW-HEAD1-DATE.
           MOVE DW-RUN-DATE TO DW-HEAD1-RUN-DATE.
           OPEN OUTPUT DW-REPORT-FILE.
           OPEN INPUT DW-LOG-FILE.
           PERFORM 8000-READ-LOG THRU 8000-EXIT.
           PERFORM 1100-LIST-LOG THRU 1100-EXIT
               UNTIL DW-LOG-EOF.
           CLOSE DW-LOG-FILE.
           IF DW-LOG-COUNT = ZERO
               PERFORM 7500-CHECK-PAGE THRU 7500-EXIT
               WRITE DW-REPORT-REC FROM DW-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO DW-LINE-COUNT.
           IF DW-BUS-DATE = DW-LAST-SENT-DATE
               DISPLAY ' DWEXTR - ' DW-BUS-DATE ' ALREADY SENT -'
                   ' FILES LEFT AS THEY WERE SENT'
               CLOSE DW-REPORT-FILE
               MOVE ZERO TO RETURN-CODE
               STOP RUN.
           IF DW-BUS-DATE < DW-LAST-SENT-DATE
               DISPLAY ' DWEXTR - ' DW-BUS-DATE ' IS OLDER THAN THE'
                   ' LAST DATE SENT ' DW-LAST-SENT-DATE
               CLOSE DW-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT DW-CONTROL-FILE.
           MOVE DW-BUS-DATE TO CTL-BUS-DATE.
           READ DW-CONTROL-FILE
               INVALID KEY
                   DISPLAY ' DWEXTR - NO RUN CONTROL RECORD FOR '
                       DW-BUS-DATE
                   CLOSE DW-CONTROL-FILE DW-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT CTL-COMPLETE
               DISPLAY ' DWEXTR - RUN CONTROL NOT COMPLETE FOR '
                   DW-BUS-DATE
               CLOSE DW-CONTROL-FILE DW-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE CTL-RUN-NO TO DW-RUN-NO.
           MOVE CTL-POSTED-COUNT TO DW-CLAIM-POSTED.
           MOVE CTL-GRAND-TOTAL-AMT TO DW-CLAIM-TOTAL-AMT.
           CLOSE DW-CONTROL-FILE.
           OPEN INPUT DW-BALCTL-FILE.
           PERFORM 8100-READ-BALCTL THRU 8100-EXIT
               UNTIL DW-BAL-EOF.
           CLOSE DW-BALCTL-FILE.
           IF NOT DW-BAL-FOUND
               DISPLAY ' DWEXTR - NO BALANCE PROOF FOR ' DW-BUS-DATE
                   ' RUN ' DW-RUN-NO
               CLOSE DW-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
       1000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 1100-LIST-LOG -- ONE LINE PER DATE SENT; THE LAST ONE READ IS
      * THE LAST DATE SENT
      *------------------------------------------------------------------
       1100-LIST-LOG.
           ADD 1 TO DW-LOG-COUNT.
           MOVE DWL-BUS-DATE TO DW-LAST-SENT-DATE.
           MOVE SPACES TO DW-LL-NOTE.
           PERFORM 7600-LOG-LINE THRU 7600-EXIT.
           PERFORM 8000-READ-LOG THRU 8000-EXIT.
       1100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 2000-PICK-BASE -- THE SNAPSHOT TAKEN FOR THE LAST DATE SENT IS
      * THE BASE; TONIGHT'S IS WRITTEN OVER THE OTHER ONE.  THEN THE
      * OPENS AND PRIMING READS.
      *------------------------------------------------------------------
       2000-PICK-BASE.
           OPEN INPUT DW-SNAPA-FILE DW-SNAPB-FILE.
           READ DW-SNAPA-FILE
               AT END
                   MOVE ZERO TO DW-SNAPA-DATE
               NOT AT END
                   IF DW-SNA-HEADER AND DW-SNA-BUS-DATE NUMERIC
                       MOVE DW-SNA-BUS-DATE TO DW-SNAPA-DATE
                   ELSE
                       MOVE 99999999 TO DW-SNAPA-DATE
                   END-IF
           END-READ.
           READ DW-SNAPB-FILE
               AT END
                   MOVE ZERO TO DW-SNAPB-DATE
               NOT AT END
                   IF DW-SNB-HEADER AND DW-SNB-BUS-DATE NUMERIC
                       MOVE DW-SNB-BUS-DATE TO DW-SNAPB-DATE
                   ELSE
                       MOVE 99999999 TO DW-SNAPB-DATE
                   END-IF
           END-READ.
           CLOSE DW-SNAPA-FILE DW-SNAPB-FILE.
           IF DW-SNAPA-DATE = DW-LAST-SENT-DATE
               SET DW-BASE-A TO TRUE
               OPEN INPUT DW-SNAPA-FILE
               OPEN OUTPUT DW-SNAPB-FILE
           ELSE
               IF DW-SNAPB-DATE = DW-LAST-SENT-DATE
                   SET DW-BASE-B TO TRUE
                   OPEN INPUT DW-SNAPB-FILE
                   OPEN OUTPUT DW-SNAPA-FILE
               ELSE
                   DISPLAY ' DWEXTR - NO MASTER SNAPSHOT FOR THE LAST'
                       ' DATE SENT ' DW-LAST-SENT-DATE
                   DISPLAY ' DWEXTR - SNAPSHOT A ' DW-SNAPA-DATE
                       '  SNAPSHOT B ' DW-SNAPB-DATE
                   CLOSE DW-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           PERFORM 8200-READ-BASE THRU 8200-EXIT.
           IF NOT DW-BASE-EOF AND DW-BASE-HEADER
               PERFORM 8200-READ-BASE THRU 8200-EXIT.
           MOVE SPACES TO DW-SNAP-OUT.
           MOVE 'H' TO DW-SNO-TYPE.
           MOVE DW-BUS-DATE TO DW-SNO-BUS-DATE.
           MOVE DW-RUN-NO TO DW-SNO-RUN-NO.
           PERFORM 8300-WRITE-SNAP THRU 8300-EXIT.
           OPEN INPUT DW-MASTER-FILE DW-JOURNAL-FILE DW-EXCP-FILE.
           OPEN OUTPUT DW-MST-OUT-FILE DW-JRN-OUT-FILE DW-EXC-OUT-FILE.
           PERFORM 8400-READ-MASTER THRU 8400-EXIT.
           PERFORM 8500-READ-JOURNAL THRU 8500-EXIT.
           PERFORM 8600-READ-EXCP THRU 8600-EXIT.
       2000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3000-MASTER-RECORD -- MATCH ONE MASTER RECORD TO ITS SNAPSHOT
      * IMAGE.  A NEW ACCOUNT, OR ONE WITH ANY FIELD CHANGED OTHER
      * THAN THE RUN'S ACTIVITY, IS SENT.  EVERY RECORD GOES ON
      * TONIGHT'S SNAPSHOT.
      *------------------------------------------------------------------
       3000-MASTER-RECORD.
           ADD 1 TO DW-ACCT-COUNT.
           ADD MST-ACTIVITY-AMT TO DW-ACTIVITY-TOTAL-AMT.
           MOVE MST-MASTER-REC TO DW-NOW-IMAGE.
           PERFORM 3100-SKIP-GONE THRU 3100-EXIT
               UNTIL DW-BASE-EOF OR DWB-ACCT-NO NOT < DWN-ACCT-NO.
           MOVE 'N' TO DW-CHANGE-SWITCH.
           MOVE 'N' TO DWM-CHG-STATUS DWM-CHG-HOLD DWM-CHG-LIMIT
                       DWM-CHG-BALANCE DWM-CHG-OTHER.
           IF DW-BASE-EOF OR DWB-ACCT-NO > DWN-ACCT-NO
               MOVE 'N' TO DWM-CHANGE
               SET DW-CHANGED TO TRUE
               ADD 1 TO DW-NEW-COUNT
           ELSE
               MOVE 'C' TO DWM-CHANGE
               PERFORM 3200-COMPARE THRU 3200-EXIT
               PERFORM 8200-READ-BASE THRU 8200-EXIT.
           IF DW-CHANGED
               PERFORM 3300-WRITE-MASTER-ROW THRU 3300-EXIT.
           MOVE SPACES TO DW-SNAP-OUT.
           MOVE 'M' TO DW-SNO-TYPE.
           MOVE MST-MASTER-REC TO DW-SNO-DATA.
           PERFORM 8300-WRITE-SNAP THRU 8300-EXIT.
           PERFORM 8400-READ-MASTER THRU 8400-EXIT.
       3000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3100-SKIP-GONE -- A SNAPSHOT IMAGE WITH NO MASTER RECORD.  THE
      * MASTER IS NEVER DELETED FROM, SO THIS ONLY FOLLOWS A RESTORE;
      * THE IMAGE IS COUNTED AND DROPPED.
      *------------------------------------------------------------------
       3100-SKIP-GONE.
           ADD 1 TO DW-GONE-COUNT.
           PERFORM 8200-READ-BASE THRU 8200-EXIT.
       3100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3200-COMPARE -- FLAG EACH KIND OF CHANGE
      *------------------------------------------------------------------
       3200-COMPARE.
           IF DWN-STATUS NOT = DWB-STATUS
               MOVE 'Y' TO DWM-CHG-STATUS
               SET DW-CHANGED TO TRUE.
           IF DWN-HOLD NOT = DWB-HOLD
               MOVE 'Y' TO DWM-CHG-HOLD
               SET DW-CHANGED TO TRUE.
           IF DWN-LIMIT NOT = DWB-LIMIT
               MOVE 'Y' TO DWM-CHG-LIMIT
               SET DW-CHANGED TO TRUE.
           IF DWN-BALANCE NOT = DWB-BALANCE
               MOVE 'Y' TO DWM-CHG-BALANCE
               SET DW-CHANGED TO TRUE.
           IF DWN-DESC NOT = DWB-DESC
               OR DWN-CLASS NOT = DWB-CLASS
               OR DWN-OPEN-DATE NOT = DWB-OPEN-DATE
               OR DWN-LAST-POST NOT = DWB-LAST-POST
               OR DWN-REACT NOT = DWB-REACT
               MOVE 'Y' TO DWM-CHG-OTHER
               SET DW-CHANGED TO TRUE.
       3200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 3300-WRITE-MASTER-ROW -- ONE CHANGED ACCOUNT.  A DATE THAT WAS
      * NEVER SET GOES OUT BLANK.
      *------------------------------------------------------------------
       3300-WRITE-MASTER-ROW.
           MOVE DW-BUS-DATE TO DWM-BUS-DATE.
           MOVE DW-RUN-NO TO DWM-RUN-NO.
           MOVE MST-ACCT-NO TO DWM-ACCT-NO.
           MOVE MST-DESC TO DWM-DESC.
           MOVE MST-STATUS TO DWM-STATUS.
           MOVE MST-HOLD-FLAG TO DWM-HOLD.
           MOVE MST-ACCT-CLASS TO DWM-CLASS.
           MOVE MST-BALANCE-AMT TO DWM-BALANCE.
           MOVE MST-ACTIVITY-AMT TO DWM-ACTIVITY.
           IF MST-LIMIT-AMT NUMERIC
               MOVE MST-LIMIT-AMT TO DWM-LIMIT
           ELSE
               MOVE ZERO TO DWM-LIMIT.
           MOVE DWN-OPEN-DATE TO DWM-OPEN-DATE.
           IF MST-LAST-POST-DATE NOT NUMERIC
               MOVE SPACES TO DWM-LAST-POST
           ELSE
               MOVE DWN-LAST-POST TO DWM-LAST-POST.
           IF MST-REACT-DATE NOT NUMERIC
               MOVE SPACES TO DWM-REACT
           ELSE
               MOVE DWN-REACT TO DWM-REACT.
           WRITE DW-MST-OUT-REC FROM DW-MST-LINE.
           ADD 1 TO DW-MST-COUNT.
           ADD MST-BALANCE-AMT TO DW-MST-TOTAL-AMT.
       3300-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 4000-JOURNAL-RECORD -- ONLY THE RECORDS TONIGHT'S RUN STAMPED
      *------------------------------------------------------------------
       4000-JOURNAL-RECORD.
           IF DW-JRNL-RUN-NO NUMERIC
               AND DW-JRNL-RUN-NO = DW-RUN-NO
               MOVE DW-BUS-DATE TO DWJ-BUS-DATE
               MOVE DW-JRNL-RUN-DATE TO DWJ-RUN-DATE
               MOVE DW-JRNL-RUN-TIME TO DWJ-RUN-TIME
               MOVE DW-JRNL-RUN-NO TO DWJ-RUN-NO
               MOVE DW-JRNL-ENTRY-NO TO DWJ-ENTRY-NO
               MOVE DW-JRNL-LINK-ENTRY-NO TO DWJ-LINK-ENTRY-NO
               MOVE DW-JRNL-TRANS-CODE TO DWJ-TRANS-CODE
               MOVE DW-JRNL-ACCT-NO TO DWJ-ACCT-NO
               MOVE DW-JRNL-CONTRA-ACCT TO DWJ-CONTRA-ACCT
               MOVE DW-JRNL-A-AMT TO DWJ-A-AMT
               MOVE DW-JRNL-B-AMT TO DWJ-B-AMT
               MOVE DW-JRNL-ANS-AMT TO DWJ-ANS-AMT
               WRITE DW-JRN-OUT-REC FROM DW-JRN-LINE
               ADD 1 TO DW-JRN-COUNT
               ADD DW-JRNL-ANS-AMT TO DW-JRN-TOTAL-AMT.
           PERFORM 8500-READ-JOURNAL THRU 8500-EXIT.
       4000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 5000-EXCP-RECORD -- ONLY THE EXCEPTIONS TONIGHT'S RUN STAMPED
      *------------------------------------------------------------------
       5000-EXCP-RECORD.
           IF DW-EXCP-RUN-NO NUMERIC
               AND DW-EXCP-RUN-NO = DW-RUN-NO
               MOVE DW-BUS-DATE TO DWE-BUS-DATE
               MOVE DW-EXCP-RUN-NO TO DWE-RUN-NO
               MOVE DW-EXCP-TRANS-CODE TO DWE-TRANS-CODE
               MOVE DW-EXCP-ACCT-NO TO DWE-ACCT-NO
               MOVE DW-EXCP-A-AMT TO DWE-A-AMT
               MOVE DW-EXCP-B-AMT TO DWE-B-AMT
               MOVE DW-EXCP-REASON TO DWE-REASON
               WRITE DW-EXC-OUT-REC FROM DW-EXC-LINE
               ADD 1 TO DW-EXC-COUNT
               ADD DW-EXCP-A-AMT TO DW-EXC-TOTAL-AMT.
           PERFORM 8600-READ-EXCP THRU 8600-EXIT.
       5000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 6000-PROVE -- THE FILES MUST TIE TO THE RUN CONTROL AND THE
      * BALANCE PROOF BEFORE A CONTROL ROW IS WRITTEN.  OUT OF PROOF,
      * THE FILES ARE LEFT WITHOUT CONTROL ROWS, NOTHING IS LOGGED,
      * AND THE BASE SNAPSHOT STILL STANDS FOR THE RERUN.
      *------------------------------------------------------------------
       6000-PROVE.
           IF DW-JRN-COUNT = DW-CLAIM-POSTED
               AND DW-JRN-TOTAL-AMT = DW-CLAIM-TOTAL-AMT
               AND DW-ACTIVITY-TOTAL-AMT = DW-CLAIM-TOTAL-AMT
               AND DW-EXC-COUNT = DW-BAL-EXCP-CLAIM
               GO TO 6000-EXIT.
           DISPLAY ' DWEXTR - EXTRACT OUT OF PROOF - NOTHING LOGGED'.
           DISPLAY ' DWEXTR - JOURNAL ROWS     ' DW-JRN-COUNT
               '  RUN CONTROL POSTED ' DW-CLAIM-POSTED.
           DISPLAY ' DWEXTR - JOURNAL TOTAL    ' DW-JRN-TOTAL-AMT
               '  RUN CONTROL TOTAL  ' DW-CLAIM-TOTAL-AMT.
           DISPLAY ' DWEXTR - MASTER ACTIVITY  ' DW-ACTIVITY-TOTAL-AMT.
           DISPLAY ' DWEXTR - EXCEPTION ROWS   ' DW-EXC-COUNT
               '  BALANCE PROOF      ' DW-BAL-EXCP-CLAIM.
           PERFORM 9100-CLOSE-FILES THRU 9100-EXIT.
           CLOSE DW-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       6000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7500-CHECK-PAGE -- START A NEW PAGE WHEN THE CURRENT ONE IS
      * FULL
      *------------------------------------------------------------------
       7500-CHECK-PAGE.
           IF DW-LINE-COUNT < DW-PAGE-LIMIT
               GO TO 7500-EXIT.
           ADD 1 TO DW-PAGE-COUNT.
           MOVE DW-PAGE-COUNT TO DW-HEAD1-PAGE.
           WRITE DW-REPORT-REC FROM DW-HEAD1
               AFTER ADVANCING PAGE.
           WRITE DW-REPORT-REC FROM DW-HEAD2
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO DW-LINE-COUNT.
       7500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 7600-LOG-LINE -- PRINT THE CONTROL LOG RECORD IN HAND
      *------------------------------------------------------------------
       7600-LOG-LINE.
           PERFORM 7500-CHECK-PAGE THRU 7500-EXIT.
           MOVE DWL-BUS-DATE TO DW-LL-BUS-DATE.
           MOVE DWL-RUN-NO TO DW-LL-RUN-NO.
           MOVE DWL-SENT-DATE TO DW-LL-SENT-DATE.
           MOVE DWL-SENT-TIME TO DW-LL-SENT-TIME.
           MOVE DWL-MST-COUNT TO DW-LL-MST-COUNT.
           MOVE DWL-JRN-COUNT TO DW-LL-JRN-COUNT.
           MOVE DWL-EXC-COUNT TO DW-LL-EXC-COUNT.
           MOVE DWL-JRN-TOTAL-AMT TO DW-LL-JRN-TOTAL.
           WRITE DW-REPORT-REC FROM DW-LOG-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO DW-LINE-COUNT.
       7600-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8000-READ-LOG -- NEXT CONTROL LOG RECORD
      *------------------------------------------------------------------
       8000-READ-LOG.
           READ DW-LOG-FILE
               AT END
                   SET DW-LOG-EOF TO TRUE
           END-READ.
       8000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8100-READ-BALCTL -- WALK THE BALANCE CONTROL HISTORY FOR THE
      * PROOF OF TONIGHT'S RUN
      *------------------------------------------------------------------
       8100-READ-BALCTL.
           READ DW-BALCTL-FILE
               AT END
                   SET DW-BAL-EOF TO TRUE
               NOT AT END
                   IF DW-BAL-BUS-DATE = DW-BUS-DATE
                       AND DW-BAL-RUN-NO = DW-RUN-NO
                       MOVE DW-BAL-EXCP-COUNT TO DW-BAL-EXCP-CLAIM
                       SET DW-BAL-FOUND TO TRUE
                   END-IF
           END-READ.
       8100-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8200-READ-BASE -- NEXT IMAGE FROM THE BASE SNAPSHOT
      *------------------------------------------------------------------
       8200-READ-BASE.
           IF DW-BASE-A
               READ DW-SNAPA-FILE INTO DW-BASE-REC
                   AT END
                       SET DW-BASE-EOF TO TRUE
               END-READ
           ELSE
               READ DW-SNAPB-FILE INTO DW-BASE-REC
                   AT END
                       SET DW-BASE-EOF TO TRUE
               END-READ.
       8200-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8300-WRITE-SNAP -- ONE RECORD TO TONIGHT'S SNAPSHOT, WHICH IS
      * WHICHEVER DATASET IS NOT THE BASE
      *------------------------------------------------------------------
       8300-WRITE-SNAP.
           IF DW-BASE-A
               WRITE DW-SNAPB-REC FROM DW-SNAP-OUT
           ELSE
               WRITE DW-SNAPA-REC FROM DW-SNAP-OUT.
       8300-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8400-READ-MASTER -- NEXT MASTER RECORD IN ACCOUNT ORDER
      *------------------------------------------------------------------
       8400-READ-MASTER.
           READ DW-MASTER-FILE NEXT RECORD
               AT END
                   SET DW-MST-EOF TO TRUE
           END-READ.
       8400-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8500-READ-JOURNAL -- NEXT JOURNAL RECORD
      *------------------------------------------------------------------
       8500-READ-JOURNAL.
           READ DW-JOURNAL-FILE
               AT END
                   SET DW-JRNL-EOF TO TRUE
           END-READ.
       8500-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 8600-READ-EXCP -- NEXT EXCEPTION RECORD
      *------------------------------------------------------------------
       8600-READ-EXCP.
           READ DW-EXCP-FILE
               AT END
                   SET DW-EXCP-EOF TO TRUE
           END-READ.
       8600-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 9000-WRAPUP -- CONTROL ROWS, CLOSE EVERYTHING, AND ONLY THEN
      * APPEND TONIGHT'S DATE TO THE CONTROL LOG AND LIST IT
      *------------------------------------------------------------------
       9000-WRAPUP.
           MOVE DW-BUS-DATE TO DWC-BUS-DATE.
           MOVE DW-RUN-NO TO DWC-RUN-NO.
           MOVE 'MST' TO DWC-FILE-ID.
           MOVE DW-MST-COUNT TO DWC-ROW-COUNT.
           MOVE DW-MST-TOTAL-AMT TO DWC-ROW-TOTAL.
           MOVE DW-ACCT-COUNT TO DWC-TIE-COUNT.
           MOVE DW-ACTIVITY-TOTAL-AMT TO DWC-TIE-TOTAL.
           WRITE DW-MST-OUT-REC FROM DW-CTL-LINE.
           MOVE 'JRN' TO DWC-FILE-ID.
           MOVE DW-JRN-COUNT TO DWC-ROW-COUNT.
           MOVE DW-JRN-TOTAL-AMT TO DWC-ROW-TOTAL.
           MOVE DW-CLAIM-POSTED TO DWC-TIE-COUNT.
           MOVE DW-CLAIM-TOTAL-AMT TO DWC-TIE-TOTAL.
           WRITE DW-JRN-OUT-REC FROM DW-CTL-LINE.
           MOVE 'EXC' TO DWC-FILE-ID.
           MOVE DW-EXC-COUNT TO DWC-ROW-COUNT.
           MOVE DW-EXC-TOTAL-AMT TO DWC-ROW-TOTAL.
           MOVE DW-BAL-EXCP-CLAIM TO DWC-TIE-COUNT.
           MOVE ZERO TO DWC-TIE-TOTAL.
           WRITE DW-EXC-OUT-REC FROM DW-CTL-LINE.
           PERFORM 9100-CLOSE-FILES THRU 9100-EXIT.
           MOVE SPACES TO DW-LOG-REC.
           MOVE DW-BUS-DATE TO DWL-BUS-DATE.
           MOVE DW-RUN-NO TO DWL-RUN-NO.
           MOVE DW-RUN-DATE TO DWL-SENT-DATE.
           MOVE DW-RUN-TIME TO DWL-SENT-TIME.
           MOVE DW-MST-COUNT TO DWL-MST-COUNT.
           MOVE DW-JRN-COUNT TO DWL-JRN-COUNT.
           MOVE DW-EXC-COUNT TO DWL-EXC-COUNT.
           MOVE DW-JRN-TOTAL-AMT TO DWL-JRN-TOTAL-AMT.
           OPEN EXTEND DW-LOG-FILE.
           WRITE DW-LOG-REC.
           CLOSE DW-LOG-FILE.
           MOVE 'SENT THIS RUN' TO DW-LL-NOTE.
           PERFORM 7600-LOG-LINE THRU 7600-EXIT.
           CLOSE DW-REPORT-FILE.
           DISPLAY ' DWEXTR - ACCOUNTS ON THE MASTER  ' DW-ACCT-COUNT.
           DISPLAY ' DWEXTR - MASTER ROWS SENT  . . . ' DW-MST-COUNT.
           DISPLAY ' DWEXTR -   OF WHICH NEW ACCOUNTS ' DW-NEW-COUNT.
           DISPLAY ' DWEXTR - JOURNAL ROWS SENT . . . ' DW-JRN-COUNT.
           DISPLAY ' DWEXTR - EXCEPTION ROWS SENT . . ' DW-EXC-COUNT.
           IF DW-GONE-COUNT > ZERO
               DISPLAY ' DWEXTR - SNAPSHOT IMAGES WITH NO MASTER'
                   ' RECORD ' DW-GONE-COUNT.
       9000-EXIT.
           EXIT.

      *------------------------------------------------------------------
      * 9100-CLOSE-FILES -- EVERY FILE OPEN DURING THE EXTRACT
      *------------------------------------------------------------------
       9100-CLOSE-FILES.
           CLOSE DW-SNAPA-FILE DW-SNAPB-FILE
                 DW-MASTER-FILE DW-JOURNAL-FILE DW-EXCP-FILE
                 DW-MST-OUT-FILE DW-JRN-OUT-FILE DW-EXC-OUT-FILE.
       9100-EXIT.
           EXIT.
