      ******************************************************************
      *                                                                *
      * MNTPEND   -  PENDING MAINTENANCE CARD RECORD                  *
      *                                                                *
      *    RECORD LAYOUT OF THE KEYED PENDING-MAINTENANCE FILES.      *
      *    ACCTMNT AND STOMNT EACH KEEP THEIR OWN FILE IN THIS        *
      *    LAYOUT.  A STAGING RUN WRITES ONE RECORD PER MAINTENANCE   *
      *    CARD, KEYED BY A PENDING NUMBER, CARRYING THE CARD IMAGE   *
      *    AND THE KEYING OPERATOR.  NOTHING IS APPLIED UNTIL AN      *
      *    APPROVAL RUN NAMES THE PENDING NUMBER UNDER A DIFFERENT    *
      *    OPERATOR -- THE CARD IS THEN APPLIED AND THE RECORD        *
      *    SETTLED AS APPLIED, OR AS FAILED WHEN THE MASTER REFUSED   *
      *    IT.  A DECLINED CARD IS SETTLED WITHOUT BEING APPLIED.     *
      *    SETTLED RECORDS STAY ON FILE AS THE AUDIT OF WHO KEYED     *
      *    AND WHO APPROVED WHAT.                                     *
      *                                                                *
      *    THE RECORD WITH KEY ZERO IS THE HEADER -- IT HOLDS THE     *
      *    LAST PENDING NUMBER ISSUED, STEPPED BEFORE EACH CARD IS    *
      *    WRITTEN, SO A STAGING RUN THAT FAILS PART WAY LEAVES A     *
      *    GAP IN THE NUMBERS RATHER THAN A DUPLICATE.                *
      *                                                                *
      ******************************************************************
       01  PND-PENDING-REC.
           05  PND-PEND-NO              PIC 9(06).
           05  PND-STATUS               PIC X(01).
               88  PND-PENDING          VALUE 'P'.
               88  PND-APPLIED          VALUE 'A'.
               88  PND-FAILED           VALUE 'F'.
               88  PND-DECLINED         VALUE 'D'.
           05  PND-KEY-OPER             PIC X(08).
           05  PND-STAGE-DATE           PIC 9(08).
           05  PND-STAGE-TIME           PIC 9(08).
           05  PND-APPR-OPER            PIC X(08).
           05  PND-APPR-DATE            PIC 9(08).
           05  PND-CARD-IMAGE           PIC X(80).
           05  FILLER                   PIC X(33).
       01  PND-HEADER-REC.
           05  PND-HDR-KEY              PIC 9(06).
           05  PND-HDR-LAST-NO          PIC 9(06).
           05  FILLER                   PIC X(148).
