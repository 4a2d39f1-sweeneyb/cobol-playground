                                  ==:TAG:== BY ==MD-RSLT-ANS==.
           05  MD-RSLT-TRANS-CODE      PIC X(01).
           05  MD-RSLT-ACCT-NO         PIC 9(05).
           05  MD-RSLT-CONTRA-ACCT     PIC 9(05).
           05  FILLER                  PIC X(03).

       FD  MD-SUSPENSE-FILE
           RECORDING MODE IS F
           88 MD-EOF VALUE 'Y'.
       77 MD-TRANS-CODE PIC X(01) VALUE SPACE.
           88 MD-TRANS-ADD VALUES 'A' ' '.
           88 MD-TRANS-SUBTRACT VALUES 'S' 'T' 'R'.
           88 MD-TRANS-MULTIPLY VALUE 'M'.
           88 MD-TRANS-DIVIDE VALUE 'D'.
       77 MD-CHECKED-COUNT PIC 9(7) COMP VALUE ZERO.
