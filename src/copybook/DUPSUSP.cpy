      ******************************************************************
      *                                                                *
      * DUPSUSP   -  SUSPECTED DUPLICATE RECORD                       *
      *                                                                *
      *    RECORD LAYOUT OF THE SUSPECTED-DUPLICATE FILE.  THE        *
      *    FRONT-END EDIT WRITES ONE RECORD FOR EVERY CLEAN KEYED     *
      *    TRANSACTION IT HOLDS BACK FROM THE POSTING RUN AS A        *
      *    LIKELY DUPLICATE: THE 22-BYTE IMAGE AS KEYED, THE BATCH    *
      *    AND BUSINESS DATE IT ARRIVED UNDER, AND WHAT IT MATCHED -- *
      *    AN ITEM ALREADY POSTED (SOURCE H, FROM THE POSTED-ITEM     *
      *    HISTORY) OR AN ITEM PASSED EARLIER THE SAME NIGHT IN       *
      *    ANOTHER BATCH (SOURCE N).  THE DUPLICATE REVIEW RUN TAKES  *
      *    THE RECORDS ON AS OPEN ITEMS OF ITS REVIEW QUEUE.          *
      *                                                                *
      ******************************************************************
       01  DSP-SUSPECT-REC.
           05  DSP-TRAN-IMAGE           PIC X(22).
           05  DSP-BATCH-NO             PIC 9(05).
           05  DSP-BUS-DATE             PIC 9(08).
           05  DSP-MATCH-SOURCE         PIC X(01).
               88  DSP-MATCHED-HISTORY  VALUE 'H'.
               88  DSP-MATCHED-TONIGHT  VALUE 'N'.
           05  DSP-MATCH-DATE           PIC 9(08).
           05  DSP-MATCH-BATCH          PIC 9(05).
           05  FILLER                   PIC X(11).
