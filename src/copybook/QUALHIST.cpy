      ******************************************************************
      *                                                                *
      * QUALHIST  -  KEYING-QUALITY HISTORY RECORD                    *
      *                                                                *
      *    RECORD LAYOUT OF THE PERMANENT KEYING-QUALITY HISTORY.     *
      *    EVERY NIGHT THE FRONT-END EDIT AND THE POSTING RUN EACH    *
      *    WRITE THEIR RECORDS FOR THE NIGHT TO A WORK DATASET, AND   *
      *    THE NIGHTLY JOB APPENDS BOTH TO THE HISTORY BEHIND THE     *
      *    BALANCE PROOF, SO A RESUBMITTED NIGHT IS KEPT ONCE.  THE   *
      *    FILE IS NEVER PURGED.  RECORD TYPES --                     *
      *                                                                *
      *        R  ONE EDIT REJECT: REASON CODE AND TEXT, RECORD IMAGE *
      *        B  ONE BATCH REJECTED WHOLE: CODE E010, THE CAUSE AS   *
      *           THE TEXT, AND THE RECORDS HELD IN THE COUNT         *
      *        X  ONE POSTING-RUN EXCEPTION: NO CODE, THE REASON      *
      *           TEXT, AND THE TRANSACTION AS A RECORD IMAGE         *
      *        C  RECORDS RECEIVED FOR EDIT FROM ONE SOURCE IN THE    *
      *           NIGHT, IN THE COUNT -- WRITTEN FOR EVERY SOURCE     *
      *           EVERY NIGHT, ZERO OR NOT                            *
      *                                                                *
      *    THE SOURCE SEPARATES THE KEYING SHOP'S BATCHES FROM        *
      *    GENERATED WORK (STANDING ORDERS 99999, ACCRUALS 99998)     *
      *    AND FROM WORK ARRIVING OUTSIDE ANY BATCH (RECYCLED, AND    *
      *    RELEASED FROM THE WAREHOUSE OR THE DUPLICATE REVIEW        *
      *    QUEUE).  A BATCH WHOSE HEADER COULD NOT BE READ IS KEYED   *
      *    WORK UNDER BATCH ZERO.                                     *
      *                                                                *
      ******************************************************************
       01  QHS-QUALITY-REC.
           05  QHS-BUS-DATE             PIC 9(08).
           05  QHS-REC-TYPE             PIC X(01).
               88  QHS-EDIT-REJECT      VALUE 'R'.
               88  QHS-BATCH-REJECT     VALUE 'B'.
               88  QHS-POST-EXCEPTION   VALUE 'X'.
               88  QHS-RECORDS-RECEIVED VALUE 'C'.
           05  QHS-SOURCE               PIC X(01).
               88  QHS-KEYED-WORK       VALUE 'K'.
               88  QHS-GENERATED-WORK   VALUE 'G'.
               88  QHS-UNBATCHED-WORK   VALUE 'U'.
           05  QHS-BATCH-NO             PIC 9(05).
           05  QHS-REASON-CODE          PIC X(04).
           05  QHS-REASON-TEXT          PIC X(40).
           05  QHS-RECORD-IMAGE         PIC X(22).
           05  QHS-RECORD-COUNT         PIC 9(07).
           05  QHS-RUN-NO               PIC 9(04).
           05  FILLER                   PIC X(08).
