      *   MODIFICATION HISTORY                                        *
      *   ----------------------------------------------------------- *
      *   2026-08-09  JMS   INITIAL VERSION.                          *
      *   2026-10-15  JMS   ADDED TYPE RV, A REVERSAL OF A POSTING     *
      *                     ALREADY ON THE REGISTRY.  AN RV CARRIES    *
      *                     THE ORIGINAL'S ACCOUNT, REFERENCE AND      *
      *                     SIGNED AMOUNT, NAMES THE ORIGINAL SOURCE   *
      *                     IN TX-REVERSED-SOURCE, AND DL100NC FILLS   *
      *                     TX-REVERSED-TYPE FROM THE REGISTRY.  BOTH  *
      *                     FIELDS TAKE BYTES FROM THE TRAILING        *
      *                     FILLER SO THE RECORD LENGTH IS UNCHANGED.  *
      ******************************************************************
       01  DL100-TRANSACTION-RECORD.
           05  TX-BUSINESS-DATE.
               88  TX-TYPE-TRANSFER                VALUE "TR".
               88  TX-TYPE-FEE                     VALUE "FE".
               88  TX-TYPE-ADJUSTMENT              VALUE "AJ".
               88  TX-TYPE-REVERSAL                VALUE "RV".
               88  TX-TYPE-IS-VALID
                   VALUES "DP" "WD" "TR" "FE" "AJ" "RV".
           05  TX-SOURCE                PIC X(08).
           05  TX-STATUS-FLAG           PIC X(01).
               88  TX-STATUS-PENDING              VALUE "P".
               88  TX-STATUS-ACCEPTED              VALUE "A".
               88  TX-STATUS-REJECTED              VALUE "R".
           05  TX-REVERSED-SOURCE       PIC X(08).
           05  TX-REVERSED-TYPE         PIC X(02).
