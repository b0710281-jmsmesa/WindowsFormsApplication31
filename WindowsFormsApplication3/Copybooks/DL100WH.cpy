      ******************************************************************
      *                                                                *
      *   DL100WH - FUTURE-DATED TRANSACTION WAREHOUSE RECORD         *
      *                                                                *
      *   ONE RECORD PER TRANSACTION THAT ARRIVED IN A DELIVERY        *
      *   DATED LATER THAN THE BUSINESS DATE BEING RUN, KEYED BY DUE   *
      *   DATE, SOURCE, REFERENCE AND AMOUNT SIGN (SO BOTH LEGS OF A   *
      *   TRANSFER CAN BE HELD).  DL100NC WAREHOUSES THE ITEM WHEN IT  *
      *   ARRIVES AND RELEASES IT THROUGH NORMAL VALIDATION AND        *
      *   POSTING ON THE FIRST RUN ON OR AFTER ITS DUE DATE.  A        *
      *   SUPERVISOR CAN CANCEL AN ITEM BEFORE IT RELEASES             *
      *   (DL100WHX).  RECORDS ARE KEPT AFTER RELEASE SO DL100RCN AND  *
      *   DL100ARB CAN COUNT WHAT WAS WAREHOUSED AND RELEASED ON ANY   *
      *   DATE.  WH-TRANSACTION-IMAGE IS THE DL100TX RECORD AS         *
      *   RECEIVED.                                                    *
      *                                                                *
      *   ENTRY STATUS                                                 *
      *     W  WAREHOUSED, WAITING FOR ITS DUE DATE                    *
      *     R  RELEASED INTO THE RUN FOR WH-RELEASED-DATE              *
      *     C  CANCELLED BY A SUPERVISOR BEFORE RELEASE                *
      *     S  SUPERSEDED - THE SAME ITEM WAS DELIVERED AGAIN ON ITS   *
      *        DUE DATE AND WAS PROCESSED FROM THAT DELIVERY INSTEAD   *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   ----------------------------------------------------------- *
      *   2026-10-15  JMS   INITIAL VERSION.                          *
      *   2026-10-15  JMS   A CANCELLATION NOW CARRIES THE BUSINESS    *
      *                     DATE IT WAS ENTERED AGAINST, CARVED OUT    *
      *                     OF THE RESERVED FILLER, SO DL100RCN        *
      *                     COUNTS IT ON THAT DATE RATHER THAN ON THE  *
      *                     WALL-CLOCK DATE OF THE CANCEL STAMP.       *
      ******************************************************************
       01  DL100-WAREHOUSE-RECORD.
           05  WH-WAREHOUSE-KEY.
               10  WH-DUE-DATE          PIC 9(08).
               10  WH-SOURCE            PIC X(08).
               10  WH-REFERENCE-NUMBER  PIC X(12).
               10  WH-AMOUNT-SIGN       PIC X(01).
           05  WH-TRANSACTION-IMAGE     PIC X(60).
           05  WH-ENTRY-STATUS          PIC X(01).
               88  WH-ENTRY-WAREHOUSED            VALUE "W".
               88  WH-ENTRY-RELEASED              VALUE "R".
               88  WH-ENTRY-CANCELLED             VALUE "C".
               88  WH-ENTRY-SUPERSEDED            VALUE "S".
           05  WH-RECEIVED-DATE         PIC 9(08).
           05  WH-RECEIVED-DATE-TIME    PIC X(14).
           05  WH-RELEASED-DATE         PIC 9(08).
           05  WH-RELEASE-RESULT        PIC X(01).
               88  WH-RELEASE-ACCEPTED            VALUE "A".
               88  WH-RELEASE-REJECTED            VALUE "R".
           05  WH-CANCELLED-BY          PIC X(08).
           05  WH-CANCEL-REASON         PIC X(40).
           05  WH-CANCEL-DATE-TIME      PIC X(14).
           05  WH-CANCEL-BUSINESS-DATE  PIC 9(08).
           05  FILLER                   PIC X(12).
