      ******************************************************************
      *                                                                *
      *   DL100OL - OUTBOUND RETURN LOG RECORD                        *
      *                                                                *
      *   ONE RECORD PER BUSINESS DATE AND SOURCE, KEYED BY BOTH,      *
      *   WRITTEN BY DL100ACK EACH TIME IT BUILDS A SOURCE'S           *
      *   ACKNOWLEDGEMENT AND REJECT-RETURN FILE (DL100RR).  A RERUN   *
      *   FOR THE SAME DATE REPLACES THE EARLIER RECORD.  READ BY      *
      *   THE FEED ARRIVAL BOARD (DL100ARB) SO IT CAN SHOW WHETHER     *
      *   EACH SOURCE HAS BEEN SENT ITS FILE AS WELL AS WHETHER ITS    *
      *   BATCH ARRIVED.                                               *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   ----------------------------------------------------------- *
      *   2026-10-15  JMS   INITIAL VERSION.                          *
      ******************************************************************
       01  DL100-OUTBOUND-LOG-RECORD.
           05  OL-LOG-KEY.
               10  OL-BUSINESS-DATE     PIC 9(08).
               10  OL-SOURCE            PIC X(08).
           05  OL-SEND-STATUS           PIC X(01).
               88  OL-FILE-SENT                   VALUE "S".
               88  OL-SEND-FAILED                 VALUE "F".
           05  OL-RETURN-FILE-PATH      PIC X(72).
           05  OL-BATCH-STATUS          PIC X(01).
           05  OL-RECEIVED-COUNT        PIC 9(09).
           05  OL-ACCEPTED-COUNT        PIC 9(09).
           05  OL-REJECTED-COUNT        PIC 9(09).
           05  OL-SUSPENSE-COUNT        PIC 9(09).
           05  OL-WAREHOUSED-COUNT      PIC 9(09).
           05  OL-RETURN-RECORD-COUNT   PIC 9(09).
           05  OL-SENT-DATE-TIME        PIC X(14).
           05  FILLER                   PIC X(20).
