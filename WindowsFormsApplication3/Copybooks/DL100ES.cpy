      *   SIMPLY NEVER ARRIVED CANNOT SAIL THROUGH AS A SHORT DAY      *
      *   THAT STILL "BALANCES".                                       *
      *                                                                *
      *   A SOURCE'S STANDING ENTRY (BUSINESS DATE ZERO) IS NOT AN     *
      *   EXPECTATION - IT CARRIES THE PATH PREFIX THE SOURCE'S        *
      *   ACKNOWLEDGEMENT AND REJECT-RETURN FILE IS WRITTEN TO BY      *
      *   DL100ACK.                                                    *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   ----------------------------------------------------------- *
      *   2026-09-01  JMS   INITIAL VERSION.                          *
      *   2026-10-15  JMS   ADDED THE RETURN FILE PATH PREFIX FOR THE  *
      *                     ACKNOWLEDGEMENT AND REJECT-RETURN FILE     *
      *                     (DL100ACK).  IT IS CARRIED ON A SOURCE'S   *
      *                     STANDING ENTRY, WHOSE BUSINESS DATE IS     *
      *                     ZERO, SO IT IS KEYED ONCE RATHER THAN FOR  *
      *                     EVERY DATE; DATED ENTRIES LEAVE IT BLANK.  *
      *                     THE RECORD GROWS BY 60 BYTES - CONVERT AN  *
      *                     EXISTING EXPECTED-SOURCE FILE ONCE AT      *
      *                     INSTALL WITH DL100FC2.                     *
      ******************************************************************
       01  DL100-EXPECTED-SOURCE-RECORD.
           05  ES-EXPECTED-KEY.
               10  ES-BUSINESS-DATE     PIC 9(08).
                   88  ES-IS-STANDING-ENTRY       VALUE ZERO.
               10  ES-SOURCE            PIC X(08).
           05  ES-ADDED-BY-OPERATOR     PIC X(08).
           05  ES-ADDED-DATE-TIME      PIC X(14).
           05  ES-RETURN-PATH-PREFIX    PIC X(60).
           05  FILLER                   PIC X(10).
