      ******************************************************************
      *                                                                *
      *   DL100RR - SOURCE ACKNOWLEDGEMENT / REJECT-RETURN RECORD     *
      *                                                                *
      *   THE RECORDS OF THE FILE DL100ACK SENDS BACK TO EACH SOURCE   *
      *   SYSTEM FOR A BUSINESS DATE.  THE FIRST RECORD IS THE         *
      *   ACKNOWLEDGEMENT (TYPE AK) - THE BATCH TRAILER TOTALS AS      *
      *   SENT, THE COUNT AND HASH ACTUALLY RECEIVED, AND HOW MANY     *
      *   ITEMS WERE ACCEPTED, REJECTED, SUSPENDED AS TRANSFER LEGS,   *
      *   OR WAREHOUSED FOR A LATER DATE.  ONE REJECT RECORD (TYPE     *
      *   RJ) FOLLOWS FOR EVERY EXCEPTION THE SOURCE CAUSED THAT DAY,  *
      *   WITH THE REASON CODE AND TEXT, SO THE SOURCE CAN FIX AND     *
      *   RESEND IT.  A BATCH THAT FAILED ITS PROOF ALSO RETURNS THE   *
      *   REASON 06 SUMMARY LINE, WHOSE REFERENCE IS "BATCH".  A       *
      *   REJECT ALREADY REPAIRED AND RESUBMITTED HERE, OR WRITTEN     *
      *   OFF, CARRIES ITS DISPOSITION SO THE SOURCE DOES NOT RESEND   *
      *   IT.                                                          *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   ----------------------------------------------------------- *
      *   2026-10-15  JMS   INITIAL VERSION.                          *
      ******************************************************************
       01  DL100-RETURN-RECORD.
           05  RR-RECORD-TYPE           PIC X(02).
               88  RR-IS-ACKNOWLEDGEMENT          VALUE "AK".
               88  RR-IS-REJECT                   VALUE "RJ".
           05  RR-SOURCE                PIC X(08).
           05  RR-BUSINESS-DATE         PIC 9(08).
           05  RR-ACK-BODY.
               10  RR-BATCH-STATUS      PIC X(01).
                   88  RR-BATCH-PROVED            VALUE "P".
                   88  RR-BATCH-TOTALS-FAILED     VALUE "T".
                   88  RR-BATCH-TRAILER-MISSING   VALUE "M".
                   88  RR-BATCH-NOT-RECEIVED      VALUE "N".
               10  RR-TRAILER-COUNT     PIC 9(09).
               10  RR-TRAILER-HASH      PIC S9(13)V99.
               10  RR-RECEIVED-COUNT    PIC 9(09).
               10  RR-RECEIVED-HASH     PIC S9(13)V99.
               10  RR-ACCEPTED-COUNT    PIC 9(09).
               10  RR-REJECTED-COUNT    PIC 9(09).
               10  RR-SUSPENSE-COUNT    PIC 9(09).
               10  RR-WAREHOUSED-COUNT  PIC 9(09).
               10  RR-CREATED-DATE-TIME PIC X(14).
               10  FILLER               PIC X(23).
           05  RR-REJECT-BODY REDEFINES RR-ACK-BODY.
               10  RR-ACCOUNT-NUMBER    PIC X(12).
               10  RR-REFERENCE-NUMBER  PIC X(12).
               10  RR-AMOUNT            PIC S9(11)V99.
               10  RR-TYPE              PIC X(02).
               10  RR-REASON-CODE       PIC X(02).
               10  RR-REASON-TEXT       PIC X(40).
               10  RR-REJECT-DATE-TIME  PIC X(14).
               10  RR-REVERSED-SOURCE   PIC X(08).
               10  RR-DISPOSITION-CODE  PIC X(01).
                   88  RR-STILL-OPEN              VALUE " ".
                   88  RR-REPAIRED-IN-HOUSE       VALUE "R".
                   88  RR-WRITTEN-OFF             VALUE "W".
               10  FILLER               PIC X(18).
