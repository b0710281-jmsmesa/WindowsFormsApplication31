      *                     DEBITS / POST-NO-CREDITS STOPS) SO THE     *
      *                     REPAIR SCREEN SHOWS WHICH CONTROL          *
      *                     TRIPPED.                                   *
      *   2026-10-15  JMS   ADDED REASONS 11 AND 12 FOR A REVERSAL     *
      *                     WHOSE ORIGINAL WAS NEVER POSTED OR WAS     *
      *                     ALREADY REVERSED, AND CARRIED THE          *
      *                     REVERSED SOURCE SO A REPAIRED REVERSAL     *
      *                     STILL NAMES ITS ORIGINAL.                  *
      *   2026-10-15  JMS   ADDED REASON 13 FOR A DEBIT THAT WOULD     *
      *                     CONSUME FUNDS UNDER AN ACTIVE ACCOUNT      *
      *                     HOLD (DL100HL).                            *
      *   2026-10-15  JMS   ADDED REASON 14 FOR A DEBIT TO AN ACCOUNT  *
      *                     FLAGGED DORMANT BY DL100DRM.               *
      ******************************************************************
       01  DL100-EXCEPTION-RECORD.
           05  EX-BUSINESS-DATE.
               88  EX-REASON-OVER-CAP              VALUE "08".
               88  EX-REASON-NO-DEBITS             VALUE "09".
               88  EX-REASON-NO-CREDITS            VALUE "10".
               88  EX-REASON-NOT-POSTED            VALUE "11".
               88  EX-REASON-REVERSED              VALUE "12".
               88  EX-REASON-HELD-FUNDS            VALUE "13".
               88  EX-REASON-DORMANT               VALUE "14".
           05  EX-REJECT-REASON-TEXT    PIC X(40).
           05  EX-REJECT-DATE-TIME      PIC X(14).
           05  EX-DISPOSITION-CODE      PIC X(01).
               88  EX-DISP-WRITTEN-OFF            VALUE "W".
           05  EX-DISP-DATE-TIME        PIC X(14).
           05  EX-DISP-OPERATOR-ID      PIC X(08).
           05  EX-REVERSED-SOURCE       PIC X(08).
           05  FILLER                   PIC X(02).
