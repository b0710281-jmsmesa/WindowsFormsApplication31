      *                     SHORT RECORD READS AS DEFAULTS AND EVERY   *
      *                     PROGRAM FALLS BACK TO ITS BUILT-IN FILE    *
      *                     NAMES.                                     *
      *   2026-10-15  JMS   ADDED THE FUTURE-DATED TRANSACTION         *
      *                     WAREHOUSE FILE PATH (DL100NC/DL100WHR/     *
      *                     DL100WHX).                                 *
      *   2026-10-15  JMS   ADDED THE ACCOUNT HOLD FILE PATH           *
      *                     (DL100HLM/DL100NC/DL100HLD).               *
      *   2026-10-15  JMS   THE FIELDS ADDED BELOW LENGTHEN THE        *
      *                     RECORD AGAIN.  AN EXISTING PARAMETER FILE  *
      *                     MUST BE CONVERTED ONCE AT INSTALL -        *
      *                     RENAME IT TO PARMFILE.OLD AND RUN          *
      *                     DL100FC2.                                  *
      *   2026-10-15  JMS   THE RUN-STREAM STEP ORDER GROWS TO TWENTY  *
      *                     FOUR-CHARACTER SLOTS.  DL100FC2 CARRIES AN *
      *                     EXISTING ORDER ACROSS IN ITS OWN SEQUENCE  *
      *                     AND INSERTS HLD, SIG, ACK, DRM, CSH, GLP   *
      *                     AND PND WHERE THE DEFAULT CHAIN RUNS THEM; *
      *                     A BLANK ORDER STAYS BLANK.                 *
      *   2026-10-15  JMS   ADDED THE DORMANCY PERIOD - CALENDAR DAYS  *
      *                     WITHOUT A CUSTOMER-INITIATED POSTING       *
      *                     BEFORE DL100DRM FLAGS AN OPEN ACCOUNT      *
      *                     DORMANT (ZERO TAKES 365).                  *
      *   2026-10-15  JMS   ADDED THE STANDING INSTRUCTION FILE PATH   *
      *                     (DL100SIM/DL100SIG) AND THE NUMBER OF      *
      *                     NEXT-DAY RETRIES FOR A STANDING TRANSFER   *
      *                     REFUSED FOR FUNDS (ZERO TAKES 3).          *
      *   2026-10-15  JMS   ADDED THE CASH MONITORING FIELDS READ BY   *
      *                     DL100CSH - CASE FILE PATH, REPORTING       *
      *                     THRESHOLD IN WHOLE UNITS (ZERO TAKES       *
      *                     10000), LOOKBACK IN BUSINESS DAYS (ZERO    *
      *                     TAKES 10), THE PERCENTAGE BELOW THE        *
      *                     THRESHOLD THAT COUNTS AS JUST UNDER IT     *
      *                     (ZERO TAKES 10) AND THE NUMBER OF SUCH     *
      *                     DEPOSITS THAT IS FLAGGED (ZERO TAKES 3).   *
      *   2026-10-15  JMS   ADDED THE GL CONTROL BALANCE FILE PATH,    *
      *                     POSTED BY DL100GLB AND PROVED BY DL100GLP. *
      *   2026-10-15  JMS   ADDED THE OUTBOUND RETURN LOG PATH,        *
      *                     WRITTEN BY DL100ACK AND READ BY DL100ARB.  *
      *   2026-10-15  JMS   ADDED THE PENDING-CHANGE QUEUE PATH AND    *
      *                     THE AGE IN HOURS AT WHICH DL100RUN WARNS   *
      *                     OF UNAPPROVED CHANGES (ZERO TAKES 24).     *
      *   2026-10-15  JMS   ADDED THE JOURNAL HISTORY PATH PREFIX.     *
      *                     WHEN SET, DL100GLX ALSO KEEPS EACH DAY'S   *
      *                     JOURNAL IN ITS OWN FILE (PREFIX PLUS       *
      *                     CCYYMMDD) SO THE YEAR-END TAX EXTRACT      *
      *                     (DL100TAX) CAN TIE TO A YEAR OF JOURNALS.  *
      *   2026-10-15  JMS   ADDED THE TAX REPORTING EXTRACT PATH AND   *
      *                     THE REPORTING FLOOR IN WHOLE UNITS (ZERO   *
      *                     TAKES 10) BELOW WHICH DL100TAX LISTS AN    *
      *                     AMOUNT SEPARATELY INSTEAD OF EXTRACTING    *
      *                     IT.                                        *
      ******************************************************************
       01  DL100-PARAMETER-RECORD.
           05  PR-CALENDAR-FILE-PATH    PIC X(60).
           05  PR-PASSWORD-EXPIRY-DAYS  PIC 9(03).
           05  PR-LOCKOUT-ATTEMPTS      PIC 9(02).
           05  PR-DAILY-OUT-PREFIX      PIC X(60).
           05  PR-RUN-STREAM-ORDER      PIC X(80).
           05  PR-SUSPENSE-WRITEOFF-GL  PIC X(10).
           05  PR-WAREHOUSE-FILE-PATH   PIC X(60).
           05  PR-HOLD-FILE-PATH        PIC X(60).
           05  PR-DORMANCY-DAYS         PIC 9(04).
           05  PR-SI-FILE-PATH          PIC X(60).
           05  PR-SI-RETRY-LIMIT        PIC 9(02).
           05  PR-CASH-CASE-FILE-PATH   PIC X(60).
           05  PR-CASH-THRESHOLD        PIC 9(09).
           05  PR-CASH-LOOKBACK-DAYS    PIC 9(02).
           05  PR-CASH-NEAR-PERCENT     PIC 9(02).
           05  PR-CASH-NEAR-COUNT       PIC 9(02).
           05  PR-GL-BALANCE-FILE-PATH  PIC X(60).
           05  PR-RETURN-LOG-PATH       PIC X(60).
           05  PR-PENDING-FILE-PATH     PIC X(60).
           05  PR-PENDING-ALERT-HOURS   PIC 9(03).
           05  PR-JOURNAL-HIST-PREFIX   PIC X(60).
           05  PR-TAX-EXTRACT-PATH      PIC X(60).
           05  PR-TAX-REPORT-FLOOR      PIC 9(05).
           05  FILLER                   PIC X(20).
