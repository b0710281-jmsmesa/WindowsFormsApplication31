      ******************************************************************
      *                                                                *
      *   DL100PC - PENDING CHANGE RECORD                             *
      *                                                                *
      *   ONE RECORD PER CHANGE HELD FOR DUAL CONTROL, KEYED BY A      *
      *   CHANGE ID NUMBERED FROM 1 AND NEVER REUSED.  A SUPERVISOR'S  *
      *   CHANGE TO AN ACCOUNT'S OVERDRAFT LIMIT OR AMOUNT CAP, A GL   *
      *   MAPPING, AN ACCRUAL RULE, OR AN EXCEPTION WRITE-OFF IS       *
      *   QUEUED HERE BY DL100PCM WITH THE RECORD'S BEFORE IMAGE AND   *
      *   THE REQUESTED AFTER IMAGE, AND IS APPLIED ONLY WHEN A        *
      *   SECOND SUPERVISOR APPROVES IT ON FORMCHANGEQUEUE.  DECIDED   *
      *   CHANGES ARE KEPT WITH THEIR STATUS - A REJECTED CHANGE IS    *
      *   NEVER APPLIED AND CARRIES THE REJECTION REASON.              *
      *                                                                *
      *   CHANGE TARGET                 ACTION CODES                   *
      *     A  ACCOUNT POSTING CONTROLS   L  SET (DL100ACM)            *
      *     G  GL MAPPING                 A / C / D  (DL100GMM)        *
      *     R  ACCRUAL RULE               A / C / D  (DL100RTM)        *
      *     X  EXCEPTION WRITE-OFF        W  (DL100EXR)                *
      *                                                                *
      *   THE TARGET KEY, BEFORE IMAGE, AND AFTER IMAGE ARE EACH       *
      *   REDEFINED ONCE PER TARGET.  PC-BEFORE-SWITCH IS "N" WHEN     *
      *   THE RECORD DID NOT EXIST BEFORE THE CHANGE (AN ADD).  THE    *
      *   BEFORE AND AFTER TEXT ARE THE PRINTABLE FORM OF THE IMAGES   *
      *   SHOWN TO THE APPROVER.                                       *
      *                                                                *
      *   CHANGE STATUS                                                *
      *     P  PENDING - AWAITING A SECOND SUPERVISOR                  *
      *     A  APPROVED AND APPLIED                                    *
      *     R  REJECTED - DISCARDED WITHOUT BEING APPLIED              *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   ----------------------------------------------------------- *
      *   2026-10-15  JMS   INITIAL VERSION.                          *
      ******************************************************************
       01  DL100-PENDING-CHANGE-RECORD.
           05  PC-CHANGE-ID             PIC 9(06).
           05  PC-CHANGE-TARGET         PIC X(01).
               88  PC-TARGET-ACCT-CONTROLS        VALUE "A".
               88  PC-TARGET-GL-MAPPING           VALUE "G".
               88  PC-TARGET-ACCRUAL-RULE         VALUE "R".
               88  PC-TARGET-WRITE-OFF            VALUE "X".
           05  PC-CHANGE-ACTION         PIC X(01).
               88  PC-ACTION-IS-ADD               VALUE "A".
               88  PC-ACTION-IS-CHANGE            VALUE "C".
               88  PC-ACTION-IS-DELETE            VALUE "D".
               88  PC-ACTION-IS-SET-CONTROLS      VALUE "L".
               88  PC-ACTION-IS-WRITE-OFF         VALUE "W".
           05  PC-TARGET-KEY            PIC X(30).
           05  PC-ACCOUNT-KEY REDEFINES PC-TARGET-KEY.
               10  PC-KEY-ACCOUNT-NUMBER PIC X(12).
               10  FILLER               PIC X(18).
           05  PC-GL-MAP-KEY REDEFINES PC-TARGET-KEY.
               10  PC-KEY-TX-TYPE       PIC X(02).
               10  PC-KEY-SOURCE        PIC X(08).
               10  FILLER               PIC X(20).
           05  PC-RULE-KEY REDEFINES PC-TARGET-KEY.
               10  PC-KEY-RULE-ACCOUNT  PIC X(12).
               10  PC-KEY-TIER-LEVEL    PIC 9(02).
               10  FILLER               PIC X(16).
           05  PC-EXCEPTION-KEY REDEFINES PC-TARGET-KEY.
               10  PC-KEY-BUSINESS-DATE PIC 9(08).
               10  PC-KEY-ENTRY-NUMBER  PIC 9(04).
               10  FILLER               PIC X(18).
           05  PC-BEFORE-SWITCH         PIC X(01).
               88  PC-BEFORE-IS-PRESENT           VALUE "Y".
               88  PC-BEFORE-IS-ABSENT            VALUE "N".
           05  PC-BEFORE-IMAGE          PIC X(40).
           05  PC-BEFORE-CONTROLS REDEFINES PC-BEFORE-IMAGE.
               10  PC-BEFORE-OVERDRAFT  PIC S9(11)V99 COMP-3.
               10  PC-BEFORE-AMOUNT-CAP PIC S9(11)V99 COMP-3.
               10  PC-BEFORE-NO-DEBITS  PIC X(01).
               10  PC-BEFORE-NO-CREDITS PIC X(01).
               10  FILLER               PIC X(24).
           05  PC-BEFORE-GL-MAP REDEFINES PC-BEFORE-IMAGE.
               10  PC-BEFORE-DEBIT-GL   PIC X(10).
               10  PC-BEFORE-CREDIT-GL  PIC X(10).
               10  FILLER               PIC X(20).
           05  PC-BEFORE-RULE REDEFINES PC-BEFORE-IMAGE.
               10  PC-BEFORE-MIN-BALANCE PIC S9(11)V99 COMP-3.
               10  PC-BEFORE-RATE-PCT   PIC S9(03)V9(04) COMP-3.
               10  PC-BEFORE-FEE        PIC S9(07)V99 COMP-3.
               10  FILLER               PIC X(24).
           05  PC-BEFORE-EXCEPTION REDEFINES PC-BEFORE-IMAGE.
               10  PC-BEFORE-EXC-ACCOUNT PIC X(12).
               10  PC-BEFORE-EXC-REFERENCE PIC X(12).
               10  PC-BEFORE-EXC-AMOUNT PIC S9(11)V99 COMP-3.
               10  PC-BEFORE-EXC-DISP   PIC X(01).
               10  FILLER               PIC X(08).
           05  PC-AFTER-IMAGE           PIC X(40).
           05  PC-AFTER-CONTROLS REDEFINES PC-AFTER-IMAGE.
               10  PC-AFTER-OVERDRAFT   PIC S9(11)V99 COMP-3.
               10  PC-AFTER-AMOUNT-CAP  PIC S9(11)V99 COMP-3.
               10  PC-AFTER-NO-DEBITS   PIC X(01).
               10  PC-AFTER-NO-CREDITS  PIC X(01).
               10  FILLER               PIC X(24).
           05  PC-AFTER-GL-MAP REDEFINES PC-AFTER-IMAGE.
               10  PC-AFTER-DEBIT-GL    PIC X(10).
               10  PC-AFTER-CREDIT-GL   PIC X(10).
               10  FILLER               PIC X(20).
           05  PC-AFTER-RULE REDEFINES PC-AFTER-IMAGE.
               10  PC-AFTER-MIN-BALANCE PIC S9(11)V99 COMP-3.
               10  PC-AFTER-RATE-PCT    PIC S9(03)V9(04) COMP-3.
               10  PC-AFTER-FEE         PIC S9(07)V99 COMP-3.
               10  FILLER               PIC X(24).
           05  PC-AFTER-EXCEPTION REDEFINES PC-AFTER-IMAGE.
               10  PC-AFTER-EXC-ACCOUNT PIC X(12).
               10  PC-AFTER-EXC-REFERENCE PIC X(12).
               10  PC-AFTER-EXC-AMOUNT  PIC S9(11)V99 COMP-3.
               10  PC-AFTER-EXC-DISP    PIC X(01).
               10  FILLER               PIC X(08).
           05  PC-BEFORE-TEXT           PIC X(60).
           05  PC-AFTER-TEXT            PIC X(60).
           05  PC-CHANGE-STATUS         PIC X(01).
               88  PC-STATUS-PENDING              VALUE "P".
               88  PC-STATUS-APPROVED             VALUE "A".
               88  PC-STATUS-REJECTED             VALUE "R".
           05  PC-REQUESTED-BY          PIC X(08).
           05  PC-REQUESTED-DATE-TIME   PIC X(14).
           05  PC-DECIDED-BY            PIC X(08).
           05  PC-DECIDED-DATE-TIME     PIC X(14).
           05  PC-REJECT-REASON         PIC X(40).
           05  FILLER                   PIC X(20).
