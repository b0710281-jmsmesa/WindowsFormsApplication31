      ******************************************************************
      *                                                                *
      *   DL100CS - CASH MONITORING CASE RECORD                       *
      *                                                                *
      *   ONE RECORD PER CASE RAISED BY THE CASH MONITORING STEP       *
      *   (DL100CSH), KEYED BY ACCOUNT NUMBER AND A CASE ID NUMBERED   *
      *   FROM 1 WITHIN THE ACCOUNT AND NEVER REUSED.  AN ANALYST      *
      *   WORKS THE CASE THROUGH FORMCASHCASE / DL100CSM, MARKING IT   *
      *   REVIEWED OR ESCALATED WITH A NOTE.  RECORDS ARE KEPT AFTER   *
      *   REVIEW SO LATER RUNS CAN SEE THE ACTIVITY WAS ALREADY        *
      *   RAISED.                                                      *
      *                                                                *
      *   CASE TYPE                                                    *
      *     L  LARGE CASH - THE ACCOUNT'S DEPOSITS OR WITHDRAWALS      *
      *        FOR ONE BUSINESS DATE, ACROSS ALL SOURCES, EXCEEDED     *
      *        THE REPORTING THRESHOLD.  ONE CASE PER ACCOUNT AND      *
      *        DATE.                                                   *
      *     S  STRUCTURING - REPEATED DEPOSITS JUST UNDER THE          *
      *        THRESHOLD WITHIN THE LOOKBACK WINDOW.  A NEW CASE IS    *
      *        RAISED ONLY WHEN SUCH A DEPOSIT IS LATER THAN THE       *
      *        WINDOW HIGH DATE OF THE ACCOUNT'S LAST STRUCTURING      *
      *        CASE, SO THE SAME DEPOSITS DO NOT RAISE A FRESH CASE    *
      *        EVERY NIGHT THEY STAY INSIDE THE WINDOW.                *
      *                                                                *
      *   CASE STATUS                                                  *
      *     O  OPEN - AWAITING REVIEW                                  *
      *     R  REVIEWED - NO FURTHER ACTION                            *
      *     E  ESCALATED FOR FILING                                    *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   ----------------------------------------------------------- *
      *   2026-10-15  JMS   INITIAL VERSION.                          *
      ******************************************************************
       01  DL100-CASH-CASE-RECORD.
           05  CS-CASE-KEY.
               10  CS-ACCOUNT-NUMBER    PIC X(12).
               10  CS-CASE-ID           PIC 9(06).
           05  CS-CASE-TYPE             PIC X(01).
               88  CS-TYPE-LARGE-CASH             VALUE "L".
               88  CS-TYPE-STRUCTURING            VALUE "S".
           05  CS-FLAGGED-DATE          PIC 9(08).
           05  CS-WINDOW-LOW-DATE       PIC 9(08).
           05  CS-WINDOW-HIGH-DATE      PIC 9(08).
           05  CS-THRESHOLD-AMOUNT      PIC 9(09).
           05  CS-DEPOSIT-COUNT         PIC 9(05).
           05  CS-DEPOSIT-TOTAL         PIC S9(11)V99 COMP-3.
           05  CS-WITHDRAWAL-COUNT      PIC 9(05).
           05  CS-WITHDRAWAL-TOTAL      PIC S9(11)V99 COMP-3.
           05  CS-CASE-STATUS           PIC X(01).
               88  CS-STATUS-OPEN                 VALUE "O".
               88  CS-STATUS-REVIEWED             VALUE "R".
               88  CS-STATUS-ESCALATED            VALUE "E".
           05  CS-CREATED-DATE-TIME     PIC X(14).
           05  CS-ANALYST-NOTE          PIC X(60).
           05  CS-REVIEWED-BY           PIC X(08).
           05  CS-REVIEWED-DATE-TIME    PIC X(14).
           05  FILLER                   PIC X(20).
