      ******************************************************************
      *                                                                *
      *   DL100HL - ACCOUNT HOLD RECORD                               *
      *                                                                *
      *   ONE RECORD PER HOLD PLACED ON AN ACCOUNT, KEYED BY ACCOUNT   *
      *   NUMBER AND A HOLD ID NUMBERED FROM 1 WITHIN THE ACCOUNT.     *
      *   A HOLD EARMARKS PART OF THE LEDGER BALANCE (A GARNISHMENT,   *
      *   A DISPUTED DEPOSIT, A CHECK STILL IN CLEARING) SO DL100NC    *
      *   JUDGES A DEBIT AGAINST THE AVAILABLE BALANCE - THE LEDGER    *
      *   BALANCE LESS EVERY ACTIVE HOLD.  HOLDS ARE PLACED AND        *
      *   RELEASED THROUGH FORMHOLDMAINT / DL100HLM AND EXPIRED BY     *
      *   THE NIGHTLY HOLD STEP (DL100HLD), WHICH ALSO PRINTS THE      *
      *   HOLD REGISTER.  RECORDS ARE KEPT AFTER RELEASE OR EXPIRY     *
      *   SO THE REGISTER AND THE SCREEN CAN SHOW THE HISTORY.         *
      *                                                                *
      *   A ZERO EXPIRY DATE MEANS THE HOLD STAYS UNTIL RELEASED.      *
      *   OTHERWISE THE HOLD IS ACTIVE THROUGH ITS EXPIRY DATE AND     *
      *   EXPIRES IN THE FIRST NIGHTLY RUN AFTER IT.                   *
      *                                                                *
      *   HOLD STATUS                                                  *
      *     A  ACTIVE                                                  *
      *     R  RELEASED BY AN OPERATOR                                 *
      *     E  EXPIRED BY THE NIGHTLY HOLD STEP                        *
      *                                                                *
      *   THE TWO REGISTERED DATES ARE THE BUSINESS DATES WHOSE HOLD   *
      *   REGISTER FIRST LISTED THE PLACEMENT AND THE RELEASE, SO      *
      *   EACH APPEARS ON ONE REGISTER EVEN WHEN THE SCREEN IS USED    *
      *   AFTER MIDNIGHT OR THE STEP IS RERUN.                         *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   ----------------------------------------------------------- *
      *   2026-10-15  JMS   INITIAL VERSION.                          *
      ******************************************************************
       01  DL100-HOLD-RECORD.
           05  HL-HOLD-KEY.
               10  HL-ACCOUNT-NUMBER    PIC X(12).
               10  HL-HOLD-ID           PIC 9(06).
           05  HL-HOLD-AMOUNT           PIC S9(11)V99 COMP-3.
           05  HL-HOLD-REASON           PIC X(40).
           05  HL-EXPIRY-DATE           PIC 9(08).
           05  HL-HOLD-STATUS           PIC X(01).
               88  HL-HOLD-ACTIVE                 VALUE "A".
               88  HL-HOLD-RELEASED               VALUE "R".
               88  HL-HOLD-EXPIRED                VALUE "E".
           05  HL-PLACED-BY             PIC X(08).
           05  HL-PLACED-DATE-TIME      PIC X(14).
           05  HL-RELEASED-BY           PIC X(08).
           05  HL-RELEASED-DATE-TIME    PIC X(14).
           05  HL-EXPIRED-DATE          PIC 9(08).
           05  HL-PLACED-REGISTERED     PIC 9(08).
           05  HL-RELEASED-REGISTERED   PIC 9(08).
           05  FILLER                   PIC X(20).
