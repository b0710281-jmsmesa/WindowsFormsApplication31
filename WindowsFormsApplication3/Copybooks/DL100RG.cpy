      *                     AND REFERENCE, OFFSETTING AMOUNTS) CAN     *
      *                     BOTH REGISTER, WHILE A TRUE RESEND OF      *
      *                     EITHER LEG STILL REJECTS AS A DUPLICATE.   *
      *   2026-10-15  JMS   ADDED THE POSTING IMAGE (ACCOUNT, TYPE,    *
      *                     SIGNED AMOUNT) AND AN ENTRY STATUS SO A    *
      *                     TYPE RV REVERSAL CAN BE CHECKED AGAINST    *
      *                     WHAT WAS ACTUALLY POSTED AND CAN ONLY      *
      *                     REVERSE IT ONCE.  A SUSPENDED TRANSFER     *
      *                     LEG REGISTERS AS S AND BECOMES P WHEN IT   *
      *                     POSTS.  THIS LENGTHENS THE RECORD - AN     *
      *                     EXISTING REGISTRY FILE MUST BE RENAMED     *
      *                     TO <PATH>.OLD AND CONVERTED WITH DL100FC2. *
      *                     CONVERTED ENTRIES CARRY NO POSTING IMAGE   *
      *                     AND CANNOT BE REVERSED.                    *
      ******************************************************************
       01  DL100-REGISTRY-RECORD.
           05  RG-REGISTRY-KEY.
               10  RG-AMOUNT-SIGN       PIC X(01).
           05  RG-BUSINESS-DATE         PIC 9(08).
           05  RG-ACCEPTED-DATE-TIME    PIC X(14).
           05  RG-ACCOUNT-NUMBER        PIC X(12).
           05  RG-TYPE                  PIC X(02).
           05  RG-AMOUNT                PIC S9(11)V99 COMP-3.
           05  RG-ENTRY-STATUS          PIC X(01).
               88  RG-ENTRY-SUSPENDED             VALUE "S".
               88  RG-ENTRY-POSTED                VALUE "P".
               88  RG-ENTRY-REVERSED              VALUE "R".
           05  RG-REVERSED-DATE         PIC 9(08).
           05  FILLER                   PIC X(10).
