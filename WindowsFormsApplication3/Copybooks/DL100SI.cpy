      ******************************************************************
      *                                                                *
      *   DL100SI - STANDING INSTRUCTION RECORD                       *
      *                                                                *
      *   ONE RECORD PER RECURRING CUSTOMER TRANSFER, KEYED BY AN      *
      *   INSTRUCTION ID NUMBERED FROM 1 AND NEVER REUSED.  ADDED      *
      *   AND MAINTAINED THROUGH FORMSIMAINT / DL100SIM.  ON EACH      *
      *   BUSINESS DATE THE GENERATOR STEP (DL100SIG) WRITES A         *
      *   MATCHED PAIR OF TR LEGS FOR EVERY ACTIVE INSTRUCTION WHOSE   *
      *   NEXT DUE DATE HAS ARRIVED, SO THE TRANSFER POSTS THROUGH     *
      *   DL100NC LIKE ANY OTHER.  A DUE DATE THAT FALLS ON A DAY      *
      *   THE CYCLE DOES NOT RUN (A CALENDAR HOLIDAY) IS PICKED UP     *
      *   ON THE NEXT OPEN DATE THAT IS RUN.                           *
      *                                                                *
      *   FREQUENCY                                                    *
      *     W  WEEKLY - EVERY SEVEN DAYS FROM THE START DATE           *
      *     M  MONTHLY - THE START DATE'S DAY EACH MONTH               *
      *     D  DAY OF MONTH - SI-DAY-OF-MONTH EACH MONTH, FROM THE     *
      *        FIRST SUCH DAY ON OR AFTER THE START DATE               *
      *   A DAY PAST THE END OF A SHORT MONTH TAKES ITS LAST DAY.      *
      *   A ZERO END DATE MEANS THE INSTRUCTION RUNS UNTIL CANCELLED.  *
      *                                                                *
      *   INSTRUCTION STATUS                                           *
      *     A  ACTIVE                                                  *
      *     S  SUSPENDED - OCCURRENCES FALLING DUE ARE SKIPPED         *
      *     E  ENDED - PAST ITS END DATE                               *
      *     C  CANCELLED BY AN OPERATOR                                *
      *                                                                *
      *   SI-NEXT-DUE-DATE IS THE SCHEDULED (UNROLLED) DATE OF THE     *
      *   NEXT OCCURRENCE NOT YET STARTED.  SI-PENDING-REFERENCE IS    *
      *   THE REFERENCE OF THE LEGS WRITTEN FOR AN OCCURRENCE THE      *
      *   CYCLE HAS NOT YET BEEN SEEN TO POST; SI-RETRY-COUNT IS HOW   *
      *   MANY TIMES THE CURRENT OCCURRENCE HAS BEEN REFUSED FOR       *
      *   FUNDS.  THE LAST-RUN FIELDS RECORD WHAT THE GENERATOR DID    *
      *   WITH THE INSTRUCTION ON ITS LAST BUSINESS DATE, SO A RERUN   *
      *   OF THE DATE NEITHER REPEATS IT NOR LOSES IT FROM THE         *
      *   DAILY REPORT.                                                *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   ----------------------------------------------------------- *
      *   2026-10-15  JMS   INITIAL VERSION.                          *
      ******************************************************************
       01  DL100-STANDING-INSTR-RECORD.
           05  SI-INSTRUCTION-ID        PIC 9(06).
           05  SI-FROM-ACCOUNT          PIC X(12).
           05  SI-TO-ACCOUNT            PIC X(12).
           05  SI-AMOUNT                PIC S9(11)V99 COMP-3.
           05  SI-DESCRIPTION           PIC X(30).
           05  SI-FREQUENCY             PIC X(01).
               88  SI-FREQ-WEEKLY                 VALUE "W".
               88  SI-FREQ-MONTHLY                VALUE "M".
               88  SI-FREQ-DAY-OF-MONTH           VALUE "D".
               88  SI-FREQ-IS-VALID
                   VALUES "W" "M" "D".
           05  SI-DAY-OF-MONTH          PIC 9(02).
           05  SI-START-DATE            PIC 9(08).
           05  SI-END-DATE              PIC 9(08).
           05  SI-STATUS                PIC X(01).
               88  SI-STATUS-ACTIVE               VALUE "A".
               88  SI-STATUS-SUSPENDED            VALUE "S".
               88  SI-STATUS-ENDED                VALUE "E".
               88  SI-STATUS-CANCELLED            VALUE "C".
           05  SI-NEXT-DUE-DATE         PIC 9(08).
           05  SI-PENDING-REFERENCE     PIC X(12).
           05  SI-PENDING-DATE          PIC 9(08).
           05  SI-RETRY-COUNT           PIC 9(02).
           05  SI-LAST-RUN-DATE         PIC 9(08).
           05  SI-LAST-DUE-DATE         PIC 9(08).
           05  SI-LAST-REFERENCE        PIC X(12).
           05  SI-LAST-OUTCOME          PIC X(01).
               88  SI-OUTCOME-EXECUTED            VALUE "X".
               88  SI-OUTCOME-SKIPPED             VALUE "K".
               88  SI-OUTCOME-FAILED              VALUE "F".
           05  SI-LAST-OUTCOME-TEXT     PIC X(40).
           05  SI-CREATED-BY            PIC X(08).
           05  SI-CREATED-DATE-TIME     PIC X(14).
           05  SI-UPDATED-BY            PIC X(08).
           05  SI-UPDATED-DATE-TIME     PIC X(14).
           05  FILLER                   PIC X(20).
