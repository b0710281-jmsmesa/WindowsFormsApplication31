      ******************************************************************
      *                                                                *
      *   DL100GB - GL CONTROL BALANCE RECORD                         *
      *                                                                *
      *   ONE RECORD PER GL ACCOUNT AND TRANSACTION TYPE, KEYED BY     *
      *   BOTH, CARRYING THE ACCOUNT'S RUNNING BALANCE FORWARD FROM    *
      *   EVERY JOURNAL (DL100JL) LINE WRITTEN.  POSTED THROUGH        *
      *   DL100GLB BY THE GL EXTRACT (DL100GLX) AND THE SUSPENSE       *
      *   WRITE-OFF (DL100SCX), AND READ BY THE CONTROL ACCOUNT        *
      *   PROOF (DL100GLP).  AMOUNTS ARE DEBIT-POSITIVE - A CREDIT     *
      *   LINE IS CARRIED AS A NEGATIVE MOVEMENT.                      *
      *                                                                *
      *   GB-DAY-MOVEMENT IS THE NET OF EVERY LINE POSTED FOR          *
      *   GB-LAST-POSTED-DATE.  GB-EXTRACT-MOVEMENT IS THE PART OF     *
      *   IT THAT CAME FROM THE DAILY GL EXTRACT FOR GB-EXTRACT-DATE,  *
      *   KEPT APART SO A RERUN OF THE EXTRACT FOR THE SAME DATE       *
      *   REPLACES ITS EARLIER LINES INSTEAD OF ADDING TO THEM.        *
      *                                                                *
      *   THE RECORD WHOSE GL ACCOUNT IS *OPENING* (TYPE SPACES) IS    *
      *   THE PROOF'S BASELINE - THE CUSTOMER BALANCES CARRIED BEFORE  *
      *   THE FIRST JOURNAL WAS POSTED HERE, CREDIT-POSITIVE, WITH     *
      *   THE DATE IT WAS TAKEN IN GB-LAST-POSTED-DATE.                *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   ----------------------------------------------------------- *
      *   2026-10-15  JMS   INITIAL VERSION.                          *
      ******************************************************************
       01  DL100-GL-BALANCE-RECORD.
           05  GB-BALANCE-KEY.
               10  GB-GL-ACCOUNT        PIC X(10).
                   88  GB-IS-OPENING-BASELINE     VALUE "*OPENING*".
               10  GB-TX-TYPE           PIC X(02).
           05  GB-RUNNING-BALANCE       PIC S9(13)V99 COMP-3.
           05  GB-LAST-POSTED-DATE      PIC 9(08).
           05  GB-DAY-MOVEMENT          PIC S9(13)V99 COMP-3.
           05  GB-EXTRACT-DATE          PIC 9(08).
           05  GB-EXTRACT-MOVEMENT      PIC S9(13)V99 COMP-3.
           05  GB-POSTING-COUNT         PIC 9(07).
           05  GB-UPDATED-DATE-TIME     PIC X(14).
           05  FILLER                   PIC X(20).
