      ******************************************************************
      *                                                                *
      *   DL100TR - YEAR-END TAX REPORTING EXTRACT RECORD             *
      *                                                                *
      *   THE FIXED-LAYOUT FILE DL100TAX WRITES FOR THE TAX-REPORTING  *
      *   VENDOR FOR ONE CALENDAR YEAR.  ONE DETAIL RECORD (TYPE TD)   *
      *   PER ACCOUNT WITH INTEREST CREDITED OR FEES CHARGED AT OR     *
      *   ABOVE THE MAINTAINED REPORTING FLOOR - AN AMOUNT UNDER THE   *
      *   FLOOR IS CARRIED AS ZERO HERE AND LISTED ON THE SUMMARY      *
      *   REPORT INSTEAD - FOLLOWED BY ONE TRAILER RECORD (TYPE TT)    *
      *   CARRYING THE DETAIL RECORD COUNT AND THE INTEREST AND FEE    *
      *   CONTROL TOTALS.  ACCOUNTS CLOSED DURING THE YEAR ARE         *
      *   INCLUDED WITH A STATUS OF C.  AMOUNTS ARE UNPACKED DISPLAY   *
      *   WITH THE SIGN OVER THE LAST DIGIT.                           *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   ----------------------------------------------------------- *
      *   2026-10-15  JMS   INITIAL VERSION.                          *
      ******************************************************************
       01  DL100-TAX-EXTRACT-RECORD.
           05  TR-RECORD-TYPE           PIC X(02).
               88  TR-IS-DETAIL                   VALUE "TD".
               88  TR-IS-TRAILER                  VALUE "TT".
           05  TR-TAX-YEAR              PIC 9(04).
           05  TR-DETAIL-BODY.
               10  TR-ACCOUNT-NUMBER    PIC X(12).
               10  TR-ACCOUNT-NAME      PIC X(30).
               10  TR-ACCOUNT-STATUS    PIC X(01).
                   88  TR-ACCOUNT-OPEN            VALUE "O".
                   88  TR-ACCOUNT-CLOSED          VALUE "C".
               10  TR-INTEREST-AMOUNT   PIC S9(11)V99.
               10  TR-FEE-AMOUNT        PIC S9(11)V99.
               10  FILLER               PIC X(25).
           05  TR-TRAILER-BODY REDEFINES TR-DETAIL-BODY.
               10  TR-RECORD-COUNT      PIC 9(09).
               10  TR-INTEREST-TOTAL    PIC S9(13)V99.
               10  TR-FEE-TOTAL         PIC S9(13)V99.
               10  TR-CREATED-DATE-TIME PIC X(14).
               10  FILLER               PIC X(41).
