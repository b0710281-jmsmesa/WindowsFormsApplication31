000280*   MODIFICATION HISTORY                                        *
000290*   ----------------------------------------------------------- *
000300*   2026-09-01  JMS   INITIAL VERSION.                          *
000300*   2026-10-15  JMS   INITIALIZES THE ACCOUNT DORMANCY FIELDS    *
000300*                     AND CLEARS ALL TWENTY CHECKPOINT STEP      *
000300*                     SLOTS NOW THAT THE CURRENT LAYOUTS CARRY   *
000300*                     THEM.                                      *
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
003260     MOVE ZERO TO AC-TXN-AMOUNT-CAP.
003270     MOVE "N" TO AC-POST-NO-DEBITS.
003280     MOVE "N" TO AC-POST-NO-CREDITS.
003280     MOVE "N" TO AC-DORMANT-SWITCH.
003280     MOVE ZERO TO AC-DORMANT-DATE.
003280     MOVE QA-LAST-POSTED-DATE TO AC-LAST-ACTIVITY-DATE.
003280     MOVE ZERO TO AC-REACTIVATED-DATE.
003280     MOVE SPACES TO AC-REACTIVATED-BY.
003290     WRITE DL100-ACCOUNT-RECORD
003300         INVALID KEY
003310             CONTINUE
003920     MOVE QK-LAST-UPDATE-TIME TO CK-LAST-UPDATE-TIME.
003930     PERFORM 3300-CLEAR-ONE-STEP-SLOT THRU 3300-EXIT
003940         VARYING FC-STEP-IDX FROM 1 BY 1
003950         UNTIL FC-STEP-IDX > 20.
003960     WRITE DL100-CHECKPOINT-RECORD
003970         INVALID KEY
003980             CONTINUE
