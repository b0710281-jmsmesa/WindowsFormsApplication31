      *                     BE CONVERTED ONCE AT INSTALL - RENAME IT   *
      *                     TO <PATH>.OLD AND RUN DL100FCV, WHICH      *
      *                     REBUILDS IT IN THIS LAYOUT.                *
      *   2026-10-15  JMS   ADDED DORMANCY TRACKING - THE DATE OF THE  *
      *                     LAST CUSTOMER-INITIATED POSTING (SYSTEM    *
      *                     ACCRUALS AND FEES DO NOT COUNT), THE       *
      *                     DORMANT FLAG AND DATE SET BY DL100DRM, AND *
      *                     THE DATE AND SUPERVISOR OF THE LAST        *
      *                     REACTIVATION.  THE RECORD GROWS BY 33      *
      *                     BYTES - CONVERT AN EXISTING ACCOUNT FILE   *
      *                     ONCE AT INSTALL WITH DL100FC2.             *
      ******************************************************************
       01  DL100-ACCOUNT-RECORD.
           05  AC-ACCOUNT-NUMBER        PIC X(12).
               88  AC-DEBITS-STOPPED              VALUE "Y".
           05  AC-POST-NO-CREDITS       PIC X(01).
               88  AC-CREDITS-STOPPED             VALUE "Y".
           05  AC-DORMANT-SWITCH        PIC X(01).
               88  AC-ACCOUNT-DORMANT             VALUE "Y".
               88  AC-ACCOUNT-ACTIVE              VALUE "N".
           05  AC-DORMANT-DATE          PIC 9(08).
           05  AC-LAST-ACTIVITY-DATE    PIC 9(08).
           05  AC-REACTIVATED-DATE      PIC 9(08).
           05  AC-REACTIVATED-BY        PIC X(08).
           05  FILLER                   PIC X(15).
