      *                     BYTES AND AN EXISTING CHECKPOINT FILE      *
      *                     MUST BE CONVERTED ONCE AT INSTALL -        *
      *                     RENAME IT TO <PATH>.OLD AND RUN DL100FCV.  *
      *   2026-10-15  JMS   THE STEP TABLE GROWS FROM TEN TO TWENTY    *
      *                     ENTRIES TO MATCH THE LONGER RUN-STREAM     *
      *                     ORDER.  THE RECORD GROWS BY 60 BYTES -     *
      *                     CONVERT AN EXISTING CHECKPOINT FILE ONCE   *
      *                     AT INSTALL WITH DL100FC2.                  *
      ******************************************************************
       01  DL100-CHECKPOINT-RECORD.
           05  CK-BUSINESS-DATE         PIC 9(08).
               88  CK-STOP-NOT-REQUESTED           VALUE "N".
           05  CK-LAST-UPDATE-TIME      PIC X(14).
           05  CK-STEP-TABLE.
               10  CK-STEP-ENTRY OCCURS 20 TIMES.
                   15  CK-STEP-CODE         PIC X(03).
                   15  CK-STEP-COMPLETION   PIC 9(02).
                   15  CK-STEP-STATUS       PIC X(01).
