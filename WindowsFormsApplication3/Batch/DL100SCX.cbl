000230*   MODIFICATION HISTORY                                        *
000240*   ----------------------------------------------------------- *
000250*   2026-09-01  JMS   INITIAL VERSION.                          *
000250*   2026-10-15  JMS   THE TWO WRITE-OFF LINES ARE ALSO POSTED,   *
000250*                     UNDER TYPE TR, TO THE GL CONTROL BALANCE   *
000250*                     FILE THROUGH DL100GLB.                     *
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000790 77  SC-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
000800 77  SC-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
000810 77  SC-TIMESTAMP-TIME        PIC 9(06) VALUE ZERO.
000810*
000810*    DL100GLB CALL PARAMETERS
000810 77  SC-GLB-ACTION            PIC X(01) VALUE "P".
000810 77  SC-GLB-GL-ACCOUNT        PIC X(10) VALUE SPACES.
000810 77  SC-GLB-TX-TYPE           PIC X(02) VALUE "TR".
000810 77  SC-GLB-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
000810 77  SC-GLB-EXTRACT-SW        PIC X(01) VALUE "N".
000810 77  SC-GLB-RESULT-SW         PIC X(01) VALUE "N".
000810     88  SC-GLB-SUCCEEDED               VALUE "Y".
000810 77  SC-GLB-REASON            PIC X(40) VALUE SPACES.
000820 LINKAGE SECTION.
000830 01  SC-PARM-BUSINESS-DATE    PIC 9(08).
000840 01  SC-PARM-REFERENCE        PIC X(12).
001110     IF SC-RESULT-IS-FAILURE
001120         GO TO 0000-TERMINATE
001130     END-IF.
001130     PERFORM 4500-POST-CONTROL-BALANCES THRU 4500-EXIT.
001130     IF SC-RESULT-IS-FAILURE
001130         GO TO 0000-TERMINATE
001130     END-IF.
001140     PERFORM 5000-LOG-CANCEL-ACTION THRU 5000-EXIT.
001150     IF SC-RESULT-IS-FAILURE
001160         GO TO 0000-TERMINATE
002650     CLOSE DL100-JOURNAL-FILE.
002660 4000-EXIT.
002670     EXIT.
002670*
002670 4500-POST-CONTROL-BALANCES.
002670     MOVE SC-WRITEOFF-GL-ACCOUNT TO SC-GLB-GL-ACCOUNT.
002670     MOVE SP-AMOUNT TO SC-GLB-AMOUNT.
002670     PERFORM 4600-CALL-CONTROL-POSTING THRU 4600-EXIT.
002670     IF SC-RESULT-IS-FAILURE
002670         GO TO 4500-EXIT
002670     END-IF.
002670     MOVE SC-CONTRA-GL-ACCOUNT TO SC-GLB-GL-ACCOUNT.
002670     COMPUTE SC-GLB-AMOUNT = ZERO - SP-AMOUNT.
002670     PERFORM 4600-CALL-CONTROL-POSTING THRU 4600-EXIT.
002670 4500-EXIT.
002670     EXIT.
002670*
002670 4600-CALL-CONTROL-POSTING.
002670     MOVE "N" TO SC-GLB-RESULT-SW.
002670     MOVE SPACES TO SC-GLB-REASON.
002670     CALL "DL100GLB" USING SC-GLB-ACTION
002670                          SC-PARM-BUSINESS-DATE
002670                          SC-GLB-GL-ACCOUNT
002670                          SC-GLB-TX-TYPE
002670                          SC-GLB-AMOUNT
002670                          SC-GLB-EXTRACT-SW
002670                          SC-GLB-RESULT-SW
002670                          SC-GLB-REASON.
002670     IF NOT SC-GLB-SUCCEEDED
002670         SET SC-RESULT-IS-FAILURE TO TRUE
002670         MOVE SC-GLB-REASON TO SC-PARM-REASON-TEXT
002670     END-IF.
002670 4600-EXIT.
002670     EXIT.
002680*
002690 5000-LOG-CANCEL-ACTION.
002700     OPEN EXTEND DL100-SUSPENSE-LOG-FILE.
