000236*                     POSTING CONTROLS (OVERDRAFT LIMIT,        *
000238*                     TRANSACTION CAP, AND STOP FLAGS) THAT     *
000239*                     DL100NC ENFORCES DURING VALIDATION.       *
000239*   2026-10-15  JMS   ADDED ACTION "V" TO REACTIVATE AN ACCOUNT  *
000239*                     FLAGGED DORMANT BY DL100DRM, STAMPING THE  *
000239*                     REACTIVATION DATE AND SUPERVISOR.  GET     *
000239*                     NOW RETURNS STATUS "D" FOR A DORMANT OPEN  *
000239*                     ACCOUNT; ADD AND REOPEN START THE ACCOUNT  *
000239*                     ACTIVE FROM TODAY.                         *
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000570     88  AM-ACTION-IS-CLOSE             VALUE "C".
000580     88  AM-ACTION-IS-REOPEN            VALUE "R".
000582     88  AM-ACTION-IS-CONTROLS          VALUE "L".
000582     88  AM-ACTION-IS-REACTIVATE        VALUE "V".
000590 01  AM-PARM-ACCOUNT-NUMBER   PIC X(12).
000600 01  AM-PARM-ACCOUNT-NAME     PIC X(30).
000610 01  AM-PARM-STATUS           PIC X(01).
000890                 PERFORM 6000-REOPEN-ACCOUNT THRU 6000-EXIT
000895             WHEN AM-ACTION-IS-CONTROLS
000896                 PERFORM 7000-SET-CONTROLS THRU 7000-EXIT
000896             WHEN AM-ACTION-IS-REACTIVATE
000896                 PERFORM 7500-REACTIVATE-ACCOUNT THRU 7500-EXIT
000900         END-EVALUATE
000910     END-IF.
000920     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001510     IF AM-RESULT-IS-SUCCESS
001520         MOVE AC-ACCOUNT-NAME TO AM-PARM-ACCOUNT-NAME
001530         MOVE AC-STATUS TO AM-PARM-STATUS
001530         IF AC-STATUS-OPEN AND AC-ACCOUNT-DORMANT
001530             MOVE "D" TO AM-PARM-STATUS
001530         END-IF
001540         MOVE AC-CURRENT-BALANCE TO AM-PARM-BALANCE
001542         MOVE AC-OVERDRAFT-LIMIT TO AM-PARM-OVERDRAFT-LIMIT
001544         MOVE AC-TXN-AMOUNT-CAP TO AM-PARM-TXN-AMOUNT-CAP
001794     MOVE ZERO TO AC-TXN-AMOUNT-CAP.
001796     MOVE "N" TO AC-POST-NO-DEBITS.
001798     MOVE "N" TO AC-POST-NO-CREDITS.
001798     MOVE "N" TO AC-DORMANT-SWITCH.
001798     MOVE ZERO TO AC-DORMANT-DATE.
001798     MOVE AM-TIMESTAMP-DATE TO AC-LAST-ACTIVITY-DATE.
001798     MOVE ZERO TO AC-REACTIVATED-DATE.
001798     MOVE SPACES TO AC-REACTIVATED-BY.
001800     MOVE AM-PARM-OPERATOR-ID TO AC-UPDATED-BY-OPERATOR.
001810     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
001820     WRITE DL100-ACCOUNT-RECORD
002640         GO TO 6000-EXIT
002650     END-IF.
002660     SET AC-STATUS-OPEN TO TRUE.
002660*    A REOPENED ACCOUNT STARTS A FRESH DORMANCY PERIOD.
002660     MOVE "N" TO AC-DORMANT-SWITCH.
002660     ACCEPT AM-TIMESTAMP-DATE FROM DATE YYYYMMDD.
002660     MOVE AM-TIMESTAMP-DATE TO AC-LAST-ACTIVITY-DATE.
002670     MOVE AM-PARM-OPERATOR-ID TO AC-UPDATED-BY-OPERATOR.
002680     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
002690     REWRITE DL100-ACCOUNT-RECORD
002786 7000-EXIT.
002787     EXIT.
002788*
002788 7500-REACTIVATE-ACCOUNT.
002788*    ONLY A SUPERVISOR REACHES THIS ACTION (FORMACCTMAINT IS
002788*    OPENED FROM THE SUPERVISOR MENU).  THE ACTIVITY DATE IS
002788*    RESET TO TODAY SO THE NEXT DORMANCY SWEEP DOES NOT FLAG
002788*    THE ACCOUNT AGAIN BEFORE THE CUSTOMER CAN USE IT.
002788     MOVE AM-PARM-ACCOUNT-NUMBER TO AC-ACCOUNT-NUMBER.
002788     READ DL100-ACCOUNT-FILE
002788         INVALID KEY
002788             SET AM-RESULT-IS-FAILURE TO TRUE
002788             MOVE "ACCOUNT NOT ON ACCOUNT MASTER FILE"
002788                 TO AM-PARM-REASON-TEXT
002788     END-READ.
002788     IF AM-RESULT-IS-FAILURE
002788         GO TO 7500-EXIT
002788     END-IF.
002788     IF AC-STATUS-CLOSED
002788         SET AM-RESULT-IS-FAILURE TO TRUE
002788         MOVE "ACCOUNT IS CLOSED"
002788             TO AM-PARM-REASON-TEXT
002788         GO TO 7500-EXIT
002788     END-IF.
002788     IF NOT AC-ACCOUNT-DORMANT
002788         SET AM-RESULT-IS-FAILURE TO TRUE
002788         MOVE "ACCOUNT IS NOT DORMANT"
002788             TO AM-PARM-REASON-TEXT
002788         GO TO 7500-EXIT
002788     END-IF.
002788     SET AC-ACCOUNT-ACTIVE TO TRUE.
002788     ACCEPT AM-TIMESTAMP-DATE FROM DATE YYYYMMDD.
002788     MOVE AM-TIMESTAMP-DATE TO AC-REACTIVATED-DATE.
002788     MOVE AM-TIMESTAMP-DATE TO AC-LAST-ACTIVITY-DATE.
002788     MOVE AM-PARM-OPERATOR-ID TO AC-REACTIVATED-BY.
002788     MOVE AM-PARM-OPERATOR-ID TO AC-UPDATED-BY-OPERATOR.
002788     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
002788     REWRITE DL100-ACCOUNT-RECORD
002788         INVALID KEY
002788             SET AM-RESULT-IS-FAILURE TO TRUE
002788             MOVE "ACCOUNT RECORD COULD NOT BE UPDATED"
002788                 TO AM-PARM-REASON-TEXT
002788     END-REWRITE.
002788 7500-EXIT.
002788     EXIT.
002788*
002780 8000-TERMINATE.
002790     IF AM-ACT-FILE-IS-OPEN
002800         CLOSE DL100-ACCOUNT-FILE
