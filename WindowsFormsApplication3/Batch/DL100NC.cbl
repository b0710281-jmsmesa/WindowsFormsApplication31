000315*                     (PREFIX PLUS CCYYMMDD) INSTEAD OF THE      *
000315*                     EVER-GROWING SINGLE FILE, SO THE DAILY     *
000315*                     READERS STOP SCANNING HISTORY.             *
000315*   2026-10-15  JMS   TYPE RV REVERSES A POSTING ALREADY ON THE  *
000315*                     REGISTRY.  THE ORIGINAL (TX-REVERSED-      *
000315*                     SOURCE, REFERENCE, SIGN) MUST BE POSTED    *
000315*                     TO THE SAME ACCOUNT FOR THE SAME AMOUNT -  *
000315*                     OTHERWISE REASON 11 - AND NOT ALREADY      *
000315*                     REVERSED - OTHERWISE REASON 12.  AN        *
000315*                     ACCEPTED RV POSTS THE OPPOSITE OF THE      *
000315*                     ORIGINAL'S EFFECT AND MARKS THE REGISTRY   *
000315*                     ENTRY REVERSED.  THE REGISTRY NOW CARRIES  *
000315*                     EACH ENTRY'S POSTING IMAGE, AND A          *
000315*                     SUSPENDED TRANSFER LEG IS MARKED POSTED    *
000315*                     WHEN ITS PAIR RELEASES.                    *
000315*   2026-10-15  JMS   A DETAIL RECORD DELIVERED IN THIS DATE'S   *
000315*                     BATCH BUT DATED LATER THAN THE RUN DATE IS *
000315*                     NOW MOVED TO THE FUTURE-DATED WAREHOUSE    *
000315*                     FILE INSTEAD OF BEING SKIPPED, AND STILL   *
000315*                     COUNTS TOWARD ITS BATCH TRAILER.  AFTER    *
000315*                     THE MAIN FILE, EVERY WAREHOUSED ITEM DUE   *
000315*                     ON OR BEFORE THE RUN DATE IS RESTAMPED TO  *
000315*                     IT AND PUT THROUGH THE NORMAL VALIDATION   *
000315*                     AND POSTING PATH.  AN ITEM DELIVERED AGAIN *
000315*                     DIRECTLY ON ITS DUE DATE SUPERSEDES THE    *
000315*                     WAREHOUSED COPY.                           *
000315*   2026-10-15  JMS   A DEBIT IS NOW ALSO JUDGED AGAINST THE     *
000315*                     AVAILABLE BALANCE - THE LEDGER BALANCE     *
000315*                     LESS THE ACCOUNT'S ACTIVE HOLDS ON THE     *
000315*                     HOLD FILE - AND REJECTS WITH REASON 13     *
000315*                     WHEN IT WOULD CONSUME HELD FUNDS.  A       *
000315*                     REVERSAL IS NOT HELD BACK, SINCE A HOLD    *
000315*                     IS USUALLY THERE TO PROTECT THE ITEM       *
000315*                     BEING REVERSED.                            *
000315*   2026-10-15  JMS   A CUSTOMER-INITIATED POSTING NOW ALSO      *
000315*                     STAMPS THE ACCOUNT'S LAST-ACTIVITY DATE    *
000315*                     THAT THE DORMANCY SWEEP (DL100DRM)         *
000315*                     MEASURES FROM - SYSTEM ACCRUALS AND FEES   *
000315*                     (SOURCE SYSACCR) AND THEIR REVERSALS DO    *
000315*                     NOT COUNT.  A DEBIT TO AN ACCOUNT FLAGGED  *
000315*                     DORMANT REJECTS WITH REASON 14; CREDITS    *
000315*                     STILL POST, AND SYSTEM CHARGES AND         *
000315*                     REVERSALS ARE NOT HELD BACK.               *
000316******************************************************************
000263 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000439     SELECT DL100-SUSPENSE-LOG-FILE ASSIGN TO NC-SLG-FILE-PATH
000439         ORGANIZATION IS SEQUENTIAL
000439         FILE STATUS IS NC-SLG-FILE-STATUS.
000439     SELECT DL100-WAREHOUSE-FILE ASSIGN TO NC-WHS-FILE-PATH
000439         ORGANIZATION IS INDEXED
000439         ACCESS MODE IS DYNAMIC
000439         RECORD KEY IS WH-WAREHOUSE-KEY
000439         FILE STATUS IS NC-WHS-FILE-STATUS.
000439     SELECT DL100-HOLD-FILE ASSIGN TO NC-HLD-FILE-PATH
000439         ORGANIZATION IS INDEXED
000439         ACCESS MODE IS DYNAMIC
000439         RECORD KEY IS HL-HOLD-KEY
000439         FILE STATUS IS NC-HLD-FILE-STATUS.
000435     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000436         ORGANIZATION IS SEQUENTIAL
000437         FILE STATUS IS NC-PRM-FILE-STATUS.
000545 COPY DL100SP.
000545 FD  DL100-SUSPENSE-LOG-FILE.
000545 COPY DL100SL.
000545 FD  DL100-WAREHOUSE-FILE.
000545 COPY DL100WH.
000545 FD  DL100-HOLD-FILE.
000545 COPY DL100HL.
000545 FD  DL100-PARAMETER-FILE.
000547 COPY DL100PR.
000550 WORKING-STORAGE SECTION.
000593 77  NC-RSB-FILE-STATUS       PIC X(02) VALUE SPACES.
000593 77  NC-SUS-FILE-STATUS       PIC X(02) VALUE SPACES.
000593 77  NC-SLG-FILE-STATUS       PIC X(02) VALUE SPACES.
000593 77  NC-WHS-FILE-STATUS       PIC X(02) VALUE SPACES.
000593 77  NC-HLD-FILE-STATUS       PIC X(02) VALUE SPACES.
000594 77  NC-CKP-FILE-PATH         PIC X(60) VALUE "CKPFILE".
000596 77  NC-TXN-FILE-PATH         PIC X(60) VALUE "TXNFILE".
000598 77  NC-OUT-FILE-PATH         PIC X(72) VALUE "OUTFILE".
000601 77  NC-RSB-FILE-PATH         PIC X(60) VALUE "RSBFILE".
000601 77  NC-SUS-FILE-PATH         PIC X(60) VALUE "SUSFILE".
000601 77  NC-SLG-FILE-PATH         PIC X(60) VALUE "SLGFILE".
000601 77  NC-WHS-FILE-PATH         PIC X(60) VALUE "WHSFILE".
000601 77  NC-HLD-FILE-PATH         PIC X(60) VALUE "HLDFILE".
000600 77  NC-TIMESTAMP             PIC X(14) VALUE SPACES.
000602 77  NC-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
000604 77  NC-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
000728     88  NC-CONTROL-OVER-CAP            VALUE "X".
000728     88  NC-CONTROL-DEBITS-STOPPED      VALUE "B".
000728     88  NC-CONTROL-CREDITS-STOPPED     VALUE "C".
000728     88  NC-CONTROL-HELD-FUNDS          VALUE "H".
000728     88  NC-CONTROL-DORMANT             VALUE "Z".
000728 77  NC-POSTING-EFFECT        PIC S9(13)V99 COMP-3 VALUE ZERO.
000728 77  NC-CAP-TEST-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
000728 77  NC-HELD-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
000728 77  NC-HLD-OPEN-SWITCH       PIC X(01) VALUE "N".
000728     88  NC-HLD-FILE-IS-OPEN            VALUE "Y".
000728 77  NC-HLD-EOF-SWITCH        PIC X(01) VALUE "N".
000728     88  NC-HLD-END-OF-FILE             VALUE "Y".
000730 77  NC-DUPLICATE-SWITCH      PIC X(01) VALUE "N".
000732     88  NC-REFERENCE-IS-NEW            VALUE "N".
000734     88  NC-REFERENCE-IS-DUPLICATE       VALUE "Y".
000734 77  NC-REVERSAL-CHECK-SWITCH PIC X(01) VALUE "O".
000734     88  NC-REVERSAL-IS-OK              VALUE "O".
000734     88  NC-REVERSAL-NOT-POSTED         VALUE "N".
000734     88  NC-REVERSAL-ALREADY-DONE       VALUE "R".
000734 77  NC-REGISTER-STATUS       PIC X(01) VALUE "P".
000736 77  NC-RSB-EOF-SWITCH        PIC X(01) VALUE "N".
000738     88  NC-RSB-END-OF-FILE             VALUE "Y".
000739 77  NC-RESTART-KEY           PIC X(12) VALUE SPACES.
000739     88  NC-TRANSFER-PARTNER-BAD        VALUE "P".
000739 77  NC-SUSPENSE-FOUND-SWITCH PIC X(01) VALUE "N".
000739     88  NC-SUSPENSE-LEG-FOUND          VALUE "Y".
000739 77  NC-READ-BATCH-DATE       PIC 9(08) VALUE ZERO.
000739 77  NC-WHS-EOF-SWITCH        PIC X(01) VALUE "N".
000739     88  NC-WHS-END-OF-FILE             VALUE "Y".
000739 77  NC-RELEASE-SWITCH        PIC X(01) VALUE "N".
000739     88  NC-RELEASING-WAREHOUSE         VALUE "Y".
000740 77  NC-BATCH-CHECK-SWITCH    PIC X(01) VALUE "O".
000742     88  NC-BATCH-IS-OK                 VALUE "O".
000744     88  NC-BATCH-IS-BAD                VALUE "B".
001240         IF PR-SUSPENSE-LOG-PATH NOT = SPACES
001240             MOVE PR-SUSPENSE-LOG-PATH TO NC-SLG-FILE-PATH
001240         END-IF
001240         IF PR-WAREHOUSE-FILE-PATH NOT = SPACES
001240             MOVE PR-WAREHOUSE-FILE-PATH TO NC-WHS-FILE-PATH
001240         END-IF
001240         IF PR-HOLD-FILE-PATH NOT = SPACES
001240             MOVE PR-HOLD-FILE-PATH TO NC-HLD-FILE-PATH
001240         END-IF
001241         CLOSE DL100-PARAMETER-FILE
001242     END-IF.
001242     PERFORM 1055-BUILD-DATED-OUT-PATH THRU 1055-EXIT.
001322             END-IF
001322             SET NC-BATCH-NOT-ACTIVE TO TRUE
001322         WHEN OTHER
001322*            A FUTURE-DATED ITEM IN THIS DATE'S BATCH IS PART OF
001322*            THE DELIVERY AND IS WAREHOUSED, SO IT COUNTS HERE.
001322             IF NC-BATCH-IS-ACTIVE
001322                 AND TX-BUSINESS-DATE NOT < NC-PARM-BUSINESS-DATE
001322                 AND TX-SOURCE = NC-CUR-BATCH-SOURCE
001322                 ADD 1 TO NC-CUR-BATCH-COUNT
001322                 ADD TX-AMOUNT TO NC-CUR-BATCH-AMOUNT
001429         SET NC-STOP-RUN TO TRUE
001429         GO TO 2000-CLOSE-FILES
001429     END-IF.
001429     OPEN I-O DL100-WAREHOUSE-FILE.
001429     IF NC-WHS-FILE-STATUS = "35"
001429         OPEN OUTPUT DL100-WAREHOUSE-FILE
001429         CLOSE DL100-WAREHOUSE-FILE
001429         OPEN I-O DL100-WAREHOUSE-FILE
001429     END-IF.
001429     IF NC-WHS-FILE-STATUS NOT = "00"
001429         SET NC-STOP-RUN TO TRUE
001429         GO TO 2000-CLOSE-FILES
001429     END-IF.
001429*    NO HOLD FILE YET MEANS NO HOLDS HAVE EVER BEEN PLACED.
001429     MOVE "N" TO NC-HLD-OPEN-SWITCH.
001429     OPEN INPUT DL100-HOLD-FILE.
001429     IF NC-HLD-FILE-STATUS = "00"
001429         SET NC-HLD-FILE-IS-OPEN TO TRUE
001429     ELSE
001429         IF NC-HLD-FILE-STATUS NOT = "35"
001429             SET NC-STOP-RUN TO TRUE
001429             GO TO 2000-CLOSE-FILES
001429         END-IF
001429     END-IF.
001429     MOVE ZERO TO NC-READ-BATCH-DATE.
001429     MOVE "N" TO NC-RELEASE-SWITCH.
001429     IF NC-BAD-SOURCE-COUNT > ZERO
001429         AND NC-SKIP-COUNT = ZERO
001429         PERFORM 1600-REPORT-BAD-BATCHES THRU 1600-EXIT
001470     PERFORM 2200-PROCESS-ONE-RECORD THRU 2200-EXIT
001480         UNTIL NC-END-OF-FILE OR NC-STOP-RUN.
001481     IF NOT NC-STOP-RUN
001481         PERFORM 2900-RELEASE-WAREHOUSE THRU 2900-EXIT
001481     END-IF.
001481     IF NOT NC-STOP-RUN
001481         PERFORM 2800-PROCESS-RESUBMITS THRU 2800-EXIT
001481     END-IF.
001482 2000-CLOSE-FILES.
001514     CLOSE DL100-REGISTRY-FILE.
001514     CLOSE DL100-SUSPENSE-FILE.
001514     CLOSE DL100-SUSPENSE-LOG-FILE.
001514     CLOSE DL100-WAREHOUSE-FILE.
001514     IF NC-HLD-FILE-IS-OPEN
001514         CLOSE DL100-HOLD-FILE
001514         MOVE "N" TO NC-HLD-OPEN-SWITCH
001514     END-IF.
001520 2000-EXIT.
001530     EXIT.
001540*
001620     EXIT.
001630*
001640 2060-SKIP-ONE-RECORD.
001650     PERFORM 2120-READ-ONE-CANDIDATE THRU 2120-EXIT
001652         WITH TEST AFTER
001655         UNTIL NC-END-OF-FILE
001657            OR (TX-BUSINESS-DATE = NC-PARM-BUSINESS-DATE
001700     EXIT.
001710*
001720 2100-READ-TRANSACTION.
001721     PERFORM 2120-READ-ONE-CANDIDATE THRU 2120-EXIT
001722         WITH TEST AFTER
001723         UNTIL NC-END-OF-FILE
001724            OR (TX-BUSINESS-DATE = NC-PARM-BUSINESS-DATE
001742 2110-EXIT.
001744     EXIT.
001746*
001746 2120-READ-ONE-CANDIDATE.
001746*    TRACKS WHICH DATE'S BATCH THE RECORD WAS DELIVERED IN.  A
001746*    DETAIL DATED AFTER THE RUN DATE THAT ARRIVED IN THIS
001746*    DATE'S DELIVERY (OR OUTSIDE ANY BATCH) IS WAREHOUSED
001746*    UNTIL ITS DUE DATE - UNLESS ITS SOURCE BATCH FAILED TO
001746*    PROVE, IN WHICH CASE THE WHOLE BATCH IS RESENT.
001746     PERFORM 2110-READ-ONE-RAW-RECORD THRU 2110-EXIT.
001746     IF NC-END-OF-FILE
001746         GO TO 2120-EXIT
001746     END-IF.
001746     IF BC-IS-BATCH-HEADER
001746         MOVE BC-BUSINESS-DATE TO NC-READ-BATCH-DATE
001746         GO TO 2120-EXIT
001746     END-IF.
001746     IF BC-IS-BATCH-TRAILER
001746         MOVE ZERO TO NC-READ-BATCH-DATE
001746         GO TO 2120-EXIT
001746     END-IF.
001746     IF TX-BUSINESS-DATE NOT > NC-PARM-BUSINESS-DATE
001746         GO TO 2120-EXIT
001746     END-IF.
001746     IF NC-READ-BATCH-DATE NOT = ZERO
001746         AND NC-READ-BATCH-DATE NOT = NC-PARM-BUSINESS-DATE
001746         GO TO 2120-EXIT
001746     END-IF.
001746     PERFORM 2310-CHECK-SOURCE-BATCH THRU 2310-EXIT.
001746     IF NC-BATCH-IS-OK
001746         PERFORM 2150-WAREHOUSE-TRANSACTION THRU 2150-EXIT
001746     END-IF.
001746 2120-EXIT.
001746     EXIT.
001746*
001746 2150-WAREHOUSE-TRANSACTION.
001746*    AN ITEM ALREADY ON FILE (A RESTART READING PAST IT AGAIN,
001746*    OR ONE A SUPERVISOR HAS SINCE CANCELLED) IS LEFT AS IT IS.
001746     MOVE SPACES TO DL100-WAREHOUSE-RECORD.
001746     MOVE TX-BUSINESS-DATE TO WH-DUE-DATE.
001746     MOVE TX-SOURCE TO WH-SOURCE.
001746     MOVE TX-REFERENCE-NUMBER TO WH-REFERENCE-NUMBER.
001746     IF TX-AMOUNT < ZERO
001746         MOVE "-" TO WH-AMOUNT-SIGN
001746     ELSE
001746         MOVE "+" TO WH-AMOUNT-SIGN
001746     END-IF.
001746     MOVE DL100-TRANSACTION-RECORD TO WH-TRANSACTION-IMAGE.
001746     SET WH-ENTRY-WAREHOUSED TO TRUE.
001746     MOVE NC-PARM-BUSINESS-DATE TO WH-RECEIVED-DATE.
001746     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
001746     MOVE NC-TIMESTAMP TO WH-RECEIVED-DATE-TIME.
001746     MOVE ZERO TO WH-RELEASED-DATE.
001746     MOVE ZERO TO WH-CANCEL-BUSINESS-DATE.
001746     WRITE DL100-WAREHOUSE-RECORD
001746         INVALID KEY
001746             CONTINUE
001746     END-WRITE.
001746 2150-EXIT.
001746     EXIT.
001746*
001746 2160-SUPERSEDE-WAREHOUSED.
001746*    THE SAME ITEM DELIVERED AGAIN ON ITS DUE DATE IS PROCESSED
001746*    FROM THIS DELIVERY; THE WAREHOUSED COPY MUST NOT RELEASE
001746*    AS WELL.
001746     MOVE TX-BUSINESS-DATE TO WH-DUE-DATE.
001746     MOVE TX-SOURCE TO WH-SOURCE.
001746     MOVE TX-REFERENCE-NUMBER TO WH-REFERENCE-NUMBER.
001746     IF TX-AMOUNT < ZERO
001746         MOVE "-" TO WH-AMOUNT-SIGN
001746     ELSE
001746         MOVE "+" TO WH-AMOUNT-SIGN
001746     END-IF.
001746     READ DL100-WAREHOUSE-FILE
001746         INVALID KEY
001746             GO TO 2160-EXIT
001746     END-READ.
001746     IF WH-ENTRY-WAREHOUSED
001746         SET WH-ENTRY-SUPERSEDED TO TRUE
001746         MOVE NC-PARM-BUSINESS-DATE TO WH-RELEASED-DATE
001746         REWRITE DL100-WAREHOUSE-RECORD
001746     END-IF.
001746 2160-EXIT.
001746     EXIT.
001746*
001750 2200-PROCESS-ONE-RECORD.
001755     PERFORM 2160-SUPERSEDE-WAREHOUSED THRU 2160-EXIT.
001760     PERFORM 2300-VALIDATE-TRANSACTION THRU 2300-EXIT.
001770     IF TX-STATUS-REJECTED
001780         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
001938     SET NC-REFERENCE-IS-NEW TO TRUE.
001938     SET NC-TRANSFER-IS-OK TO TRUE.
001938     SET NC-CONTROL-IS-OK TO TRUE.
001938     SET NC-REVERSAL-IS-OK TO TRUE.
001938     PERFORM 2310-CHECK-SOURCE-BATCH THRU 2310-EXIT.
001938     IF NC-BATCH-IS-BAD
001938         SET TX-STATUS-REJECTED TO TRUE
002056         SET TX-STATUS-REJECTED TO TRUE
002057         GO TO 2300-EXIT
002058     END-IF.
002058     IF TX-TYPE-REVERSAL
002058         PERFORM 2380-CHECK-REVERSAL THRU 2380-EXIT
002058         IF NOT NC-REVERSAL-IS-OK
002058             SET TX-STATUS-REJECTED TO TRUE
002058             GO TO 2300-EXIT
002058         END-IF
002058     END-IF.
002058     PERFORM 2370-CHECK-ACCOUNT-CONTROLS THRU 2370-EXIT.
002058     IF NOT NC-CONTROL-IS-OK
002058         SET TX-STATUS-REJECTED TO TRUE
002058         GO TO 2300-EXIT
002058     END-IF.
002058*    A REVERSAL CARRIES ITS ORIGINAL'S REFERENCE, SO IT IS
002058*    PROTECTED AGAINST REPEATS BY THE REVERSED MARK INSTEAD.
002058     IF TX-TYPE-REVERSAL
002058         GO TO 2300-EXIT
002058     END-IF.
002058     PERFORM 2360-CHECK-DUPLICATE THRU 2360-EXIT.
002058     IF NC-REFERENCE-IS-DUPLICATE
002058         SET TX-STATUS-REJECTED TO TRUE
002070     EXIT.
002072*
002072 2310-CHECK-SOURCE-BATCH.
002072*    A RELEASED WAREHOUSE ITEM PROVED WITH THE EARLIER BATCH
002072*    THAT DELIVERED IT, NOT WITH ITS SOURCE'S BATCH TODAY.
002072     SET NC-BATCH-IS-OK TO TRUE.
002072     IF NC-BAD-SOURCE-COUNT = ZERO
002072         OR NC-RELEASING-WAREHOUSE
002072         GO TO 2310-EXIT
002072     END-IF.
002072     PERFORM 2320-SCAN-ONE-BAD-SOURCE THRU 2320-EXIT
002086*    2550-POST-TO-ACCOUNT WOULD DO, SO A SIGNED TRANSFER LEG
002086*    IS JUDGED BY HOW IT WOULD ACTUALLY MOVE THE BALANCE.
002086     SET NC-CONTROL-IS-OK TO TRUE.
002086     EVALUATE TRUE
002086         WHEN TX-TYPE-WITHDRAWAL
002086         WHEN TX-TYPE-FEE
002086             COMPUTE NC-POSTING-EFFECT = ZERO - TX-AMOUNT
002086         WHEN TX-TYPE-REVERSAL
002086           AND (TX-REVERSED-TYPE = "WD" OR "FE")
002086             MOVE TX-AMOUNT TO NC-POSTING-EFFECT
002086         WHEN TX-TYPE-REVERSAL
002086             COMPUTE NC-POSTING-EFFECT = ZERO - TX-AMOUNT
002086         WHEN OTHER
002086             MOVE TX-AMOUNT TO NC-POSTING-EFFECT
002086     END-EVALUATE.
002086     IF TX-AMOUNT < ZERO
002086         COMPUTE NC-CAP-TEST-AMOUNT = ZERO - TX-AMOUNT
002086     ELSE
002086         SET NC-CONTROL-DEBITS-STOPPED TO TRUE
002086         GO TO 2370-EXIT
002086     END-IF.
002086*    A DORMANT ACCOUNT TAKES NO CUSTOMER DEBITS UNTIL A
002086*    SUPERVISOR REACTIVATES IT.  SYSTEM ACCRUALS AND FEES AND
002086*    REVERSALS STILL POST.
002086     IF NC-POSTING-EFFECT < ZERO
002086         AND AC-ACCOUNT-DORMANT
002086         AND TX-SOURCE NOT = "SYSACCR"
002086         AND NOT TX-TYPE-REVERSAL
002086         SET NC-CONTROL-DORMANT TO TRUE
002086         GO TO 2370-EXIT
002086     END-IF.
002086     IF NC-POSTING-EFFECT > ZERO
002086         AND AC-CREDITS-STOPPED
002086         SET NC-CONTROL-CREDITS-STOPPED TO TRUE
002086         AND AC-CURRENT-BALANCE + NC-POSTING-EFFECT
002086             < ZERO - AC-OVERDRAFT-LIMIT
002086         SET NC-CONTROL-OVERDRAWN TO TRUE
002086         GO TO 2370-EXIT
002086     END-IF.
002086*    THE SAME TEST AGAINST THE AVAILABLE BALANCE - THE LEDGER
002086*    BALANCE LESS THE ACCOUNT'S ACTIVE HOLDS.  A REVERSAL IS
002086*    LET THROUGH, SINCE A HOLD IS USUALLY THERE TO PROTECT THE
002086*    ITEM BEING REVERSED.
002086     IF NC-POSTING-EFFECT NOT < ZERO
002086         OR TX-TYPE-REVERSAL
002086         OR NOT NC-HLD-FILE-IS-OPEN
002086         GO TO 2370-EXIT
002086     END-IF.
002086     PERFORM 2390-TOTAL-ACTIVE-HOLDS THRU 2390-EXIT.
002086     IF NC-HELD-AMOUNT > ZERO
002086         AND AC-CURRENT-BALANCE - NC-HELD-AMOUNT
002086             + NC-POSTING-EFFECT < ZERO - AC-OVERDRAFT-LIMIT
002086         SET NC-CONTROL-HELD-FUNDS TO TRUE
002086     END-IF.
002086 2370-EXIT.
002086     EXIT.
002086*
002086 2380-CHECK-REVERSAL.
002086*    THE ORIGINAL IS FOUND UNDER ITS OWN SOURCE WITH THE SAME
002086*    REFERENCE AND AMOUNT SIGN.  IT MUST HAVE POSTED (NOT JUST
002086*    SUSPENDED) TO THE ACCOUNT AND FOR THE AMOUNT THE REVERSAL
002086*    NAMES.  ITS TYPE IS CARRIED ON THE REVERSAL SO POSTING,
002086*    GL AND STATEMENTS KNOW WHICH EFFECT IS BEING UNDONE.
002086     SET NC-REVERSAL-IS-OK TO TRUE.
002086     MOVE TX-REVERSED-SOURCE TO RG-SOURCE.
002086     MOVE TX-REFERENCE-NUMBER TO RG-REFERENCE-NUMBER.
002086     IF TX-AMOUNT < ZERO
002086         MOVE "-" TO RG-AMOUNT-SIGN
002086     ELSE
002086         MOVE "+" TO RG-AMOUNT-SIGN
002086     END-IF.
002086     READ DL100-REGISTRY-FILE
002086         INVALID KEY
002086             SET NC-REVERSAL-NOT-POSTED TO TRUE
002086             GO TO 2380-EXIT
002086     END-READ.
002086     IF RG-ENTRY-REVERSED
002086         SET NC-REVERSAL-ALREADY-DONE TO TRUE
002086         GO TO 2380-EXIT
002086     END-IF.
002086     IF NOT RG-ENTRY-POSTED
002086         OR RG-ACCOUNT-NUMBER NOT = TX-ACCOUNT-NUMBER
002086         OR RG-AMOUNT NOT = TX-AMOUNT
002086         SET NC-REVERSAL-NOT-POSTED TO TRUE
002086         GO TO 2380-EXIT
002086     END-IF.
002086     MOVE RG-TYPE TO TX-REVERSED-TYPE.
002086 2380-EXIT.
002086     EXIT.
002086*
002086 2390-TOTAL-ACTIVE-HOLDS.
002086*    A HOLD IS ACTIVE THROUGH ITS EXPIRY DATE; A ZERO EXPIRY
002086*    DATE HOLDS UNTIL AN OPERATOR RELEASES IT.
002086     MOVE ZERO TO NC-HELD-AMOUNT.
002086     MOVE "N" TO NC-HLD-EOF-SWITCH.
002086     MOVE TX-ACCOUNT-NUMBER TO HL-ACCOUNT-NUMBER.
002086     MOVE ZERO TO HL-HOLD-ID.
002086     START DL100-HOLD-FILE
002086         KEY IS NOT LESS THAN HL-HOLD-KEY
002086         INVALID KEY
002086             GO TO 2390-EXIT
002086     END-START.
002086     PERFORM 2391-READ-NEXT-HOLD THRU 2391-EXIT.
002086     PERFORM 2392-ADD-ONE-HOLD THRU 2392-EXIT
002086         UNTIL NC-HLD-END-OF-FILE.
002086 2390-EXIT.
002086     EXIT.
002086*
002086 2391-READ-NEXT-HOLD.
002086     READ DL100-HOLD-FILE NEXT RECORD
002086         AT END
002086             SET NC-HLD-END-OF-FILE TO TRUE
002086             GO TO 2391-EXIT
002086     END-READ.
002086     IF HL-ACCOUNT-NUMBER NOT = TX-ACCOUNT-NUMBER
002086         SET NC-HLD-END-OF-FILE TO TRUE
002086     END-IF.
002086 2391-EXIT.
002086     EXIT.
002086*
002086 2392-ADD-ONE-HOLD.
002086     IF HL-HOLD-ACTIVE
002086         AND (HL-EXPIRY-DATE = ZERO
002086          OR HL-EXPIRY-DATE NOT < NC-PARM-BUSINESS-DATE)
002086         ADD HL-HOLD-AMOUNT TO NC-HELD-AMOUNT
002086     END-IF.
002086     PERFORM 2391-READ-NEXT-HOLD THRU 2391-EXIT.
002086 2392-EXIT.
002086     EXIT.
002086*
002090 2400-WRITE-EXCEPTION.
002095     MOVE SPACES TO DL100-EXCEPTION-RECORD.
002100     MOVE TX-BUSINESS-DATE     TO EX-BUSINESS-DATE.
002130     MOVE TX-AMOUNT            TO EX-AMOUNT.
002140     MOVE TX-TYPE              TO EX-TYPE.
002150     MOVE TX-SOURCE            TO EX-SOURCE.
002150     MOVE TX-REVERSED-SOURCE   TO EX-REVERSED-SOURCE.
002160     EVALUATE TRUE
002162         WHEN NC-BATCH-IS-BAD
002164             SET EX-REASON-BAD-BATCH TO TRUE
002287             SET EX-REASON-BAD-ACCOUNT TO TRUE
002288             MOVE "ACCOUNT IS CLOSED TO POSTING"
002289                 TO EX-REJECT-REASON-TEXT
002289         WHEN NC-REVERSAL-NOT-POSTED
002289             SET EX-REASON-NOT-POSTED TO TRUE
002289             MOVE "REVERSED TRANSACTION WAS NEVER POSTED"
002289                 TO EX-REJECT-REASON-TEXT
002289         WHEN NC-REVERSAL-ALREADY-DONE
002289             SET EX-REASON-REVERSED TO TRUE
002289             MOVE "TRANSACTION HAS ALREADY BEEN REVERSED"
002289                 TO EX-REJECT-REASON-TEXT
002289         WHEN NC-CONTROL-OVER-CAP
002289             SET EX-REASON-OVER-CAP TO TRUE
002289             MOVE "AMOUNT EXCEEDS ACCOUNT TRANSACTION CAP"
002289             SET EX-REASON-OVERDRAFT TO TRUE
002289             MOVE "POSTING WOULD EXCEED OVERDRAFT LIMIT"
002289                 TO EX-REJECT-REASON-TEXT
002289         WHEN NC-CONTROL-HELD-FUNDS
002289             SET EX-REASON-HELD-FUNDS TO TRUE
002289             MOVE "DEBIT WOULD CONSUME FUNDS UNDER HOLD"
002289                 TO EX-REJECT-REASON-TEXT
002289         WHEN NC-CONTROL-DORMANT
002289             SET EX-REASON-DORMANT TO TRUE
002289             MOVE "DEBIT TO DORMANT ACCOUNT"
002289                 TO EX-REJECT-REASON-TEXT
002289         WHEN NC-REFERENCE-IS-DUPLICATE
002289             SET EX-REASON-DUPLICATE TO TRUE
002289             MOVE "REFERENCE ALREADY ACCEPTED FROM SOURCE"
002390     WRITE DL100-OUTPUT-RECORD.
002400     ADD 1 TO CK-RECORDS-WRITTEN.
002402     PERFORM 2550-POST-TO-ACCOUNT THRU 2550-EXIT.
002404     IF TX-TYPE-REVERSAL
002404         PERFORM 2570-MARK-REVERSED THRU 2570-EXIT
002404     ELSE
002404         MOVE "P" TO NC-REGISTER-STATUS
002404         PERFORM 2560-REGISTER-REFERENCE THRU 2560-EXIT
002404     END-IF.
002410 2500-EXIT.
002420     EXIT.
002430*
002433         WHEN TX-TYPE-WITHDRAWAL
002433         WHEN TX-TYPE-FEE
002434             SUBTRACT TX-AMOUNT FROM AC-CURRENT-BALANCE
002434         WHEN TX-TYPE-REVERSAL
002434           AND (TX-REVERSED-TYPE = "WD" OR "FE")
002434             ADD TX-AMOUNT TO AC-CURRENT-BALANCE
002434         WHEN TX-TYPE-REVERSAL
002434             SUBTRACT TX-AMOUNT FROM AC-CURRENT-BALANCE
002435         WHEN OTHER
002436             ADD TX-AMOUNT TO AC-CURRENT-BALANCE
002437     END-EVALUATE.
002437     MOVE TX-BUSINESS-DATE TO AC-LAST-POSTED-DATE.
002437*    ONLY CUSTOMER-INITIATED ACTIVITY KEEPS AN ACCOUNT OUT OF
002437*    DORMANCY - SYSTEM ACCRUALS AND FEES, AND REVERSALS OF
002437*    THEM, DO NOT.
002437     IF TX-SOURCE NOT = "SYSACCR"
002437         AND NOT (TX-TYPE-REVERSAL
002437                  AND TX-REVERSED-SOURCE = "SYSACCR")
002437         MOVE TX-BUSINESS-DATE TO AC-LAST-ACTIVITY-DATE
002437     END-IF.
002438     REWRITE DL100-ACCOUNT-RECORD.
002439 2550-EXIT.
002439     EXIT.
002439     MOVE TX-BUSINESS-DATE TO RG-BUSINESS-DATE.
002439     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
002439     MOVE NC-TIMESTAMP TO RG-ACCEPTED-DATE-TIME.
002439     MOVE TX-ACCOUNT-NUMBER TO RG-ACCOUNT-NUMBER.
002439     MOVE TX-TYPE TO RG-TYPE.
002439     MOVE TX-AMOUNT TO RG-AMOUNT.
002439     MOVE NC-REGISTER-STATUS TO RG-ENTRY-STATUS.
002439     MOVE ZERO TO RG-REVERSED-DATE.
002439     WRITE DL100-REGISTRY-RECORD
002439         INVALID KEY
002439             PERFORM 2565-PROMOTE-SUSPENDED-LEG THRU 2565-EXIT
002439     END-WRITE.
002439 2560-EXIT.
002439     EXIT.
002439*
002439 2565-PROMOTE-SUSPENDED-LEG.
002439*    A TRANSFER LEG REGISTERED WHEN IT WENT TO SUSPENSE IS
002439*    ALREADY ON FILE; WHEN IT FINALLY POSTS ITS ENTRY BECOMES
002439*    POSTED SO IT CAN LATER BE REVERSED.
002439     IF NC-REGISTER-STATUS NOT = "P"
002439         GO TO 2565-EXIT
002439     END-IF.
002439     READ DL100-REGISTRY-FILE
002439         INVALID KEY
002439             GO TO 2565-EXIT
002439     END-READ.
002439     IF RG-ENTRY-SUSPENDED
002439         SET RG-ENTRY-POSTED TO TRUE
002439         REWRITE DL100-REGISTRY-RECORD
002439     END-IF.
002439 2565-EXIT.
002439     EXIT.
002439*
002439 2570-MARK-REVERSED.
002439     MOVE TX-REVERSED-SOURCE TO RG-SOURCE.
002439     MOVE TX-REFERENCE-NUMBER TO RG-REFERENCE-NUMBER.
002439     IF TX-AMOUNT < ZERO
002439         MOVE "-" TO RG-AMOUNT-SIGN
002439     ELSE
002439         MOVE "+" TO RG-AMOUNT-SIGN
002439     END-IF.
002439     READ DL100-REGISTRY-FILE
002439         INVALID KEY
002439             GO TO 2570-EXIT
002439     END-READ.
002439     SET RG-ENTRY-REVERSED TO TRUE.
002439     MOVE TX-BUSINESS-DATE TO RG-REVERSED-DATE.
002439     REWRITE DL100-REGISTRY-RECORD.
002439 2570-EXIT.
002439     EXIT.
002439*
002439 2700-MATCH-TRANSFER.
002439     MOVE "N" TO NC-SUSPENSE-FOUND-SWITCH.
002439     MOVE TX-REFERENCE-NUMBER TO SP-REFERENCE-NUMBER.
002439         INVALID KEY
002439             CONTINUE
002439     END-WRITE.
002439     MOVE "S" TO NC-REGISTER-STATUS.
002439     PERFORM 2560-REGISTER-REFERENCE THRU 2560-EXIT.
002439     MOVE "A" TO SL-ACTION-CODE.
002439     PERFORM 2760-LOG-SUSPENSE-ACTION THRU 2760-EXIT.
002439     MOVE SP-AMOUNT TO TX-AMOUNT.
002439     MOVE "TR" TO TX-TYPE.
002439     MOVE SP-SOURCE TO TX-SOURCE.
002439     MOVE SPACES TO TX-REVERSED-SOURCE TX-REVERSED-TYPE.
002439     SET TX-STATUS-ACCEPTED TO TRUE.
002439     PERFORM 2350-CHECK-ACCOUNT THRU 2350-EXIT.
002439     PERFORM 2500-WRITE-OUTPUT THRU 2500-EXIT.
002439 2820-EXIT.
002439     EXIT.
002439*
002439 2900-RELEASE-WAREHOUSE.
002439*    THE WAREHOUSE IS IN DUE-DATE ORDER, SO EVERYTHING DUE BY
002439*    THE RUN DATE (INCLUDING ITEMS DUE ON A CLOSED DATE SINCE
002439*    THE LAST RUN) IS AT THE FRONT.  BOTH LEGS OF A TRANSFER
002439*    SHARE A KEY PREFIX AND RELEASE TOGETHER.
002439     SET NC-RELEASING-WAREHOUSE TO TRUE.
002439     MOVE "N" TO NC-WHS-EOF-SWITCH.
002439     MOVE LOW-VALUES TO WH-WAREHOUSE-KEY.
002439     START DL100-WAREHOUSE-FILE
002439         KEY IS NOT LESS THAN WH-WAREHOUSE-KEY
002439         INVALID KEY
002439             SET NC-WHS-END-OF-FILE TO TRUE
002439     END-START.
002439     IF NOT NC-WHS-END-OF-FILE
002439         PERFORM 2910-READ-WAREHOUSE THRU 2910-EXIT
002439     END-IF.
002439     PERFORM 2920-RELEASE-ONE-ITEM THRU 2920-EXIT
002439         UNTIL NC-WHS-END-OF-FILE OR NC-STOP-RUN.
002439     MOVE "N" TO NC-RELEASE-SWITCH.
002439 2900-EXIT.
002439     EXIT.
002439*
002439 2910-READ-WAREHOUSE.
002439     READ DL100-WAREHOUSE-FILE NEXT RECORD
002439         AT END
002439             SET NC-WHS-END-OF-FILE TO TRUE
002439     END-READ.
002439     IF NOT NC-WHS-END-OF-FILE
002439         AND WH-DUE-DATE > NC-PARM-BUSINESS-DATE
002439         SET NC-WHS-END-OF-FILE TO TRUE
002439     END-IF.
002439 2910-EXIT.
002439     EXIT.
002439*
002439 2920-RELEASE-ONE-ITEM.
002439     IF NOT WH-ENTRY-WAREHOUSED
002439         GO TO 2920-NEXT
002439     END-IF.
002439     MOVE WH-TRANSACTION-IMAGE TO DL100-TRANSACTION-RECORD.
002439     MOVE NC-PARM-BUSINESS-DATE TO TX-BUSINESS-DATE.
002439     PERFORM 2300-VALIDATE-TRANSACTION THRU 2300-EXIT.
002439     IF TX-STATUS-REJECTED
002439         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
002439     ELSE
002439         IF TX-TYPE-TRANSFER
002439             PERFORM 2700-MATCH-TRANSFER THRU 2700-EXIT
002439         ELSE
002439             PERFORM 2500-WRITE-OUTPUT THRU 2500-EXIT
002439         END-IF
002439     END-IF.
002439     SET WH-ENTRY-RELEASED TO TRUE.
002439     MOVE NC-PARM-BUSINESS-DATE TO WH-RELEASED-DATE.
002439     IF TX-STATUS-REJECTED
002439         SET WH-RELEASE-REJECTED TO TRUE
002439     ELSE
002439         SET WH-RELEASE-ACCEPTED TO TRUE
002439     END-IF.
002439     REWRITE DL100-WAREHOUSE-RECORD.
002439 2920-NEXT.
002439     PERFORM 2910-READ-WAREHOUSE THRU 2910-EXIT.
002439 2920-EXIT.
002439     EXIT.
002439*
002440 2600-SAVE-CHECKPOINT.
002450     MOVE CK-RUN-STATUS         TO NC-SAVED-RUN-STATUS.
002460     MOVE CK-RECORDS-READ       TO NC-SAVED-RECORDS-READ.
