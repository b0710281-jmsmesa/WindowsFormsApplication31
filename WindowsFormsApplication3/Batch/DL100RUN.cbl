000110*                                                                *
000120*   EXECUTES THE FULL END-OF-NIGHT CHAIN FOR ONE BUSINESS DATE   *
000130*   IN THE MAINTAINED STEP ORDER (BLANK TAKES THE DEFAULT:       *
000140*   ACCOUNT FEED, ACCRUALS, HOLD EXPIRY, STANDING INSTRUCTIONS,  *
000150*   NIGHTLY CYCLE, SOURCE RETURN FILES, RECONCILIATION, DORMANCY *
000160*   SWEEP, DAY CLOSE, CASH MONITOR, BALANCE SNAPSHOT,            *
000170*   GL EXTRACT, GL CONTROL PROOF, CSV EXPORT, SUSPENSE AGING,    *
000180*   PENDING CHANGE AGE CHECK).  EACH STEP'S COMPLETION CODE IS   *
000190*   RECORDED ON THE DATE'S CHECKPOINT RECORD AS IT FINISHES, SO  *
000200*   A FAILURE STOPS THE CHAIN AT THAT STEP, ALERTS THROUGH       *
000205*   DL100NOT, AND A LATER RESTART RESUMES FROM THE FAILED STEP   *
000210*   INSTEAD OF THE TOP.  A STEP THAT ENDS WITH CODE 04 IS A      *
000215*   WARNING AND THE CHAIN KEEPS GOING; 08 OR WORSE STOPS IT.     *
000220*                                                                *
000230*   MODIFICATION HISTORY                                        *
000240*   ----------------------------------------------------------- *
000258*                     ALREADY-APPLIED ACTION AS AN EXCEPTION,   *
000259*                     MATCHING THE RULE THE FORM1 WORKER        *
000259*                     ALREADY FOLLOWS.                          *
000259*   2026-10-15  JMS   ADDED STEP HLD (DL100HLD) AHEAD OF THE    *
000259*                     NIGHTLY CYCLE - EXPIRES HOLDS PAST THEIR  *
000259*                     DATE AND PRINTS THE HOLD REGISTER.        *
000259*   2026-10-15  JMS   ADDED STEP DRM (DL100DRM) AFTER            *
000259*                     RECONCILIATION - FLAGS ACCOUNTS DORMANT    *
000259*                     ONCE THE POSTED DAY'S ACTIVITY IS KNOWN.   *
000259*                     THE STEP ORDER NOW HOLDS TWENTY SLOTS.     *
000259*   2026-10-15  JMS   ADDED STEP SIG (DL100SIG) AHEAD OF THE    *
000259*                     NIGHTLY CYCLE - GENERATES THE TRANSFERS   *
000259*                     FALLING DUE ON STANDING INSTRUCTIONS.     *
000259*                     ANY INSTRUCTION FAILED ENDS THE STEP      *
000259*                     WITH CODE 04.                             *
000259*   2026-10-15  JMS   ADDED STEP CSH (DL100CSH) AFTER DAY CLOSE  *
000259*                     - LISTS LARGE-CASH AND STRUCTURING         *
000259*                     ACTIVITY ONCE THE DAY HAS PROVED AND       *
000259*                     RAISES CASES FOR REVIEW.                   *
000259*   2026-10-15  JMS   ADDED STEP GLP (DL100GLP) AFTER THE GL     *
000259*                     EXTRACT - PROVES THE CUSTOMER CONTROL      *
000259*                     ACCOUNTS AGAINST THE SNAPSHOT BALANCES.    *
000259*                     AN OUT-OF-BALANCE PROOF ENDS THE STEP      *
000259*                     WITH CODE 04, SO THE RUN ALERTS AS A       *
000259*                     WARNING BEFORE THE NEXT DATE IS RUN.       *
000259*   2026-10-15  JMS   ADDED STEP ACK (DL100ACK) AFTER THE        *
000259*                     NIGHTLY CYCLE - SENDS EACH SOURCE ITS      *
000259*                     ACKNOWLEDGEMENT AND REJECTED ITEMS.  A     *
000259*                     RETURN FILE THAT COULD NOT BE WRITTEN      *
000259*                     ENDS THE STEP WITH CODE 04.                *
000259*   2026-10-15  JMS   ADDED STEP PND (DL100PCM) AT THE END OF    *
000259*                     THE CHAIN - ANY MAINTENANCE CHANGE STILL   *
000259*                     AWAITING A SECOND SUPERVISOR PAST THE      *
000259*                     MAINTAINED ALERT HOURS ENDS THE STEP WITH  *
000259*                     CODE 04.                                   *
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000584     88  RN-CKP-PREEXISTED              VALUE "Y".
000590 77  RN-BALANCED-SWITCH       PIC X(01) VALUE "N".
000600     88  RN-DAY-IS-BALANCED             VALUE "Y".
000610 01  RN-RUN-STREAM-ORDER      PIC X(80) VALUE SPACES.
000620 01  RN-RUN-STREAM-SLOTS REDEFINES RN-RUN-STREAM-ORDER.
000630     05  RN-STREAM-STEP       PIC X(04) OCCURS 20 TIMES.
000640 01  RN-DEFAULT-ORDER.
000650     05  FILLER               PIC X(40) VALUE
000650         "ACF ACR HLD SIG NC  ACK RCN DRM DC  CSH ".
000650     05  FILLER               PIC X(40) VALUE
000650         "SNP GLX GLP EXP SAG PND ".
000660*
000670*    PER-STEP CALL PARAMETERS
000680 77  RN-CALL-RESTART-SW       PIC X(01) VALUE "N".
000750 77  RN-CALL-ACTION           PIC X(01) VALUE SPACE.
000760 77  RN-CALL-ACCOUNT          PIC X(12) VALUE SPACES.
000770 77  RN-CALL-BALANCE          PIC S9(11)V99 COMP-3 VALUE ZERO.
000770 77  RN-CALL-ENTRY            PIC 9(04) VALUE ZERO.
000770 COPY DL100PC REPLACING LEADING ==PC-== BY ==RP-==
000770     ==DL100-PENDING-CHANGE-RECORD==
000770         BY ==RN-PENDING-CHANGE==.
000780 LINKAGE SECTION.
000790 01  RN-PARM-BUSINESS-DATE    PIC 9(08).
000800 01  RN-PARM-OPERATOR-ID      PIC X(08).
001200     MOVE ZERO TO RN-STEP-COUNT.
001210     PERFORM 1100-COUNT-ONE-STEP THRU 1100-EXIT
001220         VARYING RN-STEP-IDX FROM 1 BY 1
001230         UNTIL RN-STEP-IDX > 20
001240            OR RN-STREAM-STEP(RN-STEP-IDX) = SPACES.
001250     IF RN-STEP-COUNT = ZERO
001260         SET RN-COMPLETED-FAILED TO TRUE
002190     ELSE
002200         PERFORM 2200-CLEAR-ONE-STEP-SLOT THRU 2200-EXIT
002210             VARYING RN-STEP-IDX FROM 1 BY 1
002220             UNTIL RN-STEP-IDX > 20
002230         REWRITE DL100-CHECKPOINT-RECORD
002240     END-IF.
002250     CLOSE DL100-CHECKPOINT-FILE.
002600             PERFORM 4600-STEP-SNAPSHOT THRU 4600-EXIT
002610         WHEN "GLX"
002620             PERFORM 4700-STEP-GL-EXTRACT THRU 4700-EXIT
002620         WHEN "GLP"
002620             PERFORM 4750-STEP-CONTROL-PROOF THRU 4750-EXIT
002630         WHEN "EXP"
002640             PERFORM 4800-STEP-CSV-EXPORT THRU 4800-EXIT
002650         WHEN "SAG"
002660             PERFORM 4900-STEP-SUSPENSE-AGING THRU 4900-EXIT
002660         WHEN "HLD"
002660             PERFORM 4250-STEP-HOLD-EXPIRY THRU 4250-EXIT
002660         WHEN "SIG"
002660             PERFORM 4270-STEP-STANDING-INSTR THRU 4270-EXIT
002660         WHEN "DRM"
002660             PERFORM 4450-STEP-DORMANCY THRU 4450-EXIT
002660         WHEN "ACK"
002660             PERFORM 4350-STEP-RETURN-FILES THRU 4350-EXIT
002660         WHEN "CSH"
002660             PERFORM 4550-STEP-CASH-MONITOR THRU 4550-EXIT
002660         WHEN "PND"
002660             PERFORM 4960-STEP-PENDING-CHANGES THRU 4960-EXIT
002670         WHEN OTHER
002680             MOVE 08 TO RN-STEP-CC
002690             MOVE "UNRECOGNIZED RUN-STREAM STEP CODE"
003200 4200-EXIT.
003210     EXIT.
003220*
003220 4250-STEP-HOLD-EXPIRY.
003220     MOVE ZERO TO RN-CALL-COUNT-1.
003220     MOVE ZERO TO RN-CALL-COUNT-2.
003220     MOVE "N" TO RN-CALL-RESULT-SW.
003220     MOVE SPACES TO RN-CALL-REASON.
003220     CALL "DL100HLD" USING RN-PARM-BUSINESS-DATE
003220                          RN-CALL-COUNT-1
003220                          RN-CALL-COUNT-2
003220                          RN-CALL-RESULT-SW
003220                          RN-CALL-REASON.
003220     IF NOT RN-CALL-SUCCEEDED
003220         MOVE 08 TO RN-STEP-CC
003220         MOVE RN-CALL-REASON TO RN-PARM-REASON-TEXT
003220     END-IF.
003220 4250-EXIT.
003220     EXIT.
003220*
003220 4270-STEP-STANDING-INSTR.
003220     MOVE ZERO TO RN-CALL-COUNT-1.
003220     MOVE ZERO TO RN-CALL-COUNT-2.
003220     MOVE "N" TO RN-CALL-RESULT-SW.
003220     MOVE SPACES TO RN-CALL-REASON.
003220     CALL "DL100SIG" USING RN-PARM-BUSINESS-DATE
003220                          RN-CALL-COUNT-1
003220                          RN-CALL-COUNT-2
003220                          RN-CALL-RESULT-SW
003220                          RN-CALL-REASON.
003220     IF RN-CALL-SUCCEEDED
003220         IF RN-CALL-COUNT-2 > ZERO
003220             MOVE 04 TO RN-STEP-CC
003220         END-IF
003220     ELSE
003220         MOVE 08 TO RN-STEP-CC
003220         MOVE RN-CALL-REASON TO RN-PARM-REASON-TEXT
003220     END-IF.
003220 4270-EXIT.
003220     EXIT.
003220*
003230 4300-STEP-NIGHTLY-CYCLE.
003240*    WHEN THE CHAIN ITSELF IS RESTARTING AT THE NIGHTLY CYCLE
003250*    STEP, THE CYCLE RESUMES FROM ITS OWN CHECKPOINT RATHER
003410 4300-EXIT.
003420     EXIT.
003430*
003430 4350-STEP-RETURN-FILES.
003430     MOVE ZERO TO RN-CALL-COUNT-1.
003430     MOVE ZERO TO RN-CALL-COUNT-2.
003430     MOVE "N" TO RN-CALL-RESULT-SW.
003430     MOVE SPACES TO RN-CALL-REASON.
003430     CALL "DL100ACK" USING RN-PARM-BUSINESS-DATE
003430                          RN-CALL-COUNT-1
003430                          RN-CALL-COUNT-2
003430                          RN-CALL-RESULT-SW
003430                          RN-CALL-REASON.
003430     IF RN-CALL-SUCCEEDED
003430         IF RN-CALL-COUNT-2 > ZERO
003430             MOVE 04 TO RN-STEP-CC
003430         END-IF
003430     ELSE
003430         MOVE 08 TO RN-STEP-CC
003430         MOVE RN-CALL-REASON TO RN-PARM-REASON-TEXT
003430     END-IF.
003430 4350-EXIT.
003430     EXIT.
003430*
003440 4400-STEP-RECONCILE.
003450     MOVE "N" TO RN-BALANCED-SWITCH.
003460     CALL "DL100RCN" USING RN-PARM-BUSINESS-DATE
003510 4400-EXIT.
003520     EXIT.
003530*
003530 4450-STEP-DORMANCY.
003530     MOVE ZERO TO RN-CALL-COUNT-1.
003530     MOVE "N" TO RN-CALL-RESULT-SW.
003530     MOVE SPACES TO RN-CALL-REASON.
003530     CALL "DL100DRM" USING RN-PARM-BUSINESS-DATE
003530                          RN-CALL-COUNT-1
003530                          RN-CALL-RESULT-SW
003530                          RN-CALL-REASON.
003530     IF NOT RN-CALL-SUCCEEDED
003530         MOVE 08 TO RN-STEP-CC
003530         MOVE RN-CALL-REASON TO RN-PARM-REASON-TEXT
003530     END-IF.
003530 4450-EXIT.
003530     EXIT.
003530*
003540 4500-STEP-DAY-CLOSE.
003550     MOVE "C" TO RN-CALL-ACTION.
003560     MOVE "N" TO RN-CALL-RESULT-SW.
003670 4500-EXIT.
003680     EXIT.
003690*
003690 4550-STEP-CASH-MONITOR.
003690     MOVE ZERO TO RN-CALL-COUNT-1.
003690     MOVE ZERO TO RN-CALL-COUNT-2.
003690     MOVE "N" TO RN-CALL-RESULT-SW.
003690     MOVE SPACES TO RN-CALL-REASON.
003690     CALL "DL100CSH" USING RN-PARM-BUSINESS-DATE
003690                          RN-CALL-COUNT-1
003690                          RN-CALL-COUNT-2
003690                          RN-CALL-RESULT-SW
003690                          RN-CALL-REASON.
003690     IF NOT RN-CALL-SUCCEEDED
003690         MOVE 08 TO RN-STEP-CC
003690         MOVE RN-CALL-REASON TO RN-PARM-REASON-TEXT
003690     END-IF.
003690 4550-EXIT.
003690     EXIT.
003690*
003700 4600-STEP-SNAPSHOT.
003710     MOVE "S" TO RN-CALL-ACTION.
003720     MOVE SPACES TO RN-CALL-ACCOUNT.
004020     END-IF.
004030 4700-EXIT.
004040     EXIT.
004040*
004040 4750-STEP-CONTROL-PROOF.
004040     MOVE ZERO TO RN-CALL-COUNT-1.
004040     MOVE ZERO TO RN-CALL-COUNT-2.
004040     MOVE "N" TO RN-CALL-RESULT-SW.
004040     MOVE SPACES TO RN-CALL-REASON.
004040     CALL "DL100GLP" USING RN-PARM-BUSINESS-DATE
004040                          RN-CALL-COUNT-1
004040                          RN-CALL-COUNT-2
004040                          RN-CALL-RESULT-SW
004040                          RN-CALL-REASON.
004040     IF RN-CALL-SUCCEEDED
004040         IF RN-CALL-COUNT-2 > ZERO
004040             MOVE 04 TO RN-STEP-CC
004040         END-IF
004040     ELSE
004040         MOVE 08 TO RN-STEP-CC
004040         MOVE RN-CALL-REASON TO RN-PARM-REASON-TEXT
004040     END-IF.
004040 4750-EXIT.
004040     EXIT.
004050*
004060 4800-STEP-CSV-EXPORT.
004070     MOVE ZERO TO RN-CALL-COUNT-1.
004320     END-IF.
004330 4900-EXIT.
004340     EXIT.
004340*
004340 4960-STEP-PENDING-CHANGES.
004340*    DUAL-CONTROL CHANGES LEFT UNAPPROVED PAST THE MAINTAINED
004340*    ALERT HOURS ARE A WARNING - THE CHANGE HAS NOT TAKEN
004340*    EFFECT AND THE REQUESTER MAY NOT KNOW IT.
004340     MOVE ZERO TO RN-CALL-ENTRY.
004340     MOVE SPACES TO RN-PENDING-CHANGE.
004340     MOVE "C" TO RN-CALL-ACTION.
004340     MOVE "N" TO RN-CALL-RESULT-SW.
004340     MOVE SPACES TO RN-CALL-REASON.
004340     CALL "DL100PCM" USING RN-CALL-ACTION
004340                          RN-CALL-ENTRY
004340                          RN-PENDING-CHANGE
004340                          RN-PARM-OPERATOR-ID
004340                          RN-CALL-RESULT-SW
004340                          RN-CALL-REASON.
004340     IF RN-CALL-SUCCEEDED
004340         IF RN-CALL-ENTRY > ZERO
004340             MOVE 04 TO RN-STEP-CC
004340             IF RN-PARM-REASON-TEXT = SPACES
004340                 STRING RN-CALL-ENTRY DELIMITED BY SIZE
004340                     " CHANGE(S) PENDING PAST ALERT HOURS"
004340                         DELIMITED BY SIZE
004340                     INTO RN-PARM-REASON-TEXT
004340             END-IF
004340         END-IF
004340     ELSE
004340         MOVE 08 TO RN-STEP-CC
004340         MOVE RN-CALL-REASON TO RN-PARM-REASON-TEXT
004340     END-IF.
004340 4960-EXIT.
004340     EXIT.
004350*
004360 5000-RECORD-STEP-RESULT.
004370     OPEN I-O DL100-CHECKPOINT-FILE.
