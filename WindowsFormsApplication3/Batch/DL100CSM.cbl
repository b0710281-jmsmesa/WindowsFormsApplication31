000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100CSM.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100CSM - CASH MONITORING CASE MAINTENANCE                 *
000110*                                                                *
000120*   CALLED BY FORMCASHCASE TO LIST AND WORK THE CASES RAISED BY  *
000130*   THE CASH MONITORING STEP (DL100CSH).  ACTION "G" RETURNS     *
000140*   THE NTH CASE FOR THE ACCOUNT, OR ACROSS ALL ACCOUNTS WHEN    *
000150*   THE ACCOUNT IS BLANK; A NON-BLANK CASE STATUS IN THE PARM    *
000160*   RECORD ON THE CALL LIMITS THE LIST TO CASES IN THAT STATUS.  *
000170*   ACTION "R" MARKS AN OPEN CASE REVIEWED.  ACTION "E" MARKS    *
000180*   AN OPEN OR REVIEWED CASE ESCALATED.  BOTH NEED AN ANALYST    *
000190*   NOTE AND STAMP THE OPERATOR AND TIMESTAMP; AN ESCALATED      *
000200*   CASE CANNOT BE CHANGED AGAIN.  CASES ARE NEVER DELETED.      *
000210*                                                                *
000220*   MODIFICATION HISTORY                                        *
000230*   ----------------------------------------------------------- *
000240*   2026-10-15  JMS   INITIAL VERSION.                          *
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT DL100-CASH-CASE-FILE ASSIGN TO CN-CSE-FILE-PATH
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CS-CASE-KEY
000340         FILE STATUS IS CN-CSE-FILE-STATUS.
000350     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS CN-PRM-FILE-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  DL100-CASH-CASE-FILE.
000410 COPY DL100CS.
000420 FD  DL100-PARAMETER-FILE.
000430 COPY DL100PR.
000440 WORKING-STORAGE SECTION.
000450 77  CN-CSE-FILE-STATUS       PIC X(02) VALUE SPACES.
000460 77  CN-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000470 77  CN-CSE-FILE-PATH         PIC X(60) VALUE "CSHCASE".
000480 77  CN-CSE-OPEN-SWITCH       PIC X(01) VALUE "N".
000490     88  CN-CSE-FILE-IS-OPEN            VALUE "Y".
000500 77  CN-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
000510     88  CN-END-OF-FILE                 VALUE "Y".
000520 77  CN-MATCH-COUNT           PIC 9(04) COMP VALUE ZERO.
000530 77  CN-STATUS-WANTED         PIC X(01) VALUE SPACE.
000540 77  CN-TIMESTAMP             PIC X(14) VALUE SPACES.
000550 77  CN-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
000560 77  CN-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
000570 77  CN-TIMESTAMP-TIME        PIC 9(06) VALUE ZERO.
000580 LINKAGE SECTION.
000590 01  CN-PARM-ACTION-CODE      PIC X(01).
000600     88  CN-ACTION-IS-GET               VALUE "G".
000610     88  CN-ACTION-IS-REVIEW            VALUE "R".
000620     88  CN-ACTION-IS-ESCALATE          VALUE "E".
000630 01  CN-PARM-ACCOUNT-NUMBER   PIC X(12).
000640 01  CN-PARM-ENTRY-NUMBER     PIC 9(04).
000650 COPY DL100CS REPLACING LEADING ==CS-== BY ==CP-==
000660     ==DL100-CASH-CASE-RECORD== BY ==DL100-CASH-CASE-PARM==.
000670 01  CN-PARM-OPERATOR-ID      PIC X(08).
000680 01  CN-PARM-RESULT-SWITCH    PIC X(01).
000690     88  CN-RESULT-IS-SUCCESS           VALUE "Y".
000700     88  CN-RESULT-IS-FAILURE           VALUE "N".
000710 01  CN-PARM-REASON-TEXT      PIC X(40).
000720 PROCEDURE DIVISION USING CN-PARM-ACTION-CODE
000730                          CN-PARM-ACCOUNT-NUMBER
000740                          CN-PARM-ENTRY-NUMBER
000750                          DL100-CASH-CASE-PARM
000760                          CN-PARM-OPERATOR-ID
000770                          CN-PARM-RESULT-SWITCH
000780                          CN-PARM-REASON-TEXT.
000790 0000-MAINLINE.
000800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000810     IF NOT CN-RESULT-IS-FAILURE
000820         EVALUATE TRUE
000830             WHEN CN-ACTION-IS-GET
000840                 PERFORM 2000-GET-CASE THRU 2000-EXIT
000850             WHEN CN-ACTION-IS-REVIEW
000860                 PERFORM 3000-REVIEW-CASE THRU 3000-EXIT
000870             WHEN CN-ACTION-IS-ESCALATE
000880                 PERFORM 4000-ESCALATE-CASE THRU 4000-EXIT
000890             WHEN OTHER
000900                 SET CN-RESULT-IS-FAILURE TO TRUE
000910                 MOVE "UNRECOGNIZED CASE ACTION"
000920                     TO CN-PARM-REASON-TEXT
000930         END-EVALUATE
000940     END-IF.
000950     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000960 0000-EXIT.
000970     GOBACK.
000980*
000990 1000-INITIALIZE.
001000     SET CN-RESULT-IS-SUCCESS TO TRUE.
001010     MOVE SPACES TO CN-PARM-REASON-TEXT.
001020     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
001030     MOVE "N" TO CN-CSE-OPEN-SWITCH.
001040     OPEN I-O DL100-CASH-CASE-FILE.
001050     IF CN-CSE-FILE-STATUS = "35"
001060         OPEN OUTPUT DL100-CASH-CASE-FILE
001070         CLOSE DL100-CASH-CASE-FILE
001080         OPEN I-O DL100-CASH-CASE-FILE
001090     END-IF.
001100     IF CN-CSE-FILE-STATUS = "00"
001110         SET CN-CSE-FILE-IS-OPEN TO TRUE
001120     ELSE
001130         SET CN-RESULT-IS-FAILURE TO TRUE
001140         MOVE "CASH CASE FILE COULD NOT BE OPENED"
001150             TO CN-PARM-REASON-TEXT
001160     END-IF.
001170 1000-EXIT.
001180     EXIT.
001190*
001200 1050-LOAD-FILE-PATHS.
001210     MOVE SPACES TO DL100-PARAMETER-RECORD.
001220     OPEN INPUT DL100-PARAMETER-FILE.
001230     IF CN-PRM-FILE-STATUS = "00"
001240         READ DL100-PARAMETER-FILE
001250             AT END
001260                 CONTINUE
001270         END-READ
001280         IF PR-CASH-CASE-FILE-PATH NOT = SPACES
001290             MOVE PR-CASH-CASE-FILE-PATH TO CN-CSE-FILE-PATH
001300         END-IF
001310         CLOSE DL100-PARAMETER-FILE
001320     END-IF.
001330 1050-EXIT.
001340     EXIT.
001350*
001360 1060-BUILD-TIMESTAMP.
001370     ACCEPT CN-TIMESTAMP-DATE FROM DATE YYYYMMDD.
001380     ACCEPT CN-TIMESTAMP-TIME-RAW FROM TIME.
001390     MOVE CN-TIMESTAMP-TIME-RAW(1:6) TO CN-TIMESTAMP-TIME.
001400     STRING CN-TIMESTAMP-DATE DELIMITED BY SIZE
001410            CN-TIMESTAMP-TIME DELIMITED BY SIZE
001420         INTO CN-TIMESTAMP.
001430 1060-EXIT.
001440     EXIT.
001450*
001460 1100-START-CASES.
001470*    A BLANK ACCOUNT STARTS AT THE TOP OF THE FILE AND RUNS TO
001480*    THE END; OTHERWISE ONLY THE ACCOUNT'S OWN CASES ARE READ.
001490     MOVE "N" TO CN-END-OF-FILE-SWITCH.
001500     IF CN-PARM-ACCOUNT-NUMBER = SPACES
001510         MOVE LOW-VALUES TO CS-CASE-KEY
001520     ELSE
001530         MOVE CN-PARM-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER
001540         MOVE ZERO TO CS-CASE-ID
001550     END-IF.
001560     START DL100-CASH-CASE-FILE
001570         KEY IS NOT LESS THAN CS-CASE-KEY
001580         INVALID KEY
001590             SET CN-END-OF-FILE TO TRUE
001600             GO TO 1100-EXIT
001610     END-START.
001620     PERFORM 1200-READ-NEXT-CASE THRU 1200-EXIT.
001630 1100-EXIT.
001640     EXIT.
001650*
001660 1200-READ-NEXT-CASE.
001670     READ DL100-CASH-CASE-FILE NEXT RECORD
001680         AT END
001690             SET CN-END-OF-FILE TO TRUE
001700             GO TO 1200-EXIT
001710     END-READ.
001720     IF CN-PARM-ACCOUNT-NUMBER NOT = SPACES
001730         AND CS-ACCOUNT-NUMBER NOT = CN-PARM-ACCOUNT-NUMBER
001740         SET CN-END-OF-FILE TO TRUE
001750     END-IF.
001760 1200-EXIT.
001770     EXIT.
001780*
001790 2000-GET-CASE.
001800     MOVE CP-CASE-STATUS TO CN-STATUS-WANTED.
001810     MOVE ZERO TO CN-MATCH-COUNT.
001820     PERFORM 1100-START-CASES THRU 1100-EXIT.
001830     PERFORM 2100-COUNT-ONE-CASE THRU 2100-EXIT
001840         UNTIL CN-END-OF-FILE
001850            OR CN-MATCH-COUNT = CN-PARM-ENTRY-NUMBER.
001860     IF CN-MATCH-COUNT = CN-PARM-ENTRY-NUMBER
001870         AND CN-PARM-ENTRY-NUMBER > ZERO
001880         MOVE DL100-CASH-CASE-RECORD TO DL100-CASH-CASE-PARM
001890     ELSE
001900         SET CN-RESULT-IS-FAILURE TO TRUE
001910         MOVE "NO FURTHER CASES TO LIST"
001920             TO CN-PARM-REASON-TEXT
001930     END-IF.
001940 2000-EXIT.
001950     EXIT.
001960*
001970 2100-COUNT-ONE-CASE.
001980     IF CN-STATUS-WANTED = SPACE
001990         OR CS-CASE-STATUS = CN-STATUS-WANTED
002000         ADD 1 TO CN-MATCH-COUNT
002010     END-IF.
002020     IF CN-MATCH-COUNT < CN-PARM-ENTRY-NUMBER
002030         PERFORM 1200-READ-NEXT-CASE THRU 1200-EXIT
002040     END-IF.
002050 2100-EXIT.
002060     EXIT.
002070*
002080 2500-READ-CASE-FOR-UPDATE.
002090     IF CP-ANALYST-NOTE = SPACES
002100         SET CN-RESULT-IS-FAILURE TO TRUE
002110         MOVE "AN ANALYST NOTE IS REQUIRED"
002120             TO CN-PARM-REASON-TEXT
002130         GO TO 2500-EXIT
002140     END-IF.
002150     MOVE CN-PARM-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER.
002160     MOVE CP-CASE-ID TO CS-CASE-ID.
002170     READ DL100-CASH-CASE-FILE
002180         INVALID KEY
002190             SET CN-RESULT-IS-FAILURE TO TRUE
002200             MOVE "CASE NOT ON FILE FOR THIS ACCOUNT"
002210                 TO CN-PARM-REASON-TEXT
002220             GO TO 2500-EXIT
002230     END-READ.
002240     IF CS-STATUS-ESCALATED
002250         SET CN-RESULT-IS-FAILURE TO TRUE
002260         MOVE "CASE IS ALREADY ESCALATED"
002270             TO CN-PARM-REASON-TEXT
002280     END-IF.
002290 2500-EXIT.
002300     EXIT.
002310*
002320 2600-REWRITE-CASE.
002330     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
002340     MOVE CP-ANALYST-NOTE TO CS-ANALYST-NOTE.
002350     MOVE CN-PARM-OPERATOR-ID TO CS-REVIEWED-BY.
002360     MOVE CN-TIMESTAMP TO CS-REVIEWED-DATE-TIME.
002370     REWRITE DL100-CASH-CASE-RECORD
002380         INVALID KEY
002390             SET CN-RESULT-IS-FAILURE TO TRUE
002400             MOVE "CASE RECORD COULD NOT BE UPDATED"
002410                 TO CN-PARM-REASON-TEXT
002420     END-REWRITE.
002430     IF CN-RESULT-IS-SUCCESS
002440         MOVE DL100-CASH-CASE-RECORD TO DL100-CASH-CASE-PARM
002450     END-IF.
002460 2600-EXIT.
002470     EXIT.
002480*
002490 3000-REVIEW-CASE.
002500     PERFORM 2500-READ-CASE-FOR-UPDATE THRU 2500-EXIT.
002510     IF CN-RESULT-IS-FAILURE
002520         GO TO 3000-EXIT
002530     END-IF.
002540     IF CS-STATUS-REVIEWED
002550         SET CN-RESULT-IS-FAILURE TO TRUE
002560         MOVE "CASE IS ALREADY REVIEWED"
002570             TO CN-PARM-REASON-TEXT
002580         GO TO 3000-EXIT
002590     END-IF.
002600     SET CS-STATUS-REVIEWED TO TRUE.
002610     PERFORM 2600-REWRITE-CASE THRU 2600-EXIT.
002620 3000-EXIT.
002630     EXIT.
002640*
002650 4000-ESCALATE-CASE.
002660     PERFORM 2500-READ-CASE-FOR-UPDATE THRU 2500-EXIT.
002670     IF CN-RESULT-IS-FAILURE
002680         GO TO 4000-EXIT
002690     END-IF.
002700     SET CS-STATUS-ESCALATED TO TRUE.
002710     PERFORM 2600-REWRITE-CASE THRU 2600-EXIT.
002720 4000-EXIT.
002730     EXIT.
002740*
002750 8000-TERMINATE.
002760     IF CN-CSE-FILE-IS-OPEN
002770         CLOSE DL100-CASH-CASE-FILE
002780         MOVE "N" TO CN-CSE-OPEN-SWITCH
002790     END-IF.
002800 8000-EXIT.
002810     EXIT.
