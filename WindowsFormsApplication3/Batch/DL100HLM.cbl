000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100HLM.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100HLM - ACCOUNT HOLD MAINTENANCE                         *
000110*                                                                *
000120*   CALLED BY FORMHOLDMAINT TO LIST, PLACE, OR RELEASE THE       *
000130*   HOLDS ON ONE ACCOUNT.  ACTION "G" RETURNS THE NTH HOLD ON    *
000140*   THE ACCOUNT (ANY STATUS) SO THE SCREEN CAN LIST THEM THE     *
000150*   WAY FORMAUDITINQ LISTS THE AUDIT TRAIL.  ACTION "P" PLACES   *
000160*   A NEW HOLD UNDER THE NEXT HOLD ID FOR THE ACCOUNT AND        *
000170*   RETURNS THE ID.  ACTION "R" RELEASES AN ACTIVE HOLD.  A      *
000180*   HOLD CAN ONLY BE PLACED ON AN OPEN ACCOUNT ON THE ACCOUNT    *
000190*   MASTER, FOR A POSITIVE AMOUNT, WITH A REASON, AND WITH AN    *
000200*   EXPIRY DATE THAT IS ZERO (NO EXPIRY) OR NOT IN THE PAST.     *
000210*   EVERY CHANGE IS STAMPED WITH THE OPERATOR AND TIMESTAMP.     *
000220*                                                                *
000230*   MODIFICATION HISTORY                                        *
000240*   ----------------------------------------------------------- *
000250*   2026-10-15  JMS   INITIAL VERSION.                          *
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DL100-HOLD-FILE ASSIGN TO HM-HLD-FILE-PATH
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS HL-HOLD-KEY
000350         FILE STATUS IS HM-HLD-FILE-STATUS.
000360     SELECT DL100-ACCOUNT-FILE ASSIGN TO HM-ACT-FILE-PATH
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS AC-ACCOUNT-NUMBER
000400         FILE STATUS IS HM-ACT-FILE-STATUS.
000410     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS HM-PRM-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  DL100-HOLD-FILE.
000470 COPY DL100HL.
000480 FD  DL100-ACCOUNT-FILE.
000490 COPY DL100AC.
000500 FD  DL100-PARAMETER-FILE.
000510 COPY DL100PR.
000520 WORKING-STORAGE SECTION.
000530 77  HM-HLD-FILE-STATUS       PIC X(02) VALUE SPACES.
000540 77  HM-ACT-FILE-STATUS       PIC X(02) VALUE SPACES.
000550 77  HM-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000560 77  HM-HLD-FILE-PATH         PIC X(60) VALUE "HLDFILE".
000570 77  HM-ACT-FILE-PATH         PIC X(60) VALUE "ACTFILE".
000580 77  HM-HLD-OPEN-SWITCH       PIC X(01) VALUE "N".
000590     88  HM-HLD-FILE-IS-OPEN            VALUE "Y".
000600 77  HM-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
000610     88  HM-END-OF-FILE                 VALUE "Y".
000620 77  HM-MATCH-COUNT           PIC 9(04) COMP VALUE ZERO.
000630 77  HM-LAST-HOLD-ID          PIC 9(06) VALUE ZERO.
000640 77  HM-TIMESTAMP             PIC X(14) VALUE SPACES.
000650 77  HM-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
000660 77  HM-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
000670 77  HM-TIMESTAMP-TIME        PIC 9(06) VALUE ZERO.
000680 LINKAGE SECTION.
000690 01  HM-PARM-ACTION-CODE      PIC X(01).
000700     88  HM-ACTION-IS-GET               VALUE "G".
000710     88  HM-ACTION-IS-PLACE             VALUE "P".
000720     88  HM-ACTION-IS-RELEASE           VALUE "R".
000730 01  HM-PARM-ACCOUNT-NUMBER   PIC X(12).
000740 01  HM-PARM-ENTRY-NUMBER     PIC 9(04).
000750 COPY DL100HL REPLACING LEADING ==HL-== BY ==HP-==
000760     ==DL100-HOLD-RECORD== BY ==DL100-HOLD-PARM==.
000770 01  HM-PARM-OPERATOR-ID      PIC X(08).
000780 01  HM-PARM-RESULT-SWITCH    PIC X(01).
000790     88  HM-RESULT-IS-SUCCESS           VALUE "Y".
000800     88  HM-RESULT-IS-FAILURE           VALUE "N".
000810 01  HM-PARM-REASON-TEXT      PIC X(40).
000820 PROCEDURE DIVISION USING HM-PARM-ACTION-CODE
000830                          HM-PARM-ACCOUNT-NUMBER
000840                          HM-PARM-ENTRY-NUMBER
000850                          DL100-HOLD-PARM
000860                          HM-PARM-OPERATOR-ID
000870                          HM-PARM-RESULT-SWITCH
000880                          HM-PARM-REASON-TEXT.
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000910     IF NOT HM-RESULT-IS-FAILURE
000920         EVALUATE TRUE
000930             WHEN HM-ACTION-IS-GET
000940                 PERFORM 2000-GET-HOLD THRU 2000-EXIT
000950             WHEN HM-ACTION-IS-PLACE
000960                 PERFORM 3000-PLACE-HOLD THRU 3000-EXIT
000970             WHEN HM-ACTION-IS-RELEASE
000980                 PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
000990             WHEN OTHER
001000                 SET HM-RESULT-IS-FAILURE TO TRUE
001010                 MOVE "UNRECOGNIZED HOLD ACTION"
001020                     TO HM-PARM-REASON-TEXT
001030         END-EVALUATE
001040     END-IF.
001050     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001060 0000-EXIT.
001070     GOBACK.
001080*
001090 1000-INITIALIZE.
001100     SET HM-RESULT-IS-SUCCESS TO TRUE.
001110     MOVE SPACES TO HM-PARM-REASON-TEXT.
001120     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
001130     MOVE "N" TO HM-HLD-OPEN-SWITCH.
001140     OPEN I-O DL100-HOLD-FILE.
001150     IF HM-HLD-FILE-STATUS = "35"
001160         OPEN OUTPUT DL100-HOLD-FILE
001170         CLOSE DL100-HOLD-FILE
001180         OPEN I-O DL100-HOLD-FILE
001190     END-IF.
001200     IF HM-HLD-FILE-STATUS = "00"
001210         SET HM-HLD-FILE-IS-OPEN TO TRUE
001220     ELSE
001230         SET HM-RESULT-IS-FAILURE TO TRUE
001240         MOVE "HOLD FILE COULD NOT BE OPENED"
001250             TO HM-PARM-REASON-TEXT
001260     END-IF.
001270 1000-EXIT.
001280     EXIT.
001290*
001300 1050-LOAD-FILE-PATHS.
001310     MOVE SPACES TO DL100-PARAMETER-RECORD.
001320     OPEN INPUT DL100-PARAMETER-FILE.
001330     IF HM-PRM-FILE-STATUS = "00"
001340         READ DL100-PARAMETER-FILE
001350             AT END
001360                 CONTINUE
001370         END-READ
001380         IF PR-HOLD-FILE-PATH NOT = SPACES
001390             MOVE PR-HOLD-FILE-PATH TO HM-HLD-FILE-PATH
001400         END-IF
001410         IF PR-ACCOUNT-FILE-PATH NOT = SPACES
001420             MOVE PR-ACCOUNT-FILE-PATH TO HM-ACT-FILE-PATH
001430         END-IF
001440         CLOSE DL100-PARAMETER-FILE
001450     END-IF.
001460 1050-EXIT.
001470     EXIT.
001480*
001490 1060-BUILD-TIMESTAMP.
001500     ACCEPT HM-TIMESTAMP-DATE FROM DATE YYYYMMDD.
001510     ACCEPT HM-TIMESTAMP-TIME-RAW FROM TIME.
001520     MOVE HM-TIMESTAMP-TIME-RAW(1:6) TO HM-TIMESTAMP-TIME.
001530     STRING HM-TIMESTAMP-DATE DELIMITED BY SIZE
001540            HM-TIMESTAMP-TIME DELIMITED BY SIZE
001550         INTO HM-TIMESTAMP.
001560 1060-EXIT.
001570     EXIT.
001580*
001590 1100-START-ACCOUNT-HOLDS.
001600     MOVE "N" TO HM-END-OF-FILE-SWITCH.
001610     MOVE HM-PARM-ACCOUNT-NUMBER TO HL-ACCOUNT-NUMBER.
001620     MOVE ZERO TO HL-HOLD-ID.
001630     START DL100-HOLD-FILE
001640         KEY IS NOT LESS THAN HL-HOLD-KEY
001650         INVALID KEY
001660             SET HM-END-OF-FILE TO TRUE
001670             GO TO 1100-EXIT
001680     END-START.
001690     PERFORM 1200-READ-NEXT-HOLD THRU 1200-EXIT.
001700 1100-EXIT.
001710     EXIT.
001720*
001730 1200-READ-NEXT-HOLD.
001740     READ DL100-HOLD-FILE NEXT RECORD
001750         AT END
001760             SET HM-END-OF-FILE TO TRUE
001770             GO TO 1200-EXIT
001780     END-READ.
001790     IF HL-ACCOUNT-NUMBER NOT = HM-PARM-ACCOUNT-NUMBER
001800         SET HM-END-OF-FILE TO TRUE
001810     END-IF.
001820 1200-EXIT.
001830     EXIT.
001840*
001850 2000-GET-HOLD.
001860     MOVE ZERO TO HM-MATCH-COUNT.
001870     PERFORM 1100-START-ACCOUNT-HOLDS THRU 1100-EXIT.
001880     PERFORM 2100-COUNT-ONE-HOLD THRU 2100-EXIT
001890         UNTIL HM-END-OF-FILE
001900            OR HM-MATCH-COUNT = HM-PARM-ENTRY-NUMBER.
001910     IF HM-MATCH-COUNT = HM-PARM-ENTRY-NUMBER
001920         AND HM-PARM-ENTRY-NUMBER > ZERO
001930         MOVE DL100-HOLD-RECORD TO DL100-HOLD-PARM
001940     ELSE
001950         SET HM-RESULT-IS-FAILURE TO TRUE
001960         MOVE "NO FURTHER HOLDS ON THIS ACCOUNT"
001970             TO HM-PARM-REASON-TEXT
001980     END-IF.
001990 2000-EXIT.
002000     EXIT.
002010*
002020 2100-COUNT-ONE-HOLD.
002030     ADD 1 TO HM-MATCH-COUNT.
002040     IF HM-MATCH-COUNT < HM-PARM-ENTRY-NUMBER
002050         PERFORM 1200-READ-NEXT-HOLD THRU 1200-EXIT
002060     END-IF.
002070 2100-EXIT.
002080     EXIT.
002090*
002100 3000-PLACE-HOLD.
002110     PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT.
002120     IF HM-RESULT-IS-FAILURE
002130         GO TO 3000-EXIT
002140     END-IF.
002150     IF HP-HOLD-AMOUNT NOT > ZERO
002160         SET HM-RESULT-IS-FAILURE TO TRUE
002170         MOVE "HOLD AMOUNT MUST BE GREATER THAN ZERO"
002180             TO HM-PARM-REASON-TEXT
002190         GO TO 3000-EXIT
002200     END-IF.
002210     IF HP-HOLD-REASON = SPACES
002220         SET HM-RESULT-IS-FAILURE TO TRUE
002230         MOVE "A HOLD REASON IS REQUIRED"
002240             TO HM-PARM-REASON-TEXT
002250         GO TO 3000-EXIT
002260     END-IF.
002270     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
002280     IF HP-EXPIRY-DATE NOT = ZERO
002290         AND HP-EXPIRY-DATE < HM-TIMESTAMP-DATE
002300         SET HM-RESULT-IS-FAILURE TO TRUE
002310         MOVE "EXPIRY DATE IS ALREADY PAST"
002320             TO HM-PARM-REASON-TEXT
002330         GO TO 3000-EXIT
002340     END-IF.
002350*    THE NEW HOLD TAKES THE NEXT ID AFTER THE HIGHEST ON FILE
002360*    FOR THE ACCOUNT, SO RELEASED AND EXPIRED IDS ARE NEVER
002370*    REUSED.
002380     MOVE ZERO TO HM-LAST-HOLD-ID.
002390     PERFORM 1100-START-ACCOUNT-HOLDS THRU 1100-EXIT.
002400     PERFORM 3200-NOTE-ONE-HOLD-ID THRU 3200-EXIT
002410         UNTIL HM-END-OF-FILE.
002420     IF HM-LAST-HOLD-ID = 999999
002430         SET HM-RESULT-IS-FAILURE TO TRUE
002440         MOVE "NO HOLD IDS LEFT FOR THIS ACCOUNT"
002450             TO HM-PARM-REASON-TEXT
002460         GO TO 3000-EXIT
002470     END-IF.
002480     MOVE SPACES TO DL100-HOLD-RECORD.
002490     MOVE HM-PARM-ACCOUNT-NUMBER TO HL-ACCOUNT-NUMBER.
002500     COMPUTE HL-HOLD-ID = HM-LAST-HOLD-ID + 1.
002510     MOVE HP-HOLD-AMOUNT TO HL-HOLD-AMOUNT.
002520     MOVE HP-HOLD-REASON TO HL-HOLD-REASON.
002530     MOVE HP-EXPIRY-DATE TO HL-EXPIRY-DATE.
002540     SET HL-HOLD-ACTIVE TO TRUE.
002550     MOVE HM-PARM-OPERATOR-ID TO HL-PLACED-BY.
002560     MOVE HM-TIMESTAMP TO HL-PLACED-DATE-TIME.
002570     MOVE ZERO TO HL-EXPIRED-DATE.
002580     MOVE ZERO TO HL-PLACED-REGISTERED.
002590     MOVE ZERO TO HL-RELEASED-REGISTERED.
002600     WRITE DL100-HOLD-RECORD
002610         INVALID KEY
002620             SET HM-RESULT-IS-FAILURE TO TRUE
002630             MOVE "HOLD RECORD COULD NOT BE WRITTEN"
002640                 TO HM-PARM-REASON-TEXT
002650     END-WRITE.
002660     IF HM-RESULT-IS-SUCCESS
002670         MOVE DL100-HOLD-RECORD TO DL100-HOLD-PARM
002680     END-IF.
002690 3000-EXIT.
002700     EXIT.
002710*
002720 3100-CHECK-ACCOUNT.
002730     OPEN INPUT DL100-ACCOUNT-FILE.
002740     IF HM-ACT-FILE-STATUS NOT = "00"
002750         SET HM-RESULT-IS-FAILURE TO TRUE
002760         MOVE "ACCOUNT MASTER FILE COULD NOT BE OPENED"
002770             TO HM-PARM-REASON-TEXT
002780         GO TO 3100-EXIT
002790     END-IF.
002800     MOVE HM-PARM-ACCOUNT-NUMBER TO AC-ACCOUNT-NUMBER.
002810     READ DL100-ACCOUNT-FILE
002820         INVALID KEY
002830             SET HM-RESULT-IS-FAILURE TO TRUE
002840             MOVE "ACCOUNT NOT ON ACCOUNT MASTER FILE"
002850                 TO HM-PARM-REASON-TEXT
002860     END-READ.
002870     IF HM-RESULT-IS-SUCCESS
002880         AND AC-STATUS-CLOSED
002890         SET HM-RESULT-IS-FAILURE TO TRUE
002900         MOVE "ACCOUNT IS CLOSED"
002910             TO HM-PARM-REASON-TEXT
002920     END-IF.
002930     CLOSE DL100-ACCOUNT-FILE.
002940 3100-EXIT.
002950     EXIT.
002960*
002970 3200-NOTE-ONE-HOLD-ID.
002980     MOVE HL-HOLD-ID TO HM-LAST-HOLD-ID.
002990     PERFORM 1200-READ-NEXT-HOLD THRU 1200-EXIT.
003000 3200-EXIT.
003010     EXIT.
003020*
003030 4000-RELEASE-HOLD.
003040     MOVE HM-PARM-ACCOUNT-NUMBER TO HL-ACCOUNT-NUMBER.
003050     MOVE HP-HOLD-ID TO HL-HOLD-ID.
003060     READ DL100-HOLD-FILE
003070         INVALID KEY
003080             SET HM-RESULT-IS-FAILURE TO TRUE
003090             MOVE "HOLD NOT ON FILE FOR THIS ACCOUNT"
003100                 TO HM-PARM-REASON-TEXT
003110             GO TO 4000-EXIT
003120     END-READ.
003130     IF HL-HOLD-RELEASED
003140         SET HM-RESULT-IS-FAILURE TO TRUE
003150         MOVE "HOLD IS ALREADY RELEASED"
003160             TO HM-PARM-REASON-TEXT
003170         GO TO 4000-EXIT
003180     END-IF.
003190     IF HL-HOLD-EXPIRED
003200         SET HM-RESULT-IS-FAILURE TO TRUE
003210         MOVE "HOLD HAS ALREADY EXPIRED"
003220             TO HM-PARM-REASON-TEXT
003230         GO TO 4000-EXIT
003240     END-IF.
003250     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
003260     SET HL-HOLD-RELEASED TO TRUE.
003270     MOVE HM-PARM-OPERATOR-ID TO HL-RELEASED-BY.
003280     MOVE HM-TIMESTAMP TO HL-RELEASED-DATE-TIME.
003290     REWRITE DL100-HOLD-RECORD
003300         INVALID KEY
003310             SET HM-RESULT-IS-FAILURE TO TRUE
003320             MOVE "HOLD RECORD COULD NOT BE UPDATED"
003330                 TO HM-PARM-REASON-TEXT
003340     END-REWRITE.
003350     IF HM-RESULT-IS-SUCCESS
003360         MOVE DL100-HOLD-RECORD TO DL100-HOLD-PARM
003370     END-IF.
003380 4000-EXIT.
003390     EXIT.
003400*
003410 8000-TERMINATE.
003420     IF HM-HLD-FILE-IS-OPEN
003430         CLOSE DL100-HOLD-FILE
003440         MOVE "N" TO HM-HLD-OPEN-SWITCH
003450     END-IF.
003460 8000-EXIT.
003470     EXIT.
