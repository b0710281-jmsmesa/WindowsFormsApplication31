000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100PCM.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100PCM - PENDING CHANGE (DUAL CONTROL) MAINTENANCE        *
000110*                                                                *
000120*   HOLDS A SUPERVISOR'S CHANGE TO AN ACCOUNT'S POSTING          *
000130*   CONTROLS, A GL MAPPING, AN ACCRUAL RULE, OR AN EXCEPTION     *
000140*   WRITE-OFF ON THE PENDING CHANGE FILE (DL100PC) UNTIL A       *
000150*   SECOND SUPERVISOR APPROVES IT.  CALLED BY THE MAINTENANCE    *
000160*   SCREENS TO QUEUE A CHANGE, BY FORMCHANGEQUEUE TO LIST,       *
000170*   APPROVE, AND REJECT CHANGES, AND BY DL100RUN TO COUNT THE    *
000180*   CHANGES LEFT PENDING TOO LONG.                               *
000190*                                                                *
000200*   ACTION "Q" QUEUES THE CHANGE IN THE PARM RECORD (TARGET,     *
000210*   ACTION, KEY, AND AFTER IMAGE).  THE BEFORE IMAGE IS READ     *
000220*   THROUGH THE TARGET'S OWN MAINTENANCE PROGRAM, AND ONLY ONE   *
000230*   CHANGE MAY BE PENDING FOR A RECORD AT A TIME.  A GL MAPPING  *
000240*   ADD FOR A MAPPING ALREADY ON FILE IS QUEUED AS A CHANGE.     *
000250*   THE NEW CHANGE ID IS RETURNED IN THE PARM RECORD.            *
000260*   ACTION "G" RETURNS THE NTH CHANGE IN ID ORDER; A NON-BLANK   *
000270*   CHANGE STATUS IN THE PARM RECORD ON THE CALL LIMITS THE      *
000280*   LIST TO CHANGES IN THAT STATUS.                              *
000290*   ACTION "A" APPROVES AND APPLIES THE PENDING CHANGE WHOSE ID  *
000300*   IS IN THE PARM RECORD.  THE APPROVER MUST BE AN ACTIVE       *
000310*   SUPERVISOR ON THE OPERATOR FILE AND NOT THE OPERATOR WHO     *
000320*   REQUESTED THE CHANGE, AND THE RECORD MUST STILL MATCH THE    *
000330*   BEFORE IMAGE - IF IT HAS CHANGED SINCE, THE CHANGE CAN       *
000340*   ONLY BE REJECTED.  A CHANGE THE TARGET PROGRAM REFUSES       *
000350*   STAYS PENDING.                                               *
000360*   ACTION "R" REJECTS THE PENDING CHANGE WITH THE REASON IN     *
000370*   THE PARM RECORD.  IT IS NEVER APPLIED.                       *
000380*   ACTION "C" COUNTS THE CHANGES STILL PENDING AFTER THE        *
000390*   MAINTAINED ALERT HOURS (ZERO TAKES 24), RETURNING THE COUNT  *
000400*   IN THE ENTRY NUMBER AND THE OLDEST OF THEM IN THE PARM       *
000410*   RECORD.                                                      *
000420*                                                                *
000430*   EVERY DECISION IS STAMPED WITH THE OPERATOR AND TIMESTAMP;   *
000440*   THE CALLING SCREEN AUDITS IT THROUGH DL100AU.  CHANGES ARE   *
000450*   NEVER DELETED.                                               *
000460*                                                                *
000470*   MODIFICATION HISTORY                                        *
000480*   ----------------------------------------------------------- *
000490*   2026-10-15  JMS   INITIAL VERSION.                          *
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT DL100-PENDING-CHANGE-FILE ASSIGN TO PN-PCH-FILE-PATH
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PC-CHANGE-ID
000590         FILE STATUS IS PN-PCH-FILE-STATUS.
000600     SELECT DL100-OPERATOR-FILE ASSIGN TO OPRFILE
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS OP-OPERATOR-ID
000640         FILE STATUS IS PN-OPR-FILE-STATUS.
000650     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS PN-PRM-FILE-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  DL100-PENDING-CHANGE-FILE.
000710 COPY DL100PC.
000720 FD  DL100-OPERATOR-FILE.
000730 COPY DL100OP.
000740 FD  DL100-PARAMETER-FILE.
000750 COPY DL100PR.
000760 WORKING-STORAGE SECTION.
000770 77  PN-PCH-FILE-STATUS       PIC X(02) VALUE SPACES.
000780 77  PN-OPR-FILE-STATUS       PIC X(02) VALUE SPACES.
000790 77  PN-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000800 77  PN-PCH-FILE-PATH         PIC X(60) VALUE "PCHFILE".
000810 77  PN-PCH-OPEN-SWITCH       PIC X(01) VALUE "N".
000820     88  PN-PCH-FILE-IS-OPEN            VALUE "Y".
000830 77  PN-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
000840     88  PN-END-OF-FILE                 VALUE "Y".
000850 77  PN-DUPLICATE-SWITCH      PIC X(01) VALUE "N".
000860     88  PN-CHANGE-IS-DUPLICATE         VALUE "Y".
000870 77  PN-MATCH-COUNT           PIC 9(04) COMP VALUE ZERO.
000880 77  PN-STATUS-WANTED         PIC X(01) VALUE SPACE.
000890 77  PN-LAST-CHANGE-ID        PIC 9(06) VALUE ZERO.
000900 77  PN-ALERT-HOURS           PIC 9(03) VALUE 24.
000910 77  PN-ALERT-DAYS            PIC 9(03) VALUE ZERO.
000920 77  PN-ALERT-REM-HOURS       PIC 9(02) VALUE ZERO.
000930 77  PN-CUTOFF-HOUR           PIC 9(02) VALUE ZERO.
000940 77  PN-DAYS-WALKED           PIC 9(03) VALUE ZERO.
000950 77  PN-CUTOFF-TIMESTAMP      PIC X(14) VALUE SPACES.
000960 77  PN-STALE-COUNT           PIC 9(04) VALUE ZERO.
000970 77  PN-TIMESTAMP             PIC X(14) VALUE SPACES.
000980 77  PN-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
000990 77  PN-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
001000 77  PN-TIMESTAMP-TIME        PIC 9(06) VALUE ZERO.
001010 77  PN-WALK-DATE             PIC 9(08) VALUE ZERO.
001020 77  PN-WALK-CCYY             PIC 9(04) VALUE ZERO.
001030 77  PN-WALK-MM               PIC 9(02) VALUE ZERO.
001040 77  PN-WALK-DD               PIC 9(02) VALUE ZERO.
001050 77  PN-WALK-REMAINDER        PIC 9(04) VALUE ZERO.
001060 77  PN-WALK-QUOTIENT         PIC 9(04) VALUE ZERO.
001070 01  PN-MONTH-DAYS-INIT.
001080     05  FILLER               PIC X(02) VALUE "31".
001090     05  FILLER               PIC X(02) VALUE "28".
001100     05  FILLER               PIC X(02) VALUE "31".
001110     05  FILLER               PIC X(02) VALUE "30".
001120     05  FILLER               PIC X(02) VALUE "31".
001130     05  FILLER               PIC X(02) VALUE "30".
001140     05  FILLER               PIC X(02) VALUE "31".
001150     05  FILLER               PIC X(02) VALUE "31".
001160     05  FILLER               PIC X(02) VALUE "30".
001170     05  FILLER               PIC X(02) VALUE "31".
001180     05  FILLER               PIC X(02) VALUE "30".
001190     05  FILLER               PIC X(02) VALUE "31".
001200 01  PN-MONTH-DAYS REDEFINES PN-MONTH-DAYS-INIT.
001210     05  PN-MONTH-DAYS-TBL    PIC 9(02) OCCURS 12 TIMES.
001220*
001230*    THE TARGET RECORD AS IT STANDS NOW, IN THE SAME LAYOUT AS
001240*    THE BEFORE AND AFTER IMAGES ON DL100PC, AND ITS PRINTABLE
001250*    FORM.
001260 77  PN-WORK-SWITCH           PIC X(01) VALUE "N".
001270     88  PN-WORK-IS-PRESENT             VALUE "Y".
001280 01  PN-WORK-IMAGE            PIC X(40) VALUE SPACES.
001290 01  PN-WORK-CONTROLS REDEFINES PN-WORK-IMAGE.
001300     05  PN-WORK-OVERDRAFT    PIC S9(11)V99 COMP-3.
001310     05  PN-WORK-AMOUNT-CAP   PIC S9(11)V99 COMP-3.
001320     05  PN-WORK-NO-DEBITS    PIC X(01).
001330     05  PN-WORK-NO-CREDITS   PIC X(01).
001340     05  FILLER               PIC X(24).
001350 01  PN-WORK-GL-MAP REDEFINES PN-WORK-IMAGE.
001360     05  PN-WORK-DEBIT-GL     PIC X(10).
001370     05  PN-WORK-CREDIT-GL    PIC X(10).
001380     05  FILLER               PIC X(20).
001390 01  PN-WORK-RULE REDEFINES PN-WORK-IMAGE.
001400     05  PN-WORK-MIN-BALANCE  PIC S9(11)V99 COMP-3.
001410     05  PN-WORK-RATE-PCT     PIC S9(03)V9(04) COMP-3.
001420     05  PN-WORK-FEE          PIC S9(07)V99 COMP-3.
001430     05  FILLER               PIC X(24).
001440 01  PN-WORK-EXCEPTION REDEFINES PN-WORK-IMAGE.
001450     05  PN-WORK-EXC-ACCOUNT  PIC X(12).
001460     05  PN-WORK-EXC-REFERENCE PIC X(12).
001470     05  PN-WORK-EXC-AMOUNT   PIC S9(11)V99 COMP-3.
001480     05  PN-WORK-EXC-DISP     PIC X(01).
001490     05  FILLER               PIC X(08).
001500 77  PN-WORK-TEXT             PIC X(60) VALUE SPACES.
001510 77  PN-AMOUNT-EDIT-1         PIC -(11)9.99.
001520 77  PN-AMOUNT-EDIT-2         PIC -(11)9.99.
001530 77  PN-RATE-EDIT             PIC -(3)9.9999.
001540 77  PN-FEE-EDIT              PIC -(7)9.99.
001550 77  PN-DISP-TEXT             PIC X(11) VALUE SPACES.
001560*
001570*    CALL PARAMETERS FOR THE TARGET MAINTENANCE PROGRAMS
001580 77  PN-CALL-ACTION           PIC X(01) VALUE SPACE.
001590 77  PN-CALL-RESULT-SW        PIC X(01) VALUE "N".
001600     88  PN-CALL-SUCCEEDED              VALUE "Y".
001610 77  PN-CALL-REASON           PIC X(40) VALUE SPACES.
001620 77  PN-ACM-ACCOUNT           PIC X(12) VALUE SPACES.
001630 77  PN-ACM-NAME              PIC X(30) VALUE SPACES.
001640 77  PN-ACM-STATUS            PIC X(01) VALUE SPACE.
001650 77  PN-ACM-BALANCE           PIC S9(11)V99 COMP-3 VALUE ZERO.
001660 01  PN-ACM-CONTROLS.
001670     05  PN-ACM-OVERDRAFT     PIC S9(11)V99 COMP-3.
001680     05  PN-ACM-AMOUNT-CAP    PIC S9(11)V99 COMP-3.
001690     05  PN-ACM-NO-DEBITS     PIC X(01).
001700     05  PN-ACM-NO-CREDITS    PIC X(01).
001710 77  PN-GMM-TYPE              PIC X(02) VALUE SPACES.
001720 77  PN-GMM-SOURCE            PIC X(08) VALUE SPACES.
001730 77  PN-GMM-DEBIT-GL          PIC X(10) VALUE SPACES.
001740 77  PN-GMM-CREDIT-GL         PIC X(10) VALUE SPACES.
001750 77  PN-RTM-ACCOUNT           PIC X(12) VALUE SPACES.
001760 77  PN-RTM-TIER-LEVEL        PIC 9(02) VALUE ZERO.
001770 77  PN-RTM-MIN-BALANCE       PIC S9(11)V99 COMP-3 VALUE ZERO.
001780 77  PN-RTM-RATE-PCT          PIC S9(03)V9(04) COMP-3 VALUE ZERO.
001790 77  PN-RTM-FEE               PIC S9(07)V99 COMP-3 VALUE ZERO.
001800 77  PN-EXR-DATE              PIC 9(08) VALUE ZERO.
001810 77  PN-EXR-ENTRY             PIC 9(04) VALUE ZERO.
001820 COPY DL100EX REPLACING LEADING ==EX-== BY ==PX-==
001830     ==DL100-EXCEPTION-RECORD== BY ==PN-EXCEPTION-AREA==.
001840 LINKAGE SECTION.
001850 01  PN-PARM-ACTION-CODE      PIC X(01).
001860     88  PN-ACTION-IS-QUEUE             VALUE "Q".
001870     88  PN-ACTION-IS-GET               VALUE "G".
001880     88  PN-ACTION-IS-APPROVE           VALUE "A".
001890     88  PN-ACTION-IS-REJECT            VALUE "R".
001900     88  PN-ACTION-IS-COUNT-STALE       VALUE "C".
001910 01  PN-PARM-ENTRY-NUMBER     PIC 9(04).
001920 COPY DL100PC REPLACING LEADING ==PC-== BY ==PQ-==
001930     ==DL100-PENDING-CHANGE-RECORD==
001940         BY ==DL100-PENDING-CHANGE-PARM==.
001950 01  PN-PARM-OPERATOR-ID      PIC X(08).
001960 01  PN-PARM-RESULT-SWITCH    PIC X(01).
001970     88  PN-RESULT-IS-SUCCESS           VALUE "Y".
001980     88  PN-RESULT-IS-FAILURE           VALUE "N".
001990 01  PN-PARM-REASON-TEXT      PIC X(40).
002000 PROCEDURE DIVISION USING PN-PARM-ACTION-CODE
002010                          PN-PARM-ENTRY-NUMBER
002020                          DL100-PENDING-CHANGE-PARM
002030                          PN-PARM-OPERATOR-ID
002040                          PN-PARM-RESULT-SWITCH
002050                          PN-PARM-REASON-TEXT.
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     IF NOT PN-RESULT-IS-FAILURE
002090         EVALUATE TRUE
002100             WHEN PN-ACTION-IS-QUEUE
002110                 PERFORM 3000-QUEUE-CHANGE THRU 3000-EXIT
002120             WHEN PN-ACTION-IS-GET
002130                 PERFORM 2000-GET-CHANGE THRU 2000-EXIT
002140             WHEN PN-ACTION-IS-APPROVE
002150                 PERFORM 4000-APPROVE-CHANGE THRU 4000-EXIT
002160             WHEN PN-ACTION-IS-REJECT
002170                 PERFORM 5000-REJECT-CHANGE THRU 5000-EXIT
002180             WHEN PN-ACTION-IS-COUNT-STALE
002190                 PERFORM 6000-COUNT-STALE-CHANGES THRU 6000-EXIT
002200             WHEN OTHER
002210                 SET PN-RESULT-IS-FAILURE TO TRUE
002220                 MOVE "UNRECOGNIZED PENDING CHANGE ACTION"
002230                     TO PN-PARM-REASON-TEXT
002240         END-EVALUATE
002250     END-IF.
002260     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002270 0000-EXIT.
002280     GOBACK.
002290*
002300 1000-INITIALIZE.
002310     SET PN-RESULT-IS-SUCCESS TO TRUE.
002320     MOVE SPACES TO PN-PARM-REASON-TEXT.
002330     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
002340     MOVE "N" TO PN-PCH-OPEN-SWITCH.
002350     OPEN I-O DL100-PENDING-CHANGE-FILE.
002360     IF PN-PCH-FILE-STATUS = "35"
002370         OPEN OUTPUT DL100-PENDING-CHANGE-FILE
002380         CLOSE DL100-PENDING-CHANGE-FILE
002390         OPEN I-O DL100-PENDING-CHANGE-FILE
002400     END-IF.
002410     IF PN-PCH-FILE-STATUS = "00"
002420         SET PN-PCH-FILE-IS-OPEN TO TRUE
002430     ELSE
002440         SET PN-RESULT-IS-FAILURE TO TRUE
002450         MOVE "PENDING CHANGE FILE COULD NOT BE OPENED"
002460             TO PN-PARM-REASON-TEXT
002470     END-IF.
002480 1000-EXIT.
002490     EXIT.
002500*
002510 1050-LOAD-FILE-PATHS.
002520     MOVE SPACES TO DL100-PARAMETER-RECORD.
002530     OPEN INPUT DL100-PARAMETER-FILE.
002540     IF PN-PRM-FILE-STATUS = "00"
002550         READ DL100-PARAMETER-FILE
002560             AT END
002570                 CONTINUE
002580         END-READ
002590         IF PR-PENDING-FILE-PATH NOT = SPACES
002600             MOVE PR-PENDING-FILE-PATH TO PN-PCH-FILE-PATH
002610         END-IF
002620         IF PR-PENDING-ALERT-HOURS NUMERIC
002630             AND PR-PENDING-ALERT-HOURS > ZERO
002640             MOVE PR-PENDING-ALERT-HOURS TO PN-ALERT-HOURS
002650         END-IF
002660         CLOSE DL100-PARAMETER-FILE
002670     END-IF.
002680 1050-EXIT.
002690     EXIT.
002700*
002710 1060-BUILD-TIMESTAMP.
002720     ACCEPT PN-TIMESTAMP-DATE FROM DATE YYYYMMDD.
002730     ACCEPT PN-TIMESTAMP-TIME-RAW FROM TIME.
002740     MOVE PN-TIMESTAMP-TIME-RAW(1:6) TO PN-TIMESTAMP-TIME.
002750     STRING PN-TIMESTAMP-DATE DELIMITED BY SIZE
002760            PN-TIMESTAMP-TIME DELIMITED BY SIZE
002770         INTO PN-TIMESTAMP.
002780 1060-EXIT.
002790     EXIT.
002800*
002810 1100-START-CHANGES.
002820     MOVE "N" TO PN-END-OF-FILE-SWITCH.
002830     MOVE ZERO TO PC-CHANGE-ID.
002840     START DL100-PENDING-CHANGE-FILE
002850         KEY IS NOT LESS THAN PC-CHANGE-ID
002860         INVALID KEY
002870             SET PN-END-OF-FILE TO TRUE
002880             GO TO 1100-EXIT
002890     END-START.
002900     PERFORM 1200-READ-NEXT-CHANGE THRU 1200-EXIT.
002910 1100-EXIT.
002920     EXIT.
002930*
002940 1200-READ-NEXT-CHANGE.
002950     READ DL100-PENDING-CHANGE-FILE NEXT RECORD
002960         AT END
002970             SET PN-END-OF-FILE TO TRUE
002980     END-READ.
002990 1200-EXIT.
003000     EXIT.
003010*
003020 1300-DECREMENT-WALK-DATE.
003030     MOVE PN-WALK-DATE(1:4) TO PN-WALK-CCYY.
003040     MOVE PN-WALK-DATE(5:2) TO PN-WALK-MM.
003050     MOVE PN-WALK-DATE(7:2) TO PN-WALK-DD.
003060     IF PN-WALK-DD > 1
003070         SUBTRACT 1 FROM PN-WALK-DD
003080         GO TO 1300-REBUILD
003090     END-IF.
003100     IF PN-WALK-MM = 1
003110         MOVE 12 TO PN-WALK-MM
003120         SUBTRACT 1 FROM PN-WALK-CCYY
003130     ELSE
003140         SUBTRACT 1 FROM PN-WALK-MM
003150     END-IF.
003160     MOVE PN-MONTH-DAYS-TBL(PN-WALK-MM) TO PN-WALK-DD.
003170     IF PN-WALK-MM = 2
003180         PERFORM 1400-CHECK-LEAP-YEAR THRU 1400-EXIT
003190     END-IF.
003200 1300-REBUILD.
003210     MOVE PN-WALK-CCYY TO PN-WALK-DATE(1:4).
003220     MOVE PN-WALK-MM   TO PN-WALK-DATE(5:2).
003230     MOVE PN-WALK-DD   TO PN-WALK-DATE(7:2).
003240 1300-EXIT.
003250     EXIT.
003260*
003270 1400-CHECK-LEAP-YEAR.
003280     DIVIDE PN-WALK-CCYY BY 4
003290         GIVING PN-WALK-QUOTIENT
003300         REMAINDER PN-WALK-REMAINDER.
003310     IF PN-WALK-REMAINDER = ZERO
003320         MOVE 29 TO PN-WALK-DD
003330     END-IF.
003340     DIVIDE PN-WALK-CCYY BY 100
003350         GIVING PN-WALK-QUOTIENT
003360         REMAINDER PN-WALK-REMAINDER.
003370     IF PN-WALK-REMAINDER = ZERO
003380         MOVE 28 TO PN-WALK-DD
003390         DIVIDE PN-WALK-CCYY BY 400
003400             GIVING PN-WALK-QUOTIENT
003410             REMAINDER PN-WALK-REMAINDER
003420         IF PN-WALK-REMAINDER = ZERO
003430             MOVE 29 TO PN-WALK-DD
003440         END-IF
003450     END-IF.
003460 1400-EXIT.
003470     EXIT.
003480*
003490 2000-GET-CHANGE.
003500     MOVE PQ-CHANGE-STATUS TO PN-STATUS-WANTED.
003510     MOVE ZERO TO PN-MATCH-COUNT.
003520     PERFORM 1100-START-CHANGES THRU 1100-EXIT.
003530     PERFORM 2100-COUNT-ONE-CHANGE THRU 2100-EXIT
003540         UNTIL PN-END-OF-FILE
003550            OR PN-MATCH-COUNT = PN-PARM-ENTRY-NUMBER.
003560     IF PN-MATCH-COUNT = PN-PARM-ENTRY-NUMBER
003570         AND PN-PARM-ENTRY-NUMBER > ZERO
003580         MOVE DL100-PENDING-CHANGE-RECORD
003590             TO DL100-PENDING-CHANGE-PARM
003600     ELSE
003610         SET PN-RESULT-IS-FAILURE TO TRUE
003620         MOVE "NO FURTHER CHANGES TO LIST"
003630             TO PN-PARM-REASON-TEXT
003640     END-IF.
003650 2000-EXIT.
003660     EXIT.
003670*
003680 2100-COUNT-ONE-CHANGE.
003690     IF PN-STATUS-WANTED = SPACE
003700         OR PC-CHANGE-STATUS = PN-STATUS-WANTED
003710         ADD 1 TO PN-MATCH-COUNT
003720     END-IF.
003730     IF PN-MATCH-COUNT < PN-PARM-ENTRY-NUMBER
003740         PERFORM 1200-READ-NEXT-CHANGE THRU 1200-EXIT
003750     END-IF.
003760 2100-EXIT.
003770     EXIT.
003780*
003790 3000-QUEUE-CHANGE.
003800*    ONE PASS OVER THE FILE NOTES THE HIGHEST CHANGE ID, SO A
003810*    NEW ID IS NEVER A REUSED ONE, AND ANY CHANGE ALREADY
003820*    PENDING FOR THE SAME RECORD.
003830     MOVE ZERO TO PN-LAST-CHANGE-ID.
003840     MOVE "N" TO PN-DUPLICATE-SWITCH.
003850     PERFORM 1100-START-CHANGES THRU 1100-EXIT.
003860     PERFORM 3100-NOTE-ONE-CHANGE THRU 3100-EXIT
003870         UNTIL PN-END-OF-FILE.
003880     IF PN-CHANGE-IS-DUPLICATE
003890         SET PN-RESULT-IS-FAILURE TO TRUE
003900         MOVE "A CHANGE IS ALREADY PENDING FOR THIS ITEM"
003910             TO PN-PARM-REASON-TEXT
003920         GO TO 3000-EXIT
003930     END-IF.
003940     IF PN-LAST-CHANGE-ID = 999999
003950         SET PN-RESULT-IS-FAILURE TO TRUE
003960         MOVE "NO CHANGE IDS LEFT"
003970             TO PN-PARM-REASON-TEXT
003980         GO TO 3000-EXIT
003990     END-IF.
004000     MOVE DL100-PENDING-CHANGE-PARM
004010         TO DL100-PENDING-CHANGE-RECORD.
004020     PERFORM 7000-CAPTURE-CURRENT THRU 7000-EXIT.
004030     PERFORM 3200-CHECK-QUEUED-ACTION THRU 3200-EXIT.
004040     IF PN-RESULT-IS-FAILURE
004050         GO TO 3000-EXIT
004060     END-IF.
004070     MOVE PN-WORK-SWITCH TO PC-BEFORE-SWITCH.
004080     MOVE PN-WORK-IMAGE TO PC-BEFORE-IMAGE.
004090     PERFORM 7500-FORMAT-WORK-IMAGE THRU 7500-EXIT.
004100     MOVE PN-WORK-TEXT TO PC-BEFORE-TEXT.
004110     IF PC-ACTION-IS-DELETE
004120         MOVE SPACES TO PC-AFTER-IMAGE
004130         MOVE "DELETED" TO PC-AFTER-TEXT
004140     ELSE
004150         SET PN-WORK-IS-PRESENT TO TRUE
004160         MOVE PC-AFTER-IMAGE TO PN-WORK-IMAGE
004170         PERFORM 7500-FORMAT-WORK-IMAGE THRU 7500-EXIT
004180         MOVE PN-WORK-TEXT TO PC-AFTER-TEXT
004190     END-IF.
004200     IF PC-BEFORE-IS-PRESENT
004210         AND PC-AFTER-IMAGE = PC-BEFORE-IMAGE
004220         SET PN-RESULT-IS-FAILURE TO TRUE
004230         MOVE "THE CHANGE MAKES NO DIFFERENCE"
004240             TO PN-PARM-REASON-TEXT
004250         GO TO 3000-EXIT
004260     END-IF.
004270     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
004280     COMPUTE PC-CHANGE-ID = PN-LAST-CHANGE-ID + 1.
004290     SET PC-STATUS-PENDING TO TRUE.
004300     MOVE PN-PARM-OPERATOR-ID TO PC-REQUESTED-BY.
004310     MOVE PN-TIMESTAMP TO PC-REQUESTED-DATE-TIME.
004320     MOVE SPACES TO PC-DECIDED-BY.
004330     MOVE SPACES TO PC-DECIDED-DATE-TIME.
004340     MOVE SPACES TO PC-REJECT-REASON.
004350     WRITE DL100-PENDING-CHANGE-RECORD
004360         INVALID KEY
004370             SET PN-RESULT-IS-FAILURE TO TRUE
004380             MOVE "PENDING CHANGE COULD NOT BE WRITTEN"
004390                 TO PN-PARM-REASON-TEXT
004400     END-WRITE.
004410     IF PN-RESULT-IS-SUCCESS
004420         MOVE DL100-PENDING-CHANGE-RECORD
004430             TO DL100-PENDING-CHANGE-PARM
004440     END-IF.
004450 3000-EXIT.
004460     EXIT.
004470*
004480 3100-NOTE-ONE-CHANGE.
004490     MOVE PC-CHANGE-ID TO PN-LAST-CHANGE-ID.
004500     IF PC-STATUS-PENDING
004510         AND PC-CHANGE-TARGET = PQ-CHANGE-TARGET
004520         AND PC-TARGET-KEY = PQ-TARGET-KEY
004530         SET PN-CHANGE-IS-DUPLICATE TO TRUE
004540     END-IF.
004550     PERFORM 1200-READ-NEXT-CHANGE THRU 1200-EXIT.
004560 3100-EXIT.
004570     EXIT.
004580*
004590 3200-CHECK-QUEUED-ACTION.
004600*    THE ACTION MUST SUIT THE TARGET AND WHAT IS ON FILE NOW.
004610     EVALUATE TRUE
004620         WHEN PC-TARGET-ACCT-CONTROLS
004630             IF NOT PC-ACTION-IS-SET-CONTROLS
004640                 GO TO 3200-BAD-ACTION
004650             END-IF
004660             IF NOT PN-WORK-IS-PRESENT
004670                 SET PN-RESULT-IS-FAILURE TO TRUE
004680                 MOVE "ACCOUNT NOT ON ACCOUNT MASTER FILE"
004690                     TO PN-PARM-REASON-TEXT
004700             END-IF
004710         WHEN PC-TARGET-GL-MAPPING
004720             IF NOT PC-ACTION-IS-ADD
004730                 AND NOT PC-ACTION-IS-CHANGE
004740                 AND NOT PC-ACTION-IS-DELETE
004750                 GO TO 3200-BAD-ACTION
004760             END-IF
004770             IF PC-ACTION-IS-ADD AND PN-WORK-IS-PRESENT
004780                 SET PC-ACTION-IS-CHANGE TO TRUE
004790             END-IF
004800             IF NOT PC-ACTION-IS-ADD
004810                 AND NOT PN-WORK-IS-PRESENT
004820                 SET PN-RESULT-IS-FAILURE TO TRUE
004830                 MOVE "GL MAPPING NOT ON FILE"
004840                     TO PN-PARM-REASON-TEXT
004850             END-IF
004860         WHEN PC-TARGET-ACCRUAL-RULE
004870             IF NOT PC-ACTION-IS-ADD
004880                 AND NOT PC-ACTION-IS-CHANGE
004890                 AND NOT PC-ACTION-IS-DELETE
004900                 GO TO 3200-BAD-ACTION
004910             END-IF
004920             IF PC-ACTION-IS-ADD AND PN-WORK-IS-PRESENT
004930                 SET PN-RESULT-IS-FAILURE TO TRUE
004940                 MOVE "ACCRUAL RULE ALREADY ON FILE"
004950                     TO PN-PARM-REASON-TEXT
004960             END-IF
004970             IF NOT PC-ACTION-IS-ADD
004980                 AND NOT PN-WORK-IS-PRESENT
004990                 SET PN-RESULT-IS-FAILURE TO TRUE
005000                 MOVE "ACCRUAL RULE NOT ON FILE"
005010                     TO PN-PARM-REASON-TEXT
005020             END-IF
005030         WHEN PC-TARGET-WRITE-OFF
005040             IF NOT PC-ACTION-IS-WRITE-OFF
005050                 GO TO 3200-BAD-ACTION
005060             END-IF
005070             IF NOT PN-WORK-IS-PRESENT
005080                 OR PN-WORK-EXC-DISP NOT = SPACE
005090                 OR (PX-REASON-BAD-BATCH AND PX-TYPE = SPACES)
005100                 SET PN-RESULT-IS-FAILURE TO TRUE
005110                 MOVE "EXCEPTION IS NOT OPEN FOR WRITE-OFF"
005120                     TO PN-PARM-REASON-TEXT
005130             END-IF
005140*            THE WRITE-OFF CHANGES ONLY THE DISPOSITION.
005150             MOVE PN-WORK-IMAGE TO PC-AFTER-IMAGE
005160             MOVE "W" TO PC-AFTER-EXC-DISP
005170         WHEN OTHER
005180             GO TO 3200-BAD-ACTION
005190     END-EVALUATE.
005200     GO TO 3200-EXIT.
005210 3200-BAD-ACTION.
005220     SET PN-RESULT-IS-FAILURE TO TRUE.
005230     MOVE "UNRECOGNIZED CHANGE TARGET OR ACTION"
005240         TO PN-PARM-REASON-TEXT.
005250 3200-EXIT.
005260     EXIT.
005270*
005280 4000-APPROVE-CHANGE.
005290     PERFORM 4100-READ-CHANGE-FOR-DECISION THRU 4100-EXIT.
005300     IF PN-RESULT-IS-FAILURE
005310         GO TO 4000-EXIT
005320     END-IF.
005330     IF PC-REQUESTED-BY = PN-PARM-OPERATOR-ID
005340         SET PN-RESULT-IS-FAILURE TO TRUE
005350         MOVE "APPROVER CANNOT BE THE REQUESTER"
005360             TO PN-PARM-REASON-TEXT
005370         GO TO 4000-EXIT
005380     END-IF.
005390*    THE RECORD MUST STILL BE AS IT WAS WHEN THE CHANGE WAS
005400*    REQUESTED, OR THE APPROVER WOULD BE SIGNING OFF ON A
005410*    DIFFERENT CHANGE FROM THE ONE APPLIED.
005420     PERFORM 7000-CAPTURE-CURRENT THRU 7000-EXIT.
005430     IF PN-WORK-SWITCH NOT = PC-BEFORE-SWITCH
005440         OR (PN-WORK-IS-PRESENT
005450             AND PN-WORK-IMAGE NOT = PC-BEFORE-IMAGE)
005460         SET PN-RESULT-IS-FAILURE TO TRUE
005470         MOVE "ITEM CHANGED SINCE REQUESTED - REJECT IT"
005480             TO PN-PARM-REASON-TEXT
005490         GO TO 4000-EXIT
005500     END-IF.
005510     PERFORM 4300-APPLY-CHANGE THRU 4300-EXIT.
005520     IF PN-RESULT-IS-FAILURE
005530         GO TO 4000-EXIT
005540     END-IF.
005550     SET PC-STATUS-APPROVED TO TRUE.
005560     PERFORM 4400-REWRITE-CHANGE THRU 4400-EXIT.
005570 4000-EXIT.
005580     EXIT.
005590*
005600 4100-READ-CHANGE-FOR-DECISION.
005610*    ONLY AN ACTIVE SUPERVISOR MAY DECIDE A CHANGE, AND ONLY
005620*    WHILE IT IS STILL PENDING.
005630     PERFORM 4200-CHECK-SUPERVISOR THRU 4200-EXIT.
005640     IF PN-RESULT-IS-FAILURE
005650         GO TO 4100-EXIT
005660     END-IF.
005670     MOVE PQ-CHANGE-ID TO PC-CHANGE-ID.
005680     READ DL100-PENDING-CHANGE-FILE
005690         INVALID KEY
005700             SET PN-RESULT-IS-FAILURE TO TRUE
005710             MOVE "CHANGE NOT ON FILE"
005720                 TO PN-PARM-REASON-TEXT
005730             GO TO 4100-EXIT
005740     END-READ.
005750     IF NOT PC-STATUS-PENDING
005760         SET PN-RESULT-IS-FAILURE TO TRUE
005770         MOVE "CHANGE IS NO LONGER PENDING"
005780             TO PN-PARM-REASON-TEXT
005790     END-IF.
005800 4100-EXIT.
005810     EXIT.
005820*
005830 4200-CHECK-SUPERVISOR.
005840     OPEN INPUT DL100-OPERATOR-FILE.
005850     IF PN-OPR-FILE-STATUS NOT = "00"
005860         SET PN-RESULT-IS-FAILURE TO TRUE
005870         MOVE "OPERATOR FILE COULD NOT BE OPENED"
005880             TO PN-PARM-REASON-TEXT
005890         GO TO 4200-EXIT
005900     END-IF.
005910     MOVE PN-PARM-OPERATOR-ID TO OP-OPERATOR-ID.
005920     READ DL100-OPERATOR-FILE
005930         INVALID KEY
005940             MOVE SPACES TO DL100-OPERATOR-RECORD
005950     END-READ.
005960     IF NOT OP-ROLE-SUPERVISOR
005970         OR NOT OP-STATUS-ACTIVE
005980         SET PN-RESULT-IS-FAILURE TO TRUE
005990         MOVE "ONLY A SUPERVISOR MAY DECIDE A CHANGE"
006000             TO PN-PARM-REASON-TEXT
006010     END-IF.
006020     CLOSE DL100-OPERATOR-FILE.
006030 4200-EXIT.
006040     EXIT.
006050*
006060 4300-APPLY-CHANGE.
006070*    THE CHANGE IS APPLIED THROUGH THE TARGET'S OWN MAINTENANCE
006080*    PROGRAM, SO ITS EDITS AND STAMPS ARE THE SAME AS EVER.  THE
006090*    APPROVER IS THE OPERATOR STAMPED ON THE TARGET RECORD.
006100     MOVE "N" TO PN-CALL-RESULT-SW.
006110     MOVE SPACES TO PN-CALL-REASON.
006120     MOVE PC-CHANGE-ACTION TO PN-CALL-ACTION.
006130     EVALUATE TRUE
006140         WHEN PC-TARGET-ACCT-CONTROLS
006150             MOVE PC-KEY-ACCOUNT-NUMBER TO PN-ACM-ACCOUNT
006160             MOVE PC-AFTER-OVERDRAFT TO PN-ACM-OVERDRAFT
006170             MOVE PC-AFTER-AMOUNT-CAP TO PN-ACM-AMOUNT-CAP
006180             MOVE PC-AFTER-NO-DEBITS TO PN-ACM-NO-DEBITS
006190             MOVE PC-AFTER-NO-CREDITS TO PN-ACM-NO-CREDITS
006200             CALL "DL100ACM" USING PN-CALL-ACTION
006210                                   PN-ACM-ACCOUNT
006220                                   PN-ACM-NAME
006230                                   PN-ACM-STATUS
006240                                   PN-ACM-BALANCE
006250                                   PN-ACM-CONTROLS
006260                                   PN-PARM-OPERATOR-ID
006270                                   PN-CALL-RESULT-SW
006280                                   PN-CALL-REASON
006290         WHEN PC-TARGET-GL-MAPPING
006300             MOVE PC-KEY-TX-TYPE TO PN-GMM-TYPE
006310             MOVE PC-KEY-SOURCE TO PN-GMM-SOURCE
006320             MOVE PC-AFTER-DEBIT-GL TO PN-GMM-DEBIT-GL
006330             MOVE PC-AFTER-CREDIT-GL TO PN-GMM-CREDIT-GL
006340             CALL "DL100GMM" USING PN-CALL-ACTION
006350                                   PN-GMM-TYPE
006360                                   PN-GMM-SOURCE
006370                                   PN-GMM-DEBIT-GL
006380                                   PN-GMM-CREDIT-GL
006390                                   PN-PARM-OPERATOR-ID
006400                                   PN-CALL-RESULT-SW
006410             MOVE "GL MAPPING COULD NOT BE UPDATED"
006420                 TO PN-CALL-REASON
006430         WHEN PC-TARGET-ACCRUAL-RULE
006440             MOVE PC-KEY-RULE-ACCOUNT TO PN-RTM-ACCOUNT
006450             MOVE PC-KEY-TIER-LEVEL TO PN-RTM-TIER-LEVEL
006460             MOVE PC-AFTER-MIN-BALANCE TO PN-RTM-MIN-BALANCE
006470             MOVE PC-AFTER-RATE-PCT TO PN-RTM-RATE-PCT
006480             MOVE PC-AFTER-FEE TO PN-RTM-FEE
006490             CALL "DL100RTM" USING PN-CALL-ACTION
006500                                   PN-RTM-ACCOUNT
006510                                   PN-RTM-TIER-LEVEL
006520                                   PN-RTM-MIN-BALANCE
006530                                   PN-RTM-RATE-PCT
006540                                   PN-RTM-FEE
006550                                   PN-PARM-OPERATOR-ID
006560                                   PN-CALL-RESULT-SW
006570             MOVE "ACCRUAL RULE COULD NOT BE UPDATED"
006580                 TO PN-CALL-REASON
006590         WHEN PC-TARGET-WRITE-OFF
006600             MOVE PC-KEY-BUSINESS-DATE TO PN-EXR-DATE
006610             MOVE PC-KEY-ENTRY-NUMBER TO PN-EXR-ENTRY
006620             MOVE SPACES TO PN-EXCEPTION-AREA
006630             CALL "DL100EXR" USING PN-CALL-ACTION
006640                                   PN-EXR-DATE
006650                                   PN-EXR-ENTRY
006660                                   PN-PARM-OPERATOR-ID
006670                                   PN-EXCEPTION-AREA
006680                                   PN-CALL-RESULT-SW
006690             MOVE "EXCEPTION COULD NOT BE WRITTEN OFF"
006700                 TO PN-CALL-REASON
006710     END-EVALUATE.
006720     IF NOT PN-CALL-SUCCEEDED
006730         SET PN-RESULT-IS-FAILURE TO TRUE
006740         MOVE PN-CALL-REASON TO PN-PARM-REASON-TEXT
006750     END-IF.
006760 4300-EXIT.
006770     EXIT.
006780*
006790 4400-REWRITE-CHANGE.
006800     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
006810     MOVE PN-PARM-OPERATOR-ID TO PC-DECIDED-BY.
006820     MOVE PN-TIMESTAMP TO PC-DECIDED-DATE-TIME.
006830     REWRITE DL100-PENDING-CHANGE-RECORD
006840         INVALID KEY
006850             SET PN-RESULT-IS-FAILURE TO TRUE
006860             MOVE "PENDING CHANGE COULD NOT BE UPDATED"
006870                 TO PN-PARM-REASON-TEXT
006880     END-REWRITE.
006890     IF PN-RESULT-IS-SUCCESS
006900         MOVE DL100-PENDING-CHANGE-RECORD
006910             TO DL100-PENDING-CHANGE-PARM
006920     END-IF.
006930 4400-EXIT.
006940     EXIT.
006950*
006960 5000-REJECT-CHANGE.
006970     IF PQ-REJECT-REASON = SPACES
006980         SET PN-RESULT-IS-FAILURE TO TRUE
006990         MOVE "A REJECTION REASON IS REQUIRED"
007000             TO PN-PARM-REASON-TEXT
007010         GO TO 5000-EXIT
007020     END-IF.
007030     PERFORM 4100-READ-CHANGE-FOR-DECISION THRU 4100-EXIT.
007040     IF PN-RESULT-IS-FAILURE
007050         GO TO 5000-EXIT
007060     END-IF.
007070     SET PC-STATUS-REJECTED TO TRUE.
007080     MOVE PQ-REJECT-REASON TO PC-REJECT-REASON.
007090     PERFORM 4400-REWRITE-CHANGE THRU 4400-EXIT.
007100 5000-EXIT.
007110     EXIT.
007120*
007130 6000-COUNT-STALE-CHANGES.
007140     PERFORM 6100-COMPUTE-CUTOFF THRU 6100-EXIT.
007150     MOVE ZERO TO PN-STALE-COUNT.
007160     MOVE SPACES TO DL100-PENDING-CHANGE-PARM.
007170     PERFORM 1100-START-CHANGES THRU 1100-EXIT.
007180     PERFORM 6200-CHECK-ONE-CHANGE THRU 6200-EXIT
007190         UNTIL PN-END-OF-FILE.
007200     MOVE PN-STALE-COUNT TO PN-PARM-ENTRY-NUMBER.
007210 6000-EXIT.
007220     EXIT.
007230*
007240 6100-COMPUTE-CUTOFF.
007250*    THE CUTOFF IS NOW LESS THE ALERT HOURS - WHOLE DAYS ARE
007260*    WALKED BACK ON THE CALENDAR AND THE REMAINING HOURS TAKEN
007270*    OFF THE HOUR, BORROWING A DAY WHEN THEY RUN PAST MIDNIGHT.
007280     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
007290     DIVIDE PN-ALERT-HOURS BY 24
007300         GIVING PN-ALERT-DAYS
007310         REMAINDER PN-ALERT-REM-HOURS.
007320     MOVE PN-TIMESTAMP-TIME(1:2) TO PN-CUTOFF-HOUR.
007330     IF PN-CUTOFF-HOUR < PN-ALERT-REM-HOURS
007340         ADD 24 TO PN-CUTOFF-HOUR
007350         ADD 1 TO PN-ALERT-DAYS
007360     END-IF.
007370     SUBTRACT PN-ALERT-REM-HOURS FROM PN-CUTOFF-HOUR.
007380     MOVE PN-TIMESTAMP-DATE TO PN-WALK-DATE.
007390     PERFORM 1300-DECREMENT-WALK-DATE THRU 1300-EXIT
007400         VARYING PN-DAYS-WALKED FROM 1 BY 1
007410         UNTIL PN-DAYS-WALKED > PN-ALERT-DAYS.
007420     MOVE SPACES TO PN-CUTOFF-TIMESTAMP.
007430     STRING PN-WALK-DATE DELIMITED BY SIZE
007440            PN-CUTOFF-HOUR DELIMITED BY SIZE
007450            PN-TIMESTAMP-TIME(3:4) DELIMITED BY SIZE
007460         INTO PN-CUTOFF-TIMESTAMP.
007470 6100-EXIT.
007480     EXIT.
007490*
007500 6200-CHECK-ONE-CHANGE.
007510*    CHANGES ARE READ IN ID ORDER, SO THE FIRST STALE ONE FOUND
007520*    IS THE OLDEST.
007530     IF PC-STATUS-PENDING
007540         AND PC-REQUESTED-DATE-TIME < PN-CUTOFF-TIMESTAMP
007550         IF PN-STALE-COUNT = ZERO
007560             MOVE DL100-PENDING-CHANGE-RECORD
007570                 TO DL100-PENDING-CHANGE-PARM
007580         END-IF
007590         IF PN-STALE-COUNT < 9999
007600             ADD 1 TO PN-STALE-COUNT
007610         END-IF
007620     END-IF.
007630     PERFORM 1200-READ-NEXT-CHANGE THRU 1200-EXIT.
007640 6200-EXIT.
007650     EXIT.
007660*
007670 7000-CAPTURE-CURRENT.
007680*    READS THE TARGET RECORD NAMED BY PC-CHANGE-TARGET AND
007690*    PC-TARGET-KEY THROUGH ITS MAINTENANCE PROGRAM'S GET ACTION
007700*    INTO THE WORK IMAGE.  THE SWITCH IS "N" WHEN IT IS NOT ON
007710*    FILE.
007720     MOVE "N" TO PN-WORK-SWITCH.
007730     MOVE SPACES TO PN-WORK-IMAGE.
007740     MOVE "N" TO PN-CALL-RESULT-SW.
007750     MOVE "G" TO PN-CALL-ACTION.
007760     EVALUATE TRUE
007770         WHEN PC-TARGET-ACCT-CONTROLS
007780             PERFORM 7100-CAPTURE-CONTROLS THRU 7100-EXIT
007790         WHEN PC-TARGET-GL-MAPPING
007800             PERFORM 7200-CAPTURE-GL-MAP THRU 7200-EXIT
007810         WHEN PC-TARGET-ACCRUAL-RULE
007820             PERFORM 7300-CAPTURE-RULE THRU 7300-EXIT
007830         WHEN PC-TARGET-WRITE-OFF
007840             PERFORM 7400-CAPTURE-EXCEPTION THRU 7400-EXIT
007850     END-EVALUATE.
007860 7000-EXIT.
007870     EXIT.
007880*
007890 7100-CAPTURE-CONTROLS.
007900     MOVE PC-KEY-ACCOUNT-NUMBER TO PN-ACM-ACCOUNT.
007910     CALL "DL100ACM" USING PN-CALL-ACTION
007920                           PN-ACM-ACCOUNT
007930                           PN-ACM-NAME
007940                           PN-ACM-STATUS
007950                           PN-ACM-BALANCE
007960                           PN-ACM-CONTROLS
007970                           PN-PARM-OPERATOR-ID
007980                           PN-CALL-RESULT-SW
007990                           PN-CALL-REASON.
008000     IF PN-CALL-SUCCEEDED
008010         SET PN-WORK-IS-PRESENT TO TRUE
008020         MOVE PN-ACM-OVERDRAFT TO PN-WORK-OVERDRAFT
008030         MOVE PN-ACM-AMOUNT-CAP TO PN-WORK-AMOUNT-CAP
008040         MOVE PN-ACM-NO-DEBITS TO PN-WORK-NO-DEBITS
008050         MOVE PN-ACM-NO-CREDITS TO PN-WORK-NO-CREDITS
008060     END-IF.
008070 7100-EXIT.
008080     EXIT.
008090*
008100 7200-CAPTURE-GL-MAP.
008110     MOVE PC-KEY-TX-TYPE TO PN-GMM-TYPE.
008120     MOVE PC-KEY-SOURCE TO PN-GMM-SOURCE.
008130     CALL "DL100GMM" USING PN-CALL-ACTION
008140                           PN-GMM-TYPE
008150                           PN-GMM-SOURCE
008160                           PN-GMM-DEBIT-GL
008170                           PN-GMM-CREDIT-GL
008180                           PN-PARM-OPERATOR-ID
008190                           PN-CALL-RESULT-SW.
008200     IF PN-CALL-SUCCEEDED
008210         SET PN-WORK-IS-PRESENT TO TRUE
008220         MOVE PN-GMM-DEBIT-GL TO PN-WORK-DEBIT-GL
008230         MOVE PN-GMM-CREDIT-GL TO PN-WORK-CREDIT-GL
008240     END-IF.
008250 7200-EXIT.
008260     EXIT.
008270*
008280 7300-CAPTURE-RULE.
008290     MOVE PC-KEY-RULE-ACCOUNT TO PN-RTM-ACCOUNT.
008300     MOVE PC-KEY-TIER-LEVEL TO PN-RTM-TIER-LEVEL.
008310     CALL "DL100RTM" USING PN-CALL-ACTION
008320                           PN-RTM-ACCOUNT
008330                           PN-RTM-TIER-LEVEL
008340                           PN-RTM-MIN-BALANCE
008350                           PN-RTM-RATE-PCT
008360                           PN-RTM-FEE
008370                           PN-PARM-OPERATOR-ID
008380                           PN-CALL-RESULT-SW.
008390     IF PN-CALL-SUCCEEDED
008400         SET PN-WORK-IS-PRESENT TO TRUE
008410         MOVE PN-RTM-MIN-BALANCE TO PN-WORK-MIN-BALANCE
008420         MOVE PN-RTM-RATE-PCT TO PN-WORK-RATE-PCT
008430         MOVE PN-RTM-FEE TO PN-WORK-FEE
008440     END-IF.
008450 7300-EXIT.
008460     EXIT.
008470*
008480 7400-CAPTURE-EXCEPTION.
008490     MOVE PC-KEY-BUSINESS-DATE TO PN-EXR-DATE.
008500     MOVE PC-KEY-ENTRY-NUMBER TO PN-EXR-ENTRY.
008510     MOVE SPACES TO PN-EXCEPTION-AREA.
008520     CALL "DL100EXR" USING PN-CALL-ACTION
008530                           PN-EXR-DATE
008540                           PN-EXR-ENTRY
008550                           PN-PARM-OPERATOR-ID
008560                           PN-EXCEPTION-AREA
008570                           PN-CALL-RESULT-SW.
008580     IF PN-CALL-SUCCEEDED
008590         SET PN-WORK-IS-PRESENT TO TRUE
008600         MOVE PX-ACCOUNT-NUMBER TO PN-WORK-EXC-ACCOUNT
008610         MOVE PX-REFERENCE-NUMBER TO PN-WORK-EXC-REFERENCE
008620         MOVE PX-AMOUNT TO PN-WORK-EXC-AMOUNT
008630         MOVE PX-DISPOSITION-CODE TO PN-WORK-EXC-DISP
008640     END-IF.
008650 7400-EXIT.
008660     EXIT.
008670*
008680 7500-FORMAT-WORK-IMAGE.
008690*    BUILDS THE PRINTABLE FORM OF THE WORK IMAGE FOR THE TARGET
008700*    IN PC-CHANGE-TARGET.
008710     MOVE SPACES TO PN-WORK-TEXT.
008720     IF NOT PN-WORK-IS-PRESENT
008730         MOVE "NOT ON FILE" TO PN-WORK-TEXT
008740         GO TO 7500-EXIT
008750     END-IF.
008760     EVALUATE TRUE
008770         WHEN PC-TARGET-ACCT-CONTROLS
008780             MOVE PN-WORK-OVERDRAFT TO PN-AMOUNT-EDIT-1
008790             MOVE PN-WORK-AMOUNT-CAP TO PN-AMOUNT-EDIT-2
008800             STRING "LIMIT" DELIMITED BY SIZE
008810                    PN-AMOUNT-EDIT-1 DELIMITED BY SIZE
008820                    " CAP" DELIMITED BY SIZE
008830                    PN-AMOUNT-EDIT-2 DELIMITED BY SIZE
008840                    " NO DR " DELIMITED BY SIZE
008850                    PN-WORK-NO-DEBITS DELIMITED BY SIZE
008860                    " NO CR " DELIMITED BY SIZE
008870                    PN-WORK-NO-CREDITS DELIMITED BY SIZE
008880                 INTO PN-WORK-TEXT
008890         WHEN PC-TARGET-GL-MAPPING
008900             STRING "DEBIT GL " DELIMITED BY SIZE
008910                    PN-WORK-DEBIT-GL DELIMITED BY SIZE
008920                    " CREDIT GL " DELIMITED BY SIZE
008930                    PN-WORK-CREDIT-GL DELIMITED BY SIZE
008940                 INTO PN-WORK-TEXT
008950         WHEN PC-TARGET-ACCRUAL-RULE
008960             MOVE PN-WORK-MIN-BALANCE TO PN-AMOUNT-EDIT-1
008970             MOVE PN-WORK-RATE-PCT TO PN-RATE-EDIT
008980             MOVE PN-WORK-FEE TO PN-FEE-EDIT
008990             STRING "MIN BAL" DELIMITED BY SIZE
009000                    PN-AMOUNT-EDIT-1 DELIMITED BY SIZE
009010                    " RATE" DELIMITED BY SIZE
009020                    PN-RATE-EDIT DELIMITED BY SIZE
009030                    " FEE" DELIMITED BY SIZE
009040                    PN-FEE-EDIT DELIMITED BY SIZE
009050                 INTO PN-WORK-TEXT
009060         WHEN PC-TARGET-WRITE-OFF
009070             EVALUATE PN-WORK-EXC-DISP
009080                 WHEN "W"
009090                     MOVE "WRITTEN OFF" TO PN-DISP-TEXT
009100                 WHEN "R"
009110                     MOVE "RESUBMITTED" TO PN-DISP-TEXT
009120                 WHEN OTHER
009130                     MOVE "OPEN" TO PN-DISP-TEXT
009140             END-EVALUATE
009150             MOVE PN-WORK-EXC-AMOUNT TO PN-AMOUNT-EDIT-1
009160             STRING PN-DISP-TEXT DELIMITED BY SIZE
009170                    " " DELIMITED BY SIZE
009180                    PN-WORK-EXC-ACCOUNT DELIMITED BY SIZE
009190                    " REF " DELIMITED BY SIZE
009200                    PN-WORK-EXC-REFERENCE DELIMITED BY SIZE
009210                    PN-AMOUNT-EDIT-1 DELIMITED BY SIZE
009220                 INTO PN-WORK-TEXT
009230     END-EVALUATE.
009240 7500-EXIT.
009250     EXIT.
009260*
009270 8000-TERMINATE.
009280     IF PN-PCH-FILE-IS-OPEN
009290         CLOSE DL100-PENDING-CHANGE-FILE
009300         MOVE "N" TO PN-PCH-OPEN-SWITCH
009310     END-IF.
009320 8000-EXIT.
009330     EXIT.
