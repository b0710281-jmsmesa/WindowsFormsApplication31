000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100FC2.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100FC2 - ONE-TIME FILE CONVERSION FOR THE 2026-10-15      *
000110*              RECORD EXTENSIONS                                *
000120*                                                                *
000130*   THE PARAMETER RECORD, THE ACCEPTED-REFERENCE REGISTRY, THE   *
000140*   ACCOUNT MASTER, THE CHECKPOINT RECORD, AND THE EXPECTED-     *
000150*   SOURCE RECORD GREW PAST THEIR RESERVED FILLERS IN THE        *
000160*   2026-10-15 CHANGES, SO FILES WRITTEN IN THE OLD LAYOUTS      *
000170*   CANNOT BE OPENED (OR READ SHORT) BY THE NEW PROGRAMS.  RUN   *
000180*   THIS PROGRAM EXACTLY ONCE AT INSTALL, AFTER RENAMING THE     *
000190*   LIVE FILES TO <PATH>.OLD - PARMFILE FIRST, THEN THE          *
000200*   REGISTRY, ACCOUNT, CHECKPOINT, AND EXPECTED-SOURCE FILES AT  *
000210*   THE PATHS THE OLD PARAMETER RECORD NAMES.  EACH OLD FILE IS  *
000220*   READ IN ITS FROZEN OLD LAYOUT AND REBUILT AT ITS LIVE PATH   *
000230*   IN THE CURRENT LAYOUT, WITH THE NEW FIELDS INITIALIZED.  AN  *
000240*   OLD FILE THAT IS NOT PRESENT (NEVER CREATED AT THIS SITE) IS *
000250*   SIMPLY SKIPPED.                                              *
000260*   THE PROGRAM IS A STANDALONE UTILITY - IT TAKES NO            *
000270*   PARAMETERS AND DISPLAYS ITS RESULT AND RECORD COUNTS ON      *
000280*   THE CONSOLE WHEN IT FINISHES.                                *
000290*   DL100FCV MUST ALREADY HAVE BEEN RUN FOR THE 2026-09-01       *
000300*   EXTENSIONS BEFORE THIS PROGRAM IS RUN.                       *
000310*   A SITE'S OWN RUN-STREAM STEP ORDER IS CARRIED ACROSS WITH    *
000320*   ITS STEPS IN THE SAME RELATIVE ORDER, AND EACH STEP ADDED    *
000330*   2026-10-15 IS INSERTED WHERE THE DEFAULT CHAIN RUNS IT -     *
000340*   HLD AND SIG BEFORE NC, ACK AFTER NC, DRM AFTER RCN, CSH      *
000350*   AFTER DC, GLP AFTER GLX, AND PND LAST.  A NEW STEP WHOSE     *
000360*   ANCHOR STEP THE SITE HAD DROPPED GOES AT THE END.  THE       *
000370*   EXTENDED ORDER IS SHOWN ON THE CONSOLE.  A BLANK ORDER STAYS *
000380*   BLANK AND TAKES THE DEFAULT.                                 *
000390*                                                                *
000400*   MODIFICATION HISTORY                                        *
000410*   ----------------------------------------------------------- *
000420*   2026-10-15  JMS   INITIAL VERSION.                          *
000430*   2026-10-15  JMS   ADDED THE ACCOUNT MASTER (DORMANCY FIELDS) *
000440*                     AND THE CHECKPOINT FILE (TWENTY-ENTRY      *
000450*                     STEP TABLE).                               *
000460*   2026-10-15  JMS   ADDED THE EXPECTED-SOURCE FILE (RETURN     *
000470*                     FILE PATH PREFIX) AND THE OUTBOUND RETURN  *
000480*                     LOG PATH ON THE PARAMETER RECORD.          *
000490*   2026-10-15  JMS   ADDED THE PENDING-CHANGE QUEUE PATH AND    *
000500*                     ALERT HOURS ON THE PARAMETER RECORD.       *
000510*   2026-10-15  JMS   ADDED THE JOURNAL HISTORY PREFIX, TAX      *
000520*                     EXTRACT PATH, AND TAX REPORTING FLOOR ON   *
000530*                     THE PARAMETER RECORD.                      *
000540*   2026-10-15  JMS   AN EXPLICIT RUN-STREAM ORDER IS CARRIED    *
000550*                     ACROSS WITH THE NEW STEPS INSERTED AT      *
000560*                     THEIR DEFAULT POSITIONS.                   *
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT DL100-OLD-PARAMETER-FILE ASSIGN TO FC-OLD-PRM-PATH
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS FC-OLD-PRM-STATUS.
000650     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS FC-NEW-PRM-STATUS.
000680     SELECT DL100-OLD-REGISTRY-FILE ASSIGN TO FC-OLD-REG-PATH
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS QR-REGISTRY-KEY
000720         FILE STATUS IS FC-OLD-REG-STATUS.
000730     SELECT DL100-REGISTRY-FILE ASSIGN TO FC-NEW-REG-PATH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS RG-REGISTRY-KEY
000770         FILE STATUS IS FC-NEW-REG-STATUS.
000780     SELECT DL100-OLD-ACCOUNT-FILE ASSIGN TO FC-OLD-ACT-PATH
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS QA-ACCOUNT-NUMBER
000820         FILE STATUS IS FC-OLD-ACT-STATUS.
000830     SELECT DL100-ACCOUNT-FILE ASSIGN TO FC-NEW-ACT-PATH
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS AC-ACCOUNT-NUMBER
000870         FILE STATUS IS FC-NEW-ACT-STATUS.
000880     SELECT DL100-OLD-CHECKPOINT-FILE ASSIGN TO FC-OLD-CKP-PATH
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS QK-BUSINESS-DATE
000920         FILE STATUS IS FC-OLD-CKP-STATUS.
000930     SELECT DL100-CHECKPOINT-FILE ASSIGN TO FC-NEW-CKP-PATH
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS CK-BUSINESS-DATE
000970         FILE STATUS IS FC-NEW-CKP-STATUS.
000980     SELECT DL100-OLD-EXPECTED-FILE ASSIGN TO FC-OLD-EXP-PATH
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS QE-EXPECTED-KEY
001020         FILE STATUS IS FC-OLD-EXP-STATUS.
001030     SELECT DL100-EXPECTED-FILE ASSIGN TO FC-NEW-EXP-PATH
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS ES-EXPECTED-KEY
001070         FILE STATUS IS FC-NEW-EXP-STATUS.
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  DL100-OLD-PARAMETER-FILE.
001110*    FROZEN 2026-09-01 PARAMETER LAYOUT - DO NOT RETROFIT NEW
001120*    FIELDS HERE; THIS IS THE BEFORE-IMAGE THE CONVERSION
001130*    READS.
001140 01  FC-OLD-PARAMETER-RECORD.
001150     05  QP-CALENDAR-FILE-PATH    PIC X(60).
001160     05  QP-TRANSACTION-FILE-PATH PIC X(60).
001170     05  QP-OUTPUT-FILE-PATH      PIC X(60).
001180     05  QP-EXCEPTION-FILE-PATH   PIC X(60).
001190     05  QP-REPORT-FILE-PATH      PIC X(60).
001200     05  QP-CHECKPOINT-FILE-PATH  PIC X(60).
001210     05  QP-ALERT-DISTRIBUTION-LIST PIC X(80).
001220     05  QP-ACCOUNT-FILE-PATH     PIC X(60).
001230     05  QP-REGISTRY-FILE-PATH    PIC X(60).
001240     05  QP-RESUBMIT-FILE-PATH    PIC X(60).
001250     05  QP-GL-MAP-FILE-PATH      PIC X(60).
001260     05  QP-JOURNAL-FILE-PATH     PIC X(60).
001270     05  QP-ARCHIVE-PATH-PREFIX   PIC X(60).
001280     05  QP-RETENTION-DAYS        PIC 9(03).
001290     05  QP-SUSPENSE-FILE-PATH    PIC X(60).
001300     05  QP-SUSPENSE-LOG-PATH     PIC X(60).
001310     05  QP-SUSPENSE-AGING-DAYS   PIC 9(03).
001320     05  QP-ACCT-FEED-FILE-PATH   PIC X(60).
001330     05  QP-SNAPSHOT-FILE-PATH    PIC X(60).
001340     05  QP-EXPECTED-FILE-PATH    PIC X(60).
001350     05  QP-RULES-FILE-PATH       PIC X(60).
001360     05  QP-ARCHIVE-CATALOG-PATH  PIC X(60).
001370     05  QP-PASSWORD-EXPIRY-DAYS  PIC 9(03).
001380     05  QP-LOCKOUT-ATTEMPTS      PIC 9(02).
001390     05  QP-DAILY-OUT-PREFIX      PIC X(60).
001400     05  QP-RUN-STREAM-ORDER      PIC X(40).
001410     05  QP-SUSPENSE-WRITEOFF-GL  PIC X(10).
001420     05  FILLER                   PIC X(20).
001430 FD  DL100-PARAMETER-FILE.
001440 COPY DL100PR.
001450 FD  DL100-OLD-REGISTRY-FILE.
001460*    FROZEN 2026-08-21 REGISTRY LAYOUT - DO NOT RETROFIT NEW
001470*    FIELDS HERE; THIS IS THE BEFORE-IMAGE THE CONVERSION
001480*    READS.
001490 01  FC-OLD-REGISTRY-RECORD.
001500     05  QR-REGISTRY-KEY.
001510         10  QR-SOURCE            PIC X(08).
001520         10  QR-REFERENCE-NUMBER  PIC X(12).
001530         10  QR-AMOUNT-SIGN       PIC X(01).
001540     05  QR-BUSINESS-DATE         PIC 9(08).
001550     05  QR-ACCEPTED-DATE-TIME    PIC X(14).
001560     05  FILLER                   PIC X(10).
001570 FD  DL100-REGISTRY-FILE.
001580 COPY DL100RG.
001590 FD  DL100-OLD-ACCOUNT-FILE.
001600*    FROZEN 2026-09-01 ACCOUNT MASTER LAYOUT.
001610 01  FC-OLD-ACCOUNT-RECORD.
001620     05  QA-ACCOUNT-NUMBER        PIC X(12).
001630     05  QA-ACCOUNT-NAME          PIC X(30).
001640     05  QA-STATUS                PIC X(01).
001650     05  QA-CURRENT-BALANCE       PIC S9(11)V99 COMP-3.
001660     05  QA-OPENED-DATE           PIC 9(08).
001670     05  QA-LAST-POSTED-DATE      PIC 9(08).
001680     05  QA-UPDATED-BY-OPERATOR   PIC X(08).
001690     05  QA-UPDATED-DATE-TIME     PIC X(14).
001700     05  QA-OVERDRAFT-LIMIT       PIC S9(11)V99 COMP-3.
001710     05  QA-TXN-AMOUNT-CAP        PIC S9(11)V99 COMP-3.
001720     05  QA-POST-NO-DEBITS        PIC X(01).
001730     05  QA-POST-NO-CREDITS       PIC X(01).
001740     05  FILLER                   PIC X(15).
001750 FD  DL100-ACCOUNT-FILE.
001760 COPY DL100AC.
001770 FD  DL100-OLD-CHECKPOINT-FILE.
001780*    FROZEN 2026-09-01 CHECKPOINT LAYOUT.
001790 01  FC-OLD-CHECKPOINT-RECORD.
001800     05  QK-BUSINESS-DATE         PIC 9(08).
001810     05  QK-LAST-STEP-NAME        PIC X(20).
001820     05  QK-LAST-KEY-PROCESSED    PIC X(12).
001830     05  QK-RECORDS-READ          PIC 9(09) COMP.
001840     05  QK-RECORDS-WRITTEN       PIC 9(09) COMP.
001850     05  QK-RECORDS-REJECTED      PIC 9(09) COMP.
001860     05  QK-RUN-STATUS            PIC X(01).
001870     05  QK-STOP-REQUESTED        PIC X(01).
001880     05  QK-LAST-UPDATE-TIME      PIC X(14).
001890     05  QK-STEP-TABLE.
001900         10  QK-STEP-ENTRY OCCURS 10 TIMES.
001910             15  QK-STEP-CODE         PIC X(03).
001920             15  QK-STEP-COMPLETION   PIC 9(02).
001930             15  QK-STEP-STATUS       PIC X(01).
001940     05  FILLER                   PIC X(10).
001950 FD  DL100-CHECKPOINT-FILE.
001960 COPY DL100CK.
001970 FD  DL100-OLD-EXPECTED-FILE.
001980*    FROZEN 2026-09-01 EXPECTED-SOURCE LAYOUT.
001990 01  FC-OLD-EXPECTED-RECORD.
002000     05  QE-EXPECTED-KEY.
002010         10  QE-BUSINESS-DATE     PIC 9(08).
002020         10  QE-SOURCE            PIC X(08).
002030     05  QE-ADDED-BY-OPERATOR     PIC X(08).
002040     05  QE-ADDED-DATE-TIME       PIC X(14).
002050     05  FILLER                   PIC X(10).
002060 FD  DL100-EXPECTED-FILE.
002070 COPY DL100ES.
002080 WORKING-STORAGE SECTION.
002090 77  FC-OLD-PRM-STATUS        PIC X(02) VALUE SPACES.
002100 77  FC-NEW-PRM-STATUS        PIC X(02) VALUE SPACES.
002110 77  FC-OLD-REG-STATUS        PIC X(02) VALUE SPACES.
002120 77  FC-NEW-REG-STATUS        PIC X(02) VALUE SPACES.
002130 77  FC-OLD-PRM-PATH          PIC X(72) VALUE "PARMFILE.OLD".
002140 77  FC-OLD-REG-PATH          PIC X(72) VALUE SPACES.
002150 77  FC-NEW-REG-PATH          PIC X(60) VALUE "REGFILE".
002160 77  FC-OLD-ACT-STATUS        PIC X(02) VALUE SPACES.
002170 77  FC-NEW-ACT-STATUS        PIC X(02) VALUE SPACES.
002180 77  FC-OLD-CKP-STATUS        PIC X(02) VALUE SPACES.
002190 77  FC-NEW-CKP-STATUS        PIC X(02) VALUE SPACES.
002200 77  FC-OLD-ACT-PATH          PIC X(72) VALUE SPACES.
002210 77  FC-NEW-ACT-PATH          PIC X(60) VALUE "ACTFILE".
002220 77  FC-OLD-CKP-PATH          PIC X(72) VALUE SPACES.
002230 77  FC-NEW-CKP-PATH          PIC X(60) VALUE "CKPFILE".
002240 77  FC-OLD-EXP-STATUS        PIC X(02) VALUE SPACES.
002250 77  FC-NEW-EXP-STATUS        PIC X(02) VALUE SPACES.
002260 77  FC-OLD-EXP-PATH          PIC X(72) VALUE SPACES.
002270 77  FC-NEW-EXP-PATH          PIC X(60) VALUE "EXPFILE".
002280 77  FC-STEP-IDX              PIC 9(02) COMP VALUE ZERO.
002290 77  FC-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
002300     88  FC-END-OF-FILE                 VALUE "Y".
002310 77  FC-REGS-CONVERTED        PIC 9(09) COMP VALUE ZERO.
002320 77  FC-ACCOUNTS-CONVERTED    PIC 9(09) COMP VALUE ZERO.
002330 77  FC-CKPTS-CONVERTED       PIC 9(09) COMP VALUE ZERO.
002340 77  FC-EXPS-CONVERTED        PIC 9(09) COMP VALUE ZERO.
002350 77  FC-RESULT-SWITCH         PIC X(01) VALUE "Y".
002360     88  FC-RESULT-IS-SUCCESS           VALUE "Y".
002370     88  FC-RESULT-IS-FAILURE           VALUE "N".
002380 77  FC-REASON-TEXT           PIC X(40) VALUE SPACES.
002390 77  FC-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
002400*
002410*    RUN-STREAM STEP ORDER CARRY-ACROSS
002420 77  FC-ADD-IDX               PIC 9(02) COMP VALUE ZERO.
002430 77  FC-NEW-STEP-COUNT        PIC 9(02) COMP VALUE ZERO.
002440 77  FC-ORDER-STEP            PIC X(04) VALUE SPACES.
002450 77  FC-ORDER-SWITCH          PIC X(01) VALUE "N".
002460     88  FC-ORDER-WAS-EXTENDED          VALUE "Y".
002470 01  FC-OLD-ORDER             PIC X(40) VALUE SPACES.
002480 01  FC-OLD-ORDER-SLOTS REDEFINES FC-OLD-ORDER.
002490     05  FC-OLD-STEP          PIC X(04) OCCURS 10 TIMES.
002500 01  FC-NEW-ORDER             PIC X(80) VALUE SPACES.
002510 01  FC-NEW-ORDER-SLOTS REDEFINES FC-NEW-ORDER.
002520     05  FC-NEW-STEP          PIC X(04) OCCURS 20 TIMES.
002530 01  FC-ADDED-STEPS           PIC X(21) VALUE
002540         "HLDSIGACKDRMCSHGLPPND".
002550 01  FC-ADDED-STEP-TABLE REDEFINES FC-ADDED-STEPS.
002560     05  FC-ADD-CODE          PIC X(03) OCCURS 7 TIMES.
002570 01  FC-ADDED-PLACED-FLAGS    PIC X(07) VALUE SPACES.
002580 01  FC-ADDED-PLACED-TABLE REDEFINES FC-ADDED-PLACED-FLAGS.
002590     05  FC-ADD-PLACED        PIC X(01) OCCURS 7 TIMES.
002600 PROCEDURE DIVISION.
002610 0000-MAINLINE.
002620     PERFORM 1000-CONVERT-PARAMETERS THRU 1000-EXIT.
002630     IF FC-RESULT-IS-FAILURE
002640         GO TO 0000-REPORT
002650     END-IF.
002660     PERFORM 2000-CONVERT-REGISTRY-FILE THRU 2000-EXIT.
002670     PERFORM 3000-CONVERT-ACCOUNT-FILE THRU 3000-EXIT.
002680     PERFORM 4000-CONVERT-CHECKPOINT-FILE THRU 4000-EXIT.
002690     PERFORM 5000-CONVERT-EXPECTED-FILE THRU 5000-EXIT.
002700 0000-REPORT.
002710     PERFORM 9000-REPORT-RESULTS THRU 9000-EXIT.
002720 0000-EXIT.
002730     GOBACK.
002740*
002750 1000-CONVERT-PARAMETERS.
002760     SET FC-RESULT-IS-SUCCESS TO TRUE.
002770     MOVE SPACES TO FC-REASON-TEXT.
002780     MOVE ZERO TO FC-REGS-CONVERTED.
002790     MOVE ZERO TO FC-ACCOUNTS-CONVERTED.
002800     MOVE ZERO TO FC-CKPTS-CONVERTED.
002810     MOVE ZERO TO FC-EXPS-CONVERTED.
002820     OPEN INPUT DL100-OLD-PARAMETER-FILE.
002830     IF FC-OLD-PRM-STATUS NOT = "00"
002840         SET FC-RESULT-IS-FAILURE TO TRUE
002850         MOVE "PARMFILE.OLD NOT FOUND - RENAME IT FIRST"
002860             TO FC-REASON-TEXT
002870         GO TO 1000-EXIT
002880     END-IF.
002890     MOVE SPACES TO FC-OLD-PARAMETER-RECORD.
002900     READ DL100-OLD-PARAMETER-FILE
002910         AT END
002920             CONTINUE
002930     END-READ.
002940     CLOSE DL100-OLD-PARAMETER-FILE.
002950     PERFORM 1100-BUILD-NEW-PARAMETERS THRU 1100-EXIT.
002960     PERFORM 1200-BUILD-OLD-FILE-PATHS THRU 1200-EXIT.
002970     OPEN OUTPUT DL100-PARAMETER-FILE.
002980     IF FC-NEW-PRM-STATUS NOT = "00"
002990         SET FC-RESULT-IS-FAILURE TO TRUE
003000         MOVE "NEW PARAMETER FILE COULD NOT BE WRITTEN"
003010             TO FC-REASON-TEXT
003020         GO TO 1000-EXIT
003030     END-IF.
003040     WRITE DL100-PARAMETER-RECORD.
003050     CLOSE DL100-PARAMETER-FILE.
003060 1000-EXIT.
003070     EXIT.
003080*
003090 1100-BUILD-NEW-PARAMETERS.
003100*    THE FIELDS ADDED 2026-10-15 START EMPTY - THEY ARE
003110*    MAINTAINED AFTERWARD THROUGH FORMCALMAINT.
003120     MOVE SPACES TO DL100-PARAMETER-RECORD.
003130     MOVE QP-CALENDAR-FILE-PATH TO PR-CALENDAR-FILE-PATH.
003140     MOVE QP-TRANSACTION-FILE-PATH TO PR-TRANSACTION-FILE-PATH.
003150     MOVE QP-OUTPUT-FILE-PATH TO PR-OUTPUT-FILE-PATH.
003160     MOVE QP-EXCEPTION-FILE-PATH TO PR-EXCEPTION-FILE-PATH.
003170     MOVE QP-REPORT-FILE-PATH TO PR-REPORT-FILE-PATH.
003180     MOVE QP-CHECKPOINT-FILE-PATH TO PR-CHECKPOINT-FILE-PATH.
003190     MOVE QP-ALERT-DISTRIBUTION-LIST
003200         TO PR-ALERT-DISTRIBUTION-LIST.
003210     MOVE QP-ACCOUNT-FILE-PATH TO PR-ACCOUNT-FILE-PATH.
003220     MOVE QP-REGISTRY-FILE-PATH TO PR-REGISTRY-FILE-PATH.
003230     MOVE QP-RESUBMIT-FILE-PATH TO PR-RESUBMIT-FILE-PATH.
003240     MOVE QP-GL-MAP-FILE-PATH TO PR-GL-MAP-FILE-PATH.
003250     MOVE QP-JOURNAL-FILE-PATH TO PR-JOURNAL-FILE-PATH.
003260     MOVE QP-ARCHIVE-PATH-PREFIX TO PR-ARCHIVE-PATH-PREFIX.
003270     MOVE QP-RETENTION-DAYS TO PR-RETENTION-DAYS.
003280     MOVE QP-SUSPENSE-FILE-PATH TO PR-SUSPENSE-FILE-PATH.
003290     MOVE QP-SUSPENSE-LOG-PATH TO PR-SUSPENSE-LOG-PATH.
003300     MOVE QP-SUSPENSE-AGING-DAYS TO PR-SUSPENSE-AGING-DAYS.
003310     MOVE QP-ACCT-FEED-FILE-PATH TO PR-ACCT-FEED-FILE-PATH.
003320     MOVE QP-SNAPSHOT-FILE-PATH TO PR-SNAPSHOT-FILE-PATH.
003330     MOVE QP-EXPECTED-FILE-PATH TO PR-EXPECTED-FILE-PATH.
003340     MOVE QP-RULES-FILE-PATH TO PR-RULES-FILE-PATH.
003350     MOVE QP-ARCHIVE-CATALOG-PATH TO PR-ARCHIVE-CATALOG-PATH.
003360     MOVE QP-PASSWORD-EXPIRY-DAYS TO PR-PASSWORD-EXPIRY-DAYS.
003370     MOVE QP-LOCKOUT-ATTEMPTS TO PR-LOCKOUT-ATTEMPTS.
003380     MOVE QP-DAILY-OUT-PREFIX TO PR-DAILY-OUT-PREFIX.
003390     PERFORM 1150-CARRY-STEP-ORDER THRU 1150-EXIT.
003400     MOVE QP-SUSPENSE-WRITEOFF-GL TO PR-SUSPENSE-WRITEOFF-GL.
003410     MOVE SPACES TO PR-WAREHOUSE-FILE-PATH.
003420     MOVE SPACES TO PR-HOLD-FILE-PATH.
003430     MOVE ZERO TO PR-DORMANCY-DAYS.
003440     MOVE SPACES TO PR-SI-FILE-PATH.
003450     MOVE ZERO TO PR-SI-RETRY-LIMIT.
003460     MOVE SPACES TO PR-CASH-CASE-FILE-PATH.
003470     MOVE ZERO TO PR-CASH-THRESHOLD.
003480     MOVE ZERO TO PR-CASH-LOOKBACK-DAYS.
003490     MOVE ZERO TO PR-CASH-NEAR-PERCENT.
003500     MOVE ZERO TO PR-CASH-NEAR-COUNT.
003510     MOVE SPACES TO PR-GL-BALANCE-FILE-PATH.
003520     MOVE SPACES TO PR-RETURN-LOG-PATH.
003530     MOVE SPACES TO PR-PENDING-FILE-PATH.
003540     MOVE ZERO TO PR-PENDING-ALERT-HOURS.
003550     MOVE SPACES TO PR-JOURNAL-HIST-PREFIX.
003560     MOVE SPACES TO PR-TAX-EXTRACT-PATH.
003570     MOVE ZERO TO PR-TAX-REPORT-FLOOR.
003580 1100-EXIT.
003590     EXIT.
003600*
003610 1150-CARRY-STEP-ORDER.
003620*    A BLANK ORDER TAKES DL100RUN'S DEFAULT CHAIN, WHICH ALREADY
003630*    HAS THE NEW STEPS.  AN EXPLICIT ORDER KEEPS ITS OWN STEPS AS
003640*    THEY ARE AND GAINS EACH NEW STEP NEXT TO THE STEP IT RUNS
003650*    BESIDE IN THE DEFAULT CHAIN.  PND, AND ANY NEW STEP WHOSE
003660*    NEIGHBOUR IS NOT IN THE ORDER, GOES AT THE END.
003670     MOVE SPACES TO PR-RUN-STREAM-ORDER.
003680     MOVE "N" TO FC-ORDER-SWITCH.
003690     IF QP-RUN-STREAM-ORDER = SPACES
003700         GO TO 1150-EXIT
003710     END-IF.
003720     MOVE QP-RUN-STREAM-ORDER TO FC-OLD-ORDER.
003730     MOVE SPACES TO FC-NEW-ORDER.
003740     MOVE ZERO TO FC-NEW-STEP-COUNT.
003750     MOVE ALL "N" TO FC-ADDED-PLACED-FLAGS.
003760     PERFORM 1160-MARK-PRESENT-STEP THRU 1160-EXIT
003770         VARYING FC-STEP-IDX FROM 1 BY 1
003780         UNTIL FC-STEP-IDX > 10.
003790     PERFORM 1170-CARRY-ONE-STEP THRU 1170-EXIT
003800         VARYING FC-STEP-IDX FROM 1 BY 1
003810         UNTIL FC-STEP-IDX > 10
003820            OR FC-OLD-STEP(FC-STEP-IDX) = SPACES.
003830     PERFORM 1180-ADD-NEW-STEP THRU 1180-EXIT
003840         VARYING FC-ADD-IDX FROM 1 BY 1
003850         UNTIL FC-ADD-IDX > 7.
003860     MOVE FC-NEW-ORDER TO PR-RUN-STREAM-ORDER.
003870 1150-EXIT.
003880     EXIT.
003890*
003900 1160-MARK-PRESENT-STEP.
003910*    A NEW STEP ALREADY IN THE ORDER IS NOT ADDED A SECOND TIME.
003920     PERFORM 1165-MARK-ONE-CODE THRU 1165-EXIT
003930         VARYING FC-ADD-IDX FROM 1 BY 1
003940         UNTIL FC-ADD-IDX > 7.
003950 1160-EXIT.
003960     EXIT.
003970*
003980 1165-MARK-ONE-CODE.
003990     IF FC-OLD-STEP(FC-STEP-IDX)(1:3) = FC-ADD-CODE(FC-ADD-IDX)
004000         MOVE "Y" TO FC-ADD-PLACED(FC-ADD-IDX)
004010     END-IF.
004020 1165-EXIT.
004030     EXIT.
004040*
004050 1170-CARRY-ONE-STEP.
004060     IF FC-OLD-STEP(FC-STEP-IDX)(1:3) = "NC "
004070         MOVE 1 TO FC-ADD-IDX
004080         PERFORM 1180-ADD-NEW-STEP THRU 1180-EXIT
004090         MOVE 2 TO FC-ADD-IDX
004100         PERFORM 1180-ADD-NEW-STEP THRU 1180-EXIT
004110     END-IF.
004120     MOVE FC-OLD-STEP(FC-STEP-IDX) TO FC-ORDER-STEP.
004130     PERFORM 1190-APPEND-STEP THRU 1190-EXIT.
004140     EVALUATE FC-OLD-STEP(FC-STEP-IDX)(1:3)
004150         WHEN "NC "
004160             MOVE 3 TO FC-ADD-IDX
004170         WHEN "RCN"
004180             MOVE 4 TO FC-ADD-IDX
004190         WHEN "DC "
004200             MOVE 5 TO FC-ADD-IDX
004210         WHEN "GLX"
004220             MOVE 6 TO FC-ADD-IDX
004230         WHEN OTHER
004240             GO TO 1170-EXIT
004250     END-EVALUATE.
004260     PERFORM 1180-ADD-NEW-STEP THRU 1180-EXIT.
004270 1170-EXIT.
004280     EXIT.
004290*
004300 1180-ADD-NEW-STEP.
004310     IF FC-ADD-PLACED(FC-ADD-IDX) = "Y"
004320         GO TO 1180-EXIT
004330     END-IF.
004340     MOVE FC-ADD-CODE(FC-ADD-IDX) TO FC-ORDER-STEP.
004350     PERFORM 1190-APPEND-STEP THRU 1190-EXIT.
004360     MOVE "Y" TO FC-ADD-PLACED(FC-ADD-IDX).
004370     SET FC-ORDER-WAS-EXTENDED TO TRUE.
004380 1180-EXIT.
004390     EXIT.
004400*
004410 1190-APPEND-STEP.
004420     IF FC-NEW-STEP-COUNT NOT < 20
004430         GO TO 1190-EXIT
004440     END-IF.
004450     ADD 1 TO FC-NEW-STEP-COUNT.
004460     MOVE FC-ORDER-STEP TO FC-NEW-STEP(FC-NEW-STEP-COUNT).
004470 1190-EXIT.
004480     EXIT.
004490*
004500 1200-BUILD-OLD-FILE-PATHS.
004510     IF QP-REGISTRY-FILE-PATH NOT = SPACES
004520         MOVE QP-REGISTRY-FILE-PATH TO FC-NEW-REG-PATH
004530     END-IF.
004540     MOVE SPACES TO FC-OLD-REG-PATH.
004550     STRING FC-NEW-REG-PATH DELIMITED BY SPACE
004560            ".OLD" DELIMITED BY SIZE
004570         INTO FC-OLD-REG-PATH.
004580     IF QP-ACCOUNT-FILE-PATH NOT = SPACES
004590         MOVE QP-ACCOUNT-FILE-PATH TO FC-NEW-ACT-PATH
004600     END-IF.
004610     IF QP-CHECKPOINT-FILE-PATH NOT = SPACES
004620         MOVE QP-CHECKPOINT-FILE-PATH TO FC-NEW-CKP-PATH
004630     END-IF.
004640     MOVE SPACES TO FC-OLD-ACT-PATH.
004650     STRING FC-NEW-ACT-PATH DELIMITED BY SPACE
004660            ".OLD" DELIMITED BY SIZE
004670         INTO FC-OLD-ACT-PATH.
004680     MOVE SPACES TO FC-OLD-CKP-PATH.
004690     STRING FC-NEW-CKP-PATH DELIMITED BY SPACE
004700            ".OLD" DELIMITED BY SIZE
004710         INTO FC-OLD-CKP-PATH.
004720     IF QP-EXPECTED-FILE-PATH NOT = SPACES
004730         MOVE QP-EXPECTED-FILE-PATH TO FC-NEW-EXP-PATH
004740     END-IF.
004750     MOVE SPACES TO FC-OLD-EXP-PATH.
004760     STRING FC-NEW-EXP-PATH DELIMITED BY SPACE
004770            ".OLD" DELIMITED BY SIZE
004780         INTO FC-OLD-EXP-PATH.
004790 1200-EXIT.
004800     EXIT.
004810*
004820 2000-CONVERT-REGISTRY-FILE.
004830     MOVE "N" TO FC-END-OF-FILE-SWITCH.
004840     OPEN INPUT DL100-OLD-REGISTRY-FILE.
004850     IF FC-OLD-REG-STATUS = "35"
004860         GO TO 2000-EXIT
004870     END-IF.
004880     IF FC-OLD-REG-STATUS NOT = "00"
004890         SET FC-RESULT-IS-FAILURE TO TRUE
004900         MOVE "OLD REGISTRY FILE COULD NOT BE OPENED"
004910             TO FC-REASON-TEXT
004920         GO TO 2000-EXIT
004930     END-IF.
004940     OPEN OUTPUT DL100-REGISTRY-FILE.
004950     IF FC-NEW-REG-STATUS NOT = "00"
004960         SET FC-RESULT-IS-FAILURE TO TRUE
004970         MOVE "NEW REGISTRY FILE COULD NOT BE WRITTEN"
004980             TO FC-REASON-TEXT
004990         CLOSE DL100-OLD-REGISTRY-FILE
005000         GO TO 2000-EXIT
005010     END-IF.
005020     MOVE LOW-VALUES TO QR-REGISTRY-KEY.
005030     START DL100-OLD-REGISTRY-FILE
005040         KEY IS GREATER THAN QR-REGISTRY-KEY
005050         INVALID KEY
005060             SET FC-END-OF-FILE TO TRUE
005070     END-START.
005080     IF NOT FC-END-OF-FILE
005090         PERFORM 2100-READ-OLD-REGISTRY THRU 2100-EXIT
005100         PERFORM 2200-CONVERT-ONE-REGISTRY THRU 2200-EXIT
005110             UNTIL FC-END-OF-FILE
005120     END-IF.
005130     CLOSE DL100-OLD-REGISTRY-FILE.
005140     CLOSE DL100-REGISTRY-FILE.
005150 2000-EXIT.
005160     EXIT.
005170*
005180 2100-READ-OLD-REGISTRY.
005190     READ DL100-OLD-REGISTRY-FILE NEXT RECORD
005200         AT END
005210             SET FC-END-OF-FILE TO TRUE
005220     END-READ.
005230 2100-EXIT.
005240     EXIT.
005250*
005260 2200-CONVERT-ONE-REGISTRY.
005270*    THE OLD LAYOUT NEVER CARRIED A POSTING IMAGE, SO A
005280*    CONVERTED ENTRY STILL BLOCKS A RESENT REFERENCE BUT HAS NO
005290*    STATUS AND CANNOT BE REVERSED.
005300     MOVE SPACES TO DL100-REGISTRY-RECORD.
005310     MOVE QR-SOURCE TO RG-SOURCE.
005320     MOVE QR-REFERENCE-NUMBER TO RG-REFERENCE-NUMBER.
005330     MOVE QR-AMOUNT-SIGN TO RG-AMOUNT-SIGN.
005340     MOVE QR-BUSINESS-DATE TO RG-BUSINESS-DATE.
005350     MOVE QR-ACCEPTED-DATE-TIME TO RG-ACCEPTED-DATE-TIME.
005360     MOVE SPACES TO RG-ACCOUNT-NUMBER.
005370     MOVE SPACES TO RG-TYPE.
005380     MOVE ZERO TO RG-AMOUNT.
005390     MOVE SPACE TO RG-ENTRY-STATUS.
005400     MOVE ZERO TO RG-REVERSED-DATE.
005410     WRITE DL100-REGISTRY-RECORD
005420         INVALID KEY
005430             CONTINUE
005440     END-WRITE.
005450     ADD 1 TO FC-REGS-CONVERTED.
005460     PERFORM 2100-READ-OLD-REGISTRY THRU 2100-EXIT.
005470 2200-EXIT.
005480     EXIT.
005490*
005500 3000-CONVERT-ACCOUNT-FILE.
005510     MOVE "N" TO FC-END-OF-FILE-SWITCH.
005520     OPEN INPUT DL100-OLD-ACCOUNT-FILE.
005530     IF FC-OLD-ACT-STATUS = "35"
005540         GO TO 3000-EXIT
005550     END-IF.
005560     IF FC-OLD-ACT-STATUS NOT = "00"
005570         SET FC-RESULT-IS-FAILURE TO TRUE
005580         MOVE "OLD ACCOUNT FILE COULD NOT BE OPENED"
005590             TO FC-REASON-TEXT
005600         GO TO 3000-EXIT
005610     END-IF.
005620     OPEN OUTPUT DL100-ACCOUNT-FILE.
005630     IF FC-NEW-ACT-STATUS NOT = "00"
005640         SET FC-RESULT-IS-FAILURE TO TRUE
005650         MOVE "NEW ACCOUNT FILE COULD NOT BE WRITTEN"
005660             TO FC-REASON-TEXT
005670         CLOSE DL100-OLD-ACCOUNT-FILE
005680         GO TO 3000-EXIT
005690     END-IF.
005700     MOVE LOW-VALUES TO QA-ACCOUNT-NUMBER.
005710     START DL100-OLD-ACCOUNT-FILE
005720         KEY IS GREATER THAN QA-ACCOUNT-NUMBER
005730         INVALID KEY
005740             SET FC-END-OF-FILE TO TRUE
005750     END-START.
005760     IF NOT FC-END-OF-FILE
005770         PERFORM 3100-READ-OLD-ACCOUNT THRU 3100-EXIT
005780         PERFORM 3200-CONVERT-ONE-ACCOUNT THRU 3200-EXIT
005790             UNTIL FC-END-OF-FILE
005800     END-IF.
005810     CLOSE DL100-OLD-ACCOUNT-FILE.
005820     CLOSE DL100-ACCOUNT-FILE.
005830 3000-EXIT.
005840     EXIT.
005850*
005860 3100-READ-OLD-ACCOUNT.
005870     READ DL100-OLD-ACCOUNT-FILE NEXT RECORD
005880         AT END
005890             SET FC-END-OF-FILE TO TRUE
005900     END-READ.
005910 3100-EXIT.
005920     EXIT.
005930*
005940 3200-CONVERT-ONE-ACCOUNT.
005950*    THE LAST POSTING IS THE BEST EVIDENCE OF CUSTOMER ACTIVITY
005960*    THE OLD LAYOUT HOLDS, SO IT SEEDS THE ACTIVITY DATE THE
005970*    DORMANCY SWEEP MEASURES FROM.  NO ACCOUNT STARTS DORMANT.
005980     MOVE SPACES TO DL100-ACCOUNT-RECORD.
005990     MOVE QA-ACCOUNT-NUMBER TO AC-ACCOUNT-NUMBER.
006000     MOVE QA-ACCOUNT-NAME TO AC-ACCOUNT-NAME.
006010     MOVE QA-STATUS TO AC-STATUS.
006020     MOVE QA-CURRENT-BALANCE TO AC-CURRENT-BALANCE.
006030     MOVE QA-OPENED-DATE TO AC-OPENED-DATE.
006040     MOVE QA-LAST-POSTED-DATE TO AC-LAST-POSTED-DATE.
006050     MOVE QA-UPDATED-BY-OPERATOR TO AC-UPDATED-BY-OPERATOR.
006060     MOVE QA-UPDATED-DATE-TIME TO AC-UPDATED-DATE-TIME.
006070     MOVE QA-OVERDRAFT-LIMIT TO AC-OVERDRAFT-LIMIT.
006080     MOVE QA-TXN-AMOUNT-CAP TO AC-TXN-AMOUNT-CAP.
006090     MOVE QA-POST-NO-DEBITS TO AC-POST-NO-DEBITS.
006100     MOVE QA-POST-NO-CREDITS TO AC-POST-NO-CREDITS.
006110     MOVE "N" TO AC-DORMANT-SWITCH.
006120     MOVE ZERO TO AC-DORMANT-DATE.
006130     MOVE QA-LAST-POSTED-DATE TO AC-LAST-ACTIVITY-DATE.
006140     MOVE ZERO TO AC-REACTIVATED-DATE.
006150     MOVE SPACES TO AC-REACTIVATED-BY.
006160     WRITE DL100-ACCOUNT-RECORD
006170         INVALID KEY
006180             CONTINUE
006190     END-WRITE.
006200     ADD 1 TO FC-ACCOUNTS-CONVERTED.
006210     PERFORM 3100-READ-OLD-ACCOUNT THRU 3100-EXIT.
006220 3200-EXIT.
006230     EXIT.
006240*
006250 4000-CONVERT-CHECKPOINT-FILE.
006260     MOVE "N" TO FC-END-OF-FILE-SWITCH.
006270     OPEN INPUT DL100-OLD-CHECKPOINT-FILE.
006280     IF FC-OLD-CKP-STATUS = "35"
006290         GO TO 4000-EXIT
006300     END-IF.
006310     IF FC-OLD-CKP-STATUS NOT = "00"
006320         SET FC-RESULT-IS-FAILURE TO TRUE
006330         MOVE "OLD CHECKPOINT FILE COULD NOT BE OPENED"
006340             TO FC-REASON-TEXT
006350         GO TO 4000-EXIT
006360     END-IF.
006370     OPEN OUTPUT DL100-CHECKPOINT-FILE.
006380     IF FC-NEW-CKP-STATUS NOT = "00"
006390         SET FC-RESULT-IS-FAILURE TO TRUE
006400         MOVE "NEW CHECKPOINT FILE COULD NOT BE WRITTEN"
006410             TO FC-REASON-TEXT
006420         CLOSE DL100-OLD-CHECKPOINT-FILE
006430         GO TO 4000-EXIT
006440     END-IF.
006450     MOVE ZERO TO QK-BUSINESS-DATE.
006460     START DL100-OLD-CHECKPOINT-FILE
006470         KEY IS GREATER THAN QK-BUSINESS-DATE
006480         INVALID KEY
006490             SET FC-END-OF-FILE TO TRUE
006500     END-START.
006510     IF NOT FC-END-OF-FILE
006520         PERFORM 4100-READ-OLD-CHECKPOINT THRU 4100-EXIT
006530         PERFORM 4200-CONVERT-ONE-CHECKPOINT THRU 4200-EXIT
006540             UNTIL FC-END-OF-FILE
006550     END-IF.
006560     CLOSE DL100-OLD-CHECKPOINT-FILE.
006570     CLOSE DL100-CHECKPOINT-FILE.
006580 4000-EXIT.
006590     EXIT.
006600*
006610 4100-READ-OLD-CHECKPOINT.
006620     READ DL100-OLD-CHECKPOINT-FILE NEXT RECORD
006630         AT END
006640             SET FC-END-OF-FILE TO TRUE
006650     END-READ.
006660 4100-EXIT.
006670     EXIT.
006680*
006690 4200-CONVERT-ONE-CHECKPOINT.
006700     MOVE SPACES TO DL100-CHECKPOINT-RECORD.
006710     MOVE QK-BUSINESS-DATE TO CK-BUSINESS-DATE.
006720     MOVE QK-LAST-STEP-NAME TO CK-LAST-STEP-NAME.
006730     MOVE QK-LAST-KEY-PROCESSED TO CK-LAST-KEY-PROCESSED.
006740     MOVE QK-RECORDS-READ TO CK-RECORDS-READ.
006750     MOVE QK-RECORDS-WRITTEN TO CK-RECORDS-WRITTEN.
006760     MOVE QK-RECORDS-REJECTED TO CK-RECORDS-REJECTED.
006770     MOVE QK-RUN-STATUS TO CK-RUN-STATUS.
006780     MOVE QK-STOP-REQUESTED TO CK-STOP-REQUESTED.
006790     MOVE QK-LAST-UPDATE-TIME TO CK-LAST-UPDATE-TIME.
006800     PERFORM 4300-CONVERT-ONE-STEP-SLOT THRU 4300-EXIT
006810         VARYING FC-STEP-IDX FROM 1 BY 1
006820         UNTIL FC-STEP-IDX > 20.
006830     WRITE DL100-CHECKPOINT-RECORD
006840         INVALID KEY
006850             CONTINUE
006860     END-WRITE.
006870     ADD 1 TO FC-CKPTS-CONVERTED.
006880     PERFORM 4100-READ-OLD-CHECKPOINT THRU 4100-EXIT.
006890 4200-EXIT.
006900     EXIT.
006910*
006920 4300-CONVERT-ONE-STEP-SLOT.
006930*    THE OLD TABLE'S TEN ENTRIES CARRY OVER IN PLACE; THE NEW
006940*    SLOTS START EMPTY.
006950     IF FC-STEP-IDX > 10
006960         MOVE SPACES TO CK-STEP-CODE(FC-STEP-IDX)
006970         MOVE ZERO TO CK-STEP-COMPLETION(FC-STEP-IDX)
006980         MOVE SPACE TO CK-STEP-STATUS(FC-STEP-IDX)
006990     ELSE
007000         MOVE QK-STEP-CODE(FC-STEP-IDX)
007010             TO CK-STEP-CODE(FC-STEP-IDX)
007020         MOVE QK-STEP-COMPLETION(FC-STEP-IDX)
007030             TO CK-STEP-COMPLETION(FC-STEP-IDX)
007040         MOVE QK-STEP-STATUS(FC-STEP-IDX)
007050             TO CK-STEP-STATUS(FC-STEP-IDX)
007060     END-IF.
007070 4300-EXIT.
007080     EXIT.
007090*
007100 5000-CONVERT-EXPECTED-FILE.
007110     MOVE "N" TO FC-END-OF-FILE-SWITCH.
007120     OPEN INPUT DL100-OLD-EXPECTED-FILE.
007130     IF FC-OLD-EXP-STATUS = "35"
007140         GO TO 5000-EXIT
007150     END-IF.
007160     IF FC-OLD-EXP-STATUS NOT = "00"
007170         SET FC-RESULT-IS-FAILURE TO TRUE
007180         MOVE "OLD EXPECTED-SOURCE FILE COULD NOT BE OPENED"
007190             TO FC-REASON-TEXT
007200         GO TO 5000-EXIT
007210     END-IF.
007220     OPEN OUTPUT DL100-EXPECTED-FILE.
007230     IF FC-NEW-EXP-STATUS NOT = "00"
007240         SET FC-RESULT-IS-FAILURE TO TRUE
007250         MOVE "NEW EXPECTED-SOURCE FILE COULD NOT BE WRITTEN"
007260             TO FC-REASON-TEXT
007270         CLOSE DL100-OLD-EXPECTED-FILE
007280         GO TO 5000-EXIT
007290     END-IF.
007300     MOVE LOW-VALUES TO QE-EXPECTED-KEY.
007310     START DL100-OLD-EXPECTED-FILE
007320         KEY IS GREATER THAN QE-EXPECTED-KEY
007330         INVALID KEY
007340             SET FC-END-OF-FILE TO TRUE
007350     END-START.
007360     IF NOT FC-END-OF-FILE
007370         PERFORM 5100-READ-OLD-EXPECTED THRU 5100-EXIT
007380         PERFORM 5200-CONVERT-ONE-EXPECTED THRU 5200-EXIT
007390             UNTIL FC-END-OF-FILE
007400     END-IF.
007410     CLOSE DL100-OLD-EXPECTED-FILE.
007420     CLOSE DL100-EXPECTED-FILE.
007430 5000-EXIT.
007440     EXIT.
007450*
007460 5100-READ-OLD-EXPECTED.
007470     READ DL100-OLD-EXPECTED-FILE NEXT RECORD
007480         AT END
007490             SET FC-END-OF-FILE TO TRUE
007500     END-READ.
007510 5100-EXIT.
007520     EXIT.
007530*
007540 5200-CONVERT-ONE-EXPECTED.
007550*    NO SOURCE HAS A RETURN PATH YET - EACH IS SET AFTERWARD
007560*    THROUGH FORMCALMAINT, AND UNTIL THEN DL100ACK USES ITS
007570*    DEFAULT FILE NAME.
007580     MOVE SPACES TO DL100-EXPECTED-SOURCE-RECORD.
007590     MOVE QE-BUSINESS-DATE TO ES-BUSINESS-DATE.
007600     MOVE QE-SOURCE TO ES-SOURCE.
007610     MOVE QE-ADDED-BY-OPERATOR TO ES-ADDED-BY-OPERATOR.
007620     MOVE QE-ADDED-DATE-TIME TO ES-ADDED-DATE-TIME.
007630     MOVE SPACES TO ES-RETURN-PATH-PREFIX.
007640     WRITE DL100-EXPECTED-SOURCE-RECORD
007650         INVALID KEY
007660             CONTINUE
007670     END-WRITE.
007680     ADD 1 TO FC-EXPS-CONVERTED.
007690     PERFORM 5100-READ-OLD-EXPECTED THRU 5100-EXIT.
007700 5200-EXIT.
007710     EXIT.
007720*
007730 9000-REPORT-RESULTS.
007740     IF FC-RESULT-IS-SUCCESS
007750         DISPLAY "DL100FC2 - CONVERSION COMPLETE"
007760     ELSE
007770         DISPLAY "DL100FC2 - CONVERSION FAILED - "
007780             FC-REASON-TEXT
007790     END-IF.
007800     MOVE FC-REGS-CONVERTED TO FC-COUNT-EDIT.
007810     DISPLAY "DL100FC2 - REGISTRY RECORDS CONVERTED "
007820         FC-COUNT-EDIT.
007830     MOVE FC-ACCOUNTS-CONVERTED TO FC-COUNT-EDIT.
007840     DISPLAY "DL100FC2 - ACCOUNT RECORDS CONVERTED "
007850         FC-COUNT-EDIT.
007860     MOVE FC-CKPTS-CONVERTED TO FC-COUNT-EDIT.
007870     DISPLAY "DL100FC2 - CHECKPOINT RECORDS CONVERTED "
007880         FC-COUNT-EDIT.
007890     MOVE FC-EXPS-CONVERTED TO FC-COUNT-EDIT.
007900     DISPLAY "DL100FC2 - EXPECTED-SOURCE RECORDS CONVERTED "
007910         FC-COUNT-EDIT.
007920     IF FC-ORDER-WAS-EXTENDED
007930         DISPLAY "DL100FC2 - NEW STEPS ADDED TO THE SITE'S "
007940             "RUN-STREAM ORDER - NOW:"
007950         DISPLAY "DL100FC2 -   " FC-NEW-ORDER
007960     END-IF.
007970 9000-EXIT.
007980     EXIT.
