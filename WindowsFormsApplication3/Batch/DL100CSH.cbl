000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100CSH.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100CSH - LARGE-CASH AND STRUCTURING MONITOR               *
000110*                                                                *
000120*   RUN AS A STEP OF THE END-OF-NIGHT CHAIN (DL100RUN) ONCE THE  *
000130*   BUSINESS DATE HAS PROVED AND CLOSED.  TWO TESTS ARE MADE     *
000140*   OVER THE ACCEPTED TRANSACTIONS, ACROSS EVERY SOURCE:         *
000150*                                                                *
000160*   LARGE CASH - EACH ACCOUNT'S TYPE DP DEPOSITS AND TYPE WD     *
000170*   WITHDRAWALS FOR THE BUSINESS DATE ARE TOTALLED, AND AN       *
000180*   ACCOUNT WHOSE DEPOSITS OR WITHDRAWALS EXCEED THE MAINTAINED  *
000190*   REPORTING THRESHOLD IS LISTED.                               *
000200*                                                                *
000210*   STRUCTURING - OVER THE MAINTAINED NUMBER OF BUSINESS DAYS    *
000220*   ENDING ON THE BUSINESS DATE (COUNTED BACK THROUGH THE        *
000230*   PROCESSING CALENDAR, HOLIDAYS SKIPPED), AN ACCOUNT WITH AT   *
000240*   LEAST THE MAINTAINED NUMBER OF SINGLE DEPOSITS FALLING IN    *
000250*   THE BAND JUST UNDER THE THRESHOLD (THE MAINTAINED            *
000260*   PERCENTAGE BELOW IT, UP TO THE THRESHOLD ITSELF) IS LISTED.  *
000270*                                                                *
000280*   THE WINDOW IS READ FROM THE PER-DAY OUTPUT FILES WHEN THE    *
000290*   DAILY OUTPUT PREFIX IS SET (OTHERWISE THE LIVE OUTPUT FILE)  *
000300*   AND FROM THE DATED ARCHIVE FILES NAMED ON THE ARCHIVE        *
000310*   CATALOG, THE WAY THE STATEMENT PRINT READS A MONTH.          *
000320*                                                                *
000330*   EVERY LISTED ACCOUNT GETS A CASE RECORD (DL100CS) FOR AN     *
000340*   ANALYST TO MARK REVIEWED OR ESCALATED ON FORMCASHCASE.  A    *
000350*   LARGE-CASH CASE IS RAISED ONCE PER ACCOUNT AND DATE; A       *
000360*   STRUCTURING CASE ONLY WHEN A DEPOSIT IN THE BAND IS LATER    *
000370*   THAN THE WINDOW OF THE ACCOUNT'S LAST STRUCTURING CASE.      *
000380*   ACTIVITY ALREADY UNDER A CASE IS STILL LISTED, NOTED WITH    *
000390*   THE CASE AND ITS STATUS, AND EVERY CASE STILL OPEN IS        *
000400*   LISTED AT THE END OF THE REPORT, SO NOTHING DROPS OUT OF     *
000410*   SIGHT AND A RERUN OF THE DATE RAISES NOTHING TWICE.          *
000420*                                                                *
000430*   TOTALS ARE GROSS - A TYPE RV REVERSAL IS NOT NETTED OFF,     *
000440*   SINCE IT MAY CANCEL AN ITEM FROM AN EARLIER DATE.            *
000450*                                                                *
000460*   MODIFICATION HISTORY                                        *
000470*   ----------------------------------------------------------- *
000480*   2026-10-15  JMS   INITIAL VERSION.                          *
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT DL100-CALENDAR-FILE ASSIGN TO CH-CAL-FILE-PATH
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CL-BUSINESS-DATE
000580         FILE STATUS IS CH-CAL-FILE-STATUS.
000590     SELECT DL100-ACCOUNT-FILE ASSIGN TO CH-ACT-FILE-PATH
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS AC-ACCOUNT-NUMBER
000630         FILE STATUS IS CH-ACT-FILE-STATUS.
000640     SELECT DL100-OUTPUT-FILE ASSIGN TO CH-OUT-FILE-PATH
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS CH-OUT-FILE-STATUS.
000670     SELECT DL100-ARCHIVE-CATALOG-FILE ASSIGN TO CH-CAT-FILE-PATH
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS CH-CAT-FILE-STATUS.
000700     SELECT DL100-ARCHIVE-OUT-FILE ASSIGN TO CH-ARC-FILE-PATH
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS CH-ARC-FILE-STATUS.
000730     SELECT DL100-CASH-CASE-FILE ASSIGN TO CH-CSE-FILE-PATH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS CS-CASE-KEY
000770         FILE STATUS IS CH-CSE-FILE-STATUS.
000780     SELECT DL100-CASH-REPORT-FILE ASSIGN TO CSHRPT
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CH-RPT-FILE-STATUS.
000810     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS CH-PRM-FILE-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  DL100-CALENDAR-FILE.
000870 COPY DL100CL.
000880 FD  DL100-ACCOUNT-FILE.
000890 COPY DL100AC.
000900 FD  DL100-OUTPUT-FILE.
000910 COPY DL100TX
000920     REPLACING LEADING ==TX-== BY ==OT-==
000930         ==DL100-TRANSACTION-RECORD== BY ==DL100-OUTPUT-RECORD==.
000940 FD  DL100-ARCHIVE-CATALOG-FILE.
000950 COPY DL100AX.
000960 FD  DL100-ARCHIVE-OUT-FILE.
000970 COPY DL100TX
000980     REPLACING LEADING ==TX-== BY ==AO-==
000990         ==DL100-TRANSACTION-RECORD== BY
001000         ==DL100-ARCHIVE-OUT-RECORD==.
001010 FD  DL100-CASH-CASE-FILE.
001020 COPY DL100CS.
001030 FD  DL100-CASH-REPORT-FILE
001040     RECORD CONTAINS 132 CHARACTERS.
001050 01  CH-REPORT-LINE               PIC X(132).
001060 FD  DL100-PARAMETER-FILE.
001070 COPY DL100PR.
001080 WORKING-STORAGE SECTION.
001090 77  CH-CAL-FILE-STATUS       PIC X(02) VALUE SPACES.
001100 77  CH-ACT-FILE-STATUS       PIC X(02) VALUE SPACES.
001110 77  CH-OUT-FILE-STATUS       PIC X(02) VALUE SPACES.
001120 77  CH-CAT-FILE-STATUS       PIC X(02) VALUE SPACES.
001130 77  CH-ARC-FILE-STATUS       PIC X(02) VALUE SPACES.
001140 77  CH-CSE-FILE-STATUS       PIC X(02) VALUE SPACES.
001150 77  CH-RPT-FILE-STATUS       PIC X(02) VALUE SPACES.
001160 77  CH-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
001170 77  CH-CAL-FILE-PATH         PIC X(60) VALUE "CALFILE".
001180 77  CH-ACT-FILE-PATH         PIC X(60) VALUE "ACTFILE".
001190 77  CH-OUT-FILE-PATH         PIC X(72) VALUE "OUTFILE".
001200 77  CH-DAILY-OUT-PREFIX      PIC X(60) VALUE SPACES.
001210 77  CH-CAT-FILE-PATH         PIC X(60) VALUE "ARCCAT".
001220 77  CH-ARC-FILE-PATH         PIC X(72) VALUE SPACES.
001230 77  CH-CSE-FILE-PATH         PIC X(60) VALUE "CSHCASE".
001240 77  CH-THRESHOLD             PIC 9(09) VALUE 10000.
001250 77  CH-LOOKBACK-DAYS         PIC 9(02) VALUE 10.
001260 77  CH-NEAR-PERCENT          PIC 9(02) VALUE 10.
001270 77  CH-NEAR-MINIMUM          PIC 9(02) VALUE 3.
001280 77  CH-NEAR-FLOOR            PIC S9(11)V99 COMP-3 VALUE ZERO.
001290 77  CH-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
001300     88  CH-END-OF-FILE                 VALUE "Y".
001310 77  CH-ACCT-EOF-SWITCH       PIC X(01) VALUE "N".
001320     88  CH-ACCT-END-OF-FILE            VALUE "Y".
001330 77  CH-CASE-EOF-SWITCH       PIC X(01) VALUE "N".
001340     88  CH-CASE-END-OF-FILE            VALUE "Y".
001350 77  CH-ACT-OPEN-SWITCH       PIC X(01) VALUE "N".
001360     88  CH-ACT-FILE-IS-OPEN            VALUE "Y".
001370 77  CH-CSE-OPEN-SWITCH       PIC X(01) VALUE "N".
001380     88  CH-CSE-FILE-IS-OPEN            VALUE "Y".
001390 77  CH-RPT-OPEN-SWITCH       PIC X(01) VALUE "N".
001400     88  CH-RPT-FILE-IS-OPEN            VALUE "Y".
001410 77  CH-WINDOW-LOW-DATE       PIC 9(08) VALUE ZERO.
001420 77  CH-DATE-COUNT            PIC 9(02) COMP VALUE ZERO.
001430 77  CH-DATE-IDX              PIC 9(02) COMP VALUE ZERO.
001440 77  CH-DAYS-WALKED           PIC 9(04) COMP VALUE ZERO.
001450 77  CH-WALK-DATE             PIC 9(08) VALUE ZERO.
001460 77  CH-WALK-CCYY             PIC 9(04) VALUE ZERO.
001470 77  CH-WALK-MM               PIC 9(02) VALUE ZERO.
001480 77  CH-WALK-DD               PIC 9(02) VALUE ZERO.
001490 77  CH-WALK-REMAINDER        PIC 9(04) VALUE ZERO.
001500 77  CH-WALK-QUOTIENT         PIC 9(04) VALUE ZERO.
001510 77  CH-CAT-COUNT             PIC 9(02) COMP VALUE ZERO.
001520 77  CH-CAT-IDX               PIC 9(02) COMP VALUE ZERO.
001530 77  CH-DAY-COUNT             PIC 9(04) COMP VALUE ZERO.
001540 77  CH-DAY-IDX               PIC 9(04) COMP VALUE ZERO.
001550 77  CH-NEAR-COUNT            PIC 9(04) COMP VALUE ZERO.
001560 77  CH-NEAR-IDX              PIC 9(04) COMP VALUE ZERO.
001570 77  CH-WORK-DATE             PIC 9(08) VALUE ZERO.
001580 77  CH-WORK-ACCOUNT          PIC X(12) VALUE SPACES.
001590 77  CH-WORK-TYPE             PIC X(02) VALUE SPACES.
001600 77  CH-WORK-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
001610 77  CH-LAST-CASE-ID          PIC 9(06) VALUE ZERO.
001620 77  CH-LARGE-CASE-ID         PIC 9(06) VALUE ZERO.
001630 77  CH-LARGE-CASE-STATUS     PIC X(01) VALUE SPACE.
001640 77  CH-STRUCT-CASE-ID        PIC 9(06) VALUE ZERO.
001650 77  CH-STRUCT-CASE-STATUS    PIC X(01) VALUE SPACE.
001660 77  CH-STRUCT-HIGH-DATE      PIC 9(08) VALUE ZERO.
001670 77  CH-NOTE-CASE-ID          PIC 9(06) VALUE ZERO.
001680 77  CH-NOTE-CASE-STATUS      PIC X(01) VALUE SPACE.
001690 77  CH-STATUS-TEXT           PIC X(09) VALUE SPACES.
001700 77  CH-CASE-NOTE             PIC X(38) VALUE SPACES.
001710 77  CH-OPEN-CASE-COUNT       PIC 9(09) COMP VALUE ZERO.
001720 77  CH-LARGE-LISTED          PIC 9(09) COMP VALUE ZERO.
001730 77  CH-STRUCT-LISTED         PIC 9(09) COMP VALUE ZERO.
001740 77  CH-TIMESTAMP             PIC X(14) VALUE SPACES.
001750 77  CH-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
001760 77  CH-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
001770 77  CH-TIMESTAMP-TIME        PIC 9(06) VALUE ZERO.
001780 77  CH-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
001790 77  CH-THRESHOLD-EDIT        PIC ZZZ,ZZZ,ZZ9.
001800 77  CH-FLOOR-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
001810 77  CH-DAYS-EDIT             PIC Z9.
001820 77  CH-MINIMUM-EDIT          PIC Z9.
001830*
001840*    NEW CASE VALUES, SET BY THE CALLER OF 6500-WRITE-NEW-CASE
001850 77  CH-NEW-CASE-TYPE         PIC X(01) VALUE SPACE.
001860 77  CH-NEW-LOW-DATE          PIC 9(08) VALUE ZERO.
001870 77  CH-NEW-HIGH-DATE         PIC 9(08) VALUE ZERO.
001880 77  CH-NEW-DP-COUNT          PIC 9(05) VALUE ZERO.
001890 77  CH-NEW-DP-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
001900 77  CH-NEW-WD-COUNT          PIC 9(05) VALUE ZERO.
001910 77  CH-NEW-WD-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
001920 01  CH-MONTH-DAYS-INIT.
001930     05  FILLER               PIC X(02) VALUE "31".
001940     05  FILLER               PIC X(02) VALUE "28".
001950     05  FILLER               PIC X(02) VALUE "31".
001960     05  FILLER               PIC X(02) VALUE "30".
001970     05  FILLER               PIC X(02) VALUE "31".
001980     05  FILLER               PIC X(02) VALUE "30".
001990     05  FILLER               PIC X(02) VALUE "31".
002000     05  FILLER               PIC X(02) VALUE "31".
002010     05  FILLER               PIC X(02) VALUE "30".
002020     05  FILLER               PIC X(02) VALUE "31".
002030     05  FILLER               PIC X(02) VALUE "30".
002040     05  FILLER               PIC X(02) VALUE "31".
002050 01  CH-MONTH-DAYS REDEFINES CH-MONTH-DAYS-INIT.
002060     05  CH-MONTH-DAYS-TBL    PIC 9(02) OCCURS 12 TIMES.
002070 01  CH-WINDOW-TABLE.
002080     05  CH-WINDOW-DATE       PIC 9(08) OCCURS 99 TIMES.
002090 01  CH-CATALOG-TABLE.
002100     05  CH-CAT-ENTRY OCCURS 50 TIMES.
002110         10  CH-CAT-OUT-PATH      PIC X(72).
002120*
002130*    ONE ENTRY PER ACCOUNT WITH CASH ACTIVITY ON THE BUSINESS DATE
002140 01  CH-DAY-TABLE.
002150     05  CH-DAY-ENTRY OCCURS 1000 TIMES.
002160         10  CH-DAY-ACCOUNT       PIC X(12).
002170         10  CH-DAY-DP-COUNT      PIC 9(05).
002180         10  CH-DAY-DP-TOTAL      PIC S9(11)V99 COMP-3.
002190         10  CH-DAY-WD-COUNT      PIC 9(05).
002200         10  CH-DAY-WD-TOTAL      PIC S9(11)V99 COMP-3.
002210*
002220*    ONE ENTRY PER ACCOUNT WITH A DEPOSIT IN THE BAND JUST UNDER
002230*    THE THRESHOLD ANYWHERE IN THE LOOKBACK WINDOW
002240 01  CH-NEAR-TABLE.
002250     05  CH-NEAR-ENTRY OCCURS 1000 TIMES.
002260         10  CH-NEAR-ACCOUNT      PIC X(12).
002270         10  CH-NEAR-DP-COUNT     PIC 9(05).
002280         10  CH-NEAR-DP-TOTAL     PIC S9(11)V99 COMP-3.
002290         10  CH-NEAR-FIRST-DATE   PIC 9(08).
002300         10  CH-NEAR-LAST-DATE    PIC 9(08).
002310 01  CH-LARGE-HEADING.
002320     05  FILLER               PIC X(04) VALUE SPACES.
002330     05  FILLER               PIC X(12) VALUE "ACCOUNT".
002340     05  FILLER               PIC X(02) VALUE SPACES.
002350     05  FILLER               PIC X(20) VALUE "NAME".
002360     05  FILLER               PIC X(02) VALUE SPACES.
002370     05  FILLER               PIC X(05) VALUE " DEPS".
002380     05  FILLER               PIC X(01) VALUE SPACES.
002390     05  FILLER               PIC X(18)
002400                                 VALUE "    DEPOSIT AMOUNT".
002410     05  FILLER               PIC X(02) VALUE SPACES.
002420     05  FILLER               PIC X(05) VALUE "  WDS".
002430     05  FILLER               PIC X(01) VALUE SPACES.
002440     05  FILLER               PIC X(18)
002450                                 VALUE " WITHDRAWAL AMOUNT".
002460     05  FILLER               PIC X(02) VALUE SPACES.
002470     05  FILLER               PIC X(38) VALUE "CASE".
002480 01  CH-LARGE-LINE.
002490     05  FILLER               PIC X(04) VALUE SPACES.
002500     05  CH-L-ACCOUNT         PIC X(12).
002510     05  FILLER               PIC X(02) VALUE SPACES.
002520     05  CH-L-NAME            PIC X(20).
002530     05  FILLER               PIC X(02) VALUE SPACES.
002540     05  CH-L-DP-COUNT        PIC ZZZZ9.
002550     05  FILLER               PIC X(01) VALUE SPACES.
002560     05  CH-L-DP-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002570     05  FILLER               PIC X(02) VALUE SPACES.
002580     05  CH-L-WD-COUNT        PIC ZZZZ9.
002590     05  FILLER               PIC X(01) VALUE SPACES.
002600     05  CH-L-WD-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002610     05  FILLER               PIC X(02) VALUE SPACES.
002620     05  CH-L-NOTE            PIC X(38).
002630 01  CH-STRUCT-HEADING.
002640     05  FILLER               PIC X(04) VALUE SPACES.
002650     05  FILLER               PIC X(12) VALUE "ACCOUNT".
002660     05  FILLER               PIC X(02) VALUE SPACES.
002670     05  FILLER               PIC X(20) VALUE "NAME".
002680     05  FILLER               PIC X(02) VALUE SPACES.
002690     05  FILLER               PIC X(05) VALUE " DEPS".
002700     05  FILLER               PIC X(01) VALUE SPACES.
002710     05  FILLER               PIC X(18)
002720                                 VALUE "      TOTAL AMOUNT".
002730     05  FILLER               PIC X(02) VALUE SPACES.
002740     05  FILLER               PIC X(08) VALUE "FIRST".
002750     05  FILLER               PIC X(02) VALUE SPACES.
002760     05  FILLER               PIC X(08) VALUE "LAST".
002770     05  FILLER               PIC X(02) VALUE SPACES.
002780     05  FILLER               PIC X(38) VALUE "CASE".
002790 01  CH-STRUCT-LINE.
002800     05  FILLER               PIC X(04) VALUE SPACES.
002810     05  CH-S-ACCOUNT         PIC X(12).
002820     05  FILLER               PIC X(02) VALUE SPACES.
002830     05  CH-S-NAME            PIC X(20).
002840     05  FILLER               PIC X(02) VALUE SPACES.
002850     05  CH-S-DP-COUNT        PIC ZZZZ9.
002860     05  FILLER               PIC X(01) VALUE SPACES.
002870     05  CH-S-DP-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002880     05  FILLER               PIC X(02) VALUE SPACES.
002890     05  CH-S-FIRST-DATE      PIC 9(08).
002900     05  FILLER               PIC X(02) VALUE SPACES.
002910     05  CH-S-LAST-DATE       PIC 9(08).
002920     05  FILLER               PIC X(02) VALUE SPACES.
002930     05  CH-S-NOTE            PIC X(38).
002940 01  CH-OPEN-HEADING.
002950     05  FILLER               PIC X(04) VALUE SPACES.
002960     05  FILLER               PIC X(12) VALUE "ACCOUNT".
002970     05  FILLER               PIC X(02) VALUE SPACES.
002980     05  FILLER               PIC X(06) VALUE "CASE".
002990     05  FILLER               PIC X(02) VALUE SPACES.
003000     05  FILLER               PIC X(11) VALUE "TYPE".
003010     05  FILLER               PIC X(02) VALUE SPACES.
003020     05  FILLER               PIC X(08) VALUE "FLAGGED".
003030     05  FILLER               PIC X(02) VALUE SPACES.
003040     05  FILLER               PIC X(08) VALUE "FROM".
003050     05  FILLER               PIC X(02) VALUE SPACES.
003060     05  FILLER               PIC X(08) VALUE "TO".
003070     05  FILLER               PIC X(02) VALUE SPACES.
003080     05  FILLER               PIC X(18)
003090                                 VALUE "    DEPOSIT AMOUNT".
003100     05  FILLER               PIC X(02) VALUE SPACES.
003110     05  FILLER               PIC X(18)
003120                                 VALUE " WITHDRAWAL AMOUNT".
003130 01  CH-OPEN-LINE.
003140     05  FILLER               PIC X(04) VALUE SPACES.
003150     05  CH-O-ACCOUNT         PIC X(12).
003160     05  FILLER               PIC X(02) VALUE SPACES.
003170     05  CH-O-CASE-ID         PIC 9(06).
003180     05  FILLER               PIC X(02) VALUE SPACES.
003190     05  CH-O-TYPE            PIC X(11).
003200     05  FILLER               PIC X(02) VALUE SPACES.
003210     05  CH-O-FLAGGED-DATE    PIC 9(08).
003220     05  FILLER               PIC X(02) VALUE SPACES.
003230     05  CH-O-LOW-DATE        PIC 9(08).
003240     05  FILLER               PIC X(02) VALUE SPACES.
003250     05  CH-O-HIGH-DATE       PIC 9(08).
003260     05  FILLER               PIC X(02) VALUE SPACES.
003270     05  CH-O-DP-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003280     05  FILLER               PIC X(02) VALUE SPACES.
003290     05  CH-O-WD-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003300 LINKAGE SECTION.
003310 01  CH-PARM-BUSINESS-DATE    PIC 9(08).
003320 01  CH-PARM-FLAGGED-COUNT    PIC 9(09) COMP.
003330 01  CH-PARM-NEW-CASE-COUNT   PIC 9(09) COMP.
003340 01  CH-PARM-RESULT-SWITCH    PIC X(01).
003350     88  CH-RESULT-IS-SUCCESS           VALUE "Y".
003360     88  CH-RESULT-IS-FAILURE           VALUE "N".
003370 01  CH-PARM-REASON-TEXT      PIC X(40).
003380 PROCEDURE DIVISION USING CH-PARM-BUSINESS-DATE
003390                          CH-PARM-FLAGGED-COUNT
003400                          CH-PARM-NEW-CASE-COUNT
003410                          CH-PARM-RESULT-SWITCH
003420                          CH-PARM-REASON-TEXT.
003430 0000-MAINLINE.
003440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003450     IF CH-RESULT-IS-FAILURE
003460         GO TO 0000-TERMINATE
003470     END-IF.
003480     PERFORM 1100-BUILD-WINDOW THRU 1100-EXIT.
003490     IF CH-RESULT-IS-FAILURE
003500         GO TO 0000-TERMINATE
003510     END-IF.
003520     PERFORM 2000-LOAD-ARCHIVE-CATALOG THRU 2000-EXIT.
003530     PERFORM 3000-GATHER-CASH THRU 3000-EXIT.
003540     IF CH-RESULT-IS-FAILURE
003550         GO TO 0000-TERMINATE
003560     END-IF.
003570     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
003580 0000-TERMINATE.
003590     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003600 0000-EXIT.
003610     GOBACK.
003620*
003630 1000-INITIALIZE.
003640     SET CH-RESULT-IS-SUCCESS TO TRUE.
003650     MOVE SPACES TO CH-PARM-REASON-TEXT.
003660     MOVE ZERO TO CH-PARM-FLAGGED-COUNT.
003670     MOVE ZERO TO CH-PARM-NEW-CASE-COUNT.
003680     MOVE ZERO TO CH-CAT-COUNT.
003690     MOVE ZERO TO CH-DAY-COUNT.
003700     MOVE ZERO TO CH-NEAR-COUNT.
003710     MOVE ZERO TO CH-LARGE-LISTED.
003720     MOVE ZERO TO CH-STRUCT-LISTED.
003730     MOVE ZERO TO CH-OPEN-CASE-COUNT.
003740     MOVE "N" TO CH-ACT-OPEN-SWITCH.
003750     MOVE "N" TO CH-CSE-OPEN-SWITCH.
003760     MOVE "N" TO CH-RPT-OPEN-SWITCH.
003770     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
003780*    THE BAND JUST UNDER THE THRESHOLD STARTS THE MAINTAINED
003790*    PERCENTAGE BELOW IT AND RUNS UP TO THE THRESHOLD ITSELF.
003800     COMPUTE CH-NEAR-FLOOR =
003810         CH-THRESHOLD - (CH-THRESHOLD * CH-NEAR-PERCENT / 100).
003820     OPEN INPUT DL100-ACCOUNT-FILE.
003830     IF CH-ACT-FILE-STATUS = "00"
003840         SET CH-ACT-FILE-IS-OPEN TO TRUE
003850     ELSE
003860         SET CH-RESULT-IS-FAILURE TO TRUE
003870         MOVE "ACCOUNT MASTER FILE COULD NOT BE OPENED"
003880             TO CH-PARM-REASON-TEXT
003890         GO TO 1000-EXIT
003900     END-IF.
003910     OPEN I-O DL100-CASH-CASE-FILE.
003920     IF CH-CSE-FILE-STATUS = "35"
003930         OPEN OUTPUT DL100-CASH-CASE-FILE
003940         CLOSE DL100-CASH-CASE-FILE
003950         OPEN I-O DL100-CASH-CASE-FILE
003960     END-IF.
003970     IF CH-CSE-FILE-STATUS = "00"
003980         SET CH-CSE-FILE-IS-OPEN TO TRUE
003990     ELSE
004000         SET CH-RESULT-IS-FAILURE TO TRUE
004010         MOVE "CASH CASE FILE COULD NOT BE OPENED"
004020             TO CH-PARM-REASON-TEXT
004030         GO TO 1000-EXIT
004040     END-IF.
004050     OPEN OUTPUT DL100-CASH-REPORT-FILE.
004060     IF CH-RPT-FILE-STATUS = "00"
004070         SET CH-RPT-FILE-IS-OPEN TO TRUE
004080     ELSE
004090         SET CH-RESULT-IS-FAILURE TO TRUE
004100         MOVE "CASH MONITORING REPORT COULD NOT BE OPENED"
004110             TO CH-PARM-REASON-TEXT
004120     END-IF.
004130 1000-EXIT.
004140     EXIT.
004150*
004160 1050-LOAD-FILE-PATHS.
004170     MOVE SPACES TO DL100-PARAMETER-RECORD.
004180     OPEN INPUT DL100-PARAMETER-FILE.
004190     IF CH-PRM-FILE-STATUS = "00"
004200         READ DL100-PARAMETER-FILE
004210             AT END
004220                 CONTINUE
004230         END-READ
004240         IF PR-CALENDAR-FILE-PATH NOT = SPACES
004250             MOVE PR-CALENDAR-FILE-PATH TO CH-CAL-FILE-PATH
004260         END-IF
004270         IF PR-ACCOUNT-FILE-PATH NOT = SPACES
004280             MOVE PR-ACCOUNT-FILE-PATH TO CH-ACT-FILE-PATH
004290         END-IF
004300         IF PR-OUTPUT-FILE-PATH NOT = SPACES
004310             MOVE PR-OUTPUT-FILE-PATH TO CH-OUT-FILE-PATH
004320         END-IF
004330         IF PR-ARCHIVE-CATALOG-PATH NOT = SPACES
004340             MOVE PR-ARCHIVE-CATALOG-PATH TO CH-CAT-FILE-PATH
004350         END-IF
004360         IF PR-CASH-CASE-FILE-PATH NOT = SPACES
004370             MOVE PR-CASH-CASE-FILE-PATH TO CH-CSE-FILE-PATH
004380         END-IF
004390         MOVE PR-DAILY-OUT-PREFIX TO CH-DAILY-OUT-PREFIX
004400         IF PR-CASH-THRESHOLD NUMERIC
004410             AND PR-CASH-THRESHOLD > ZERO
004420             MOVE PR-CASH-THRESHOLD TO CH-THRESHOLD
004430         END-IF
004440         IF PR-CASH-LOOKBACK-DAYS NUMERIC
004450             AND PR-CASH-LOOKBACK-DAYS > ZERO
004460             MOVE PR-CASH-LOOKBACK-DAYS TO CH-LOOKBACK-DAYS
004470         END-IF
004480         IF PR-CASH-NEAR-PERCENT NUMERIC
004490             AND PR-CASH-NEAR-PERCENT > ZERO
004500             MOVE PR-CASH-NEAR-PERCENT TO CH-NEAR-PERCENT
004510         END-IF
004520         IF PR-CASH-NEAR-COUNT NUMERIC
004530             AND PR-CASH-NEAR-COUNT > ZERO
004540             MOVE PR-CASH-NEAR-COUNT TO CH-NEAR-MINIMUM
004550         END-IF
004560         CLOSE DL100-PARAMETER-FILE
004570     END-IF.
004580 1050-EXIT.
004590     EXIT.
004600*
004610 1060-BUILD-TIMESTAMP.
004620     ACCEPT CH-TIMESTAMP-DATE FROM DATE YYYYMMDD.
004630     ACCEPT CH-TIMESTAMP-TIME-RAW FROM TIME.
004640     MOVE CH-TIMESTAMP-TIME-RAW(1:6) TO CH-TIMESTAMP-TIME.
004650     STRING CH-TIMESTAMP-DATE DELIMITED BY SIZE
004660            CH-TIMESTAMP-TIME DELIMITED BY SIZE
004670         INTO CH-TIMESTAMP.
004680 1060-EXIT.
004690     EXIT.
004700*
004710 1100-BUILD-WINDOW.
004720*    THE WINDOW IS THE BUSINESS DATE AND THE BUSINESS DATES
004730*    BEFORE IT ON THE PROCESSING CALENDAR, HOLIDAYS AND DATES
004740*    NEVER OPENED SKIPPED, UNTIL THE LOOKBACK IS MET OR A YEAR
004750*    OF CALENDAR DAYS HAS BEEN WALKED.
004760     MOVE 1 TO CH-DATE-COUNT.
004770     MOVE CH-PARM-BUSINESS-DATE TO CH-WINDOW-DATE(1).
004780     MOVE CH-PARM-BUSINESS-DATE TO CH-WINDOW-LOW-DATE.
004790     OPEN INPUT DL100-CALENDAR-FILE.
004800     IF CH-CAL-FILE-STATUS NOT = "00"
004810         SET CH-RESULT-IS-FAILURE TO TRUE
004820         MOVE "PROCESSING CALENDAR FILE COULD NOT BE OPENED"
004830             TO CH-PARM-REASON-TEXT
004840         GO TO 1100-EXIT
004850     END-IF.
004860     MOVE CH-PARM-BUSINESS-DATE TO CH-WALK-DATE.
004870     MOVE ZERO TO CH-DAYS-WALKED.
004880     PERFORM 1150-CHECK-ONE-PRIOR-DATE THRU 1150-EXIT
004890         UNTIL CH-DATE-COUNT >= CH-LOOKBACK-DAYS
004900            OR CH-DAYS-WALKED >= 366.
004910     CLOSE DL100-CALENDAR-FILE.
004920 1100-EXIT.
004930     EXIT.
004940*
004950 1150-CHECK-ONE-PRIOR-DATE.
004960     ADD 1 TO CH-DAYS-WALKED.
004970     PERFORM 1200-DECREMENT-WALK-DATE THRU 1200-EXIT.
004980     MOVE CH-WALK-DATE TO CL-BUSINESS-DATE.
004990     READ DL100-CALENDAR-FILE
005000         INVALID KEY
005010             GO TO 1150-EXIT
005020     END-READ.
005030     IF CL-STATUS-HOLIDAY
005040         GO TO 1150-EXIT
005050     END-IF.
005060     ADD 1 TO CH-DATE-COUNT.
005070     MOVE CH-WALK-DATE TO CH-WINDOW-DATE(CH-DATE-COUNT).
005080     MOVE CH-WALK-DATE TO CH-WINDOW-LOW-DATE.
005090 1150-EXIT.
005100     EXIT.
005110*
005120 1200-DECREMENT-WALK-DATE.
005130     MOVE CH-WALK-DATE(1:4) TO CH-WALK-CCYY.
005140     MOVE CH-WALK-DATE(5:2) TO CH-WALK-MM.
005150     MOVE CH-WALK-DATE(7:2) TO CH-WALK-DD.
005160     IF CH-WALK-DD > 1
005170         SUBTRACT 1 FROM CH-WALK-DD
005180         GO TO 1200-REBUILD
005190     END-IF.
005200     IF CH-WALK-MM = 1
005210         MOVE 12 TO CH-WALK-MM
005220         SUBTRACT 1 FROM CH-WALK-CCYY
005230     ELSE
005240         SUBTRACT 1 FROM CH-WALK-MM
005250     END-IF.
005260     MOVE CH-MONTH-DAYS-TBL(CH-WALK-MM) TO CH-WALK-DD.
005270     IF CH-WALK-MM = 2
005280         PERFORM 1300-CHECK-LEAP-YEAR THRU 1300-EXIT
005290     END-IF.
005300 1200-REBUILD.
005310     MOVE CH-WALK-CCYY TO CH-WALK-DATE(1:4).
005320     MOVE CH-WALK-MM   TO CH-WALK-DATE(5:2).
005330     MOVE CH-WALK-DD   TO CH-WALK-DATE(7:2).
005340 1200-EXIT.
005350     EXIT.
005360*
005370 1300-CHECK-LEAP-YEAR.
005380     DIVIDE CH-WALK-CCYY BY 4
005390         GIVING CH-WALK-QUOTIENT
005400         REMAINDER CH-WALK-REMAINDER.
005410     IF CH-WALK-REMAINDER = ZERO
005420         MOVE 29 TO CH-WALK-DD
005430     END-IF.
005440     DIVIDE CH-WALK-CCYY BY 100
005450         GIVING CH-WALK-QUOTIENT
005460         REMAINDER CH-WALK-REMAINDER.
005470     IF CH-WALK-REMAINDER = ZERO
005480         MOVE 28 TO CH-WALK-DD
005490         DIVIDE CH-WALK-CCYY BY 400
005500             GIVING CH-WALK-QUOTIENT
005510             REMAINDER CH-WALK-REMAINDER
005520         IF CH-WALK-REMAINDER = ZERO
005530             MOVE 29 TO CH-WALK-DD
005540         END-IF
005550     END-IF.
005560 1300-EXIT.
005570     EXIT.
005580*
005590 2000-LOAD-ARCHIVE-CATALOG.
005600     MOVE "N" TO CH-END-OF-FILE-SWITCH.
005610     OPEN INPUT DL100-ARCHIVE-CATALOG-FILE.
005620     IF CH-CAT-FILE-STATUS NOT = "00"
005630         GO TO 2000-EXIT
005640     END-IF.
005650     PERFORM 2100-READ-CATALOG THRU 2100-EXIT.
005660     PERFORM 2200-LOAD-ONE-CATALOG THRU 2200-EXIT
005670         UNTIL CH-END-OF-FILE OR CH-CAT-COUNT >= 50.
005680     CLOSE DL100-ARCHIVE-CATALOG-FILE.
005690 2000-EXIT.
005700     EXIT.
005710*
005720 2100-READ-CATALOG.
005730     READ DL100-ARCHIVE-CATALOG-FILE
005740         AT END
005750             SET CH-END-OF-FILE TO TRUE
005760     END-READ.
005770 2100-EXIT.
005780     EXIT.
005790*
005800 2200-LOAD-ONE-CATALOG.
005810     IF AX-LOW-BUSINESS-DATE <= CH-PARM-BUSINESS-DATE
005820         AND AX-HIGH-BUSINESS-DATE >= CH-WINDOW-LOW-DATE
005830         ADD 1 TO CH-CAT-COUNT
005840         MOVE AX-OUT-ARCHIVE-PATH
005850             TO CH-CAT-OUT-PATH(CH-CAT-COUNT)
005860     END-IF.
005870     PERFORM 2100-READ-CATALOG THRU 2100-EXIT.
005880 2200-EXIT.
005890     EXIT.
005900*
005910 3000-GATHER-CASH.
005920     PERFORM 3100-SCAN-ONE-ARCHIVE THRU 3100-EXIT
005930         VARYING CH-CAT-IDX FROM 1 BY 1
005940         UNTIL CH-CAT-IDX > CH-CAT-COUNT
005950            OR CH-RESULT-IS-FAILURE.
005960     IF CH-RESULT-IS-FAILURE
005970         GO TO 3000-EXIT
005980     END-IF.
005990     IF CH-DAILY-OUT-PREFIX NOT = SPACES
006000         PERFORM 3500-SCAN-ONE-DATED-DAY THRU 3500-EXIT
006010             VARYING CH-DATE-IDX FROM 1 BY 1
006020             UNTIL CH-DATE-IDX > CH-DATE-COUNT
006030                OR CH-RESULT-IS-FAILURE
006040         GO TO 3000-EXIT
006050     END-IF.
006060     MOVE "N" TO CH-END-OF-FILE-SWITCH.
006070     OPEN INPUT DL100-OUTPUT-FILE.
006080     IF CH-OUT-FILE-STATUS NOT = "00"
006090         GO TO 3000-EXIT
006100     END-IF.
006110     PERFORM 3300-READ-OUTPUT THRU 3300-EXIT.
006120     PERFORM 3400-CHECK-ONE-OUTPUT THRU 3400-EXIT
006130         UNTIL CH-END-OF-FILE.
006140     CLOSE DL100-OUTPUT-FILE.
006150 3000-EXIT.
006160     EXIT.
006170*
006180 3100-SCAN-ONE-ARCHIVE.
006190     MOVE "N" TO CH-END-OF-FILE-SWITCH.
006200     MOVE CH-CAT-OUT-PATH(CH-CAT-IDX) TO CH-ARC-FILE-PATH.
006210     OPEN INPUT DL100-ARCHIVE-OUT-FILE.
006220     IF CH-ARC-FILE-STATUS NOT = "00"
006230         GO TO 3100-EXIT
006240     END-IF.
006250     PERFORM 3150-READ-ARCHIVE THRU 3150-EXIT.
006260     PERFORM 3200-CHECK-ONE-ARCHIVE THRU 3200-EXIT
006270         UNTIL CH-END-OF-FILE.
006280     CLOSE DL100-ARCHIVE-OUT-FILE.
006290 3100-EXIT.
006300     EXIT.
006310*
006320 3150-READ-ARCHIVE.
006330     READ DL100-ARCHIVE-OUT-FILE
006340         AT END
006350             SET CH-END-OF-FILE TO TRUE
006360     END-READ.
006370 3150-EXIT.
006380     EXIT.
006390*
006400 3200-CHECK-ONE-ARCHIVE.
006410     MOVE AO-BUSINESS-DATE TO CH-WORK-DATE.
006420     MOVE AO-ACCOUNT-NUMBER TO CH-WORK-ACCOUNT.
006430     MOVE AO-TYPE TO CH-WORK-TYPE.
006440     MOVE AO-AMOUNT TO CH-WORK-AMOUNT.
006450     PERFORM 4000-TALLY-CASH THRU 4000-EXIT.
006460     IF CH-RESULT-IS-FAILURE
006470         SET CH-END-OF-FILE TO TRUE
006480     ELSE
006490         PERFORM 3150-READ-ARCHIVE THRU 3150-EXIT
006500     END-IF.
006510 3200-EXIT.
006520     EXIT.
006530*
006540 3300-READ-OUTPUT.
006550     READ DL100-OUTPUT-FILE
006560         AT END
006570             SET CH-END-OF-FILE TO TRUE
006580     END-READ.
006590 3300-EXIT.
006600     EXIT.
006610*
006620 3400-CHECK-ONE-OUTPUT.
006630     MOVE OT-BUSINESS-DATE TO CH-WORK-DATE.
006640     MOVE OT-ACCOUNT-NUMBER TO CH-WORK-ACCOUNT.
006650     MOVE OT-TYPE TO CH-WORK-TYPE.
006660     MOVE OT-AMOUNT TO CH-WORK-AMOUNT.
006670     PERFORM 4000-TALLY-CASH THRU 4000-EXIT.
006680     IF CH-RESULT-IS-FAILURE
006690         SET CH-END-OF-FILE TO TRUE
006700     ELSE
006710         PERFORM 3300-READ-OUTPUT THRU 3300-EXIT
006720     END-IF.
006730 3400-EXIT.
006740     EXIT.
006750*
006760 3500-SCAN-ONE-DATED-DAY.
006770     MOVE SPACES TO CH-OUT-FILE-PATH.
006780     STRING CH-DAILY-OUT-PREFIX DELIMITED BY SPACE
006790            CH-WINDOW-DATE(CH-DATE-IDX) DELIMITED BY SIZE
006800         INTO CH-OUT-FILE-PATH.
006810     MOVE "N" TO CH-END-OF-FILE-SWITCH.
006820     OPEN INPUT DL100-OUTPUT-FILE.
006830     IF CH-OUT-FILE-STATUS NOT = "00"
006840         GO TO 3500-EXIT
006850     END-IF.
006860     PERFORM 3300-READ-OUTPUT THRU 3300-EXIT.
006870     PERFORM 3400-CHECK-ONE-OUTPUT THRU 3400-EXIT
006880         UNTIL CH-END-OF-FILE.
006890     CLOSE DL100-OUTPUT-FILE.
006900 3500-EXIT.
006910     EXIT.
006920*
006930 4000-TALLY-CASH.
006940     IF CH-WORK-ACCOUNT = SPACES
006950         OR CH-WORK-DATE < CH-WINDOW-LOW-DATE
006960         OR CH-WORK-DATE > CH-PARM-BUSINESS-DATE
006970         GO TO 4000-EXIT
006980     END-IF.
006990     IF CH-WORK-TYPE NOT = "DP"
007000         AND CH-WORK-TYPE NOT = "WD"
007010         GO TO 4000-EXIT
007020     END-IF.
007030     IF CH-WORK-DATE = CH-PARM-BUSINESS-DATE
007040         PERFORM 4100-POST-TO-DAY-TABLE THRU 4100-EXIT
007050         IF CH-RESULT-IS-FAILURE
007060             GO TO 4000-EXIT
007070         END-IF
007080     END-IF.
007090     IF CH-WORK-TYPE = "DP"
007100         AND CH-WORK-AMOUNT NOT < CH-NEAR-FLOOR
007110         AND CH-WORK-AMOUNT NOT > CH-THRESHOLD
007120         PERFORM 4300-POST-TO-NEAR-TABLE THRU 4300-EXIT
007130     END-IF.
007140 4000-EXIT.
007150     EXIT.
007160*
007170 4100-POST-TO-DAY-TABLE.
007180     PERFORM 4200-SCAN-ONE-DAY-SLOT THRU 4200-EXIT
007190         VARYING CH-DAY-IDX FROM 1 BY 1
007200         UNTIL CH-DAY-IDX > CH-DAY-COUNT
007210            OR CH-DAY-ACCOUNT(CH-DAY-IDX) = CH-WORK-ACCOUNT.
007220     IF CH-DAY-IDX > CH-DAY-COUNT
007230         IF CH-DAY-COUNT >= 1000
007240             SET CH-RESULT-IS-FAILURE TO TRUE
007250             MOVE "CASH ACTIVITY TABLE IS FULL"
007260                 TO CH-PARM-REASON-TEXT
007270             GO TO 4100-EXIT
007280         END-IF
007290         ADD 1 TO CH-DAY-COUNT
007300         MOVE CH-DAY-COUNT TO CH-DAY-IDX
007310         MOVE CH-WORK-ACCOUNT TO CH-DAY-ACCOUNT(CH-DAY-IDX)
007320         MOVE ZERO TO CH-DAY-DP-COUNT(CH-DAY-IDX)
007330         MOVE ZERO TO CH-DAY-DP-TOTAL(CH-DAY-IDX)
007340         MOVE ZERO TO CH-DAY-WD-COUNT(CH-DAY-IDX)
007350         MOVE ZERO TO CH-DAY-WD-TOTAL(CH-DAY-IDX)
007360     END-IF.
007370     IF CH-WORK-TYPE = "DP"
007380         ADD 1 TO CH-DAY-DP-COUNT(CH-DAY-IDX)
007390         ADD CH-WORK-AMOUNT TO CH-DAY-DP-TOTAL(CH-DAY-IDX)
007400     ELSE
007410         ADD 1 TO CH-DAY-WD-COUNT(CH-DAY-IDX)
007420         ADD CH-WORK-AMOUNT TO CH-DAY-WD-TOTAL(CH-DAY-IDX)
007430     END-IF.
007440 4100-EXIT.
007450     EXIT.
007460*
007470 4200-SCAN-ONE-DAY-SLOT.
007480     CONTINUE.
007490 4200-EXIT.
007500     EXIT.
007510*
007520 4300-POST-TO-NEAR-TABLE.
007530     PERFORM 4400-SCAN-ONE-NEAR-SLOT THRU 4400-EXIT
007540         VARYING CH-NEAR-IDX FROM 1 BY 1
007550         UNTIL CH-NEAR-IDX > CH-NEAR-COUNT
007560            OR CH-NEAR-ACCOUNT(CH-NEAR-IDX) = CH-WORK-ACCOUNT.
007570     IF CH-NEAR-IDX > CH-NEAR-COUNT
007580         IF CH-NEAR-COUNT >= 1000
007590             SET CH-RESULT-IS-FAILURE TO TRUE
007600             MOVE "NEAR-THRESHOLD DEPOSIT TABLE IS FULL"
007610                 TO CH-PARM-REASON-TEXT
007620             GO TO 4300-EXIT
007630         END-IF
007640         ADD 1 TO CH-NEAR-COUNT
007650         MOVE CH-NEAR-COUNT TO CH-NEAR-IDX
007660         MOVE CH-WORK-ACCOUNT TO CH-NEAR-ACCOUNT(CH-NEAR-IDX)
007670         MOVE ZERO TO CH-NEAR-DP-COUNT(CH-NEAR-IDX)
007680         MOVE ZERO TO CH-NEAR-DP-TOTAL(CH-NEAR-IDX)
007690         MOVE CH-WORK-DATE TO CH-NEAR-FIRST-DATE(CH-NEAR-IDX)
007700         MOVE CH-WORK-DATE TO CH-NEAR-LAST-DATE(CH-NEAR-IDX)
007710     END-IF.
007720     ADD 1 TO CH-NEAR-DP-COUNT(CH-NEAR-IDX).
007730     ADD CH-WORK-AMOUNT TO CH-NEAR-DP-TOTAL(CH-NEAR-IDX).
007740     IF CH-WORK-DATE < CH-NEAR-FIRST-DATE(CH-NEAR-IDX)
007750         MOVE CH-WORK-DATE TO CH-NEAR-FIRST-DATE(CH-NEAR-IDX)
007760     END-IF.
007770     IF CH-WORK-DATE > CH-NEAR-LAST-DATE(CH-NEAR-IDX)
007780         MOVE CH-WORK-DATE TO CH-NEAR-LAST-DATE(CH-NEAR-IDX)
007790     END-IF.
007800 4300-EXIT.
007810     EXIT.
007820*
007830 4400-SCAN-ONE-NEAR-SLOT.
007840     CONTINUE.
007850 4400-EXIT.
007860     EXIT.
007870*
007880 5000-PRINT-REPORT.
007890     MOVE SPACES TO CH-REPORT-LINE.
007900     STRING "CASH MONITORING REPORT - BUSINESS DATE "
007910         CH-PARM-BUSINESS-DATE
007920         DELIMITED BY SIZE INTO CH-REPORT-LINE.
007930     WRITE CH-REPORT-LINE.
007940     MOVE CH-THRESHOLD TO CH-THRESHOLD-EDIT.
007950     MOVE CH-NEAR-FLOOR TO CH-FLOOR-EDIT.
007960     MOVE SPACES TO CH-REPORT-LINE.
007970     STRING "REPORTING THRESHOLD " CH-THRESHOLD-EDIT
007980         "   JUST-UNDER BAND FROM " CH-FLOOR-EDIT
007990         DELIMITED BY SIZE INTO CH-REPORT-LINE.
008000     WRITE CH-REPORT-LINE.
008010     MOVE CH-DATE-COUNT TO CH-DAYS-EDIT.
008020     MOVE CH-NEAR-MINIMUM TO CH-MINIMUM-EDIT.
008030     MOVE SPACES TO CH-REPORT-LINE.
008040     STRING "LOOKBACK " CH-DAYS-EDIT " BUSINESS DAYS FROM "
008050         CH-WINDOW-LOW-DATE " - " CH-MINIMUM-EDIT
008060         " OR MORE DEPOSITS IN THE BAND ARE LISTED"
008070         DELIMITED BY SIZE INTO CH-REPORT-LINE.
008080     WRITE CH-REPORT-LINE.
008090     PERFORM 5100-PRINT-LARGE-CASH THRU 5100-EXIT.
008100     IF CH-RESULT-IS-FAILURE
008110         GO TO 5000-EXIT
008120     END-IF.
008130     PERFORM 5300-PRINT-STRUCTURING THRU 5300-EXIT.
008140     IF CH-RESULT-IS-FAILURE
008150         GO TO 5000-EXIT
008160     END-IF.
008170     PERFORM 5600-PRINT-OPEN-CASES THRU 5600-EXIT.
008180     MOVE SPACES TO CH-REPORT-LINE.
008190     WRITE CH-REPORT-LINE.
008200     MOVE CH-LARGE-LISTED TO CH-COUNT-EDIT.
008210     MOVE SPACES TO CH-REPORT-LINE.
008220     STRING "ACCOUNTS OVER THE THRESHOLD       " CH-COUNT-EDIT
008230         DELIMITED BY SIZE INTO CH-REPORT-LINE.
008240     WRITE CH-REPORT-LINE.
008250     MOVE CH-STRUCT-LISTED TO CH-COUNT-EDIT.
008260     MOVE SPACES TO CH-REPORT-LINE.
008270     STRING "ACCOUNTS WITH REPEATED DEPOSITS   " CH-COUNT-EDIT
008280         DELIMITED BY SIZE INTO CH-REPORT-LINE.
008290     WRITE CH-REPORT-LINE.
008300     MOVE CH-PARM-NEW-CASE-COUNT TO CH-COUNT-EDIT.
008310     MOVE SPACES TO CH-REPORT-LINE.
008320     STRING "NEW CASES RAISED                  " CH-COUNT-EDIT
008330         DELIMITED BY SIZE INTO CH-REPORT-LINE.
008340     WRITE CH-REPORT-LINE.
008350     MOVE CH-OPEN-CASE-COUNT TO CH-COUNT-EDIT.
008360     MOVE SPACES TO CH-REPORT-LINE.
008370     STRING "CASES AWAITING REVIEW             " CH-COUNT-EDIT
008380         DELIMITED BY SIZE INTO CH-REPORT-LINE.
008390     WRITE CH-REPORT-LINE.
008400     COMPUTE CH-PARM-FLAGGED-COUNT =
008410         CH-LARGE-LISTED + CH-STRUCT-LISTED.
008420 5000-EXIT.
008430     EXIT.
008440*
008450 5050-START-ACCOUNTS.
008460     MOVE "N" TO CH-ACCT-EOF-SWITCH.
008470     MOVE LOW-VALUES TO AC-ACCOUNT-NUMBER.
008480     START DL100-ACCOUNT-FILE
008490         KEY IS GREATER THAN AC-ACCOUNT-NUMBER
008500         INVALID KEY
008510             SET CH-ACCT-END-OF-FILE TO TRUE
008520             GO TO 5050-EXIT
008530     END-START.
008540     PERFORM 5060-READ-NEXT-ACCOUNT THRU 5060-EXIT.
008550 5050-EXIT.
008560     EXIT.
008570*
008580 5060-READ-NEXT-ACCOUNT.
008590     READ DL100-ACCOUNT-FILE NEXT RECORD
008600         AT END
008610             SET CH-ACCT-END-OF-FILE TO TRUE
008620     END-READ.
008630 5060-EXIT.
008640     EXIT.
008650*
008660 5100-PRINT-LARGE-CASH.
008670     MOVE SPACES TO CH-REPORT-LINE.
008680     WRITE CH-REPORT-LINE.
008690     MOVE SPACES TO CH-REPORT-LINE.
008700     MOVE "ACCOUNTS OVER THE REPORTING THRESHOLD ON THE DATE"
008710         TO CH-REPORT-LINE.
008720     WRITE CH-REPORT-LINE.
008730     MOVE SPACES TO CH-REPORT-LINE.
008740     MOVE CH-LARGE-HEADING TO CH-REPORT-LINE.
008750     WRITE CH-REPORT-LINE.
008760     PERFORM 5050-START-ACCOUNTS THRU 5050-EXIT.
008770     PERFORM 5150-CHECK-ONE-LARGE THRU 5150-EXIT
008780         UNTIL CH-ACCT-END-OF-FILE.
008790     IF CH-LARGE-LISTED = ZERO
008800         MOVE SPACES TO CH-REPORT-LINE
008810         MOVE "    NONE" TO CH-REPORT-LINE
008820         WRITE CH-REPORT-LINE
008830     END-IF.
008840 5100-EXIT.
008850     EXIT.
008860*
008870 5150-CHECK-ONE-LARGE.
008880     PERFORM 4200-SCAN-ONE-DAY-SLOT THRU 4200-EXIT
008890         VARYING CH-DAY-IDX FROM 1 BY 1
008900         UNTIL CH-DAY-IDX > CH-DAY-COUNT
008910            OR CH-DAY-ACCOUNT(CH-DAY-IDX) = AC-ACCOUNT-NUMBER.
008920     IF CH-DAY-IDX > CH-DAY-COUNT
008930         GO TO 5150-NEXT
008940     END-IF.
008950     IF CH-DAY-DP-TOTAL(CH-DAY-IDX) NOT > CH-THRESHOLD
008960         AND CH-DAY-WD-TOTAL(CH-DAY-IDX) NOT > CH-THRESHOLD
008970         GO TO 5150-NEXT
008980     END-IF.
008990     ADD 1 TO CH-LARGE-LISTED.
009000     PERFORM 6000-SCAN-ACCOUNT-CASES THRU 6000-EXIT.
009010     IF CH-LARGE-CASE-ID > ZERO
009020         MOVE CH-LARGE-CASE-ID TO CH-NOTE-CASE-ID
009030         MOVE CH-LARGE-CASE-STATUS TO CH-NOTE-CASE-STATUS
009040         PERFORM 6800-BUILD-COVERED-NOTE THRU 6800-EXIT
009050     ELSE
009060         MOVE "L" TO CH-NEW-CASE-TYPE
009070         MOVE CH-PARM-BUSINESS-DATE TO CH-NEW-LOW-DATE
009080         MOVE CH-PARM-BUSINESS-DATE TO CH-NEW-HIGH-DATE
009090         MOVE CH-DAY-DP-COUNT(CH-DAY-IDX) TO CH-NEW-DP-COUNT
009100         MOVE CH-DAY-DP-TOTAL(CH-DAY-IDX) TO CH-NEW-DP-TOTAL
009110         MOVE CH-DAY-WD-COUNT(CH-DAY-IDX) TO CH-NEW-WD-COUNT
009120         MOVE CH-DAY-WD-TOTAL(CH-DAY-IDX) TO CH-NEW-WD-TOTAL
009130         PERFORM 6500-WRITE-NEW-CASE THRU 6500-EXIT
009140         IF CH-RESULT-IS-FAILURE
009150             SET CH-ACCT-END-OF-FILE TO TRUE
009160             GO TO 5150-EXIT
009170         END-IF
009180     END-IF.
009190     MOVE SPACES TO CH-LARGE-LINE.
009200     MOVE AC-ACCOUNT-NUMBER TO CH-L-ACCOUNT.
009210     MOVE AC-ACCOUNT-NAME TO CH-L-NAME.
009220     MOVE CH-DAY-DP-COUNT(CH-DAY-IDX) TO CH-L-DP-COUNT.
009230     MOVE CH-DAY-DP-TOTAL(CH-DAY-IDX) TO CH-L-DP-TOTAL.
009240     MOVE CH-DAY-WD-COUNT(CH-DAY-IDX) TO CH-L-WD-COUNT.
009250     MOVE CH-DAY-WD-TOTAL(CH-DAY-IDX) TO CH-L-WD-TOTAL.
009260     MOVE CH-CASE-NOTE TO CH-L-NOTE.
009270     MOVE SPACES TO CH-REPORT-LINE.
009280     MOVE CH-LARGE-LINE TO CH-REPORT-LINE.
009290     WRITE CH-REPORT-LINE.
009300 5150-NEXT.
009310     PERFORM 5060-READ-NEXT-ACCOUNT THRU 5060-EXIT.
009320 5150-EXIT.
009330     EXIT.
009340*
009350 5300-PRINT-STRUCTURING.
009360     MOVE SPACES TO CH-REPORT-LINE.
009370     WRITE CH-REPORT-LINE.
009380     MOVE SPACES TO CH-REPORT-LINE.
009390     MOVE "REPEATED DEPOSITS JUST UNDER THE THRESHOLD"
009400         TO CH-REPORT-LINE.
009410     WRITE CH-REPORT-LINE.
009420     MOVE SPACES TO CH-REPORT-LINE.
009430     MOVE CH-STRUCT-HEADING TO CH-REPORT-LINE.
009440     WRITE CH-REPORT-LINE.
009450     PERFORM 5050-START-ACCOUNTS THRU 5050-EXIT.
009460     PERFORM 5350-CHECK-ONE-STRUCTURING THRU 5350-EXIT
009470         UNTIL CH-ACCT-END-OF-FILE.
009480     IF CH-STRUCT-LISTED = ZERO
009490         MOVE SPACES TO CH-REPORT-LINE
009500         MOVE "    NONE" TO CH-REPORT-LINE
009510         WRITE CH-REPORT-LINE
009520     END-IF.
009530 5300-EXIT.
009540     EXIT.
009550*
009560 5350-CHECK-ONE-STRUCTURING.
009570     PERFORM 4400-SCAN-ONE-NEAR-SLOT THRU 4400-EXIT
009580         VARYING CH-NEAR-IDX FROM 1 BY 1
009590         UNTIL CH-NEAR-IDX > CH-NEAR-COUNT
009600            OR CH-NEAR-ACCOUNT(CH-NEAR-IDX) = AC-ACCOUNT-NUMBER.
009610     IF CH-NEAR-IDX > CH-NEAR-COUNT
009620         GO TO 5350-NEXT
009630     END-IF.
009640     IF CH-NEAR-DP-COUNT(CH-NEAR-IDX) < CH-NEAR-MINIMUM
009650         GO TO 5350-NEXT
009660     END-IF.
009670     ADD 1 TO CH-STRUCT-LISTED.
009680     PERFORM 6000-SCAN-ACCOUNT-CASES THRU 6000-EXIT.
009690*    THE DEPOSITS ARE ALREADY UNDER A CASE UNLESS ONE OF THEM IS
009700*    LATER THAN THE WINDOW OF THE LAST STRUCTURING CASE.
009710     IF CH-STRUCT-CASE-ID > ZERO
009720         AND CH-NEAR-LAST-DATE(CH-NEAR-IDX)
009730             NOT > CH-STRUCT-HIGH-DATE
009740         MOVE CH-STRUCT-CASE-ID TO CH-NOTE-CASE-ID
009750         MOVE CH-STRUCT-CASE-STATUS TO CH-NOTE-CASE-STATUS
009760         PERFORM 6800-BUILD-COVERED-NOTE THRU 6800-EXIT
009770     ELSE
009780         MOVE "S" TO CH-NEW-CASE-TYPE
009790         MOVE CH-NEAR-FIRST-DATE(CH-NEAR-IDX) TO CH-NEW-LOW-DATE
009800         MOVE CH-NEAR-LAST-DATE(CH-NEAR-IDX) TO CH-NEW-HIGH-DATE
009810         MOVE CH-NEAR-DP-COUNT(CH-NEAR-IDX) TO CH-NEW-DP-COUNT
009820         MOVE CH-NEAR-DP-TOTAL(CH-NEAR-IDX) TO CH-NEW-DP-TOTAL
009830         MOVE ZERO TO CH-NEW-WD-COUNT
009840         MOVE ZERO TO CH-NEW-WD-TOTAL
009850         PERFORM 6500-WRITE-NEW-CASE THRU 6500-EXIT
009860         IF CH-RESULT-IS-FAILURE
009870             SET CH-ACCT-END-OF-FILE TO TRUE
009880             GO TO 5350-EXIT
009890         END-IF
009900     END-IF.
009910     MOVE SPACES TO CH-STRUCT-LINE.
009920     MOVE AC-ACCOUNT-NUMBER TO CH-S-ACCOUNT.
009930     MOVE AC-ACCOUNT-NAME TO CH-S-NAME.
009940     MOVE CH-NEAR-DP-COUNT(CH-NEAR-IDX) TO CH-S-DP-COUNT.
009950     MOVE CH-NEAR-DP-TOTAL(CH-NEAR-IDX) TO CH-S-DP-TOTAL.
009960     MOVE CH-NEAR-FIRST-DATE(CH-NEAR-IDX) TO CH-S-FIRST-DATE.
009970     MOVE CH-NEAR-LAST-DATE(CH-NEAR-IDX) TO CH-S-LAST-DATE.
009980     MOVE CH-CASE-NOTE TO CH-S-NOTE.
009990     MOVE SPACES TO CH-REPORT-LINE.
010000     MOVE CH-STRUCT-LINE TO CH-REPORT-LINE.
010010     WRITE CH-REPORT-LINE.
010020 5350-NEXT.
010030     PERFORM 5060-READ-NEXT-ACCOUNT THRU 5060-EXIT.
010040 5350-EXIT.
010050     EXIT.
010060*
010070 5600-PRINT-OPEN-CASES.
010080     MOVE SPACES TO CH-REPORT-LINE.
010090     WRITE CH-REPORT-LINE.
010100     MOVE SPACES TO CH-REPORT-LINE.
010110     MOVE "CASES AWAITING REVIEW" TO CH-REPORT-LINE.
010120     WRITE CH-REPORT-LINE.
010130     MOVE SPACES TO CH-REPORT-LINE.
010140     MOVE CH-OPEN-HEADING TO CH-REPORT-LINE.
010150     WRITE CH-REPORT-LINE.
010160     MOVE "N" TO CH-CASE-EOF-SWITCH.
010170     MOVE LOW-VALUES TO CS-CASE-KEY.
010180     START DL100-CASH-CASE-FILE
010190         KEY IS GREATER THAN CS-CASE-KEY
010200         INVALID KEY
010210             SET CH-CASE-END-OF-FILE TO TRUE
010220     END-START.
010230     IF NOT CH-CASE-END-OF-FILE
010240         PERFORM 5610-READ-NEXT-CASE THRU 5610-EXIT
010250         PERFORM 5650-PRINT-ONE-OPEN-CASE THRU 5650-EXIT
010260             UNTIL CH-CASE-END-OF-FILE
010270     END-IF.
010280     IF CH-OPEN-CASE-COUNT = ZERO
010290         MOVE SPACES TO CH-REPORT-LINE
010300         MOVE "    NONE" TO CH-REPORT-LINE
010310         WRITE CH-REPORT-LINE
010320     END-IF.
010330 5600-EXIT.
010340     EXIT.
010350*
010360 5610-READ-NEXT-CASE.
010370     READ DL100-CASH-CASE-FILE NEXT RECORD
010380         AT END
010390             SET CH-CASE-END-OF-FILE TO TRUE
010400     END-READ.
010410 5610-EXIT.
010420     EXIT.
010430*
010440 5650-PRINT-ONE-OPEN-CASE.
010450     IF NOT CS-STATUS-OPEN
010460         GO TO 5650-NEXT
010470     END-IF.
010480     ADD 1 TO CH-OPEN-CASE-COUNT.
010490     MOVE SPACES TO CH-OPEN-LINE.
010500     MOVE CS-ACCOUNT-NUMBER TO CH-O-ACCOUNT.
010510     MOVE CS-CASE-ID TO CH-O-CASE-ID.
010520     IF CS-TYPE-LARGE-CASH
010530         MOVE "LARGE CASH" TO CH-O-TYPE
010540     ELSE
010550         MOVE "STRUCTURING" TO CH-O-TYPE
010560     END-IF.
010570     MOVE CS-FLAGGED-DATE TO CH-O-FLAGGED-DATE.
010580     MOVE CS-WINDOW-LOW-DATE TO CH-O-LOW-DATE.
010590     MOVE CS-WINDOW-HIGH-DATE TO CH-O-HIGH-DATE.
010600     MOVE CS-DEPOSIT-TOTAL TO CH-O-DP-TOTAL.
010610     MOVE CS-WITHDRAWAL-TOTAL TO CH-O-WD-TOTAL.
010620     MOVE SPACES TO CH-REPORT-LINE.
010630     MOVE CH-OPEN-LINE TO CH-REPORT-LINE.
010640     WRITE CH-REPORT-LINE.
010650 5650-NEXT.
010660     PERFORM 5610-READ-NEXT-CASE THRU 5610-EXIT.
010670 5650-EXIT.
010680     EXIT.
010690*
010700 6000-SCAN-ACCOUNT-CASES.
010710*    NOTES THE ACCOUNT'S HIGHEST CASE ID, ANY LARGE-CASH CASE
010720*    ALREADY RAISED FOR THE BUSINESS DATE, AND ITS LATEST
010730*    STRUCTURING CASE WITH THE LATEST WINDOW HIGH DATE SEEN.
010740     MOVE ZERO TO CH-LAST-CASE-ID.
010750     MOVE ZERO TO CH-LARGE-CASE-ID.
010760     MOVE ZERO TO CH-STRUCT-CASE-ID.
010770     MOVE ZERO TO CH-STRUCT-HIGH-DATE.
010780     MOVE SPACE TO CH-LARGE-CASE-STATUS.
010790     MOVE SPACE TO CH-STRUCT-CASE-STATUS.
010800     MOVE "N" TO CH-CASE-EOF-SWITCH.
010810     MOVE AC-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER.
010820     MOVE ZERO TO CS-CASE-ID.
010830     START DL100-CASH-CASE-FILE
010840         KEY IS NOT LESS THAN CS-CASE-KEY
010850         INVALID KEY
010860             GO TO 6000-EXIT
010870     END-START.
010880     PERFORM 6050-READ-ACCOUNT-CASE THRU 6050-EXIT.
010890     PERFORM 6100-NOTE-ONE-CASE THRU 6100-EXIT
010900         UNTIL CH-CASE-END-OF-FILE.
010910 6000-EXIT.
010920     EXIT.
010930*
010940 6050-READ-ACCOUNT-CASE.
010950     READ DL100-CASH-CASE-FILE NEXT RECORD
010960         AT END
010970             SET CH-CASE-END-OF-FILE TO TRUE
010980             GO TO 6050-EXIT
010990     END-READ.
011000     IF CS-ACCOUNT-NUMBER NOT = AC-ACCOUNT-NUMBER
011010         SET CH-CASE-END-OF-FILE TO TRUE
011020     END-IF.
011030 6050-EXIT.
011040     EXIT.
011050*
011060 6100-NOTE-ONE-CASE.
011070     MOVE CS-CASE-ID TO CH-LAST-CASE-ID.
011080     IF CS-TYPE-LARGE-CASH
011090         AND CS-FLAGGED-DATE = CH-PARM-BUSINESS-DATE
011100         MOVE CS-CASE-ID TO CH-LARGE-CASE-ID
011110         MOVE CS-CASE-STATUS TO CH-LARGE-CASE-STATUS
011120     END-IF.
011130     IF CS-TYPE-STRUCTURING
011140         MOVE CS-CASE-ID TO CH-STRUCT-CASE-ID
011150         MOVE CS-CASE-STATUS TO CH-STRUCT-CASE-STATUS
011160         IF CS-WINDOW-HIGH-DATE > CH-STRUCT-HIGH-DATE
011170             MOVE CS-WINDOW-HIGH-DATE TO CH-STRUCT-HIGH-DATE
011180         END-IF
011190     END-IF.
011200     PERFORM 6050-READ-ACCOUNT-CASE THRU 6050-EXIT.
011210 6100-EXIT.
011220     EXIT.
011230*
011240 6500-WRITE-NEW-CASE.
011250*    THE NEW CASE TAKES THE NEXT ID AFTER THE HIGHEST ON FILE
011260*    FOR THE ACCOUNT, SO IDS ARE NEVER REUSED.
011270     IF CH-LAST-CASE-ID = 999999
011280         MOVE "NO CASE IDS LEFT FOR THIS ACCOUNT" TO CH-CASE-NOTE
011290         GO TO 6500-EXIT
011300     END-IF.
011310     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
011320     MOVE SPACES TO DL100-CASH-CASE-RECORD.
011330     MOVE AC-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER.
011340     COMPUTE CS-CASE-ID = CH-LAST-CASE-ID + 1.
011350     MOVE CH-NEW-CASE-TYPE TO CS-CASE-TYPE.
011360     MOVE CH-PARM-BUSINESS-DATE TO CS-FLAGGED-DATE.
011370     MOVE CH-NEW-LOW-DATE TO CS-WINDOW-LOW-DATE.
011380     MOVE CH-NEW-HIGH-DATE TO CS-WINDOW-HIGH-DATE.
011390     MOVE CH-THRESHOLD TO CS-THRESHOLD-AMOUNT.
011400     MOVE CH-NEW-DP-COUNT TO CS-DEPOSIT-COUNT.
011410     MOVE CH-NEW-DP-TOTAL TO CS-DEPOSIT-TOTAL.
011420     MOVE CH-NEW-WD-COUNT TO CS-WITHDRAWAL-COUNT.
011430     MOVE CH-NEW-WD-TOTAL TO CS-WITHDRAWAL-TOTAL.
011440     SET CS-STATUS-OPEN TO TRUE.
011450     MOVE CH-TIMESTAMP TO CS-CREATED-DATE-TIME.
011460     WRITE DL100-CASH-CASE-RECORD
011470         INVALID KEY
011480             SET CH-RESULT-IS-FAILURE TO TRUE
011490             MOVE "CASH CASE RECORD COULD NOT BE WRITTEN"
011500                 TO CH-PARM-REASON-TEXT
011510             GO TO 6500-EXIT
011520     END-WRITE.
011530     ADD 1 TO CH-PARM-NEW-CASE-COUNT.
011540     MOVE SPACES TO CH-CASE-NOTE.
011550     STRING "NEW CASE " CS-CASE-ID
011560         DELIMITED BY SIZE INTO CH-CASE-NOTE.
011570 6500-EXIT.
011580     EXIT.
011590*
011600 6800-BUILD-COVERED-NOTE.
011610     EVALUATE CH-NOTE-CASE-STATUS
011620         WHEN "O"
011630             MOVE "OPEN" TO CH-STATUS-TEXT
011640         WHEN "R"
011650             MOVE "REVIEWED" TO CH-STATUS-TEXT
011660         WHEN "E"
011670             MOVE "ESCALATED" TO CH-STATUS-TEXT
011680         WHEN OTHER
011690             MOVE CH-NOTE-CASE-STATUS TO CH-STATUS-TEXT
011700     END-EVALUATE.
011710     MOVE SPACES TO CH-CASE-NOTE.
011720     STRING "COVERED BY CASE " CH-NOTE-CASE-ID " - "
011730         CH-STATUS-TEXT
011740         DELIMITED BY SIZE INTO CH-CASE-NOTE.
011750 6800-EXIT.
011760     EXIT.
011770*
011780 8000-TERMINATE.
011790     IF CH-RPT-FILE-IS-OPEN
011800         CLOSE DL100-CASH-REPORT-FILE
011810         MOVE "N" TO CH-RPT-OPEN-SWITCH
011820     END-IF.
011830     IF CH-CSE-FILE-IS-OPEN
011840         CLOSE DL100-CASH-CASE-FILE
011850         MOVE "N" TO CH-CSE-OPEN-SWITCH
011860     END-IF.
011870     IF CH-ACT-FILE-IS-OPEN
011880         CLOSE DL100-ACCOUNT-FILE
011890         MOVE "N" TO CH-ACT-OPEN-SWITCH
011900     END-IF.
011910 8000-EXIT.
011920     EXIT.
