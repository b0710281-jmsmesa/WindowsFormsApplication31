000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100TAX.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100TAX - YEAR-END INTEREST AND FEE TAX REPORTING EXTRACT  *
000110*                                                                *
000120*   CALLED FROM FORM1 ONCE A YEAR FOR ONE CALENDAR TAX YEAR.     *
000130*   TOTALS, PER ACCOUNT, THE INTEREST CREDITED (TYPE AJ) AND     *
000140*   FEES CHARGED (TYPE FE) THAT DL100ACR POSTED UNDER THE        *
000150*   SYSTEM SOURCE SYSACCR DURING THE YEAR, NET OF ANY TYPE RV    *
000160*   REVERSAL OF THEM.  THE YEAR IS READ FROM THE DATED ARCHIVE   *
000170*   FILES NAMED ON THE ARCHIVE CATALOG AND FROM THE LIVE OUTPUT  *
000180*   (THE PER-DAY OUTPUT FILES WHEN THE DAILY OUTPUT PREFIX IS    *
000190*   SET), AS THE STATEMENT PRINT DOES.  EVERY ACCOUNT ON THE     *
000200*   MASTER IS ELIGIBLE, INCLUDING THOSE CLOSED DURING THE YEAR.  *
000210*                                                                *
000220*   ONE DETAIL RECORD IS WRITTEN TO THE VENDOR EXTRACT           *
000230*   (DL100TR) PER ACCOUNT WITH INTEREST OR FEES AT OR ABOVE THE  *
000240*   MAINTAINED REPORTING FLOOR, FOLLOWED BY A CONTROL-TOTAL      *
000250*   TRAILER.  AN AMOUNT WHOSE SIZE IS UNDER THE FLOOR IS NOT     *
000260*   DROPPED - IT IS CARRIED AS ZERO ON THE EXTRACT AND LISTED    *
000270*   SEPARATELY ON THE SUMMARY REPORT.  ACCRUALS FOR AN ACCOUNT   *
000280*   NOT ON THE MASTER ARE LISTED AS UNMATCHED.                   *
000290*                                                                *
000300*   THE SUMMARY REPORT TIES THE EXTRACT, UNDER-FLOOR, AND        *
000310*   UNMATCHED TOTALS TO THE YEAR'S GL JOURNAL LINES FOR THE      *
000320*   INTEREST ACCOUNT (THE DEBIT SIDE OF THE AJ MAPPING) AND THE  *
000330*   FEE ACCOUNT (THE CREDIT SIDE OF THE FE MAPPING), READ FROM   *
000340*   THE DATED JOURNAL HISTORY FILES DL100GLX KEEPS WHEN THE      *
000350*   JOURNAL HISTORY PREFIX IS SET.  ANY OTHER TRANSACTION WHOSE  *
000360*   GL MAPPING POSTS TO EITHER ACCOUNT (A SOURCE SYSTEM'S FEE,   *
000370*   A MANUAL AJ ADJUSTMENT) IS TOTALLED AS WELL AND SHOWN AS A   *
000380*   RECONCILING LINE, SO A CORRECT YEAR TIES.                    *
000390*                                                                *
000400*   MODIFICATION HISTORY                                        *
000410*   ----------------------------------------------------------- *
000420*   2026-10-15  JMS   INITIAL VERSION.                          *
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT DL100-ACCOUNT-FILE ASSIGN TO TY-ACT-FILE-PATH
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS AC-ACCOUNT-NUMBER
000520         FILE STATUS IS TY-ACT-FILE-STATUS.
000530     SELECT DL100-OUTPUT-FILE ASSIGN TO TY-OUT-FILE-PATH
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS TY-OUT-FILE-STATUS.
000560     SELECT DL100-ARCHIVE-CATALOG-FILE ASSIGN TO TY-CAT-FILE-PATH
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS TY-CAT-FILE-STATUS.
000590     SELECT DL100-ARCHIVE-OUT-FILE ASSIGN TO TY-ARC-FILE-PATH
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS TY-ARC-FILE-STATUS.
000620     SELECT DL100-GL-MAP-FILE ASSIGN TO TY-MAP-FILE-PATH
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS GM-MAP-KEY
000660         FILE STATUS IS TY-MAP-FILE-STATUS.
000670     SELECT DL100-JOURNAL-HIST-FILE ASSIGN TO TY-JNH-FILE-PATH
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS TY-JNH-FILE-STATUS.
000700     SELECT DL100-TAX-EXTRACT-FILE ASSIGN TO TY-TAX-FILE-PATH
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS TY-TAX-FILE-STATUS.
000730     SELECT DL100-TAX-REPORT-FILE ASSIGN TO TAXRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS TY-RPT-FILE-STATUS.
000760     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS TY-PRM-FILE-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  DL100-ACCOUNT-FILE.
000820 COPY DL100AC.
000830 FD  DL100-OUTPUT-FILE.
000840 COPY DL100TX
000850     REPLACING LEADING ==TX-== BY ==OT-==
000860         ==DL100-TRANSACTION-RECORD== BY ==DL100-OUTPUT-RECORD==.
000870 FD  DL100-ARCHIVE-CATALOG-FILE.
000880 COPY DL100AX.
000890 FD  DL100-ARCHIVE-OUT-FILE.
000900 COPY DL100TX
000910     REPLACING LEADING ==TX-== BY ==AO-==
000920         ==DL100-TRANSACTION-RECORD== BY
000930         ==DL100-ARCHIVE-OUT-RECORD==.
000940 FD  DL100-GL-MAP-FILE.
000950 COPY DL100GM.
000960 FD  DL100-JOURNAL-HIST-FILE.
000970 COPY DL100JL
000980     REPLACING LEADING ==JL-== BY ==JH-==
000990         ==DL100-JOURNAL-RECORD==
001000             BY ==DL100-JOURNAL-HIST-RECORD==.
001010 FD  DL100-TAX-EXTRACT-FILE.
001020 COPY DL100TR.
001030 FD  DL100-TAX-REPORT-FILE
001040     RECORD CONTAINS 132 CHARACTERS.
001050 01  TY-REPORT-LINE               PIC X(132).
001060 FD  DL100-PARAMETER-FILE.
001070 COPY DL100PR.
001080 WORKING-STORAGE SECTION.
001090 77  TY-ACT-FILE-STATUS       PIC X(02) VALUE SPACES.
001100 77  TY-OUT-FILE-STATUS       PIC X(02) VALUE SPACES.
001110 77  TY-CAT-FILE-STATUS       PIC X(02) VALUE SPACES.
001120 77  TY-ARC-FILE-STATUS       PIC X(02) VALUE SPACES.
001130 77  TY-MAP-FILE-STATUS       PIC X(02) VALUE SPACES.
001140 77  TY-JNH-FILE-STATUS       PIC X(02) VALUE SPACES.
001150 77  TY-TAX-FILE-STATUS       PIC X(02) VALUE SPACES.
001160 77  TY-RPT-FILE-STATUS       PIC X(02) VALUE SPACES.
001170 77  TY-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
001180 77  TY-ACT-FILE-PATH         PIC X(60) VALUE "ACTFILE".
001190 77  TY-OUT-FILE-PATH         PIC X(72) VALUE "OUTFILE".
001200 77  TY-DAILY-OUT-PREFIX      PIC X(60) VALUE SPACES.
001210 77  TY-CAT-FILE-PATH         PIC X(60) VALUE "ARCCAT".
001220 77  TY-ARC-FILE-PATH         PIC X(72) VALUE SPACES.
001230 77  TY-MAP-FILE-PATH         PIC X(60) VALUE "GLMFILE".
001240 77  TY-JOURNAL-HIST-PREFIX   PIC X(60) VALUE SPACES.
001250 77  TY-JNH-FILE-PATH         PIC X(72) VALUE SPACES.
001260 77  TY-TAX-FILE-PATH         PIC X(60) VALUE "TAXFILE".
001270 77  TY-SYSTEM-SOURCE         PIC X(08) VALUE "SYSACCR".
001280 77  TY-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
001290     88  TY-END-OF-FILE                 VALUE "Y".
001300 77  TY-ACCT-EOF-SWITCH       PIC X(01) VALUE "N".
001310     88  TY-ACCT-END-OF-FILE            VALUE "Y".
001320 77  TY-TAX-OPEN-SWITCH       PIC X(01) VALUE "N".
001330     88  TY-TAX-FILE-IS-OPEN            VALUE "Y".
001340 77  TY-RPT-OPEN-SWITCH       PIC X(01) VALUE "N".
001350     88  TY-RPT-FILE-IS-OPEN            VALUE "Y".
001360 77  TY-MAP-OPEN-SWITCH       PIC X(01) VALUE "N".
001370     88  TY-MAP-FILE-IS-OPEN            VALUE "Y".
001380 77  TY-MAP-FOUND-SWITCH      PIC X(01) VALUE "N".
001390     88  TY-MAP-WAS-FOUND               VALUE "Y".
001400 77  TY-MAP-TYPE              PIC X(02) VALUE SPACES.
001410 77  TY-MAP-SOURCE            PIC X(08) VALUE SPACES.
001420 77  TY-TIE-SWITCH            PIC X(01) VALUE "N".
001430     88  TY-TIE-IS-POSSIBLE             VALUE "Y".
001440 77  TY-OTH-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
001450 77  TY-INT-GL-ACCOUNT        PIC X(10) VALUE SPACES.
001460 77  TY-FEE-GL-ACCOUNT        PIC X(10) VALUE SPACES.
001470 77  TY-TIMESTAMP             PIC X(14) VALUE SPACES.
001480 77  TY-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
001490 77  TY-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
001500 77  TY-TIMESTAMP-TIME        PIC 9(06) VALUE ZERO.
001510 77  TY-YEAR-START            PIC 9(08) VALUE ZERO.
001520 77  TY-YEAR-END              PIC 9(08) VALUE ZERO.
001530 77  TY-PROBE-MONTH           PIC 9(02) VALUE ZERO.
001540 77  TY-PROBE-DAY             PIC 9(02) VALUE ZERO.
001550 77  TY-PROBE-DATE            PIC 9(08) VALUE ZERO.
001560 77  TY-CAT-COUNT             PIC 9(02) COMP VALUE ZERO.
001570 77  TY-CAT-IDX               PIC 9(02) COMP VALUE ZERO.
001580 77  TY-WORK-DATE             PIC 9(08) VALUE ZERO.
001590 77  TY-WORK-ACCOUNT          PIC X(12) VALUE SPACES.
001600 77  TY-WORK-TYPE             PIC X(02) VALUE SPACES.
001610 77  TY-WORK-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
001620 77  TY-WORK-SOURCE           PIC X(08) VALUE SPACES.
001630 77  TY-WORK-REV-SOURCE       PIC X(08) VALUE SPACES.
001640 77  TY-WORK-REV-TYPE         PIC X(02) VALUE SPACES.
001650 77  TY-WORK-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.
001660 77  TY-WORK-FEE              PIC S9(11)V99 COMP-3 VALUE ZERO.
001670 77  TY-WORK-SIZE             PIC S9(11)V99 COMP-3 VALUE ZERO.
001680 77  TY-FLOOR-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
001690 77  TY-OUT-INTEREST          PIC S9(11)V99 COMP-3 VALUE ZERO.
001700 77  TY-OUT-FEE               PIC S9(11)V99 COMP-3 VALUE ZERO.
001710 77  TY-ACCRUAL-COUNT         PIC 9(09) COMP VALUE ZERO.
001720 77  TY-ACCT-COUNT            PIC 9(04) COMP VALUE ZERO.
001730 77  TY-ACCT-IDX              PIC 9(04) COMP VALUE ZERO.
001740 77  TY-FOUND-IDX             PIC 9(04) COMP VALUE ZERO.
001750 77  TY-LOW-IDX               PIC 9(04) COMP VALUE ZERO.
001760 77  TY-HIGH-IDX              PIC 9(04) COMP VALUE ZERO.
001770 77  TY-MID-IDX               PIC 9(04) COMP VALUE ZERO.
001780 77  TY-UNM-COUNT             PIC 9(03) COMP VALUE ZERO.
001790 77  TY-UNM-IDX               PIC 9(03) COMP VALUE ZERO.
001800 77  TY-UNM-NOT-LISTED        PIC 9(09) COMP VALUE ZERO.
001810 77  TY-JNH-DAY-COUNT         PIC 9(03) COMP VALUE ZERO.
001820*
001830*    YEAR TOTALS - EXTRACTED, UNDER THE FLOOR, AND UNMATCHED
001840*    TOGETHER MAKE UP EVERYTHING ACCRUED FOR THE YEAR
001850 77  TY-EXT-INTEREST-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
001860 77  TY-EXT-FEE-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
001870 77  TY-LOW-INTEREST-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
001880 77  TY-LOW-FEE-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
001890 77  TY-LOW-COUNT             PIC 9(09) COMP VALUE ZERO.
001900 77  TY-UNM-INTEREST-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
001910 77  TY-UNM-FEE-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
001920 77  TY-ALL-INTEREST-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
001930 77  TY-ALL-FEE-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
001940 77  TY-GL-INTEREST-NET       PIC S9(13)V99 COMP-3 VALUE ZERO.
001950 77  TY-GL-FEE-NET            PIC S9(13)V99 COMP-3 VALUE ZERO.
001960 77  TY-OTH-INTEREST-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
001970 77  TY-OTH-FEE-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
001980 77  TY-DIFFERENCE            PIC S9(13)V99 COMP-3 VALUE ZERO.
001990 77  TY-AMOUNT-EDIT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002000 77  TY-AMOUNT-EDIT-2         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002010 77  TY-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
002020 77  TY-FLOOR-EDIT            PIC ZZ,ZZ9.
002030 77  TY-STATUS-TEXT           PIC X(16) VALUE SPACES.
002040 01  TY-CATALOG-TABLE.
002050     05  TY-CAT-ENTRY OCCURS 50 TIMES.
002060         10  TY-CAT-OUT-PATH      PIC X(72).
002070         10  TY-CAT-LOW-DATE      PIC 9(08).
002080         10  TY-CAT-HIGH-DATE     PIC 9(08).
002090*
002100*    THE ACCOUNT MASTER, LOADED IN ACCOUNT NUMBER ORDER, WITH
002110*    THE YEAR'S INTEREST AND FEES AGAINST EACH ACCOUNT
002120 01  TY-ACCOUNT-TABLE.
002130     05  TY-ACCT-ENTRY OCCURS 5000 TIMES.
002140         10  TY-ACCT-NUMBER       PIC X(12).
002150         10  TY-ACCT-NAME         PIC X(30).
002160         10  TY-ACCT-STATUS       PIC X(01).
002170         10  TY-ACCT-INTEREST     PIC S9(11)V99 COMP-3.
002180         10  TY-ACCT-FEE          PIC S9(11)V99 COMP-3.
002190 01  TY-UNMATCHED-TABLE.
002200     05  TY-UNM-ENTRY OCCURS 200 TIMES.
002210         10  TY-UNM-ACCOUNT       PIC X(12).
002220         10  TY-UNM-INTEREST      PIC S9(11)V99 COMP-3.
002230         10  TY-UNM-FEE           PIC S9(11)V99 COMP-3.
002240 01  TY-DETAIL-LINE.
002250     05  FILLER               PIC X(04) VALUE SPACES.
002260     05  TY-D-ACCOUNT         PIC X(12).
002270     05  FILLER               PIC X(03) VALUE SPACES.
002280     05  TY-D-NAME            PIC X(30).
002290     05  FILLER               PIC X(03) VALUE SPACES.
002300     05  TY-D-STATUS          PIC X(01).
002310     05  FILLER               PIC X(03) VALUE SPACES.
002320     05  TY-D-INTEREST        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002330     05  FILLER               PIC X(03) VALUE SPACES.
002340     05  TY-D-FEE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002350 LINKAGE SECTION.
002360 01  TY-PARM-TAX-YEAR         PIC 9(04).
002370 01  TY-PARM-RECORD-COUNT     PIC 9(09) COMP.
002380 01  TY-PARM-RESULT-SWITCH    PIC X(01).
002390     88  TY-RESULT-IS-SUCCESS           VALUE "Y".
002400     88  TY-RESULT-IS-FAILURE           VALUE "N".
002410 01  TY-PARM-REASON-TEXT      PIC X(40).
002420 PROCEDURE DIVISION USING TY-PARM-TAX-YEAR
002430                          TY-PARM-RECORD-COUNT
002440                          TY-PARM-RESULT-SWITCH
002450                          TY-PARM-REASON-TEXT.
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     IF TY-RESULT-IS-FAILURE
002490         GO TO 0000-TERMINATE
002500     END-IF.
002510     PERFORM 2000-LOAD-ARCHIVE-CATALOG THRU 2000-EXIT.
002520     PERFORM 3000-LOAD-ACCOUNTS THRU 3000-EXIT.
002530     IF TY-RESULT-IS-FAILURE
002540         GO TO 0000-TERMINATE
002550     END-IF.
002560     PERFORM 3500-FIND-GL-ACCOUNTS THRU 3500-EXIT.
002570     PERFORM 5000-SCAN-ARCHIVES THRU 5000-EXIT.
002580     PERFORM 4000-SCAN-LIVE-OUTPUT THRU 4000-EXIT.
002590     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT.
002600     PERFORM 7500-PRINT-UNMATCHED THRU 7500-EXIT.
002610     PERFORM 7700-PRINT-GL-TIE THRU 7700-EXIT.
002620 0000-TERMINATE.
002630     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002640 0000-EXIT.
002650     GOBACK.
002660*
002670 1000-INITIALIZE.
002680     SET TY-RESULT-IS-SUCCESS TO TRUE.
002690     MOVE SPACES TO TY-PARM-REASON-TEXT.
002700     MOVE ZERO TO TY-PARM-RECORD-COUNT.
002710     MOVE ZERO TO TY-CAT-COUNT.
002720     MOVE ZERO TO TY-ACCT-COUNT.
002730     MOVE ZERO TO TY-UNM-COUNT.
002740     MOVE ZERO TO TY-UNM-NOT-LISTED.
002750     MOVE ZERO TO TY-ACCRUAL-COUNT.
002760     MOVE ZERO TO TY-JNH-DAY-COUNT.
002770     MOVE ZERO TO TY-EXT-INTEREST-TOTAL.
002780     MOVE ZERO TO TY-EXT-FEE-TOTAL.
002790     MOVE ZERO TO TY-LOW-INTEREST-TOTAL.
002800     MOVE ZERO TO TY-LOW-FEE-TOTAL.
002810     MOVE ZERO TO TY-LOW-COUNT.
002820     MOVE ZERO TO TY-UNM-INTEREST-TOTAL.
002830     MOVE ZERO TO TY-UNM-FEE-TOTAL.
002840     MOVE ZERO TO TY-GL-INTEREST-NET.
002850     MOVE ZERO TO TY-GL-FEE-NET.
002860     MOVE ZERO TO TY-OTH-INTEREST-TOTAL.
002870     MOVE ZERO TO TY-OTH-FEE-TOTAL.
002880     MOVE "N" TO TY-TIE-SWITCH.
002890     MOVE "N" TO TY-TAX-OPEN-SWITCH.
002900     MOVE "N" TO TY-RPT-OPEN-SWITCH.
002910     COMPUTE TY-YEAR-START = TY-PARM-TAX-YEAR * 10000 + 101.
002920     COMPUTE TY-YEAR-END = TY-PARM-TAX-YEAR * 10000 + 1231.
002930     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
002940     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
002950     OPEN OUTPUT DL100-TAX-REPORT-FILE.
002960     IF TY-RPT-FILE-STATUS = "00"
002970         SET TY-RPT-FILE-IS-OPEN TO TRUE
002980     ELSE
002990         SET TY-RESULT-IS-FAILURE TO TRUE
003000         MOVE "TAX REPORT FILE COULD NOT BE OPENED"
003010             TO TY-PARM-REASON-TEXT
003020         GO TO 1000-EXIT
003030     END-IF.
003040     OPEN OUTPUT DL100-TAX-EXTRACT-FILE.
003050     IF TY-TAX-FILE-STATUS = "00"
003060         SET TY-TAX-FILE-IS-OPEN TO TRUE
003070     ELSE
003080         SET TY-RESULT-IS-FAILURE TO TRUE
003090         MOVE "TAX EXTRACT FILE COULD NOT BE OPENED"
003100             TO TY-PARM-REASON-TEXT
003110     END-IF.
003120 1000-EXIT.
003130     EXIT.
003140*
003150 1050-LOAD-FILE-PATHS.
003160     MOVE SPACES TO DL100-PARAMETER-RECORD.
003170     MOVE ZERO TO PR-TAX-REPORT-FLOOR.
003180     OPEN INPUT DL100-PARAMETER-FILE.
003190     IF TY-PRM-FILE-STATUS = "00"
003200         READ DL100-PARAMETER-FILE
003210             AT END
003220                 CONTINUE
003230         END-READ
003240         IF PR-ACCOUNT-FILE-PATH NOT = SPACES
003250             MOVE PR-ACCOUNT-FILE-PATH TO TY-ACT-FILE-PATH
003260         END-IF
003270         IF PR-OUTPUT-FILE-PATH NOT = SPACES
003280             MOVE PR-OUTPUT-FILE-PATH TO TY-OUT-FILE-PATH
003290         END-IF
003300         IF PR-ARCHIVE-CATALOG-PATH NOT = SPACES
003310             MOVE PR-ARCHIVE-CATALOG-PATH TO TY-CAT-FILE-PATH
003320         END-IF
003330         IF PR-GL-MAP-FILE-PATH NOT = SPACES
003340             MOVE PR-GL-MAP-FILE-PATH TO TY-MAP-FILE-PATH
003350         END-IF
003360         IF PR-TAX-EXTRACT-PATH NOT = SPACES
003370             MOVE PR-TAX-EXTRACT-PATH TO TY-TAX-FILE-PATH
003380         END-IF
003390         MOVE PR-DAILY-OUT-PREFIX TO TY-DAILY-OUT-PREFIX
003400         MOVE PR-JOURNAL-HIST-PREFIX TO TY-JOURNAL-HIST-PREFIX
003410         CLOSE DL100-PARAMETER-FILE
003420     END-IF.
003430*    THE FLOOR IS MAINTAINED IN WHOLE UNITS; ZERO (NEVER SET)
003440*    TAKES THE USUAL VENDOR FLOOR OF 10.
003450     IF PR-TAX-REPORT-FLOOR NOT NUMERIC
003460         OR PR-TAX-REPORT-FLOOR = ZERO
003470         MOVE 10 TO TY-FLOOR-AMOUNT
003480     ELSE
003490         MOVE PR-TAX-REPORT-FLOOR TO TY-FLOOR-AMOUNT
003500     END-IF.
003510 1050-EXIT.
003520     EXIT.
003530*
003540 1060-BUILD-TIMESTAMP.
003550     ACCEPT TY-TIMESTAMP-DATE FROM DATE YYYYMMDD.
003560     ACCEPT TY-TIMESTAMP-TIME-RAW FROM TIME.
003570     MOVE TY-TIMESTAMP-TIME-RAW(1:6) TO TY-TIMESTAMP-TIME.
003580     STRING TY-TIMESTAMP-DATE DELIMITED BY SIZE
003590            TY-TIMESTAMP-TIME DELIMITED BY SIZE
003600         INTO TY-TIMESTAMP.
003610 1060-EXIT.
003620     EXIT.
003630*
003640 2000-LOAD-ARCHIVE-CATALOG.
003650     MOVE "N" TO TY-END-OF-FILE-SWITCH.
003660     OPEN INPUT DL100-ARCHIVE-CATALOG-FILE.
003670     IF TY-CAT-FILE-STATUS NOT = "00"
003680         GO TO 2000-EXIT
003690     END-IF.
003700     PERFORM 2100-READ-CATALOG THRU 2100-EXIT.
003710     PERFORM 2200-LOAD-ONE-CATALOG THRU 2200-EXIT
003720         UNTIL TY-END-OF-FILE OR TY-CAT-COUNT >= 50.
003730     CLOSE DL100-ARCHIVE-CATALOG-FILE.
003740 2000-EXIT.
003750     EXIT.
003760*
003770 2100-READ-CATALOG.
003780     READ DL100-ARCHIVE-CATALOG-FILE
003790         AT END
003800             SET TY-END-OF-FILE TO TRUE
003810     END-READ.
003820 2100-EXIT.
003830     EXIT.
003840*
003850 2200-LOAD-ONE-CATALOG.
003860     IF AX-LOW-BUSINESS-DATE <= TY-YEAR-END
003870         AND AX-HIGH-BUSINESS-DATE >= TY-YEAR-START
003880         ADD 1 TO TY-CAT-COUNT
003890         MOVE AX-OUT-ARCHIVE-PATH
003900             TO TY-CAT-OUT-PATH(TY-CAT-COUNT)
003910         MOVE AX-LOW-BUSINESS-DATE
003920             TO TY-CAT-LOW-DATE(TY-CAT-COUNT)
003930         MOVE AX-HIGH-BUSINESS-DATE
003940             TO TY-CAT-HIGH-DATE(TY-CAT-COUNT)
003950     END-IF.
003960     PERFORM 2100-READ-CATALOG THRU 2100-EXIT.
003970 2200-EXIT.
003980     EXIT.
003990*
004000 3000-LOAD-ACCOUNTS.
004010*    ACCOUNTS ARE NEVER DELETED, SO THE MASTER STILL HOLDS EVERY
004020*    ACCOUNT CLOSED DURING THE YEAR.  A MASTER TOO LARGE FOR
004030*    THE TABLE FAILS THE RUN RATHER THAN REPORT A PART-YEAR.
004040     OPEN INPUT DL100-ACCOUNT-FILE.
004050     IF TY-ACT-FILE-STATUS NOT = "00"
004060         SET TY-RESULT-IS-FAILURE TO TRUE
004070         MOVE "ACCOUNT MASTER FILE COULD NOT BE OPENED"
004080             TO TY-PARM-REASON-TEXT
004090         GO TO 3000-EXIT
004100     END-IF.
004110     MOVE "N" TO TY-ACCT-EOF-SWITCH.
004120     MOVE LOW-VALUES TO AC-ACCOUNT-NUMBER.
004130     START DL100-ACCOUNT-FILE
004140         KEY IS GREATER THAN AC-ACCOUNT-NUMBER
004150         INVALID KEY
004160             SET TY-ACCT-END-OF-FILE TO TRUE
004170     END-START.
004180     IF NOT TY-ACCT-END-OF-FILE
004190         PERFORM 3100-READ-NEXT-ACCOUNT THRU 3100-EXIT
004200         PERFORM 3200-LOAD-ONE-ACCOUNT THRU 3200-EXIT
004210             UNTIL TY-ACCT-END-OF-FILE OR TY-RESULT-IS-FAILURE
004220     END-IF.
004230     CLOSE DL100-ACCOUNT-FILE.
004240 3000-EXIT.
004250     EXIT.
004260*
004270 3100-READ-NEXT-ACCOUNT.
004280     READ DL100-ACCOUNT-FILE NEXT RECORD
004290         AT END
004300             SET TY-ACCT-END-OF-FILE TO TRUE
004310     END-READ.
004320 3100-EXIT.
004330     EXIT.
004340*
004350 3200-LOAD-ONE-ACCOUNT.
004360     IF TY-ACCT-COUNT >= 5000
004370         SET TY-RESULT-IS-FAILURE TO TRUE
004380         MOVE "ACCOUNT MASTER EXCEEDS 5000 ACCOUNTS"
004390             TO TY-PARM-REASON-TEXT
004400         GO TO 3200-EXIT
004410     END-IF.
004420     ADD 1 TO TY-ACCT-COUNT.
004430     MOVE AC-ACCOUNT-NUMBER TO TY-ACCT-NUMBER(TY-ACCT-COUNT).
004440     MOVE AC-ACCOUNT-NAME TO TY-ACCT-NAME(TY-ACCT-COUNT).
004450     MOVE AC-STATUS TO TY-ACCT-STATUS(TY-ACCT-COUNT).
004460     MOVE ZERO TO TY-ACCT-INTEREST(TY-ACCT-COUNT).
004470     MOVE ZERO TO TY-ACCT-FEE(TY-ACCT-COUNT).
004480     PERFORM 3100-READ-NEXT-ACCOUNT THRU 3100-EXIT.
004490 3200-EXIT.
004500     EXIT.
004510*
004520 3500-FIND-GL-ACCOUNTS.
004530*    INTEREST IS THE DEBIT SIDE OF THE SYSACCR AJ MAPPING AND
004540*    FEES THE CREDIT SIDE OF THE SYSACCR FE MAPPING, FALLING
004550*    BACK TO THE TYPE'S SPACE-SOURCE DEFAULT AS DL100GLX DOES.
004560*    THE TIE IS ONLY ATTEMPTED WHEN JOURNAL HISTORY IS KEPT.
004570*    THE MAPPING STAYS OPEN FOR THE SCAN, WHICH LOOKS UP EVERY
004580*    OTHER TRANSACTION TO SEE WHETHER IT POSTS TO EITHER ACCOUNT.
004590     MOVE SPACES TO TY-INT-GL-ACCOUNT.
004600     MOVE SPACES TO TY-FEE-GL-ACCOUNT.
004610     IF TY-JOURNAL-HIST-PREFIX = SPACES
004620         GO TO 3500-EXIT
004630     END-IF.
004640     OPEN INPUT DL100-GL-MAP-FILE.
004650     IF TY-MAP-FILE-STATUS NOT = "00"
004660         GO TO 3500-EXIT
004670     END-IF.
004680     SET TY-MAP-FILE-IS-OPEN TO TRUE.
004690     MOVE "AJ" TO TY-MAP-TYPE.
004700     MOVE TY-SYSTEM-SOURCE TO TY-MAP-SOURCE.
004710     PERFORM 3550-LOOK-UP-MAPPING THRU 3550-EXIT.
004720     IF TY-MAP-WAS-FOUND
004730         MOVE GM-DEBIT-GL-ACCOUNT TO TY-INT-GL-ACCOUNT
004740     END-IF.
004750     MOVE "FE" TO TY-MAP-TYPE.
004760     MOVE TY-SYSTEM-SOURCE TO TY-MAP-SOURCE.
004770     PERFORM 3550-LOOK-UP-MAPPING THRU 3550-EXIT.
004780     IF TY-MAP-WAS-FOUND
004790         MOVE GM-CREDIT-GL-ACCOUNT TO TY-FEE-GL-ACCOUNT
004800     END-IF.
004810     IF TY-INT-GL-ACCOUNT NOT = SPACES
004820         AND TY-FEE-GL-ACCOUNT NOT = SPACES
004830         SET TY-TIE-IS-POSSIBLE TO TRUE
004840     END-IF.
004850 3500-EXIT.
004860     EXIT.
004870*
004880 3550-LOOK-UP-MAPPING.
004890     MOVE "N" TO TY-MAP-FOUND-SWITCH.
004900     MOVE TY-MAP-TYPE TO GM-TYPE.
004910     MOVE TY-MAP-SOURCE TO GM-SOURCE.
004920     READ DL100-GL-MAP-FILE
004930         INVALID KEY
004940             CONTINUE
004950         NOT INVALID KEY
004960             SET TY-MAP-WAS-FOUND TO TRUE
004970     END-READ.
004980     IF NOT TY-MAP-WAS-FOUND
004990         MOVE TY-MAP-TYPE TO GM-TYPE
005000         MOVE SPACES TO GM-SOURCE
005010         READ DL100-GL-MAP-FILE
005020             INVALID KEY
005030                 CONTINUE
005040             NOT INVALID KEY
005050                 SET TY-MAP-WAS-FOUND TO TRUE
005060         END-READ
005070     END-IF.
005080 3550-EXIT.
005090     EXIT.
005100*
005110 4000-SCAN-LIVE-OUTPUT.
005120     IF TY-DAILY-OUT-PREFIX NOT = SPACES
005130         PERFORM 4500-SCAN-DATED-MONTH THRU 4500-EXIT
005140             VARYING TY-PROBE-MONTH FROM 1 BY 1
005150             UNTIL TY-PROBE-MONTH > 12
005160         GO TO 4000-EXIT
005170     END-IF.
005180     MOVE "N" TO TY-END-OF-FILE-SWITCH.
005190     OPEN INPUT DL100-OUTPUT-FILE.
005200     IF TY-OUT-FILE-STATUS NOT = "00"
005210         GO TO 4000-EXIT
005220     END-IF.
005230     PERFORM 4100-READ-LIVE-OUTPUT THRU 4100-EXIT.
005240     PERFORM 4200-CHECK-ONE-LIVE THRU 4200-EXIT
005250         UNTIL TY-END-OF-FILE.
005260     CLOSE DL100-OUTPUT-FILE.
005270 4000-EXIT.
005280     EXIT.
005290*
005300 4100-READ-LIVE-OUTPUT.
005310     READ DL100-OUTPUT-FILE
005320         AT END
005330             SET TY-END-OF-FILE TO TRUE
005340     END-READ.
005350 4100-EXIT.
005360     EXIT.
005370*
005380 4200-CHECK-ONE-LIVE.
005390     MOVE OT-BUSINESS-DATE TO TY-WORK-DATE.
005400     MOVE OT-ACCOUNT-NUMBER TO TY-WORK-ACCOUNT.
005410     MOVE OT-TYPE TO TY-WORK-TYPE.
005420     MOVE OT-AMOUNT TO TY-WORK-AMOUNT.
005430     MOVE OT-SOURCE TO TY-WORK-SOURCE.
005440     MOVE OT-REVERSED-SOURCE TO TY-WORK-REV-SOURCE.
005450     MOVE OT-REVERSED-TYPE TO TY-WORK-REV-TYPE.
005460     PERFORM 6000-TALLY-ONE THRU 6000-EXIT.
005470     PERFORM 4100-READ-LIVE-OUTPUT THRU 4100-EXIT.
005480 4200-EXIT.
005490     EXIT.
005500*
005510 4500-SCAN-DATED-MONTH.
005520     PERFORM 4550-SCAN-ONE-DATED-DAY THRU 4550-EXIT
005530         VARYING TY-PROBE-DAY FROM 1 BY 1
005540         UNTIL TY-PROBE-DAY > 31.
005550 4500-EXIT.
005560     EXIT.
005570*
005580 4550-SCAN-ONE-DATED-DAY.
005590     COMPUTE TY-PROBE-DATE = TY-PARM-TAX-YEAR * 10000
005600         + TY-PROBE-MONTH * 100 + TY-PROBE-DAY.
005610     MOVE SPACES TO TY-OUT-FILE-PATH.
005620     STRING TY-DAILY-OUT-PREFIX DELIMITED BY SPACE
005630            TY-PROBE-DATE DELIMITED BY SIZE
005640         INTO TY-OUT-FILE-PATH.
005650     MOVE "N" TO TY-END-OF-FILE-SWITCH.
005660     OPEN INPUT DL100-OUTPUT-FILE.
005670     IF TY-OUT-FILE-STATUS NOT = "00"
005680         GO TO 4550-EXIT
005690     END-IF.
005700     PERFORM 4100-READ-LIVE-OUTPUT THRU 4100-EXIT.
005710     PERFORM 4200-CHECK-ONE-LIVE THRU 4200-EXIT
005720         UNTIL TY-END-OF-FILE.
005730     CLOSE DL100-OUTPUT-FILE.
005740 4550-EXIT.
005750     EXIT.
005760*
005770 5000-SCAN-ARCHIVES.
005780     PERFORM 5100-SCAN-ONE-ARCHIVE THRU 5100-EXIT
005790         VARYING TY-CAT-IDX FROM 1 BY 1
005800         UNTIL TY-CAT-IDX > TY-CAT-COUNT.
005810 5000-EXIT.
005820     EXIT.
005830*
005840 5100-SCAN-ONE-ARCHIVE.
005850     MOVE "N" TO TY-END-OF-FILE-SWITCH.
005860     MOVE TY-CAT-OUT-PATH(TY-CAT-IDX) TO TY-ARC-FILE-PATH.
005870     OPEN INPUT DL100-ARCHIVE-OUT-FILE.
005880     IF TY-ARC-FILE-STATUS NOT = "00"
005890         GO TO 5100-EXIT
005900     END-IF.
005910     PERFORM 5200-READ-ARCHIVE THRU 5200-EXIT.
005920     PERFORM 5300-CHECK-ONE-ARCHIVE THRU 5300-EXIT
005930         UNTIL TY-END-OF-FILE.
005940     CLOSE DL100-ARCHIVE-OUT-FILE.
005950 5100-EXIT.
005960     EXIT.
005970*
005980 5200-READ-ARCHIVE.
005990     READ DL100-ARCHIVE-OUT-FILE
006000         AT END
006010             SET TY-END-OF-FILE TO TRUE
006020     END-READ.
006030 5200-EXIT.
006040     EXIT.
006050*
006060 5300-CHECK-ONE-ARCHIVE.
006070     MOVE AO-BUSINESS-DATE TO TY-WORK-DATE.
006080     MOVE AO-ACCOUNT-NUMBER TO TY-WORK-ACCOUNT.
006090     MOVE AO-TYPE TO TY-WORK-TYPE.
006100     MOVE AO-AMOUNT TO TY-WORK-AMOUNT.
006110     MOVE AO-SOURCE TO TY-WORK-SOURCE.
006120     MOVE AO-REVERSED-SOURCE TO TY-WORK-REV-SOURCE.
006130     MOVE AO-REVERSED-TYPE TO TY-WORK-REV-TYPE.
006140     PERFORM 6000-TALLY-ONE THRU 6000-EXIT.
006150     PERFORM 5200-READ-ARCHIVE THRU 5200-EXIT.
006160 5300-EXIT.
006170     EXIT.
006180*
006190 6000-TALLY-ONE.
006200*    ONLY THE ACCRUAL RUN'S OWN POSTINGS COUNT, LESS ANY
006210*    REVERSAL OF THEM (A REVERSAL CARRIES THE ORIGINAL AMOUNT).
006220     IF TY-WORK-DATE < TY-YEAR-START
006230         OR TY-WORK-DATE > TY-YEAR-END
006240         GO TO 6000-EXIT
006250     END-IF.
006260     MOVE ZERO TO TY-WORK-INTEREST.
006270     MOVE ZERO TO TY-WORK-FEE.
006280     EVALUATE TRUE
006290         WHEN TY-WORK-SOURCE = TY-SYSTEM-SOURCE
006300           AND TY-WORK-TYPE = "AJ"
006310             MOVE TY-WORK-AMOUNT TO TY-WORK-INTEREST
006320         WHEN TY-WORK-SOURCE = TY-SYSTEM-SOURCE
006330           AND TY-WORK-TYPE = "FE"
006340             MOVE TY-WORK-AMOUNT TO TY-WORK-FEE
006350         WHEN TY-WORK-TYPE = "RV"
006360           AND TY-WORK-REV-SOURCE = TY-SYSTEM-SOURCE
006370           AND TY-WORK-REV-TYPE = "AJ"
006380             SUBTRACT TY-WORK-AMOUNT FROM TY-WORK-INTEREST
006390         WHEN TY-WORK-TYPE = "RV"
006400           AND TY-WORK-REV-SOURCE = TY-SYSTEM-SOURCE
006410           AND TY-WORK-REV-TYPE = "FE"
006420             SUBTRACT TY-WORK-AMOUNT FROM TY-WORK-FEE
006430         WHEN OTHER
006440             PERFORM 6300-TALLY-OTHER-POSTING THRU 6300-EXIT
006450             GO TO 6000-EXIT
006460     END-EVALUATE.
006470     ADD 1 TO TY-ACCRUAL-COUNT.
006480     PERFORM 6100-FIND-ACCOUNT THRU 6100-EXIT.
006490     IF TY-FOUND-IDX > ZERO
006500         ADD TY-WORK-INTEREST TO TY-ACCT-INTEREST(TY-FOUND-IDX)
006510         ADD TY-WORK-FEE TO TY-ACCT-FEE(TY-FOUND-IDX)
006520     ELSE
006530         PERFORM 6200-POST-UNMATCHED THRU 6200-EXIT
006540     END-IF.
006550 6000-EXIT.
006560     EXIT.
006570*
006580 6100-FIND-ACCOUNT.
006590*    THE TABLE IS IN ACCOUNT NUMBER ORDER, SO IT IS HALVED
006600*    UNTIL THE ACCOUNT IS FOUND OR THE RANGE IS EMPTY.
006610     MOVE ZERO TO TY-FOUND-IDX.
006620     MOVE 1 TO TY-LOW-IDX.
006630     MOVE TY-ACCT-COUNT TO TY-HIGH-IDX.
006640     PERFORM 6150-PROBE-ONE-ACCOUNT THRU 6150-EXIT
006650         UNTIL TY-LOW-IDX > TY-HIGH-IDX
006660            OR TY-FOUND-IDX > ZERO.
006670 6100-EXIT.
006680     EXIT.
006690*
006700 6150-PROBE-ONE-ACCOUNT.
006710     COMPUTE TY-MID-IDX = (TY-LOW-IDX + TY-HIGH-IDX) / 2.
006720     IF TY-ACCT-NUMBER(TY-MID-IDX) = TY-WORK-ACCOUNT
006730         MOVE TY-MID-IDX TO TY-FOUND-IDX
006740         GO TO 6150-EXIT
006750     END-IF.
006760     IF TY-ACCT-NUMBER(TY-MID-IDX) > TY-WORK-ACCOUNT
006770         COMPUTE TY-HIGH-IDX = TY-MID-IDX - 1
006780     ELSE
006790         COMPUTE TY-LOW-IDX = TY-MID-IDX + 1
006800     END-IF.
006810 6150-EXIT.
006820     EXIT.
006830*
006840 6200-POST-UNMATCHED.
006850     ADD TY-WORK-INTEREST TO TY-UNM-INTEREST-TOTAL.
006860     ADD TY-WORK-FEE TO TY-UNM-FEE-TOTAL.
006870     PERFORM 6250-SCAN-ONE-UNMATCHED THRU 6250-EXIT
006880         VARYING TY-UNM-IDX FROM 1 BY 1
006890         UNTIL TY-UNM-IDX > TY-UNM-COUNT
006900            OR TY-UNM-ACCOUNT(TY-UNM-IDX) = TY-WORK-ACCOUNT.
006910     IF TY-UNM-IDX > TY-UNM-COUNT
006920         IF TY-UNM-COUNT >= 200
006930             ADD 1 TO TY-UNM-NOT-LISTED
006940             GO TO 6200-EXIT
006950         END-IF
006960         ADD 1 TO TY-UNM-COUNT
006970         MOVE TY-UNM-COUNT TO TY-UNM-IDX
006980         MOVE TY-WORK-ACCOUNT TO TY-UNM-ACCOUNT(TY-UNM-IDX)
006990         MOVE ZERO TO TY-UNM-INTEREST(TY-UNM-IDX)
007000         MOVE ZERO TO TY-UNM-FEE(TY-UNM-IDX)
007010     END-IF.
007020     ADD TY-WORK-INTEREST TO TY-UNM-INTEREST(TY-UNM-IDX).
007030     ADD TY-WORK-FEE TO TY-UNM-FEE(TY-UNM-IDX).
007040 6200-EXIT.
007050     EXIT.
007060*
007070 6250-SCAN-ONE-UNMATCHED.
007080     CONTINUE.
007090 6250-EXIT.
007100     EXIT.
007110*
007120 6300-TALLY-OTHER-POSTING.
007130*    A TRANSACTION OTHER THAN AN ACCRUAL CAN STILL POST TO THE
007140*    INTEREST OR FEE ACCOUNT.  DL100GLX JOURNALS A REVERSAL TO
007150*    THE ORIGINAL'S ACCOUNTS WITH THE SIDES SWAPPED.
007160     IF NOT TY-TIE-IS-POSSIBLE
007170         GO TO 6300-EXIT
007180     END-IF.
007190     IF TY-WORK-TYPE = "RV"
007200         MOVE TY-WORK-REV-TYPE TO TY-MAP-TYPE
007210         MOVE TY-WORK-REV-SOURCE TO TY-MAP-SOURCE
007220         COMPUTE TY-OTH-AMOUNT = ZERO - TY-WORK-AMOUNT
007230     ELSE
007240         MOVE TY-WORK-TYPE TO TY-MAP-TYPE
007250         MOVE TY-WORK-SOURCE TO TY-MAP-SOURCE
007260         MOVE TY-WORK-AMOUNT TO TY-OTH-AMOUNT
007270     END-IF.
007280     PERFORM 3550-LOOK-UP-MAPPING THRU 3550-EXIT.
007290     IF NOT TY-MAP-WAS-FOUND
007300         GO TO 6300-EXIT
007310     END-IF.
007320     IF GM-DEBIT-GL-ACCOUNT = TY-INT-GL-ACCOUNT
007330         ADD TY-OTH-AMOUNT TO TY-OTH-INTEREST-TOTAL
007340     END-IF.
007350     IF GM-CREDIT-GL-ACCOUNT = TY-INT-GL-ACCOUNT
007360         SUBTRACT TY-OTH-AMOUNT FROM TY-OTH-INTEREST-TOTAL
007370     END-IF.
007380     IF GM-CREDIT-GL-ACCOUNT = TY-FEE-GL-ACCOUNT
007390         ADD TY-OTH-AMOUNT TO TY-OTH-FEE-TOTAL
007400     END-IF.
007410     IF GM-DEBIT-GL-ACCOUNT = TY-FEE-GL-ACCOUNT
007420         SUBTRACT TY-OTH-AMOUNT FROM TY-OTH-FEE-TOTAL
007430     END-IF.
007440 6300-EXIT.
007450     EXIT.
007460*
007470 7000-WRITE-EXTRACT.
007480     MOVE TY-FLOOR-AMOUNT TO TY-FLOOR-EDIT.
007490     MOVE SPACES TO TY-REPORT-LINE.
007500     STRING "YEAR-END INTEREST AND FEE TAX REPORTING SUMMARY"
007510         " - TAX YEAR " TY-PARM-TAX-YEAR
007520         "    CREATED " TY-TIMESTAMP
007530         DELIMITED BY SIZE INTO TY-REPORT-LINE.
007540     WRITE TY-REPORT-LINE AFTER ADVANCING PAGE.
007550     MOVE SPACES TO TY-REPORT-LINE.
007560     WRITE TY-REPORT-LINE.
007570     MOVE SPACES TO TY-REPORT-LINE.
007580     STRING "AMOUNTS UNDER THE REPORTING FLOOR OF " TY-FLOOR-EDIT
007590         " - NOT ON THE EXTRACT"
007600         DELIMITED BY SIZE INTO TY-REPORT-LINE.
007610     WRITE TY-REPORT-LINE.
007620     MOVE SPACES TO TY-REPORT-LINE.
007630     STRING "    ACCOUNT        NAME                          "
007640         "   ST               INTEREST                   FEES"
007650         DELIMITED BY SIZE INTO TY-REPORT-LINE.
007660     WRITE TY-REPORT-LINE.
007670     PERFORM 7100-EXTRACT-ONE-ACCOUNT THRU 7100-EXIT
007680         VARYING TY-ACCT-IDX FROM 1 BY 1
007690         UNTIL TY-ACCT-IDX > TY-ACCT-COUNT.
007700     MOVE SPACES TO TY-DETAIL-LINE.
007710     MOVE "TOTAL UNDER FLOOR" TO TY-D-NAME.
007720     MOVE TY-LOW-INTEREST-TOTAL TO TY-D-INTEREST.
007730     MOVE TY-LOW-FEE-TOTAL TO TY-D-FEE.
007740     MOVE TY-DETAIL-LINE TO TY-REPORT-LINE.
007750     WRITE TY-REPORT-LINE.
007760     MOVE TY-LOW-COUNT TO TY-COUNT-EDIT.
007770     MOVE SPACES TO TY-REPORT-LINE.
007780     STRING "    ACCOUNTS WITH AN AMOUNT UNDER THE FLOOR "
007790         TY-COUNT-EDIT
007800         DELIMITED BY SIZE INTO TY-REPORT-LINE.
007810     WRITE TY-REPORT-LINE.
007820*    THE TRAILER CLOSES THE EXTRACT WITH ITS CONTROL TOTALS.
007830     MOVE SPACES TO DL100-TAX-EXTRACT-RECORD.
007840     SET TR-IS-TRAILER TO TRUE.
007850     MOVE TY-PARM-TAX-YEAR TO TR-TAX-YEAR.
007860     MOVE TY-PARM-RECORD-COUNT TO TR-RECORD-COUNT.
007870     MOVE TY-EXT-INTEREST-TOTAL TO TR-INTEREST-TOTAL.
007880     MOVE TY-EXT-FEE-TOTAL TO TR-FEE-TOTAL.
007890     MOVE TY-TIMESTAMP TO TR-CREATED-DATE-TIME.
007900     WRITE DL100-TAX-EXTRACT-RECORD.
007910     MOVE SPACES TO TY-REPORT-LINE.
007920     WRITE TY-REPORT-LINE.
007930     MOVE SPACES TO TY-REPORT-LINE.
007940     MOVE "VENDOR EXTRACT TOTALS" TO TY-REPORT-LINE.
007950     WRITE TY-REPORT-LINE.
007960     MOVE TY-PARM-RECORD-COUNT TO TY-COUNT-EDIT.
007970     MOVE SPACES TO TY-REPORT-LINE.
007980     STRING "    ACCOUNT RECORDS WRITTEN    " TY-COUNT-EDIT
007990         DELIMITED BY SIZE INTO TY-REPORT-LINE.
008000     WRITE TY-REPORT-LINE.
008010     MOVE TY-EXT-INTEREST-TOTAL TO TY-AMOUNT-EDIT.
008020     MOVE SPACES TO TY-REPORT-LINE.
008030     STRING "    INTEREST CREDITED     " TY-AMOUNT-EDIT
008040         DELIMITED BY SIZE INTO TY-REPORT-LINE.
008050     WRITE TY-REPORT-LINE.
008060     MOVE TY-EXT-FEE-TOTAL TO TY-AMOUNT-EDIT.
008070     MOVE SPACES TO TY-REPORT-LINE.
008080     STRING "    FEES CHARGED          " TY-AMOUNT-EDIT
008090         DELIMITED BY SIZE INTO TY-REPORT-LINE.
008100     WRITE TY-REPORT-LINE.
008110 7000-EXIT.
008120     EXIT.
008130*
008140 7100-EXTRACT-ONE-ACCOUNT.
008150*    EACH AMOUNT IS HELD TO THE FLOOR BY ITS SIZE, SO A NET
008160*    REVERSAL THAT LEAVES A SMALL NEGATIVE IS LISTED TOO.
008170     IF TY-ACCT-INTEREST(TY-ACCT-IDX) = ZERO
008180         AND TY-ACCT-FEE(TY-ACCT-IDX) = ZERO
008190         GO TO 7100-EXIT
008200     END-IF.
008210     MOVE TY-ACCT-INTEREST(TY-ACCT-IDX) TO TY-OUT-INTEREST.
008220     MOVE TY-ACCT-FEE(TY-ACCT-IDX) TO TY-OUT-FEE.
008230     MOVE SPACES TO TY-DETAIL-LINE.
008240     MOVE ZERO TO TY-D-INTEREST.
008250     MOVE ZERO TO TY-D-FEE.
008260     MOVE TY-OUT-INTEREST TO TY-WORK-SIZE.
008270     IF TY-WORK-SIZE < ZERO
008280         COMPUTE TY-WORK-SIZE = ZERO - TY-WORK-SIZE
008290     END-IF.
008300     IF TY-OUT-INTEREST NOT = ZERO
008310         AND TY-WORK-SIZE < TY-FLOOR-AMOUNT
008320         MOVE TY-OUT-INTEREST TO TY-D-INTEREST
008330         ADD TY-OUT-INTEREST TO TY-LOW-INTEREST-TOTAL
008340         MOVE ZERO TO TY-OUT-INTEREST
008350     END-IF.
008360     MOVE TY-OUT-FEE TO TY-WORK-SIZE.
008370     IF TY-WORK-SIZE < ZERO
008380         COMPUTE TY-WORK-SIZE = ZERO - TY-WORK-SIZE
008390     END-IF.
008400     IF TY-OUT-FEE NOT = ZERO
008410         AND TY-WORK-SIZE < TY-FLOOR-AMOUNT
008420         MOVE TY-OUT-FEE TO TY-D-FEE
008430         ADD TY-OUT-FEE TO TY-LOW-FEE-TOTAL
008440         MOVE ZERO TO TY-OUT-FEE
008450     END-IF.
008460     IF TY-OUT-INTEREST NOT = TY-ACCT-INTEREST(TY-ACCT-IDX)
008470         OR TY-OUT-FEE NOT = TY-ACCT-FEE(TY-ACCT-IDX)
008480         MOVE TY-ACCT-NUMBER(TY-ACCT-IDX) TO TY-D-ACCOUNT
008490         MOVE TY-ACCT-NAME(TY-ACCT-IDX) TO TY-D-NAME
008500         MOVE TY-ACCT-STATUS(TY-ACCT-IDX) TO TY-D-STATUS
008510         MOVE TY-DETAIL-LINE TO TY-REPORT-LINE
008520         WRITE TY-REPORT-LINE
008530         ADD 1 TO TY-LOW-COUNT
008540     END-IF.
008550     IF TY-OUT-INTEREST = ZERO
008560         AND TY-OUT-FEE = ZERO
008570         GO TO 7100-EXIT
008580     END-IF.
008590     MOVE SPACES TO DL100-TAX-EXTRACT-RECORD.
008600     SET TR-IS-DETAIL TO TRUE.
008610     MOVE TY-PARM-TAX-YEAR TO TR-TAX-YEAR.
008620     MOVE TY-ACCT-NUMBER(TY-ACCT-IDX) TO TR-ACCOUNT-NUMBER.
008630     MOVE TY-ACCT-NAME(TY-ACCT-IDX) TO TR-ACCOUNT-NAME.
008640     MOVE TY-ACCT-STATUS(TY-ACCT-IDX) TO TR-ACCOUNT-STATUS.
008650     MOVE TY-OUT-INTEREST TO TR-INTEREST-AMOUNT.
008660     MOVE TY-OUT-FEE TO TR-FEE-AMOUNT.
008670     WRITE DL100-TAX-EXTRACT-RECORD.
008680     ADD 1 TO TY-PARM-RECORD-COUNT.
008690     ADD TY-OUT-INTEREST TO TY-EXT-INTEREST-TOTAL.
008700     ADD TY-OUT-FEE TO TY-EXT-FEE-TOTAL.
008710 7100-EXIT.
008720     EXIT.
008730*
008740 7500-PRINT-UNMATCHED.
008750     MOVE SPACES TO TY-REPORT-LINE.
008760     WRITE TY-REPORT-LINE.
008770     MOVE SPACES TO TY-REPORT-LINE.
008780     STRING "ACCRUALS FOR ACCOUNTS NOT ON THE MASTER"
008790         " - NOT ON THE EXTRACT"
008800         DELIMITED BY SIZE INTO TY-REPORT-LINE.
008810     WRITE TY-REPORT-LINE.
008820     PERFORM 7550-PRINT-ONE-UNMATCHED THRU 7550-EXIT
008830         VARYING TY-UNM-IDX FROM 1 BY 1
008840         UNTIL TY-UNM-IDX > TY-UNM-COUNT.
008850     IF TY-UNM-NOT-LISTED > ZERO
008860         MOVE TY-UNM-NOT-LISTED TO TY-COUNT-EDIT
008870         MOVE SPACES TO TY-REPORT-LINE
008880         STRING "    FURTHER POSTINGS NOT LISTED " TY-COUNT-EDIT
008890             DELIMITED BY SIZE INTO TY-REPORT-LINE
008900         WRITE TY-REPORT-LINE
008910     END-IF.
008920     MOVE SPACES TO TY-DETAIL-LINE.
008930     MOVE "TOTAL UNMATCHED" TO TY-D-NAME.
008940     MOVE TY-UNM-INTEREST-TOTAL TO TY-D-INTEREST.
008950     MOVE TY-UNM-FEE-TOTAL TO TY-D-FEE.
008960     MOVE TY-DETAIL-LINE TO TY-REPORT-LINE.
008970     WRITE TY-REPORT-LINE.
008980 7500-EXIT.
008990     EXIT.
009000*
009010 7550-PRINT-ONE-UNMATCHED.
009020     MOVE SPACES TO TY-DETAIL-LINE.
009030     MOVE TY-UNM-ACCOUNT(TY-UNM-IDX) TO TY-D-ACCOUNT.
009040     MOVE TY-UNM-INTEREST(TY-UNM-IDX) TO TY-D-INTEREST.
009050     MOVE TY-UNM-FEE(TY-UNM-IDX) TO TY-D-FEE.
009060     MOVE TY-DETAIL-LINE TO TY-REPORT-LINE.
009070     WRITE TY-REPORT-LINE.
009080 7550-EXIT.
009090     EXIT.
009100*
009110 7700-PRINT-GL-TIE.
009120*    EVERYTHING ACCRUED - EXTRACTED, UNDER THE FLOOR, OR
009130*    UNMATCHED - WAS JOURNALED, SO IT IS THE WHOLE THAT IS TIED.
009140     COMPUTE TY-ALL-INTEREST-TOTAL = TY-EXT-INTEREST-TOTAL
009150         + TY-LOW-INTEREST-TOTAL + TY-UNM-INTEREST-TOTAL.
009160     COMPUTE TY-ALL-FEE-TOTAL = TY-EXT-FEE-TOTAL
009170         + TY-LOW-FEE-TOTAL + TY-UNM-FEE-TOTAL.
009180     MOVE SPACES TO TY-REPORT-LINE.
009190     WRITE TY-REPORT-LINE.
009200     MOVE SPACES TO TY-REPORT-LINE.
009210     MOVE "TIE TO GL JOURNAL" TO TY-REPORT-LINE.
009220     WRITE TY-REPORT-LINE.
009230     MOVE SPACES TO TY-REPORT-LINE.
009240     STRING "                              "
009250         "            INTEREST                   FEES"
009260         DELIMITED BY SIZE INTO TY-REPORT-LINE.
009270     WRITE TY-REPORT-LINE.
009280     MOVE TY-EXT-INTEREST-TOTAL TO TY-AMOUNT-EDIT.
009290     MOVE TY-EXT-FEE-TOTAL TO TY-AMOUNT-EDIT-2.
009300     MOVE SPACES TO TY-REPORT-LINE.
009310     STRING "    VENDOR EXTRACT            " TY-AMOUNT-EDIT
009320         "  " TY-AMOUNT-EDIT-2
009330         DELIMITED BY SIZE INTO TY-REPORT-LINE.
009340     WRITE TY-REPORT-LINE.
009350     MOVE TY-LOW-INTEREST-TOTAL TO TY-AMOUNT-EDIT.
009360     MOVE TY-LOW-FEE-TOTAL TO TY-AMOUNT-EDIT-2.
009370     MOVE SPACES TO TY-REPORT-LINE.
009380     STRING "    UNDER REPORTING FLOOR     " TY-AMOUNT-EDIT
009390         "  " TY-AMOUNT-EDIT-2
009400         DELIMITED BY SIZE INTO TY-REPORT-LINE.
009410     WRITE TY-REPORT-LINE.
009420     MOVE TY-UNM-INTEREST-TOTAL TO TY-AMOUNT-EDIT.
009430     MOVE TY-UNM-FEE-TOTAL TO TY-AMOUNT-EDIT-2.
009440     MOVE SPACES TO TY-REPORT-LINE.
009450     STRING "    NOT ON ACCOUNT MASTER     " TY-AMOUNT-EDIT
009460         "  " TY-AMOUNT-EDIT-2
009470         DELIMITED BY SIZE INTO TY-REPORT-LINE.
009480     WRITE TY-REPORT-LINE.
009490     MOVE TY-ALL-INTEREST-TOTAL TO TY-AMOUNT-EDIT.
009500     MOVE TY-ALL-FEE-TOTAL TO TY-AMOUNT-EDIT-2.
009510     MOVE SPACES TO TY-REPORT-LINE.
009520     STRING "    TOTAL ACCRUED FOR YEAR    " TY-AMOUNT-EDIT
009530         "  " TY-AMOUNT-EDIT-2
009540         DELIMITED BY SIZE INTO TY-REPORT-LINE.
009550     WRITE TY-REPORT-LINE.
009560     IF TY-JOURNAL-HIST-PREFIX = SPACES
009570         MOVE SPACES TO TY-REPORT-LINE
009580         STRING "    JOURNAL HISTORY NOT KEPT"
009590             " - GL TIE NOT PERFORMED"
009600             DELIMITED BY SIZE INTO TY-REPORT-LINE
009610         WRITE TY-REPORT-LINE
009620         GO TO 7700-EXIT
009630     END-IF.
009640     IF NOT TY-TIE-IS-POSSIBLE
009650         MOVE SPACES TO TY-REPORT-LINE
009660         STRING "    NO GL MAPPING FOR SYSACCR AJ OR FE"
009670             " - GL TIE NOT PERFORMED"
009680             DELIMITED BY SIZE INTO TY-REPORT-LINE
009690         WRITE TY-REPORT-LINE
009700         GO TO 7700-EXIT
009710     END-IF.
009720     PERFORM 7750-SCAN-JOURNAL-MONTH THRU 7750-EXIT
009730         VARYING TY-PROBE-MONTH FROM 1 BY 1
009740         UNTIL TY-PROBE-MONTH > 12.
009750     MOVE TY-GL-INTEREST-NET TO TY-AMOUNT-EDIT.
009760     MOVE TY-GL-FEE-NET TO TY-AMOUNT-EDIT-2.
009770     MOVE SPACES TO TY-REPORT-LINE.
009780     STRING "    GL JOURNAL LINES          " TY-AMOUNT-EDIT
009790         "  " TY-AMOUNT-EDIT-2
009800         DELIMITED BY SIZE INTO TY-REPORT-LINE.
009810     WRITE TY-REPORT-LINE.
009820     MOVE SPACES TO TY-REPORT-LINE.
009830     STRING "      GL ACCOUNT              "
009840         "          " TY-INT-GL-ACCOUNT
009850         "             " TY-FEE-GL-ACCOUNT
009860         DELIMITED BY SIZE INTO TY-REPORT-LINE.
009870     WRITE TY-REPORT-LINE.
009880     MOVE TY-OTH-INTEREST-TOTAL TO TY-AMOUNT-EDIT.
009890     MOVE TY-OTH-FEE-TOTAL TO TY-AMOUNT-EDIT-2.
009900     MOVE SPACES TO TY-REPORT-LINE.
009910     STRING "    OTHER POSTINGS TO THESE ACCOUNTS"
009920         DELIMITED BY SIZE INTO TY-REPORT-LINE.
009930     WRITE TY-REPORT-LINE.
009940     MOVE SPACES TO TY-REPORT-LINE.
009950     STRING "      (NOT ACCRUALS)          " TY-AMOUNT-EDIT
009960         "  " TY-AMOUNT-EDIT-2
009970         DELIMITED BY SIZE INTO TY-REPORT-LINE.
009980     WRITE TY-REPORT-LINE.
009990     COMPUTE TY-DIFFERENCE = TY-ALL-INTEREST-TOTAL
010000         + TY-OTH-INTEREST-TOTAL - TY-GL-INTEREST-NET.
010010     MOVE TY-DIFFERENCE TO TY-AMOUNT-EDIT.
010020     COMPUTE TY-DIFFERENCE = TY-ALL-FEE-TOTAL
010030         + TY-OTH-FEE-TOTAL - TY-GL-FEE-NET.
010040     MOVE TY-DIFFERENCE TO TY-AMOUNT-EDIT-2.
010050     MOVE SPACES TO TY-REPORT-LINE.
010060     STRING "    DIFFERENCE                " TY-AMOUNT-EDIT
010070         "  " TY-AMOUNT-EDIT-2
010080         DELIMITED BY SIZE INTO TY-REPORT-LINE.
010090     WRITE TY-REPORT-LINE.
010100     IF TY-ALL-INTEREST-TOTAL + TY-OTH-INTEREST-TOTAL
010110             = TY-GL-INTEREST-NET
010120         AND TY-ALL-FEE-TOTAL + TY-OTH-FEE-TOTAL
010130             = TY-GL-FEE-NET
010140         MOVE "IN BALANCE" TO TY-STATUS-TEXT
010150     ELSE
010160         MOVE "OUT OF BALANCE" TO TY-STATUS-TEXT
010170     END-IF.
010180     MOVE TY-JNH-DAY-COUNT TO TY-COUNT-EDIT.
010190     MOVE SPACES TO TY-REPORT-LINE.
010200     STRING "    " TY-STATUS-TEXT
010210         "  JOURNAL DAYS READ " TY-COUNT-EDIT
010220         DELIMITED BY SIZE INTO TY-REPORT-LINE.
010230     WRITE TY-REPORT-LINE.
010240 7700-EXIT.
010250     EXIT.
010260*
010270 7750-SCAN-JOURNAL-MONTH.
010280     PERFORM 7760-SCAN-ONE-JOURNAL-DAY THRU 7760-EXIT
010290         VARYING TY-PROBE-DAY FROM 1 BY 1
010300         UNTIL TY-PROBE-DAY > 31.
010310 7750-EXIT.
010320     EXIT.
010330*
010340 7760-SCAN-ONE-JOURNAL-DAY.
010350     COMPUTE TY-PROBE-DATE = TY-PARM-TAX-YEAR * 10000
010360         + TY-PROBE-MONTH * 100 + TY-PROBE-DAY.
010370     MOVE SPACES TO TY-JNH-FILE-PATH.
010380     STRING TY-JOURNAL-HIST-PREFIX DELIMITED BY SPACE
010390            TY-PROBE-DATE DELIMITED BY SIZE
010400         INTO TY-JNH-FILE-PATH.
010410     MOVE "N" TO TY-END-OF-FILE-SWITCH.
010420     OPEN INPUT DL100-JOURNAL-HIST-FILE.
010430     IF TY-JNH-FILE-STATUS NOT = "00"
010440         GO TO 7760-EXIT
010450     END-IF.
010460     ADD 1 TO TY-JNH-DAY-COUNT.
010470     PERFORM 7770-READ-JOURNAL THRU 7770-EXIT.
010480     PERFORM 7780-TALLY-ONE-JOURNAL THRU 7780-EXIT
010490         UNTIL TY-END-OF-FILE.
010500     CLOSE DL100-JOURNAL-HIST-FILE.
010510 7760-EXIT.
010520     EXIT.
010530*
010540 7770-READ-JOURNAL.
010550     READ DL100-JOURNAL-HIST-FILE
010560         AT END
010570             SET TY-END-OF-FILE TO TRUE
010580     END-READ.
010590 7770-EXIT.
010600     EXIT.
010610*
010620 7780-TALLY-ONE-JOURNAL.
010630*    INTEREST IS CHARGED TO ITS ACCOUNT AS A DEBIT AND FEES
010640*    TAKEN TO THEIRS AS A CREDIT; THE OPPOSITE SIDE IS A
010650*    REVERSAL.
010660     IF JH-GL-ACCOUNT = TY-INT-GL-ACCOUNT
010670         IF JH-IS-DEBIT
010680             ADD JH-AMOUNT TO TY-GL-INTEREST-NET
010690         ELSE
010700             SUBTRACT JH-AMOUNT FROM TY-GL-INTEREST-NET
010710         END-IF
010720     END-IF.
010730     IF JH-GL-ACCOUNT = TY-FEE-GL-ACCOUNT
010740         IF JH-IS-CREDIT
010750             ADD JH-AMOUNT TO TY-GL-FEE-NET
010760         ELSE
010770             SUBTRACT JH-AMOUNT FROM TY-GL-FEE-NET
010780         END-IF
010790     END-IF.
010800     PERFORM 7770-READ-JOURNAL THRU 7770-EXIT.
010810 7780-EXIT.
010820     EXIT.
010830*
010840 8000-TERMINATE.
010850     IF TY-TAX-FILE-IS-OPEN
010860         CLOSE DL100-TAX-EXTRACT-FILE
010870         MOVE "N" TO TY-TAX-OPEN-SWITCH
010880     END-IF.
010890     IF TY-RPT-FILE-IS-OPEN
010900         CLOSE DL100-TAX-REPORT-FILE
010910         MOVE "N" TO TY-RPT-OPEN-SWITCH
010920     END-IF.
010930     IF TY-MAP-FILE-IS-OPEN
010940         CLOSE DL100-GL-MAP-FILE
010950         MOVE "N" TO TY-MAP-OPEN-SWITCH
010960     END-IF.
010970 8000-EXIT.
010980     EXIT.
