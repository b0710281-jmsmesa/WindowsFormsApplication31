000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100DRR.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100DRR - MONTHLY DORMANT ACCOUNT REPORT                   *
000110*                                                                *
000120*   CALLED FROM FORM1 FOR ONE REPORT MONTH.  PRINTS THREE        *
000130*   SECTIONS FROM THE ACCOUNT MASTER FOR ESCHEATMENT REVIEW -    *
000140*   THE ACCOUNTS FLAGGED DORMANT BY DL100DRM DURING THE MONTH,   *
000150*   THE ACCOUNTS A SUPERVISOR REACTIVATED DURING THE MONTH, AND  *
000160*   EVERY OPEN ACCOUNT STILL DORMANT, EACH PLACED IN AN          *
000170*   INACTIVITY AGE BAND (UNDER 1 YEAR, 1-2, 2-3, 3-5, AND 5 OR   *
000180*   MORE YEARS SINCE THE LAST CUSTOMER ACTIVITY, MEASURED TO     *
000190*   THE LAST DAY OF THE MONTH) WITH A COUNT AND BALANCE TOTAL    *
000200*   FOR EACH BAND.  BALANCES ARE AS CARRIED ON THE MASTER WHEN   *
000210*   THE REPORT IS PRINTED.                                       *
000220*                                                                *
000230*   MODIFICATION HISTORY                                        *
000240*   ----------------------------------------------------------- *
000250*   2026-10-15  JMS   INITIAL VERSION.                          *
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DL100-ACCOUNT-FILE ASSIGN TO DR-ACT-FILE-PATH
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS AC-ACCOUNT-NUMBER
000350         FILE STATUS IS DR-ACT-FILE-STATUS.
000360     SELECT DL100-DORMANCY-REPORT-FILE ASSIGN TO DRMRPT
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS DR-RPT-FILE-STATUS.
000390     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DR-PRM-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  DL100-ACCOUNT-FILE.
000450 COPY DL100AC.
000460 FD  DL100-DORMANCY-REPORT-FILE
000470     RECORD CONTAINS 132 CHARACTERS.
000480 01  DR-REPORT-LINE               PIC X(132).
000490 FD  DL100-PARAMETER-FILE.
000500 COPY DL100PR.
000510 WORKING-STORAGE SECTION.
000520 77  DR-ACT-FILE-STATUS       PIC X(02) VALUE SPACES.
000530 77  DR-RPT-FILE-STATUS       PIC X(02) VALUE SPACES.
000540 77  DR-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000550 77  DR-ACT-FILE-PATH         PIC X(60) VALUE "ACTFILE".
000560 77  DR-ACT-OPEN-SWITCH       PIC X(01) VALUE "N".
000570     88  DR-ACT-FILE-IS-OPEN            VALUE "Y".
000580 77  DR-RPT-OPEN-SWITCH       PIC X(01) VALUE "N".
000590     88  DR-RPT-FILE-IS-OPEN            VALUE "Y".
000600 77  DR-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
000610     88  DR-END-OF-FILE                 VALUE "Y".
000620 77  DR-SECTION-SWITCH        PIC X(01) VALUE SPACE.
000630     88  DR-LISTING-NEW-DORMANT         VALUE "N".
000640     88  DR-LISTING-REACTIVATED         VALUE "R".
000650     88  DR-LISTING-DORMANT-AGE         VALUE "A".
000660 77  DR-MONTH-START           PIC 9(08) VALUE ZERO.
000670 77  DR-MONTH-END             PIC 9(08) VALUE ZERO.
000680 77  DR-MONTH-CCYY            PIC 9(04) VALUE ZERO.
000690 77  DR-MONTH-MM              PIC 9(02) VALUE ZERO.
000700 77  DR-MONTH-DD              PIC 9(02) VALUE ZERO.
000710 77  DR-LEAP-QUOTIENT         PIC 9(04) VALUE ZERO.
000720 77  DR-LEAP-REMAINDER        PIC 9(04) VALUE ZERO.
000730 77  DR-CUTOFF-CCYY           PIC 9(04) VALUE ZERO.
000740 77  DR-MEASURE-DATE          PIC 9(08) VALUE ZERO.
000750 77  DR-BAND-IDX              PIC 9(02) COMP VALUE ZERO.
000760 77  DR-SECTION-COUNT         PIC 9(09) COMP VALUE ZERO.
000770 77  DR-SECTION-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
000780 77  DR-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
000790 77  DR-AMOUNT-EDIT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
000800 01  DR-MONTH-DAYS-INIT.
000810     05  FILLER               PIC X(02) VALUE "31".
000820     05  FILLER               PIC X(02) VALUE "28".
000830     05  FILLER               PIC X(02) VALUE "31".
000840     05  FILLER               PIC X(02) VALUE "30".
000850     05  FILLER               PIC X(02) VALUE "31".
000860     05  FILLER               PIC X(02) VALUE "30".
000870     05  FILLER               PIC X(02) VALUE "31".
000880     05  FILLER               PIC X(02) VALUE "31".
000890     05  FILLER               PIC X(02) VALUE "30".
000900     05  FILLER               PIC X(02) VALUE "31".
000910     05  FILLER               PIC X(02) VALUE "30".
000920     05  FILLER               PIC X(02) VALUE "31".
000930 01  DR-MONTH-DAYS REDEFINES DR-MONTH-DAYS-INIT.
000940     05  DR-MONTH-DAYS-TBL    PIC 9(02) OCCURS 12 TIMES.
000950*
000960*    INACTIVITY AGE BANDS.  A DORMANT ACCOUNT FALLS IN THE FIRST
000970*    BAND WHOSE CUTOFF ITS LAST ACTIVITY IS LATER THAN; THE LAST
000980*    BAND (NO CUTOFF) TAKES EVERYTHING OLDER.
000990 01  DR-BAND-INIT.
001000     05  FILLER               PIC X(20) VALUE "UNDER 1 YEAR".
001010     05  FILLER               PIC 9(02) VALUE 01.
001020     05  FILLER               PIC X(20) VALUE "1 TO 2 YEARS".
001030     05  FILLER               PIC 9(02) VALUE 02.
001040     05  FILLER               PIC X(20) VALUE "2 TO 3 YEARS".
001050     05  FILLER               PIC 9(02) VALUE 03.
001060     05  FILLER               PIC X(20) VALUE "3 TO 5 YEARS".
001070     05  FILLER               PIC 9(02) VALUE 05.
001080     05  FILLER               PIC X(20) VALUE "5 YEARS AND OVER".
001090     05  FILLER               PIC 9(02) VALUE 00.
001100 01  DR-BAND-DEFS REDEFINES DR-BAND-INIT.
001110     05  DR-BAND-DEF OCCURS 5 TIMES.
001120         10  DR-BAND-TITLE        PIC X(20).
001130         10  DR-BAND-YEARS        PIC 9(02).
001140 01  DR-BAND-TOTALS.
001150     05  DR-BAND-ENTRY OCCURS 5 TIMES.
001160         10  DR-BAND-CUTOFF       PIC 9(08).
001170         10  DR-BAND-COUNT        PIC 9(09) COMP.
001180         10  DR-BAND-AMOUNT       PIC S9(13)V99 COMP-3.
001190 01  DR-DETAIL-LINE.
001200     05  FILLER               PIC X(04) VALUE SPACES.
001210     05  DR-D-ACCOUNT         PIC X(12).
001220     05  FILLER               PIC X(03) VALUE SPACES.
001230     05  DR-D-NAME            PIC X(30).
001240     05  FILLER               PIC X(03) VALUE SPACES.
001250     05  DR-D-ACTIVITY-DATE   PIC X(08).
001260     05  FILLER               PIC X(03) VALUE SPACES.
001270     05  DR-D-EVENT-DATE      PIC X(08).
001280     05  FILLER               PIC X(03) VALUE SPACES.
001290     05  DR-D-BY              PIC X(08).
001300     05  FILLER               PIC X(03) VALUE SPACES.
001310     05  DR-D-BALANCE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001320     05  FILLER               PIC X(03) VALUE SPACES.
001330     05  DR-D-BAND            PIC X(20).
001340 LINKAGE SECTION.
001350 01  DR-PARM-REPORT-MONTH     PIC 9(06).
001360 01  DR-PARM-DORMANT-COUNT    PIC 9(09) COMP.
001370 01  DR-PARM-RESULT-SWITCH    PIC X(01).
001380     88  DR-RESULT-IS-SUCCESS           VALUE "Y".
001390     88  DR-RESULT-IS-FAILURE           VALUE "N".
001400 01  DR-PARM-REASON-TEXT      PIC X(40).
001410 PROCEDURE DIVISION USING DR-PARM-REPORT-MONTH
001420                          DR-PARM-DORMANT-COUNT
001430                          DR-PARM-RESULT-SWITCH
001440                          DR-PARM-REASON-TEXT.
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     IF DR-RESULT-IS-FAILURE
001480         GO TO 0000-TERMINATE
001490     END-IF.
001500     PERFORM 2000-PRINT-HEADING THRU 2000-EXIT.
001510     SET DR-LISTING-NEW-DORMANT TO TRUE.
001520     MOVE "ACCOUNTS FLAGGED DORMANT THIS MONTH"
001530         TO DR-REPORT-LINE.
001540     PERFORM 3000-PRINT-SECTION THRU 3000-EXIT.
001550     SET DR-LISTING-REACTIVATED TO TRUE.
001560     MOVE "ACCOUNTS REACTIVATED THIS MONTH"
001570         TO DR-REPORT-LINE.
001580     PERFORM 3000-PRINT-SECTION THRU 3000-EXIT.
001590     SET DR-LISTING-DORMANT-AGE TO TRUE.
001600     MOVE "DORMANT OPEN ACCOUNTS BY INACTIVITY AGE"
001610         TO DR-REPORT-LINE.
001620     PERFORM 3000-PRINT-SECTION THRU 3000-EXIT.
001630     MOVE DR-SECTION-COUNT TO DR-PARM-DORMANT-COUNT.
001640     PERFORM 4000-PRINT-BAND-SUMMARY THRU 4000-EXIT.
001650 0000-TERMINATE.
001660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001670 0000-EXIT.
001680     GOBACK.
001690*
001700 1000-INITIALIZE.
001710     SET DR-RESULT-IS-SUCCESS TO TRUE.
001720     MOVE SPACES TO DR-PARM-REASON-TEXT.
001730     MOVE ZERO TO DR-PARM-DORMANT-COUNT.
001740     MOVE "N" TO DR-ACT-OPEN-SWITCH.
001750     MOVE "N" TO DR-RPT-OPEN-SWITCH.
001760     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
001770     PERFORM 1100-COMPUTE-MONTH-BOUNDS THRU 1100-EXIT.
001780     IF DR-RESULT-IS-FAILURE
001790         GO TO 1000-EXIT
001800     END-IF.
001810     PERFORM 1200-COMPUTE-BAND-CUTOFFS THRU 1200-EXIT
001820         VARYING DR-BAND-IDX FROM 1 BY 1
001830         UNTIL DR-BAND-IDX > 5.
001840     OPEN INPUT DL100-ACCOUNT-FILE.
001850     IF DR-ACT-FILE-STATUS NOT = "00"
001860         SET DR-RESULT-IS-FAILURE TO TRUE
001870         MOVE "ACCOUNT MASTER FILE COULD NOT BE OPENED"
001880             TO DR-PARM-REASON-TEXT
001890         GO TO 1000-EXIT
001900     END-IF.
001910     SET DR-ACT-FILE-IS-OPEN TO TRUE.
001920     OPEN OUTPUT DL100-DORMANCY-REPORT-FILE.
001930     IF DR-RPT-FILE-STATUS NOT = "00"
001940         SET DR-RESULT-IS-FAILURE TO TRUE
001950         MOVE "DORMANCY REPORT FILE COULD NOT BE OPENED"
001960             TO DR-PARM-REASON-TEXT
001970         GO TO 1000-EXIT
001980     END-IF.
001990     SET DR-RPT-FILE-IS-OPEN TO TRUE.
002000 1000-EXIT.
002010     EXIT.
002020*
002030 1050-LOAD-FILE-PATHS.
002040     MOVE SPACES TO DL100-PARAMETER-RECORD.
002050     OPEN INPUT DL100-PARAMETER-FILE.
002060     IF DR-PRM-FILE-STATUS = "00"
002070         READ DL100-PARAMETER-FILE
002080             AT END
002090                 CONTINUE
002100         END-READ
002110         IF PR-ACCOUNT-FILE-PATH NOT = SPACES
002120             MOVE PR-ACCOUNT-FILE-PATH TO DR-ACT-FILE-PATH
002130         END-IF
002140         CLOSE DL100-PARAMETER-FILE
002150     END-IF.
002160 1050-EXIT.
002170     EXIT.
002180*
002190 1100-COMPUTE-MONTH-BOUNDS.
002200     MOVE DR-PARM-REPORT-MONTH(1:4) TO DR-MONTH-CCYY.
002210     MOVE DR-PARM-REPORT-MONTH(5:2) TO DR-MONTH-MM.
002220     IF DR-MONTH-MM < 1 OR DR-MONTH-MM > 12
002230         SET DR-RESULT-IS-FAILURE TO TRUE
002240         MOVE "REPORT MONTH IS NOT A VALID MONTH"
002250             TO DR-PARM-REASON-TEXT
002260         GO TO 1100-EXIT
002270     END-IF.
002280     MOVE DR-MONTH-DAYS-TBL(DR-MONTH-MM) TO DR-MONTH-DD.
002290     IF DR-MONTH-MM = 2
002300         PERFORM 1300-CHECK-LEAP-YEAR THRU 1300-EXIT
002310     END-IF.
002320     COMPUTE DR-MONTH-START =
002330         DR-PARM-REPORT-MONTH * 100 + 1.
002340     COMPUTE DR-MONTH-END =
002350         DR-PARM-REPORT-MONTH * 100 + DR-MONTH-DD.
002360 1100-EXIT.
002370     EXIT.
002380*
002390 1200-COMPUTE-BAND-CUTOFFS.
002400*    THE CUTOFF FOR AN N-YEAR BAND IS THE MONTH END N YEARS
002410*    EARLIER; 29 FEBRUARY FALLS BACK TO THE 28TH IN A YEAR THAT
002420*    HAS NO LEAP DAY.
002430     MOVE ZERO TO DR-BAND-COUNT(DR-BAND-IDX).
002440     MOVE ZERO TO DR-BAND-AMOUNT(DR-BAND-IDX).
002450     IF DR-BAND-YEARS(DR-BAND-IDX) = ZERO
002460         MOVE ZERO TO DR-BAND-CUTOFF(DR-BAND-IDX)
002470         GO TO 1200-EXIT
002480     END-IF.
002490     MOVE DR-MONTH-END TO DR-BAND-CUTOFF(DR-BAND-IDX).
002500     COMPUTE DR-CUTOFF-CCYY =
002510         DR-MONTH-CCYY - DR-BAND-YEARS(DR-BAND-IDX).
002520     MOVE DR-CUTOFF-CCYY TO DR-BAND-CUTOFF(DR-BAND-IDX)(1:4).
002530     IF DR-MONTH-MM = 2 AND DR-MONTH-DD = 29
002540         MOVE DR-CUTOFF-CCYY TO DR-MONTH-CCYY
002550         PERFORM 1300-CHECK-LEAP-YEAR THRU 1300-EXIT
002560         MOVE DR-MONTH-DD TO DR-BAND-CUTOFF(DR-BAND-IDX)(7:2)
002570         MOVE DR-PARM-REPORT-MONTH(1:4) TO DR-MONTH-CCYY
002580         MOVE 29 TO DR-MONTH-DD
002590     END-IF.
002600 1200-EXIT.
002610     EXIT.
002620*
002630 1300-CHECK-LEAP-YEAR.
002640     MOVE 28 TO DR-MONTH-DD.
002650     DIVIDE DR-MONTH-CCYY BY 4
002660         GIVING DR-LEAP-QUOTIENT
002670         REMAINDER DR-LEAP-REMAINDER.
002680     IF DR-LEAP-REMAINDER = ZERO
002690         MOVE 29 TO DR-MONTH-DD
002700     END-IF.
002710     DIVIDE DR-MONTH-CCYY BY 100
002720         GIVING DR-LEAP-QUOTIENT
002730         REMAINDER DR-LEAP-REMAINDER.
002740     IF DR-LEAP-REMAINDER = ZERO
002750         MOVE 28 TO DR-MONTH-DD
002760         DIVIDE DR-MONTH-CCYY BY 400
002770             GIVING DR-LEAP-QUOTIENT
002780             REMAINDER DR-LEAP-REMAINDER
002790         IF DR-LEAP-REMAINDER = ZERO
002800             MOVE 29 TO DR-MONTH-DD
002810         END-IF
002820     END-IF.
002830 1300-EXIT.
002840     EXIT.
002850*
002860 2000-PRINT-HEADING.
002870     MOVE SPACES TO DR-REPORT-LINE.
002880     STRING "DORMANT ACCOUNT REPORT - MONTH "
002890         DR-PARM-REPORT-MONTH
002900         "  (AGE MEASURED TO " DR-MONTH-END ")"
002910         DELIMITED BY SIZE INTO DR-REPORT-LINE.
002920     WRITE DR-REPORT-LINE.
002930     MOVE SPACES TO DR-REPORT-LINE.
002940     WRITE DR-REPORT-LINE.
002950 2000-EXIT.
002960     EXIT.
002970*
002980 3000-PRINT-SECTION.
002990*    THE SECTION TITLE IS ALREADY IN THE REPORT LINE.
003000     WRITE DR-REPORT-LINE.
003010     MOVE SPACES TO DR-REPORT-LINE.
003020     EVALUATE TRUE
003030         WHEN DR-LISTING-NEW-DORMANT
003040             STRING "    ACCOUNT        NAME"
003050                 "                             LAST ACT"
003060                 "   DORMANT"
003070                 "                             BALANCE"
003080                 DELIMITED BY SIZE INTO DR-REPORT-LINE
003090         WHEN DR-LISTING-REACTIVATED
003100             STRING "    ACCOUNT        NAME"
003110                 "                             LAST ACT"
003120                 "   REACTIV    BY"
003130                 "                       BALANCE"
003140                 DELIMITED BY SIZE INTO DR-REPORT-LINE
003150         WHEN OTHER
003160             STRING "    ACCOUNT        NAME"
003170                 "                             LAST ACT"
003180                 "   DORMANT"
003190                 "                             BALANCE"
003200                 "   AGE BAND"
003210                 DELIMITED BY SIZE INTO DR-REPORT-LINE
003220     END-EVALUATE.
003230     WRITE DR-REPORT-LINE.
003240     MOVE ZERO TO DR-SECTION-COUNT.
003250     MOVE ZERO TO DR-SECTION-AMOUNT.
003260     MOVE "N" TO DR-END-OF-FILE-SWITCH.
003270     MOVE LOW-VALUES TO AC-ACCOUNT-NUMBER.
003280     START DL100-ACCOUNT-FILE
003290         KEY IS GREATER THAN AC-ACCOUNT-NUMBER
003300         INVALID KEY
003310             SET DR-END-OF-FILE TO TRUE
003320     END-START.
003330     IF NOT DR-END-OF-FILE
003340         PERFORM 3100-READ-NEXT-ACCOUNT THRU 3100-EXIT
003350         PERFORM 3200-LIST-ONE-ACCOUNT THRU 3200-EXIT
003360             UNTIL DR-END-OF-FILE
003370     END-IF.
003380     MOVE DR-SECTION-COUNT TO DR-COUNT-EDIT.
003390     MOVE DR-SECTION-AMOUNT TO DR-AMOUNT-EDIT.
003400     MOVE SPACES TO DR-REPORT-LINE.
003410     STRING "    ACCOUNTS " DR-COUNT-EDIT
003420         "   TOTAL BALANCE " DR-AMOUNT-EDIT
003430         DELIMITED BY SIZE INTO DR-REPORT-LINE.
003440     WRITE DR-REPORT-LINE.
003450     MOVE SPACES TO DR-REPORT-LINE.
003460     WRITE DR-REPORT-LINE.
003470 3000-EXIT.
003480     EXIT.
003490*
003500 3100-READ-NEXT-ACCOUNT.
003510     READ DL100-ACCOUNT-FILE NEXT RECORD
003520         AT END
003530             SET DR-END-OF-FILE TO TRUE
003540     END-READ.
003550 3100-EXIT.
003560     EXIT.
003570*
003580 3200-LIST-ONE-ACCOUNT.
003590     EVALUATE TRUE
003600         WHEN DR-LISTING-NEW-DORMANT
003610             IF AC-DORMANT-DATE NOT NUMERIC
003620                 OR AC-DORMANT-DATE < DR-MONTH-START
003630                 OR AC-DORMANT-DATE > DR-MONTH-END
003640                 GO TO 3200-NEXT
003650             END-IF
003660         WHEN DR-LISTING-REACTIVATED
003670             IF AC-REACTIVATED-DATE NOT NUMERIC
003680                 OR AC-REACTIVATED-DATE < DR-MONTH-START
003690                 OR AC-REACTIVATED-DATE > DR-MONTH-END
003700                 GO TO 3200-NEXT
003710             END-IF
003720         WHEN OTHER
003730             IF NOT AC-STATUS-OPEN
003740                 OR NOT AC-ACCOUNT-DORMANT
003750                 GO TO 3200-NEXT
003760             END-IF
003770     END-EVALUATE.
003780     PERFORM 3300-FIND-MEASURE-DATE THRU 3300-EXIT.
003790     MOVE AC-ACCOUNT-NUMBER TO DR-D-ACCOUNT.
003800     MOVE AC-ACCOUNT-NAME TO DR-D-NAME.
003810     MOVE DR-MEASURE-DATE TO DR-D-ACTIVITY-DATE.
003820     MOVE AC-CURRENT-BALANCE TO DR-D-BALANCE.
003830     MOVE SPACES TO DR-D-BY.
003840     MOVE SPACES TO DR-D-BAND.
003850     IF DR-LISTING-REACTIVATED
003860         MOVE AC-REACTIVATED-DATE TO DR-D-EVENT-DATE
003870         MOVE AC-REACTIVATED-BY TO DR-D-BY
003880     ELSE
003890         MOVE AC-DORMANT-DATE TO DR-D-EVENT-DATE
003900     END-IF.
003910     IF DR-LISTING-DORMANT-AGE
003920         PERFORM 3400-FIND-AGE-BAND THRU 3400-EXIT
003930         MOVE DR-BAND-TITLE(DR-BAND-IDX) TO DR-D-BAND
003940         ADD 1 TO DR-BAND-COUNT(DR-BAND-IDX)
003950         ADD AC-CURRENT-BALANCE TO DR-BAND-AMOUNT(DR-BAND-IDX)
003960     END-IF.
003970     MOVE DR-DETAIL-LINE TO DR-REPORT-LINE.
003980     WRITE DR-REPORT-LINE.
003990     ADD 1 TO DR-SECTION-COUNT.
004000     ADD AC-CURRENT-BALANCE TO DR-SECTION-AMOUNT.
004010 3200-NEXT.
004020     PERFORM 3100-READ-NEXT-ACCOUNT THRU 3100-EXIT.
004030 3200-EXIT.
004040     EXIT.
004050*
004060 3300-FIND-MEASURE-DATE.
004070*    THE SAME FALLBACK DL100DRM USES - LAST CUSTOMER ACTIVITY,
004080*    ELSE LAST POSTING, ELSE THE DATE THE ACCOUNT WAS OPENED.
004090     MOVE AC-LAST-ACTIVITY-DATE TO DR-MEASURE-DATE.
004100     IF DR-MEASURE-DATE NOT NUMERIC
004110         OR DR-MEASURE-DATE = ZERO
004120         MOVE AC-LAST-POSTED-DATE TO DR-MEASURE-DATE
004130     END-IF.
004140     IF DR-MEASURE-DATE NOT NUMERIC
004150         OR DR-MEASURE-DATE = ZERO
004160         MOVE AC-OPENED-DATE TO DR-MEASURE-DATE
004170     END-IF.
004180     IF DR-MEASURE-DATE NOT NUMERIC
004190         MOVE ZERO TO DR-MEASURE-DATE
004200     END-IF.
004210 3300-EXIT.
004220     EXIT.
004230*
004240 3400-FIND-AGE-BAND.
004250     MOVE 1 TO DR-BAND-IDX.
004260 3400-TEST-BAND.
004270     IF DR-BAND-IDX = 5
004280         GO TO 3400-EXIT
004290     END-IF.
004300     IF DR-MEASURE-DATE > DR-BAND-CUTOFF(DR-BAND-IDX)
004310         GO TO 3400-EXIT
004320     END-IF.
004330     ADD 1 TO DR-BAND-IDX.
004340     GO TO 3400-TEST-BAND.
004350 3400-EXIT.
004360     EXIT.
004370*
004380 4000-PRINT-BAND-SUMMARY.
004390     MOVE "DORMANT BALANCES BY INACTIVITY AGE BAND"
004400         TO DR-REPORT-LINE.
004410     WRITE DR-REPORT-LINE.
004420     PERFORM 4100-PRINT-ONE-BAND THRU 4100-EXIT
004430         VARYING DR-BAND-IDX FROM 1 BY 1
004440         UNTIL DR-BAND-IDX > 5.
004450 4000-EXIT.
004460     EXIT.
004470*
004480 4100-PRINT-ONE-BAND.
004490     MOVE DR-BAND-COUNT(DR-BAND-IDX) TO DR-COUNT-EDIT.
004500     MOVE DR-BAND-AMOUNT(DR-BAND-IDX) TO DR-AMOUNT-EDIT.
004510     MOVE SPACES TO DR-REPORT-LINE.
004520     STRING "    " DR-BAND-TITLE(DR-BAND-IDX)
004530         "   ACCOUNTS " DR-COUNT-EDIT
004540         "   BALANCE " DR-AMOUNT-EDIT
004550         DELIMITED BY SIZE INTO DR-REPORT-LINE.
004560     WRITE DR-REPORT-LINE.
004570 4100-EXIT.
004580     EXIT.
004590*
004600 9000-TERMINATE.
004610     IF DR-ACT-FILE-IS-OPEN
004620         CLOSE DL100-ACCOUNT-FILE
004630         MOVE "N" TO DR-ACT-OPEN-SWITCH
004640     END-IF.
004650     IF DR-RPT-FILE-IS-OPEN
004660         CLOSE DL100-DORMANCY-REPORT-FILE
004670         MOVE "N" TO DR-RPT-OPEN-SWITCH
004680     END-IF.
004690 9000-EXIT.
004700     EXIT.
