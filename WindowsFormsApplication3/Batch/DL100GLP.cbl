000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100GLP.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100GLP - SUBLEDGER TO GL CONTROL ACCOUNT PROOF            *
000110*                                                                *
000120*   RUN AS A STEP OF THE END-OF-NIGHT CHAIN (DL100RUN) AFTER     *
000130*   THE BALANCE SNAPSHOT AND THE GL EXTRACT, AND FROM FORM1      *
000140*   AFTER A GL EXTRACT.  PROVES THE CUSTOMER LIABILITY CONTROL   *
000150*   ACCOUNTS ON THE GL CONTROL BALANCE FILE (DL100GB) AGAINST    *
000160*   THE TOTAL OF THE BUSINESS DATE'S BALANCE SNAPSHOTS           *
000170*   (DL100SN).                                                   *
000180*                                                                *
000190*   THE CONTROL ACCOUNTS ARE TAKEN FROM THE GL MAPPING - THE     *
000200*   CUSTOMER SIDE OF EACH TYPE/SOURCE ENTRY, WHICH IS THE        *
000210*   DEBIT ACCOUNT FOR TYPES WD AND FE (A POSITIVE AMOUNT TAKES   *
000220*   FROM THE CUSTOMER) AND THE CREDIT ACCOUNT FOR EVERY OTHER    *
000230*   TYPE.  THEIR BALANCES ARE CREDIT-NORMAL, SO THE CONTROL      *
000240*   TOTAL IS THE NEGATIVE OF THEIR DEBIT-POSITIVE RUNNING        *
000250*   BALANCES, PLUS THE OPENING BASELINE.                         *
000260*                                                                *
000270*   THE BASELINE IS TAKEN THE FIRST TIME THE PROOF RUNS - THE    *
000280*   SNAPSHOTS' PRIOR BALANCES FOR THE DATE, LESS WHAT THE        *
000290*   CONTROL ACCOUNTS ALREADY HELD BEFORE THE DATE'S POSTINGS -   *
000300*   AND IS KEPT ON THE CONTROL BALANCE FILE SO EVERY LATER       *
000310*   DATE CARRIES IT FORWARD.                                     *
000320*                                                                *
000330*   WHEN THE CONTROL TOTAL AND THE SNAPSHOT TOTAL DISAGREE THE   *
000340*   DIFFERENCE IS BROKEN DOWN BY TRANSACTION TYPE - THE DATE'S   *
000350*   MOVEMENT ON THE CONTROL ACCOUNTS AGAINST THE NET THE DATE'S  *
000360*   ACCEPTED TRANSACTIONS POSTED TO CUSTOMERS (A TYPE RV         *
000370*   REVERSAL UNDER THE TYPE IT REVERSES) - WITH WHATEVER IS      *
000380*   LEFT SHOWN AS CARRIED FROM EARLIER DATES.  AN OUT-OF-        *
000390*   BALANCE PROOF STILL SUCCEEDS BUT RETURNS A NON-ZERO BREAK    *
000400*   COUNT, WHICH DL100RUN TURNS INTO A WARNING ALERT.            *
000410*                                                                *
000420*   MODIFICATION HISTORY                                        *
000430*   ----------------------------------------------------------- *
000440*   2026-10-15  JMS   INITIAL VERSION.                          *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT DL100-GL-MAP-FILE ASSIGN TO GP-MAP-FILE-PATH
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS GM-MAP-KEY
000540         FILE STATUS IS GP-MAP-FILE-STATUS.
000550     SELECT DL100-GL-BALANCE-FILE ASSIGN TO GP-GLB-FILE-PATH
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS GB-BALANCE-KEY
000590         FILE STATUS IS GP-GLB-FILE-STATUS.
000600     SELECT DL100-SNAPSHOT-FILE ASSIGN TO GP-SNP-FILE-PATH
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS SN-SNAPSHOT-KEY
000640         FILE STATUS IS GP-SNP-FILE-STATUS.
000650     SELECT DL100-OUTPUT-FILE ASSIGN TO GP-OUT-FILE-PATH
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS GP-OUT-FILE-STATUS.
000680     SELECT DL100-PROOF-REPORT-FILE ASSIGN TO GLPRPT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS GP-RPT-FILE-STATUS.
000710     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS GP-PRM-FILE-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  DL100-GL-MAP-FILE.
000770 COPY DL100GM.
000780 FD  DL100-GL-BALANCE-FILE.
000790 COPY DL100GB.
000800 FD  DL100-SNAPSHOT-FILE.
000810 COPY DL100SN.
000820 FD  DL100-OUTPUT-FILE.
000830 COPY DL100TX
000840     REPLACING LEADING ==TX-== BY ==OT-==
000850         ==DL100-TRANSACTION-RECORD== BY ==DL100-OUTPUT-RECORD==.
000860 FD  DL100-PROOF-REPORT-FILE
000870     RECORD CONTAINS 132 CHARACTERS.
000880 01  GP-REPORT-LINE               PIC X(132).
000890 FD  DL100-PARAMETER-FILE.
000900 COPY DL100PR.
000910 WORKING-STORAGE SECTION.
000920 77  GP-MAP-FILE-STATUS       PIC X(02) VALUE SPACES.
000930 77  GP-GLB-FILE-STATUS       PIC X(02) VALUE SPACES.
000940 77  GP-SNP-FILE-STATUS       PIC X(02) VALUE SPACES.
000950 77  GP-OUT-FILE-STATUS       PIC X(02) VALUE SPACES.
000960 77  GP-RPT-FILE-STATUS       PIC X(02) VALUE SPACES.
000970 77  GP-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000980 77  GP-MAP-FILE-PATH         PIC X(60) VALUE "GLMFILE".
000990 77  GP-GLB-FILE-PATH         PIC X(60) VALUE "GLBFILE".
001000 77  GP-SNP-FILE-PATH         PIC X(60) VALUE "SNPFILE".
001010 77  GP-OUT-FILE-PATH         PIC X(72) VALUE "OUTFILE".
001020 77  GP-DAILY-OUT-PREFIX      PIC X(60) VALUE SPACES.
001030 77  GP-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
001040     88  GP-END-OF-FILE                 VALUE "Y".
001050 77  GP-MAP-OPEN-SWITCH       PIC X(01) VALUE "N".
001060     88  GP-MAP-FILE-IS-OPEN            VALUE "Y".
001070 77  GP-GLB-OPEN-SWITCH       PIC X(01) VALUE "N".
001080     88  GP-GLB-FILE-IS-OPEN            VALUE "Y".
001090 77  GP-SNP-OPEN-SWITCH       PIC X(01) VALUE "N".
001100     88  GP-SNP-FILE-IS-OPEN            VALUE "Y".
001110 77  GP-RPT-OPEN-SWITCH       PIC X(01) VALUE "N".
001120     88  GP-RPT-FILE-IS-OPEN            VALUE "Y".
001130 77  GP-BASELINE-SWITCH       PIC X(01) VALUE "N".
001140     88  GP-BASELINE-WAS-FOUND          VALUE "Y".
001150 77  GP-BASELINE-NEW-SWITCH   PIC X(01) VALUE "N".
001160     88  GP-BASELINE-TAKEN-NOW          VALUE "Y".
001170 77  GP-CTL-COUNT             PIC 9(03) COMP VALUE ZERO.
001180 77  GP-CTL-IDX               PIC 9(03) COMP VALUE ZERO.
001190 77  GP-TYPE-COUNT            PIC 9(02) COMP VALUE ZERO.
001200 77  GP-TYPE-IDX              PIC 9(02) COMP VALUE ZERO.
001210 77  GP-WORK-GL-ACCOUNT       PIC X(10) VALUE SPACES.
001220 77  GP-WORK-TYPE             PIC X(02) VALUE SPACES.
001230 77  GP-WORK-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
001240 77  GP-BASELINE-DATE         PIC 9(08) VALUE ZERO.
001250 77  GP-OPENING-BALANCE       PIC S9(13)V99 COMP-3 VALUE ZERO.
001260 77  GP-GL-LIABILITY          PIC S9(13)V99 COMP-3 VALUE ZERO.
001270 77  GP-GL-DAY-MOVEMENT       PIC S9(13)V99 COMP-3 VALUE ZERO.
001280 77  GP-CONTROL-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
001290 77  GP-SNAPSHOT-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
001300 77  GP-SNAPSHOT-PRIOR        PIC S9(13)V99 COMP-3 VALUE ZERO.
001310 77  GP-SNAPSHOT-COUNT        PIC 9(09) COMP VALUE ZERO.
001320 77  GP-DIFFERENCE            PIC S9(13)V99 COMP-3 VALUE ZERO.
001330 77  GP-TYPE-DIFF-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
001340 77  GP-CARRIED-DIFFERENCE    PIC S9(13)V99 COMP-3 VALUE ZERO.
001350 77  GP-LATER-COUNT           PIC 9(09) COMP VALUE ZERO.
001360 77  GP-TIMESTAMP             PIC X(14) VALUE SPACES.
001370 77  GP-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
001380 77  GP-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
001390 77  GP-TIMESTAMP-TIME        PIC 9(06) VALUE ZERO.
001400 77  GP-AMOUNT-EDIT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001410 77  GP-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
001420*
001430*    ONE ENTRY PER CUSTOMER LIABILITY CONTROL ACCOUNT, AMOUNTS
001440*    CREDIT-POSITIVE
001450 01  GP-CONTROL-TABLE.
001460     05  GP-CTL-ENTRY OCCURS 100 TIMES.
001470         10  GP-CTL-GL-ACCOUNT    PIC X(10).
001480         10  GP-CTL-BALANCE       PIC S9(13)V99 COMP-3.
001490         10  GP-CTL-DAY-MOVEMENT  PIC S9(13)V99 COMP-3.
001500*
001510*    ONE ENTRY PER TRANSACTION TYPE MOVED ON THE BUSINESS DATE,
001520*    AMOUNTS CREDIT-POSITIVE
001530 01  GP-TYPE-TABLE.
001540     05  GP-TYPE-ENTRY OCCURS 20 TIMES.
001550         10  GP-TYPE-CODE         PIC X(02).
001560         10  GP-TYPE-GL-MOVEMENT  PIC S9(13)V99 COMP-3.
001570         10  GP-TYPE-SUB-NET      PIC S9(13)V99 COMP-3.
001580         10  GP-TYPE-DIFFERENCE   PIC S9(13)V99 COMP-3.
001590 01  GP-CONTROL-HEADING.
001600     05  FILLER               PIC X(04) VALUE SPACES.
001610     05  FILLER               PIC X(10) VALUE "GL ACCOUNT".
001620     05  FILLER               PIC X(02) VALUE SPACES.
001630     05  FILLER               PIC X(21)
001640                                 VALUE "              BALANCE".
001650     05  FILLER               PIC X(02) VALUE SPACES.
001660     05  FILLER               PIC X(21)
001670                                 VALUE "    MOVEMENT ON DATE".
001680 01  GP-CONTROL-LINE.
001690     05  FILLER               PIC X(04) VALUE SPACES.
001700     05  GP-C-GL-ACCOUNT      PIC X(10).
001710     05  FILLER               PIC X(02) VALUE SPACES.
001720     05  GP-C-BALANCE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001730     05  FILLER               PIC X(02) VALUE SPACES.
001740     05  GP-C-DAY-MOVEMENT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001750 01  GP-TYPE-HEADING.
001760     05  FILLER               PIC X(04) VALUE SPACES.
001770     05  FILLER               PIC X(10) VALUE "TYPE".
001780     05  FILLER               PIC X(02) VALUE SPACES.
001790     05  FILLER               PIC X(21)
001800                                 VALUE "          GL MOVEMENT".
001810     05  FILLER               PIC X(02) VALUE SPACES.
001820     05  FILLER               PIC X(21)
001830                                 VALUE "  CUSTOMER NET POSTED".
001840     05  FILLER               PIC X(02) VALUE SPACES.
001850     05  FILLER               PIC X(21)
001860                                 VALUE "           DIFFERENCE".
001870 01  GP-TYPE-LINE.
001880     05  FILLER               PIC X(04) VALUE SPACES.
001890     05  GP-T-TYPE            PIC X(10).
001900     05  FILLER               PIC X(02) VALUE SPACES.
001910     05  GP-T-GL-MOVEMENT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001920     05  FILLER               PIC X(02) VALUE SPACES.
001930     05  GP-T-SUB-NET         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001940     05  FILLER               PIC X(02) VALUE SPACES.
001950     05  GP-T-DIFFERENCE      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001960 LINKAGE SECTION.
001970 01  GP-PARM-BUSINESS-DATE    PIC 9(08).
001980 01  GP-PARM-CONTROL-COUNT    PIC 9(09) COMP.
001990 01  GP-PARM-BREAK-COUNT      PIC 9(09) COMP.
002000 01  GP-PARM-RESULT-SWITCH    PIC X(01).
002010     88  GP-RESULT-IS-SUCCESS           VALUE "Y".
002020     88  GP-RESULT-IS-FAILURE           VALUE "N".
002030 01  GP-PARM-REASON-TEXT      PIC X(40).
002040 PROCEDURE DIVISION USING GP-PARM-BUSINESS-DATE
002050                          GP-PARM-CONTROL-COUNT
002060                          GP-PARM-BREAK-COUNT
002070                          GP-PARM-RESULT-SWITCH
002080                          GP-PARM-REASON-TEXT.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     IF GP-RESULT-IS-FAILURE
002120         GO TO 0000-TERMINATE
002130     END-IF.
002140     PERFORM 2000-LOAD-CONTROL-ACCOUNTS THRU 2000-EXIT.
002150     IF GP-RESULT-IS-FAILURE
002160         GO TO 0000-TERMINATE
002170     END-IF.
002180     PERFORM 3000-READ-CONTROL-BALANCES THRU 3000-EXIT.
002190     IF GP-RESULT-IS-FAILURE
002200         GO TO 0000-TERMINATE
002210     END-IF.
002220     PERFORM 4000-TOTAL-SNAPSHOTS THRU 4000-EXIT.
002230     IF GP-RESULT-IS-FAILURE
002240         GO TO 0000-TERMINATE
002250     END-IF.
002260     PERFORM 5000-NET-DAY-BY-TYPE THRU 5000-EXIT.
002270     IF GP-RESULT-IS-FAILURE
002280         GO TO 0000-TERMINATE
002290     END-IF.
002300     PERFORM 6000-PROVE-CONTROL-TOTAL THRU 6000-EXIT.
002310     IF GP-RESULT-IS-FAILURE
002320         GO TO 0000-TERMINATE
002330     END-IF.
002340     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
002350 0000-TERMINATE.
002360     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002370 0000-EXIT.
002380     GOBACK.
002390*
002400 1000-INITIALIZE.
002410     SET GP-RESULT-IS-SUCCESS TO TRUE.
002420     MOVE SPACES TO GP-PARM-REASON-TEXT.
002430     MOVE ZERO TO GP-PARM-CONTROL-COUNT.
002440     MOVE ZERO TO GP-PARM-BREAK-COUNT.
002450     MOVE ZERO TO GP-CTL-COUNT.
002460     MOVE ZERO TO GP-TYPE-COUNT.
002470     MOVE ZERO TO GP-OPENING-BALANCE.
002480     MOVE ZERO TO GP-GL-LIABILITY.
002490     MOVE ZERO TO GP-GL-DAY-MOVEMENT.
002500     MOVE ZERO TO GP-SNAPSHOT-TOTAL.
002510     MOVE ZERO TO GP-SNAPSHOT-PRIOR.
002520     MOVE ZERO TO GP-SNAPSHOT-COUNT.
002530     MOVE ZERO TO GP-LATER-COUNT.
002540     MOVE "N" TO GP-BASELINE-SWITCH.
002550     MOVE "N" TO GP-BASELINE-NEW-SWITCH.
002560     MOVE "N" TO GP-MAP-OPEN-SWITCH.
002570     MOVE "N" TO GP-GLB-OPEN-SWITCH.
002580     MOVE "N" TO GP-SNP-OPEN-SWITCH.
002590     MOVE "N" TO GP-RPT-OPEN-SWITCH.
002600     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
002610     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
002620     OPEN INPUT DL100-GL-MAP-FILE.
002630     IF GP-MAP-FILE-STATUS = "00"
002640         SET GP-MAP-FILE-IS-OPEN TO TRUE
002650     ELSE
002660         SET GP-RESULT-IS-FAILURE TO TRUE
002670         MOVE "GL MAPPING FILE COULD NOT BE OPENED"
002680             TO GP-PARM-REASON-TEXT
002690         GO TO 1000-EXIT
002700     END-IF.
002710     OPEN I-O DL100-GL-BALANCE-FILE.
002720     IF GP-GLB-FILE-STATUS = "00"
002730         SET GP-GLB-FILE-IS-OPEN TO TRUE
002740     ELSE
002750         SET GP-RESULT-IS-FAILURE TO TRUE
002760         MOVE "GL CONTROL BALANCE FILE COULD NOT BE OPENED"
002770             TO GP-PARM-REASON-TEXT
002780         GO TO 1000-EXIT
002790     END-IF.
002800     OPEN INPUT DL100-SNAPSHOT-FILE.
002810     IF GP-SNP-FILE-STATUS = "00"
002820         SET GP-SNP-FILE-IS-OPEN TO TRUE
002830     ELSE
002840         SET GP-RESULT-IS-FAILURE TO TRUE
002850         MOVE "SNAPSHOT FILE COULD NOT BE OPENED"
002860             TO GP-PARM-REASON-TEXT
002870         GO TO 1000-EXIT
002880     END-IF.
002890     OPEN OUTPUT DL100-PROOF-REPORT-FILE.
002900     IF GP-RPT-FILE-STATUS = "00"
002910         SET GP-RPT-FILE-IS-OPEN TO TRUE
002920     ELSE
002930         SET GP-RESULT-IS-FAILURE TO TRUE
002940         MOVE "CONTROL PROOF REPORT COULD NOT BE OPENED"
002950             TO GP-PARM-REASON-TEXT
002960     END-IF.
002970 1000-EXIT.
002980     EXIT.
002990*
003000 1050-LOAD-FILE-PATHS.
003010     MOVE SPACES TO DL100-PARAMETER-RECORD.
003020     OPEN INPUT DL100-PARAMETER-FILE.
003030     IF GP-PRM-FILE-STATUS = "00"
003040         READ DL100-PARAMETER-FILE
003050             AT END
003060                 CONTINUE
003070         END-READ
003080         IF PR-GL-MAP-FILE-PATH NOT = SPACES
003090             MOVE PR-GL-MAP-FILE-PATH TO GP-MAP-FILE-PATH
003100         END-IF
003110         IF PR-GL-BALANCE-FILE-PATH NOT = SPACES
003120             MOVE PR-GL-BALANCE-FILE-PATH TO GP-GLB-FILE-PATH
003130         END-IF
003140         IF PR-SNAPSHOT-FILE-PATH NOT = SPACES
003150             MOVE PR-SNAPSHOT-FILE-PATH TO GP-SNP-FILE-PATH
003160         END-IF
003170         IF PR-OUTPUT-FILE-PATH NOT = SPACES
003180             MOVE PR-OUTPUT-FILE-PATH TO GP-OUT-FILE-PATH
003190         END-IF
003200         MOVE PR-DAILY-OUT-PREFIX TO GP-DAILY-OUT-PREFIX
003210         CLOSE DL100-PARAMETER-FILE
003220     END-IF.
003230     PERFORM 1055-BUILD-DATED-OUT-PATH THRU 1055-EXIT.
003240 1050-EXIT.
003250     EXIT.
003260*
003270 1055-BUILD-DATED-OUT-PATH.
003280     IF GP-DAILY-OUT-PREFIX NOT = SPACES
003290         MOVE SPACES TO GP-OUT-FILE-PATH
003300         STRING GP-DAILY-OUT-PREFIX DELIMITED BY SPACE
003310                GP-PARM-BUSINESS-DATE DELIMITED BY SIZE
003320             INTO GP-OUT-FILE-PATH
003330     END-IF.
003340 1055-EXIT.
003350     EXIT.
003360*
003370 1060-BUILD-TIMESTAMP.
003380     ACCEPT GP-TIMESTAMP-DATE FROM DATE YYYYMMDD.
003390     ACCEPT GP-TIMESTAMP-TIME-RAW FROM TIME.
003400     MOVE GP-TIMESTAMP-TIME-RAW(1:6) TO GP-TIMESTAMP-TIME.
003410     STRING GP-TIMESTAMP-DATE DELIMITED BY SIZE
003420            GP-TIMESTAMP-TIME DELIMITED BY SIZE
003430         INTO GP-TIMESTAMP.
003440 1060-EXIT.
003450     EXIT.
003460*
003470 2000-LOAD-CONTROL-ACCOUNTS.
003480     MOVE "N" TO GP-END-OF-FILE-SWITCH.
003490     MOVE LOW-VALUES TO GM-MAP-KEY.
003500     START DL100-GL-MAP-FILE
003510         KEY IS NOT LESS THAN GM-MAP-KEY
003520         INVALID KEY
003530             SET GP-END-OF-FILE TO TRUE
003540     END-START.
003550     IF NOT GP-END-OF-FILE
003560         PERFORM 2100-READ-NEXT-MAPPING THRU 2100-EXIT
003570     END-IF.
003580     PERFORM 2200-TAKE-ONE-MAPPING THRU 2200-EXIT
003590         UNTIL GP-END-OF-FILE OR GP-RESULT-IS-FAILURE.
003600     IF NOT GP-RESULT-IS-FAILURE
003610         AND GP-CTL-COUNT = ZERO
003620         SET GP-RESULT-IS-FAILURE TO TRUE
003630         MOVE "NO CONTROL ACCOUNTS ON THE GL MAPPING"
003640             TO GP-PARM-REASON-TEXT
003650     END-IF.
003660     MOVE GP-CTL-COUNT TO GP-PARM-CONTROL-COUNT.
003670 2000-EXIT.
003680     EXIT.
003690*
003700 2100-READ-NEXT-MAPPING.
003710     READ DL100-GL-MAP-FILE NEXT RECORD
003720         AT END
003730             SET GP-END-OF-FILE TO TRUE
003740     END-READ.
003750 2100-EXIT.
003760     EXIT.
003770*
003780 2200-TAKE-ONE-MAPPING.
003790     IF GM-TYPE = "WD" OR GM-TYPE = "FE"
003800         MOVE GM-DEBIT-GL-ACCOUNT TO GP-WORK-GL-ACCOUNT
003810     ELSE
003820         MOVE GM-CREDIT-GL-ACCOUNT TO GP-WORK-GL-ACCOUNT
003830     END-IF.
003840     IF GM-TYPE = "RV" OR GP-WORK-GL-ACCOUNT = SPACES
003850         GO TO 2200-NEXT
003860     END-IF.
003870     PERFORM 2300-SCAN-ONE-SLOT THRU 2300-EXIT
003880         VARYING GP-CTL-IDX FROM 1 BY 1
003890         UNTIL GP-CTL-IDX > GP-CTL-COUNT
003900            OR GP-CTL-GL-ACCOUNT(GP-CTL-IDX) = GP-WORK-GL-ACCOUNT.
003910     IF GP-CTL-IDX > GP-CTL-COUNT
003920         IF GP-CTL-COUNT >= 100
003930             SET GP-RESULT-IS-FAILURE TO TRUE
003940             MOVE "CONTROL ACCOUNT TABLE IS FULL"
003950                 TO GP-PARM-REASON-TEXT
003960             GO TO 2200-EXIT
003970         END-IF
003980         ADD 1 TO GP-CTL-COUNT
003990         MOVE GP-CTL-COUNT TO GP-CTL-IDX
004000         MOVE GP-WORK-GL-ACCOUNT TO GP-CTL-GL-ACCOUNT(GP-CTL-IDX)
004010         MOVE ZERO TO GP-CTL-BALANCE(GP-CTL-IDX)
004020         MOVE ZERO TO GP-CTL-DAY-MOVEMENT(GP-CTL-IDX)
004030     END-IF.
004040 2200-NEXT.
004050     PERFORM 2100-READ-NEXT-MAPPING THRU 2100-EXIT.
004060 2200-EXIT.
004070     EXIT.
004080*
004090 2300-SCAN-ONE-SLOT.
004100     CONTINUE.
004110 2300-EXIT.
004120     EXIT.
004130*
004140 3000-READ-CONTROL-BALANCES.
004150     MOVE "N" TO GP-END-OF-FILE-SWITCH.
004160     MOVE LOW-VALUES TO GB-BALANCE-KEY.
004170     START DL100-GL-BALANCE-FILE
004180         KEY IS NOT LESS THAN GB-BALANCE-KEY
004190         INVALID KEY
004200             SET GP-END-OF-FILE TO TRUE
004210     END-START.
004220     IF NOT GP-END-OF-FILE
004230         PERFORM 3100-READ-NEXT-BALANCE THRU 3100-EXIT
004240     END-IF.
004250     PERFORM 3200-TAKE-ONE-BALANCE THRU 3200-EXIT
004260         UNTIL GP-END-OF-FILE OR GP-RESULT-IS-FAILURE.
004270 3000-EXIT.
004280     EXIT.
004290*
004300 3100-READ-NEXT-BALANCE.
004310     READ DL100-GL-BALANCE-FILE NEXT RECORD
004320         AT END
004330             SET GP-END-OF-FILE TO TRUE
004340     END-READ.
004350 3100-EXIT.
004360     EXIT.
004370*
004380 3200-TAKE-ONE-BALANCE.
004390     IF GB-IS-OPENING-BASELINE
004400         SET GP-BASELINE-WAS-FOUND TO TRUE
004410         MOVE GB-RUNNING-BALANCE TO GP-OPENING-BALANCE
004420         MOVE GB-LAST-POSTED-DATE TO GP-BASELINE-DATE
004430         GO TO 3200-NEXT
004440     END-IF.
004450     PERFORM 2300-SCAN-ONE-SLOT THRU 2300-EXIT
004460         VARYING GP-CTL-IDX FROM 1 BY 1
004470         UNTIL GP-CTL-IDX > GP-CTL-COUNT
004480            OR GP-CTL-GL-ACCOUNT(GP-CTL-IDX) = GB-GL-ACCOUNT.
004490     IF GP-CTL-IDX > GP-CTL-COUNT
004500         GO TO 3200-NEXT
004510     END-IF.
004520     SUBTRACT GB-RUNNING-BALANCE FROM GP-CTL-BALANCE(GP-CTL-IDX).
004530     SUBTRACT GB-RUNNING-BALANCE FROM GP-GL-LIABILITY.
004540     IF GB-LAST-POSTED-DATE > GP-PARM-BUSINESS-DATE
004550         ADD 1 TO GP-LATER-COUNT
004560     END-IF.
004570     IF GB-LAST-POSTED-DATE NOT = GP-PARM-BUSINESS-DATE
004580         GO TO 3200-NEXT
004590     END-IF.
004600     SUBTRACT GB-DAY-MOVEMENT
004610         FROM GP-CTL-DAY-MOVEMENT(GP-CTL-IDX).
004620     SUBTRACT GB-DAY-MOVEMENT FROM GP-GL-DAY-MOVEMENT.
004630     MOVE GB-TX-TYPE TO GP-WORK-TYPE.
004640     PERFORM 3500-FIND-TYPE-SLOT THRU 3500-EXIT.
004650     IF GP-RESULT-IS-FAILURE
004660         GO TO 3200-EXIT
004670     END-IF.
004680     SUBTRACT GB-DAY-MOVEMENT
004690         FROM GP-TYPE-GL-MOVEMENT(GP-TYPE-IDX).
004700 3200-NEXT.
004710     PERFORM 3100-READ-NEXT-BALANCE THRU 3100-EXIT.
004720 3200-EXIT.
004730     EXIT.
004740*
004750 3500-FIND-TYPE-SLOT.
004760     PERFORM 2300-SCAN-ONE-SLOT THRU 2300-EXIT
004770         VARYING GP-TYPE-IDX FROM 1 BY 1
004780         UNTIL GP-TYPE-IDX > GP-TYPE-COUNT
004790            OR GP-TYPE-CODE(GP-TYPE-IDX) = GP-WORK-TYPE.
004800     IF GP-TYPE-IDX > GP-TYPE-COUNT
004810         IF GP-TYPE-COUNT >= 20
004820             SET GP-RESULT-IS-FAILURE TO TRUE
004830             MOVE "TRANSACTION TYPE TABLE IS FULL"
004840                 TO GP-PARM-REASON-TEXT
004850             GO TO 3500-EXIT
004860         END-IF
004870         ADD 1 TO GP-TYPE-COUNT
004880         MOVE GP-TYPE-COUNT TO GP-TYPE-IDX
004890         MOVE GP-WORK-TYPE TO GP-TYPE-CODE(GP-TYPE-IDX)
004900         MOVE ZERO TO GP-TYPE-GL-MOVEMENT(GP-TYPE-IDX)
004910         MOVE ZERO TO GP-TYPE-SUB-NET(GP-TYPE-IDX)
004920         MOVE ZERO TO GP-TYPE-DIFFERENCE(GP-TYPE-IDX)
004930     END-IF.
004940 3500-EXIT.
004950     EXIT.
004960*
004970 4000-TOTAL-SNAPSHOTS.
004980     MOVE "N" TO GP-END-OF-FILE-SWITCH.
004990     MOVE GP-PARM-BUSINESS-DATE TO SN-BUSINESS-DATE.
005000     MOVE LOW-VALUES TO SN-ACCOUNT-NUMBER.
005010     START DL100-SNAPSHOT-FILE
005020         KEY IS NOT LESS THAN SN-SNAPSHOT-KEY
005030         INVALID KEY
005040             SET GP-END-OF-FILE TO TRUE
005050     END-START.
005060     IF NOT GP-END-OF-FILE
005070         PERFORM 4100-READ-NEXT-SNAPSHOT THRU 4100-EXIT
005080     END-IF.
005090     PERFORM 4200-TAKE-ONE-SNAPSHOT THRU 4200-EXIT
005100         UNTIL GP-END-OF-FILE.
005110     IF GP-SNAPSHOT-COUNT = ZERO
005120         SET GP-RESULT-IS-FAILURE TO TRUE
005130         MOVE "NO BALANCE SNAPSHOTS FOR THE BUSINESS DATE"
005140             TO GP-PARM-REASON-TEXT
005150     END-IF.
005160 4000-EXIT.
005170     EXIT.
005180*
005190 4100-READ-NEXT-SNAPSHOT.
005200     READ DL100-SNAPSHOT-FILE NEXT RECORD
005210         AT END
005220             SET GP-END-OF-FILE TO TRUE
005230             GO TO 4100-EXIT
005240     END-READ.
005250     IF SN-BUSINESS-DATE NOT = GP-PARM-BUSINESS-DATE
005260         SET GP-END-OF-FILE TO TRUE
005270     END-IF.
005280 4100-EXIT.
005290     EXIT.
005300*
005310 4200-TAKE-ONE-SNAPSHOT.
005320     ADD 1 TO GP-SNAPSHOT-COUNT.
005330     ADD SN-BALANCE TO GP-SNAPSHOT-TOTAL.
005340     ADD SN-PRIOR-BALANCE TO GP-SNAPSHOT-PRIOR.
005350     PERFORM 4100-READ-NEXT-SNAPSHOT THRU 4100-EXIT.
005360 4200-EXIT.
005370     EXIT.
005380*
005390 5000-NET-DAY-BY-TYPE.
005400     MOVE "N" TO GP-END-OF-FILE-SWITCH.
005410     OPEN INPUT DL100-OUTPUT-FILE.
005420     IF GP-OUT-FILE-STATUS NOT = "00"
005430         SET GP-RESULT-IS-FAILURE TO TRUE
005440         MOVE "OUTPUT FILE COULD NOT BE OPENED"
005450             TO GP-PARM-REASON-TEXT
005460         GO TO 5000-EXIT
005470     END-IF.
005480     PERFORM 5100-READ-OUTPUT THRU 5100-EXIT.
005490     PERFORM 5200-NET-ONE-RECORD THRU 5200-EXIT
005500         UNTIL GP-END-OF-FILE OR GP-RESULT-IS-FAILURE.
005510     CLOSE DL100-OUTPUT-FILE.
005520 5000-EXIT.
005530     EXIT.
005540*
005550 5100-READ-OUTPUT.
005560     READ DL100-OUTPUT-FILE
005570         AT END
005580             SET GP-END-OF-FILE TO TRUE
005590     END-READ.
005600 5100-EXIT.
005610     EXIT.
005620*
005630 5200-NET-ONE-RECORD.
005640*    THE SIGN EACH TYPE POSTS TO THE CUSTOMER IS THE ONE THE
005650*    BALANCE SNAPSHOT NETS WITH, SO THE TYPE LINES ADD UP TO
005660*    THE SNAPSHOTS' NET POSTED.
005670     IF OT-BUSINESS-DATE NOT = GP-PARM-BUSINESS-DATE
005680         GO TO 5200-NEXT
005690     END-IF.
005700     EVALUATE TRUE
005710         WHEN OT-TYPE = "WD" OR OT-TYPE = "FE"
005720             COMPUTE GP-WORK-AMOUNT = ZERO - OT-AMOUNT
005730         WHEN OT-TYPE-REVERSAL
005740           AND (OT-REVERSED-TYPE = "WD" OR "FE")
005750             MOVE OT-AMOUNT TO GP-WORK-AMOUNT
005760         WHEN OT-TYPE-REVERSAL
005770             COMPUTE GP-WORK-AMOUNT = ZERO - OT-AMOUNT
005780         WHEN OTHER
005790             MOVE OT-AMOUNT TO GP-WORK-AMOUNT
005800     END-EVALUATE.
005810     IF OT-TYPE-REVERSAL
005820         MOVE OT-REVERSED-TYPE TO GP-WORK-TYPE
005830     ELSE
005840         MOVE OT-TYPE TO GP-WORK-TYPE
005850     END-IF.
005860     PERFORM 3500-FIND-TYPE-SLOT THRU 3500-EXIT.
005870     IF GP-RESULT-IS-FAILURE
005880         GO TO 5200-EXIT
005890     END-IF.
005900     ADD GP-WORK-AMOUNT TO GP-TYPE-SUB-NET(GP-TYPE-IDX).
005910 5200-NEXT.
005920     PERFORM 5100-READ-OUTPUT THRU 5100-EXIT.
005930 5200-EXIT.
005940     EXIT.
005950*
005960 6000-PROVE-CONTROL-TOTAL.
005970     IF NOT GP-BASELINE-WAS-FOUND
005980         PERFORM 6100-TAKE-BASELINE THRU 6100-EXIT
005990         IF GP-RESULT-IS-FAILURE
006000             GO TO 6000-EXIT
006010         END-IF
006020     END-IF.
006030     COMPUTE GP-CONTROL-TOTAL =
006040         GP-OPENING-BALANCE + GP-GL-LIABILITY.
006050     COMPUTE GP-DIFFERENCE =
006060         GP-CONTROL-TOTAL - GP-SNAPSHOT-TOTAL.
006070     MOVE ZERO TO GP-TYPE-DIFF-TOTAL.
006080     PERFORM 6200-DIFFERENCE-ONE-TYPE THRU 6200-EXIT
006090         VARYING GP-TYPE-IDX FROM 1 BY 1
006100         UNTIL GP-TYPE-IDX > GP-TYPE-COUNT.
006110     COMPUTE GP-CARRIED-DIFFERENCE =
006120         GP-DIFFERENCE - GP-TYPE-DIFF-TOTAL.
006130*    THE BREAK COUNT IS THE NUMBER OF LINES THE DIFFERENCE
006140*    BREAKS DOWN TO - ZERO WHEN THE TOTALS AGREE.
006150     MOVE ZERO TO GP-PARM-BREAK-COUNT.
006160     IF GP-DIFFERENCE = ZERO
006170         GO TO 6000-EXIT
006180     END-IF.
006190     PERFORM 6300-COUNT-ONE-BREAK THRU 6300-EXIT
006200         VARYING GP-TYPE-IDX FROM 1 BY 1
006210         UNTIL GP-TYPE-IDX > GP-TYPE-COUNT.
006220     IF GP-CARRIED-DIFFERENCE NOT = ZERO
006230         ADD 1 TO GP-PARM-BREAK-COUNT
006240     END-IF.
006250 6000-EXIT.
006260     EXIT.
006270*
006280 6100-TAKE-BASELINE.
006290*    THE CUSTOMER BALANCES BEFORE THE DATE, LESS WHAT THE
006300*    CONTROL ACCOUNTS HELD BEFORE THE DATE'S OWN POSTINGS.
006310     COMPUTE GP-OPENING-BALANCE = GP-SNAPSHOT-PRIOR
006320         - (GP-GL-LIABILITY - GP-GL-DAY-MOVEMENT).
006330     MOVE GP-PARM-BUSINESS-DATE TO GP-BASELINE-DATE.
006340     MOVE SPACES TO DL100-GL-BALANCE-RECORD.
006350     MOVE "*OPENING*" TO GB-GL-ACCOUNT.
006360     MOVE SPACES TO GB-TX-TYPE.
006370     MOVE GP-OPENING-BALANCE TO GB-RUNNING-BALANCE.
006380     MOVE GP-BASELINE-DATE TO GB-LAST-POSTED-DATE.
006390     MOVE ZERO TO GB-DAY-MOVEMENT.
006400     MOVE ZERO TO GB-EXTRACT-DATE.
006410     MOVE ZERO TO GB-EXTRACT-MOVEMENT.
006420     MOVE ZERO TO GB-POSTING-COUNT.
006430     MOVE GP-TIMESTAMP TO GB-UPDATED-DATE-TIME.
006440     WRITE DL100-GL-BALANCE-RECORD
006450         INVALID KEY
006460             SET GP-RESULT-IS-FAILURE TO TRUE
006470             MOVE "PROOF BASELINE COULD NOT BE WRITTEN"
006480                 TO GP-PARM-REASON-TEXT
006490             GO TO 6100-EXIT
006500     END-WRITE.
006510     SET GP-BASELINE-TAKEN-NOW TO TRUE.
006520 6100-EXIT.
006530     EXIT.
006540*
006550 6200-DIFFERENCE-ONE-TYPE.
006560     COMPUTE GP-TYPE-DIFFERENCE(GP-TYPE-IDX) =
006570         GP-TYPE-GL-MOVEMENT(GP-TYPE-IDX)
006580         - GP-TYPE-SUB-NET(GP-TYPE-IDX).
006590     ADD GP-TYPE-DIFFERENCE(GP-TYPE-IDX) TO GP-TYPE-DIFF-TOTAL.
006600 6200-EXIT.
006610     EXIT.
006620*
006630 6300-COUNT-ONE-BREAK.
006640     IF GP-TYPE-DIFFERENCE(GP-TYPE-IDX) NOT = ZERO
006650         ADD 1 TO GP-PARM-BREAK-COUNT
006660     END-IF.
006670 6300-EXIT.
006680     EXIT.
006690*
006700 7000-PRINT-REPORT.
006710     MOVE SPACES TO GP-REPORT-LINE.
006720     STRING "GL CONTROL ACCOUNT PROOF - BUSINESS DATE "
006730         GP-PARM-BUSINESS-DATE "   RUN " GP-TIMESTAMP
006740         DELIMITED BY SIZE INTO GP-REPORT-LINE.
006750     WRITE GP-REPORT-LINE.
006760     MOVE SPACES TO GP-REPORT-LINE.
006770     WRITE GP-REPORT-LINE.
006780     MOVE "CUSTOMER LIABILITY CONTROL ACCOUNTS (CREDIT BALANCES)"
006790         TO GP-REPORT-LINE.
006800     WRITE GP-REPORT-LINE.
006810     MOVE GP-CONTROL-HEADING TO GP-REPORT-LINE.
006820     WRITE GP-REPORT-LINE.
006830     PERFORM 7100-PRINT-ONE-CONTROL THRU 7100-EXIT
006840         VARYING GP-CTL-IDX FROM 1 BY 1
006850         UNTIL GP-CTL-IDX > GP-CTL-COUNT.
006860     MOVE SPACES TO GP-REPORT-LINE.
006870     WRITE GP-REPORT-LINE.
006880     MOVE GP-OPENING-BALANCE TO GP-AMOUNT-EDIT.
006890     MOVE SPACES TO GP-REPORT-LINE.
006900     STRING "OPENING BASELINE FROM " GP-BASELINE-DATE
006910         "          " GP-AMOUNT-EDIT
006920         DELIMITED BY SIZE INTO GP-REPORT-LINE.
006930     WRITE GP-REPORT-LINE.
006940     IF GP-BASELINE-TAKEN-NOW
006950         MOVE SPACES TO GP-REPORT-LINE
006960         MOVE "    (BASELINE TAKEN ON THIS RUN)" TO GP-REPORT-LINE
006970         WRITE GP-REPORT-LINE
006980     END-IF.
006990     MOVE GP-GL-LIABILITY TO GP-AMOUNT-EDIT.
007000     MOVE SPACES TO GP-REPORT-LINE.
007010     STRING "CONTROL ACCOUNT BALANCES          " GP-AMOUNT-EDIT
007020         DELIMITED BY SIZE INTO GP-REPORT-LINE.
007030     WRITE GP-REPORT-LINE.
007040     MOVE GP-CONTROL-TOTAL TO GP-AMOUNT-EDIT.
007050     MOVE SPACES TO GP-REPORT-LINE.
007060     STRING "CONTROL TOTAL                     " GP-AMOUNT-EDIT
007070         DELIMITED BY SIZE INTO GP-REPORT-LINE.
007080     WRITE GP-REPORT-LINE.
007090     MOVE GP-SNAPSHOT-TOTAL TO GP-AMOUNT-EDIT.
007100     MOVE GP-SNAPSHOT-COUNT TO GP-COUNT-EDIT.
007110     MOVE SPACES TO GP-REPORT-LINE.
007120     STRING "SNAPSHOT BALANCES TOTAL           " GP-AMOUNT-EDIT
007130         "   ACCOUNTS " GP-COUNT-EDIT
007140         DELIMITED BY SIZE INTO GP-REPORT-LINE.
007150     WRITE GP-REPORT-LINE.
007160     MOVE GP-DIFFERENCE TO GP-AMOUNT-EDIT.
007170     MOVE SPACES TO GP-REPORT-LINE.
007180     STRING "DIFFERENCE                        " GP-AMOUNT-EDIT
007190         DELIMITED BY SIZE INTO GP-REPORT-LINE.
007200     WRITE GP-REPORT-LINE.
007210     IF GP-LATER-COUNT > ZERO
007220         MOVE SPACES TO GP-REPORT-LINE
007230         MOVE "    CONTROL BALANCES INCLUDE LATER-DATED POSTINGS"
007240             TO GP-REPORT-LINE
007250         WRITE GP-REPORT-LINE
007260     END-IF.
007270     IF GP-DIFFERENCE NOT = ZERO
007280         PERFORM 7200-PRINT-BREAKDOWN THRU 7200-EXIT
007290     END-IF.
007300     MOVE SPACES TO GP-REPORT-LINE.
007310     WRITE GP-REPORT-LINE.
007320     IF GP-DIFFERENCE = ZERO
007330         MOVE "CONTROL ACCOUNTS IN BALANCE" TO GP-REPORT-LINE
007340     ELSE
007350         MOVE "*** CONTROL ACCOUNTS OUT OF BALANCE ***"
007360             TO GP-REPORT-LINE
007370     END-IF.
007380     WRITE GP-REPORT-LINE.
007390 7000-EXIT.
007400     EXIT.
007410*
007420 7100-PRINT-ONE-CONTROL.
007430     MOVE GP-CTL-GL-ACCOUNT(GP-CTL-IDX) TO GP-C-GL-ACCOUNT.
007440     MOVE GP-CTL-BALANCE(GP-CTL-IDX) TO GP-C-BALANCE.
007450     MOVE GP-CTL-DAY-MOVEMENT(GP-CTL-IDX) TO GP-C-DAY-MOVEMENT.
007460     MOVE GP-CONTROL-LINE TO GP-REPORT-LINE.
007470     WRITE GP-REPORT-LINE.
007480 7100-EXIT.
007490     EXIT.
007500*
007510 7200-PRINT-BREAKDOWN.
007520     MOVE SPACES TO GP-REPORT-LINE.
007530     WRITE GP-REPORT-LINE.
007540     MOVE "DIFFERENCE BY TRANSACTION TYPE FOR THE DATE"
007550         TO GP-REPORT-LINE.
007560     WRITE GP-REPORT-LINE.
007570     MOVE GP-TYPE-HEADING TO GP-REPORT-LINE.
007580     WRITE GP-REPORT-LINE.
007590     PERFORM 7300-PRINT-ONE-TYPE THRU 7300-EXIT
007600         VARYING GP-TYPE-IDX FROM 1 BY 1
007610         UNTIL GP-TYPE-IDX > GP-TYPE-COUNT.
007620     MOVE SPACES TO GP-TYPE-LINE.
007630     MOVE "EARLIER" TO GP-T-TYPE.
007640     MOVE ZERO TO GP-T-GL-MOVEMENT.
007650     MOVE ZERO TO GP-T-SUB-NET.
007660     MOVE GP-CARRIED-DIFFERENCE TO GP-T-DIFFERENCE.
007670     MOVE GP-TYPE-LINE TO GP-REPORT-LINE.
007680     WRITE GP-REPORT-LINE.
007690     MOVE SPACES TO GP-REPORT-LINE.
007700     MOVE "    EARLIER IS THE DIFFERENCE CARRIED FROM PRIOR DATES"
007710         TO GP-REPORT-LINE.
007720     WRITE GP-REPORT-LINE.
007730 7200-EXIT.
007740     EXIT.
007750*
007760 7300-PRINT-ONE-TYPE.
007770     MOVE SPACES TO GP-TYPE-LINE.
007780     MOVE GP-TYPE-CODE(GP-TYPE-IDX) TO GP-T-TYPE.
007790     MOVE GP-TYPE-GL-MOVEMENT(GP-TYPE-IDX) TO GP-T-GL-MOVEMENT.
007800     MOVE GP-TYPE-SUB-NET(GP-TYPE-IDX) TO GP-T-SUB-NET.
007810     MOVE GP-TYPE-DIFFERENCE(GP-TYPE-IDX) TO GP-T-DIFFERENCE.
007820     MOVE GP-TYPE-LINE TO GP-REPORT-LINE.
007830     WRITE GP-REPORT-LINE.
007840 7300-EXIT.
007850     EXIT.
007860*
007870 8000-TERMINATE.
007880     IF GP-RPT-FILE-IS-OPEN
007890         CLOSE DL100-PROOF-REPORT-FILE
007900         MOVE "N" TO GP-RPT-OPEN-SWITCH
007910     END-IF.
007920     IF GP-SNP-FILE-IS-OPEN
007930         CLOSE DL100-SNAPSHOT-FILE
007940         MOVE "N" TO GP-SNP-OPEN-SWITCH
007950     END-IF.
007960     IF GP-GLB-FILE-IS-OPEN
007970         CLOSE DL100-GL-BALANCE-FILE
007980         MOVE "N" TO GP-GLB-OPEN-SWITCH
007990     END-IF.
008000     IF GP-MAP-FILE-IS-OPEN
008010         CLOSE DL100-GL-MAP-FILE
008020         MOVE "N" TO GP-MAP-OPEN-SWITCH
008030     END-IF.
008040 8000-EXIT.
008050     EXIT.
