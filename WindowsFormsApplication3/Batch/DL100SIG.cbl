000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100SIG.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100SIG - STANDING INSTRUCTION TRANSFER GENERATOR          *
000110*                                                                *
000120*   RUN AS A STEP OF THE END-OF-NIGHT CHAIN (DL100RUN) BEFORE    *
000130*   DL100NC, THE SAME WAY DL100ACR GENERATES ACCRUALS.  FOR      *
000140*   EVERY ACTIVE STANDING INSTRUCTION (DL100SI) WHOSE NEXT DUE   *
000150*   DATE HAS ARRIVED, APPENDS A MATCHED PAIR OF TR LEGS - THE    *
000160*   DEBIT TO THE FROM ACCOUNT FIRST, THEN THE CREDIT TO THE TO   *
000170*   ACCOUNT, SHARING ONE REFERENCE - ONTO THE TRANSACTION FILE   *
000180*   UNDER THE RESERVED SYSTEM SOURCE SYSSTDI, BRACKETED BY ITS   *
000190*   OWN BH/BT BATCH, SO THE TRANSFER VALIDATES, PAIRS, AND       *
000200*   POSTS THROUGH DL100NC LIKE ANY OTHER.  NOTHING IS GENERATED  *
000210*   ON A CALENDAR HOLIDAY - AN OCCURRENCE FALLING DUE ON ONE IS  *
000220*   PICKED UP ON THE NEXT OPEN DATE RUN.                         *
000230*                                                                *
000240*   EACH OCCURRENCE IS FIRST CHECKED AGAINST THE SAME POSTING    *
000250*   CONTROLS DL100NC APPLIES.  ONE THAT CAN NEVER POST AS IT     *
000260*   STANDS (AN ACCOUNT CLOSED OR DORMANT, DEBITS OR CREDITS      *
000270*   STOPPED, THE AMOUNT OVER A CAP) IS SKIPPED AND THE SCHEDULE  *
000280*   MOVES ON, AS IS EVERY OCCURRENCE OF A SUSPENDED              *
000290*   INSTRUCTION.  ONE REFUSED FOR FUNDS - THE FROM ACCOUNT'S     *
000300*   AVAILABLE BALANCE WOULD GO PAST ITS OVERDRAFT LIMIT - IS     *
000310*   TRIED AGAIN ON EACH FOLLOWING BUSINESS DATE UP TO THE        *
000320*   MAINTAINED RETRY LIMIT (PR-SI-RETRY-LIMIT) BEFORE IT FAILS   *
000330*   FOR GOOD.  THE NEXT DAY EACH OCCURRENCE WRITTEN IS LOOKED UP *
000340*   ON THE REGISTRY: A LEG THE CYCLE REFUSED ALL THE SAME (THE   *
000350*   DAY'S OTHER DEBITS USED THE FUNDS) IS RESENT UNDER THE SAME  *
000360*   REFERENCE, SO IT PAIRS WITH ITS PARTNER STILL IN SUSPENSE,   *
000370*   AND COUNTS AS A RETRY.  AN INSTRUCTION STILL WAITING ON A    *
000380*   RETRY STARTS NO NEW OCCURRENCE UNTIL THE RETRY IS SETTLED.   *
000390*                                                                *
000400*   WHAT WAS DONE WITH EACH INSTRUCTION IS STAMPED ON IT WITH    *
000410*   THE BUSINESS DATE, SO A RERUN OF THE DATE REPEATS NOTHING    *
000420*   AND PRINTS THE SAME REPORT - THE INSTRUCTIONS EXECUTED,      *
000430*   SKIPPED, AND FAILED FOR THE DATE (SIGRPT).                   *
000440*                                                                *
000450*   MODIFICATION HISTORY                                        *
000460*   ----------------------------------------------------------- *
000470*   2026-10-15  JMS   INITIAL VERSION.                          *
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT DL100-STANDING-INSTR-FILE ASSIGN TO GN-STI-FILE-PATH
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SI-INSTRUCTION-ID
000570         FILE STATUS IS GN-STI-FILE-STATUS.
000580     SELECT DL100-CALENDAR-FILE ASSIGN TO GN-CAL-FILE-PATH
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CL-BUSINESS-DATE
000620         FILE STATUS IS GN-CAL-FILE-STATUS.
000630     SELECT DL100-ACCOUNT-FILE ASSIGN TO GN-ACT-FILE-PATH
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS AC-ACCOUNT-NUMBER
000670         FILE STATUS IS GN-ACT-FILE-STATUS.
000680     SELECT DL100-HOLD-FILE ASSIGN TO GN-HLD-FILE-PATH
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS HL-HOLD-KEY
000720         FILE STATUS IS GN-HLD-FILE-STATUS.
000730     SELECT DL100-REGISTRY-FILE ASSIGN TO GN-REG-FILE-PATH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS RG-REGISTRY-KEY
000770         FILE STATUS IS GN-REG-FILE-STATUS.
000780     SELECT DL100-TRANSACTION-FILE ASSIGN TO GN-TXN-FILE-PATH
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS GN-TXN-FILE-STATUS.
000810     SELECT DL100-SI-REPORT-FILE ASSIGN TO SIGRPT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS GN-RPT-FILE-STATUS.
000840     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS GN-PRM-FILE-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  DL100-STANDING-INSTR-FILE.
000900 COPY DL100SI.
000910 FD  DL100-CALENDAR-FILE.
000920 COPY DL100CL.
000930 FD  DL100-ACCOUNT-FILE.
000940 COPY DL100AC.
000950 FD  DL100-HOLD-FILE.
000960 COPY DL100HL.
000970 FD  DL100-REGISTRY-FILE.
000980 COPY DL100RG.
000990 FD  DL100-TRANSACTION-FILE.
001000 COPY DL100TX.
001010 COPY DL100BC.
001020 FD  DL100-SI-REPORT-FILE
001030     RECORD CONTAINS 132 CHARACTERS.
001040 01  GN-REPORT-LINE               PIC X(132).
001050 FD  DL100-PARAMETER-FILE.
001060 COPY DL100PR.
001070 WORKING-STORAGE SECTION.
001080 77  GN-STI-FILE-STATUS       PIC X(02) VALUE SPACES.
001090 77  GN-CAL-FILE-STATUS       PIC X(02) VALUE SPACES.
001100 77  GN-ACT-FILE-STATUS       PIC X(02) VALUE SPACES.
001110 77  GN-HLD-FILE-STATUS       PIC X(02) VALUE SPACES.
001120 77  GN-REG-FILE-STATUS       PIC X(02) VALUE SPACES.
001130 77  GN-TXN-FILE-STATUS       PIC X(02) VALUE SPACES.
001140 77  GN-RPT-FILE-STATUS       PIC X(02) VALUE SPACES.
001150 77  GN-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
001160 77  GN-STI-FILE-PATH         PIC X(60) VALUE "SIFILE".
001170 77  GN-CAL-FILE-PATH         PIC X(60) VALUE "CALFILE".
001180 77  GN-ACT-FILE-PATH         PIC X(60) VALUE "ACTFILE".
001190 77  GN-HLD-FILE-PATH         PIC X(60) VALUE "HLDFILE".
001200 77  GN-REG-FILE-PATH         PIC X(60) VALUE "REGFILE".
001210 77  GN-TXN-FILE-PATH         PIC X(60) VALUE "TXNFILE".
001220 77  GN-SYSTEM-SOURCE         PIC X(08) VALUE "SYSSTDI".
001230 77  GN-RETRY-LIMIT           PIC 9(02) VALUE 3.
001240 77  GN-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
001250     88  GN-END-OF-FILE                 VALUE "Y".
001260 77  GN-HLD-EOF-SWITCH        PIC X(01) VALUE "N".
001270     88  GN-HLD-END-OF-FILE             VALUE "Y".
001280 77  GN-HOLIDAY-SWITCH        PIC X(01) VALUE "N".
001290     88  GN-DATE-IS-HOLIDAY             VALUE "Y".
001300 77  GN-GENERATED-SWITCH      PIC X(01) VALUE "N".
001310     88  GN-ALREADY-GENERATED           VALUE "Y".
001320 77  GN-HEADER-WRITTEN-SWITCH PIC X(01) VALUE "N".
001330     88  GN-HEADER-IS-WRITTEN           VALUE "Y".
001340 77  GN-HLD-OPEN-SWITCH       PIC X(01) VALUE "N".
001350     88  GN-HLD-FILE-IS-OPEN            VALUE "Y".
001360 77  GN-REG-OPEN-SWITCH       PIC X(01) VALUE "N".
001370     88  GN-REG-FILE-IS-OPEN            VALUE "Y".
001380 77  GN-DONE-SWITCH           PIC X(01) VALUE "N".
001390     88  GN-INSTRUCTION-IS-DONE         VALUE "Y".
001400 77  GN-CHANGED-SWITCH        PIC X(01) VALUE "N".
001410     88  GN-INSTRUCTION-CHANGED         VALUE "Y".
001420 77  GN-DEBIT-LEG-SWITCH      PIC X(01) VALUE "N".
001430     88  GN-DEBIT-LEG-NEEDED            VALUE "Y".
001440 77  GN-CREDIT-LEG-SWITCH     PIC X(01) VALUE "N".
001450     88  GN-CREDIT-LEG-NEEDED           VALUE "Y".
001460 77  GN-CHECK-RESULT-SWITCH   PIC X(01) VALUE SPACE.
001470     88  GN-CHECK-IS-OK                 VALUE "Y".
001480     88  GN-CHECK-NEVER-POSTS           VALUE "N".
001490     88  GN-CHECK-SHORT-OF-FUNDS        VALUE "F".
001500 77  GN-CHECK-TEXT            PIC X(40) VALUE SPACES.
001510 77  GN-SECTION-SWITCH        PIC X(01) VALUE SPACE.
001520 77  GN-SECTION-TITLE         PIC X(40) VALUE SPACES.
001530 77  GN-SECTION-COUNT         PIC 9(09) COMP VALUE ZERO.
001540 77  GN-SECTION-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
001550 77  GN-HELD-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
001560 77  GN-LEG-ACCOUNT           PIC X(12) VALUE SPACES.
001570 77  GN-LEG-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
001580 77  GN-LEG-REFERENCE         PIC X(12) VALUE SPACES.
001590 77  GN-REF-SEQUENCE          PIC 9(03) VALUE ZERO.
001600 77  GN-PLANNED-COUNT         PIC 9(09) COMP VALUE ZERO.
001610 77  GN-BATCH-COUNT           PIC 9(09) COMP VALUE ZERO.
001620 77  GN-BATCH-HASH            PIC S9(13)V99 COMP-3 VALUE ZERO.
001630 77  GN-RETRY-EDIT            PIC Z9.
001640 77  GN-LIMIT-EDIT            PIC Z9.
001650 77  GN-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
001660 77  GN-AMOUNT-EDIT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001670 77  GN-DUE-CCYY              PIC 9(04) VALUE ZERO.
001680 77  GN-DUE-MM                PIC 9(02) VALUE ZERO.
001690 77  GN-DUE-DD                PIC 9(02) VALUE ZERO.
001700 77  GN-MONTH-LENGTH          PIC 9(02) VALUE ZERO.
001710 77  GN-LEAP-QUOTIENT         PIC 9(04) VALUE ZERO.
001720 77  GN-LEAP-REMAINDER        PIC 9(04) VALUE ZERO.
001730 01  GN-MONTH-DAYS-INIT.
001740     05  FILLER               PIC X(02) VALUE "31".
001750     05  FILLER               PIC X(02) VALUE "28".
001760     05  FILLER               PIC X(02) VALUE "31".
001770     05  FILLER               PIC X(02) VALUE "30".
001780     05  FILLER               PIC X(02) VALUE "31".
001790     05  FILLER               PIC X(02) VALUE "30".
001800     05  FILLER               PIC X(02) VALUE "31".
001810     05  FILLER               PIC X(02) VALUE "31".
001820     05  FILLER               PIC X(02) VALUE "30".
001830     05  FILLER               PIC X(02) VALUE "31".
001840     05  FILLER               PIC X(02) VALUE "30".
001850     05  FILLER               PIC X(02) VALUE "31".
001860 01  GN-MONTH-DAYS REDEFINES GN-MONTH-DAYS-INIT.
001870     05  GN-MONTH-DAYS-TBL    PIC 9(02) OCCURS 12 TIMES.
001880 01  GN-DETAIL-LINE.
001890     05  FILLER               PIC X(04) VALUE SPACES.
001900     05  GN-D-INSTRUCTION-ID  PIC 9(06).
001910     05  FILLER               PIC X(02) VALUE SPACES.
001920     05  GN-D-FROM-ACCOUNT    PIC X(12).
001930     05  FILLER               PIC X(02) VALUE SPACES.
001940     05  GN-D-TO-ACCOUNT      PIC X(12).
001950     05  FILLER               PIC X(02) VALUE SPACES.
001960     05  GN-D-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001970     05  FILLER               PIC X(02) VALUE SPACES.
001980     05  GN-D-DUE-DATE        PIC 9(08).
001990     05  FILLER               PIC X(02) VALUE SPACES.
002000     05  GN-D-REFERENCE       PIC X(12).
002010     05  FILLER               PIC X(02) VALUE SPACES.
002020     05  GN-D-TEXT            PIC X(40).
002030 LINKAGE SECTION.
002040 01  GN-PARM-BUSINESS-DATE    PIC 9(08).
002050 01  GN-PARM-EXECUTED-COUNT   PIC 9(09) COMP.
002060 01  GN-PARM-FAILED-COUNT     PIC 9(09) COMP.
002070 01  GN-PARM-RESULT-SWITCH    PIC X(01).
002080     88  GN-RESULT-IS-SUCCESS           VALUE "Y".
002090     88  GN-RESULT-IS-FAILURE           VALUE "N".
002100 01  GN-PARM-REASON-TEXT      PIC X(40).
002110 PROCEDURE DIVISION USING GN-PARM-BUSINESS-DATE
002120                          GN-PARM-EXECUTED-COUNT
002130                          GN-PARM-FAILED-COUNT
002140                          GN-PARM-RESULT-SWITCH
002150                          GN-PARM-REASON-TEXT.
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     IF GN-RESULT-IS-FAILURE
002190         GO TO 0000-EXIT
002200     END-IF.
002210     PERFORM 1500-CHECK-CYCLE-DATE THRU 1500-EXIT.
002220     IF GN-RESULT-IS-FAILURE
002230         GO TO 0000-CLOSE
002240     END-IF.
002250     IF NOT GN-DATE-IS-HOLIDAY
002260         PERFORM 1600-CHECK-ALREADY-GENERATED THRU 1600-EXIT
002270     END-IF.
002280     IF GN-RESULT-IS-FAILURE
002290         GO TO 0000-CLOSE
002300     END-IF.
002310     IF NOT GN-DATE-IS-HOLIDAY
002320         AND NOT GN-ALREADY-GENERATED
002330         PERFORM 2000-COUNT-PLANNED-TRANSFERS THRU 2000-EXIT
002340         IF GN-RESULT-IS-FAILURE
002350             GO TO 0000-CLOSE
002360         END-IF
002370         PERFORM 3000-GENERATE-TRANSFERS THRU 3000-EXIT
002380         IF GN-RESULT-IS-FAILURE
002390             GO TO 0000-CLOSE
002400         END-IF
002410     END-IF.
002420     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
002430 0000-CLOSE.
002440     CLOSE DL100-STANDING-INSTR-FILE.
002450 0000-EXIT.
002460     GOBACK.
002470*
002480 1000-INITIALIZE.
002490     SET GN-RESULT-IS-SUCCESS TO TRUE.
002500     MOVE SPACES TO GN-PARM-REASON-TEXT.
002510     MOVE ZERO TO GN-PARM-EXECUTED-COUNT.
002520     MOVE ZERO TO GN-PARM-FAILED-COUNT.
002530     MOVE ZERO TO GN-REF-SEQUENCE.
002540     MOVE ZERO TO GN-PLANNED-COUNT.
002550     MOVE ZERO TO GN-BATCH-COUNT.
002560     MOVE ZERO TO GN-BATCH-HASH.
002570     MOVE "N" TO GN-HOLIDAY-SWITCH.
002580     MOVE "N" TO GN-GENERATED-SWITCH.
002590     MOVE "N" TO GN-HEADER-WRITTEN-SWITCH.
002600     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
002610     OPEN I-O DL100-STANDING-INSTR-FILE.
002620     IF GN-STI-FILE-STATUS = "35"
002630         OPEN OUTPUT DL100-STANDING-INSTR-FILE
002640         CLOSE DL100-STANDING-INSTR-FILE
002650         OPEN I-O DL100-STANDING-INSTR-FILE
002660     END-IF.
002670     IF GN-STI-FILE-STATUS NOT = "00"
002680         SET GN-RESULT-IS-FAILURE TO TRUE
002690         MOVE "STANDING INSTRUCTION FILE COULD NOT BE OPENED"
002700             TO GN-PARM-REASON-TEXT
002710     END-IF.
002720 1000-EXIT.
002730     EXIT.
002740*
002750 1050-LOAD-FILE-PATHS.
002760     MOVE SPACES TO DL100-PARAMETER-RECORD.
002770     OPEN INPUT DL100-PARAMETER-FILE.
002780     IF GN-PRM-FILE-STATUS = "00"
002790         READ DL100-PARAMETER-FILE
002800             AT END
002810                 CONTINUE
002820         END-READ
002830         IF PR-SI-FILE-PATH NOT = SPACES
002840             MOVE PR-SI-FILE-PATH TO GN-STI-FILE-PATH
002850         END-IF
002860         IF PR-CALENDAR-FILE-PATH NOT = SPACES
002870             MOVE PR-CALENDAR-FILE-PATH TO GN-CAL-FILE-PATH
002880         END-IF
002890         IF PR-ACCOUNT-FILE-PATH NOT = SPACES
002900             MOVE PR-ACCOUNT-FILE-PATH TO GN-ACT-FILE-PATH
002910         END-IF
002920         IF PR-HOLD-FILE-PATH NOT = SPACES
002930             MOVE PR-HOLD-FILE-PATH TO GN-HLD-FILE-PATH
002940         END-IF
002950         IF PR-REGISTRY-FILE-PATH NOT = SPACES
002960             MOVE PR-REGISTRY-FILE-PATH TO GN-REG-FILE-PATH
002970         END-IF
002980         IF PR-TRANSACTION-FILE-PATH NOT = SPACES
002990             MOVE PR-TRANSACTION-FILE-PATH TO GN-TXN-FILE-PATH
003000         END-IF
003010         IF PR-SI-RETRY-LIMIT NUMERIC
003020             AND PR-SI-RETRY-LIMIT > ZERO
003030             MOVE PR-SI-RETRY-LIMIT TO GN-RETRY-LIMIT
003040         END-IF
003050         CLOSE DL100-PARAMETER-FILE
003060     END-IF.
003070 1050-EXIT.
003080     EXIT.
003090*
003100 1100-START-INSTRUCTIONS.
003110     MOVE "N" TO GN-END-OF-FILE-SWITCH.
003120     MOVE ZERO TO SI-INSTRUCTION-ID.
003130     START DL100-STANDING-INSTR-FILE
003140         KEY IS GREATER THAN SI-INSTRUCTION-ID
003150         INVALID KEY
003160             SET GN-END-OF-FILE TO TRUE
003170             GO TO 1100-EXIT
003180     END-START.
003190     PERFORM 1200-READ-NEXT-INSTRUCTION THRU 1200-EXIT.
003200 1100-EXIT.
003210     EXIT.
003220*
003230 1200-READ-NEXT-INSTRUCTION.
003240     READ DL100-STANDING-INSTR-FILE NEXT RECORD
003250         AT END
003260             SET GN-END-OF-FILE TO TRUE
003270     END-READ.
003280 1200-EXIT.
003290     EXIT.
003300*
003310 1500-CHECK-CYCLE-DATE.
003320     OPEN INPUT DL100-CALENDAR-FILE.
003330     IF GN-CAL-FILE-STATUS NOT = "00"
003340         SET GN-RESULT-IS-FAILURE TO TRUE
003350         MOVE "PROCESSING CALENDAR FILE COULD NOT BE OPENED"
003360             TO GN-PARM-REASON-TEXT
003370         GO TO 1500-EXIT
003380     END-IF.
003390     MOVE GN-PARM-BUSINESS-DATE TO CL-BUSINESS-DATE.
003400     READ DL100-CALENDAR-FILE
003410         INVALID KEY
003420             CONTINUE
003430         NOT INVALID KEY
003440             IF CL-STATUS-HOLIDAY
003450                 SET GN-DATE-IS-HOLIDAY TO TRUE
003460             END-IF
003470     END-READ.
003480     CLOSE DL100-CALENDAR-FILE.
003490     IF GN-DATE-IS-HOLIDAY
003500         MOVE "HOLIDAY - NOTHING GENERATED"
003510             TO GN-PARM-REASON-TEXT
003520     END-IF.
003530 1500-EXIT.
003540     EXIT.
003550*
003560 1600-CHECK-ALREADY-GENERATED.
003570*    A SYSSTDI BATCH HEADER ALREADY ON THE TRANSACTION FILE FOR
003580*    THIS DATE MEANS AN EARLIER RUN GENERATED THE DATE'S
003590*    TRANSFERS - A RESTARTED OR RERUN DATE MUST NOT APPEND A
003600*    SECOND BATCH.  THE REPORT IS STILL PRINTED.
003610     MOVE "N" TO GN-END-OF-FILE-SWITCH.
003620     OPEN INPUT DL100-TRANSACTION-FILE.
003630     IF GN-TXN-FILE-STATUS = "35"
003640         GO TO 1600-EXIT
003650     END-IF.
003660     IF GN-TXN-FILE-STATUS NOT = "00"
003670         SET GN-RESULT-IS-FAILURE TO TRUE
003680         MOVE "TRANSACTION FILE COULD NOT BE OPENED"
003690             TO GN-PARM-REASON-TEXT
003700         GO TO 1600-EXIT
003710     END-IF.
003720     PERFORM 1620-SCAN-ONE-RECORD THRU 1620-EXIT
003730         UNTIL GN-END-OF-FILE OR GN-ALREADY-GENERATED.
003740     CLOSE DL100-TRANSACTION-FILE.
003750     MOVE "N" TO GN-END-OF-FILE-SWITCH.
003760     IF GN-ALREADY-GENERATED
003770         MOVE "TRANSFERS ALREADY GENERATED FOR THIS DATE"
003780             TO GN-PARM-REASON-TEXT
003790     END-IF.
003800 1600-EXIT.
003810     EXIT.
003820*
003830 1620-SCAN-ONE-RECORD.
003840     READ DL100-TRANSACTION-FILE
003850         AT END
003860             SET GN-END-OF-FILE TO TRUE
003870     END-READ.
003880     IF GN-END-OF-FILE
003890         GO TO 1620-EXIT
003900     END-IF.
003910     IF BC-IS-BATCH-HEADER
003920         AND BC-SOURCE = GN-SYSTEM-SOURCE
003930         AND BC-BUSINESS-DATE = GN-PARM-BUSINESS-DATE
003940         SET GN-ALREADY-GENERATED TO TRUE
003950     END-IF.
003960 1620-EXIT.
003970     EXIT.
003980*
003990 2000-COUNT-PLANNED-TRANSFERS.
004000*    THE REFERENCE SEQUENCE IS THREE DIGITS, SO ONE DATE CAN
004010*    START AT MOST 999 NEW TRANSFERS.  EVERY ACTIVE INSTRUCTION
004020*    FALLING DUE IS COUNTED BEFORE ANYTHING IS WRITTEN - A
004030*    WRAPPED SEQUENCE WOULD REUSE A REFERENCE AND THE LATER
004040*    PAIR WOULD REJECT AS A REGISTRY DUPLICATE.
004050     PERFORM 1100-START-INSTRUCTIONS THRU 1100-EXIT.
004060     PERFORM 2100-COUNT-ONE-INSTRUCTION THRU 2100-EXIT
004070         UNTIL GN-END-OF-FILE.
004080     IF GN-PLANNED-COUNT > 999
004090         SET GN-RESULT-IS-FAILURE TO TRUE
004100         MOVE "MORE THAN 999 TRANSFERS FOR ONE DATE"
004110             TO GN-PARM-REASON-TEXT
004120     END-IF.
004130 2000-EXIT.
004140     EXIT.
004150*
004160 2100-COUNT-ONE-INSTRUCTION.
004170     IF SI-STATUS-ACTIVE
004180         AND SI-LAST-RUN-DATE NOT = GN-PARM-BUSINESS-DATE
004190         AND SI-NEXT-DUE-DATE NOT > GN-PARM-BUSINESS-DATE
004200         ADD 1 TO GN-PLANNED-COUNT
004210     END-IF.
004220     PERFORM 1200-READ-NEXT-INSTRUCTION THRU 1200-EXIT.
004230 2100-EXIT.
004240     EXIT.
004250*
004260 3000-GENERATE-TRANSFERS.
004270     OPEN INPUT DL100-ACCOUNT-FILE.
004280     IF GN-ACT-FILE-STATUS NOT = "00"
004290         SET GN-RESULT-IS-FAILURE TO TRUE
004300         MOVE "ACCOUNT MASTER FILE COULD NOT BE OPENED"
004310             TO GN-PARM-REASON-TEXT
004320         GO TO 3000-EXIT
004330     END-IF.
004340*    NO HOLD FILE MEANS NO HOLDS, AND NO REGISTRY MEANS NOTHING
004350*    HAS EVER POSTED.
004360     MOVE "N" TO GN-HLD-OPEN-SWITCH.
004370     OPEN INPUT DL100-HOLD-FILE.
004380     IF GN-HLD-FILE-STATUS = "00"
004390         SET GN-HLD-FILE-IS-OPEN TO TRUE
004400     END-IF.
004410     MOVE "N" TO GN-REG-OPEN-SWITCH.
004420     OPEN INPUT DL100-REGISTRY-FILE.
004430     IF GN-REG-FILE-STATUS = "00"
004440         SET GN-REG-FILE-IS-OPEN TO TRUE
004450     END-IF.
004460     OPEN EXTEND DL100-TRANSACTION-FILE.
004470     IF GN-TXN-FILE-STATUS = "05" OR GN-TXN-FILE-STATUS = "35"
004480         OPEN OUTPUT DL100-TRANSACTION-FILE
004490     END-IF.
004500     IF GN-TXN-FILE-STATUS NOT = "00"
004510         SET GN-RESULT-IS-FAILURE TO TRUE
004520         MOVE "TRANSACTION FILE COULD NOT BE OPENED"
004530             TO GN-PARM-REASON-TEXT
004540         GO TO 3000-CLOSE
004550     END-IF.
004560     PERFORM 1100-START-INSTRUCTIONS THRU 1100-EXIT.
004570     PERFORM 3100-PROCESS-ONE-INSTRUCTION THRU 3100-EXIT
004580         UNTIL GN-END-OF-FILE.
004590     IF GN-HEADER-IS-WRITTEN
004600         PERFORM 5600-WRITE-BATCH-TRAILER THRU 5600-EXIT
004610     END-IF.
004620     CLOSE DL100-TRANSACTION-FILE.
004630 3000-CLOSE.
004640     IF GN-REG-FILE-IS-OPEN
004650         CLOSE DL100-REGISTRY-FILE
004660     END-IF.
004670     IF GN-HLD-FILE-IS-OPEN
004680         CLOSE DL100-HOLD-FILE
004690     END-IF.
004700     CLOSE DL100-ACCOUNT-FILE.
004710 3000-EXIT.
004720     EXIT.
004730*
004740 3100-PROCESS-ONE-INSTRUCTION.
004750*    A SUSPENDED INSTRUCTION SKIPS WHAT FALLS DUE AND RETRIES
004760*    NOTHING; AN ENDED ONE MAY STILL HAVE ITS LAST OCCURRENCE
004770*    TO SETTLE; A CANCELLED ONE IS LEFT ALONE.
004780     MOVE "N" TO GN-DONE-SWITCH.
004790     MOVE "N" TO GN-CHANGED-SWITCH.
004800     IF SI-LAST-RUN-DATE = GN-PARM-BUSINESS-DATE
004810         OR SI-STATUS-CANCELLED
004820         GO TO 3100-NEXT
004830     END-IF.
004840     IF NOT SI-STATUS-SUSPENDED
004850         PERFORM 3200-SETTLE-PENDING THRU 3200-EXIT
004860     END-IF.
004870     IF NOT GN-INSTRUCTION-IS-DONE
004880         AND NOT SI-STATUS-ENDED
004890         AND SI-NEXT-DUE-DATE NOT > GN-PARM-BUSINESS-DATE
004900         PERFORM 3400-START-OCCURRENCE THRU 3400-EXIT
004910     END-IF.
004920     IF GN-INSTRUCTION-CHANGED
004930         REWRITE DL100-STANDING-INSTR-RECORD
004940             INVALID KEY
004950                 CONTINUE
004960         END-REWRITE
004970     END-IF.
004980 3100-NEXT.
004990     PERFORM 1200-READ-NEXT-INSTRUCTION THRU 1200-EXIT.
005000 3100-EXIT.
005010     EXIT.
005020*
005030 3200-SETTLE-PENDING.
005040*    AN OCCURRENCE WRITTEN ON AN EARLIER DATE HAS POSTED WHEN
005050*    BOTH ITS LEGS ARE ON THE REGISTRY.  A LEG MISSING THERE WAS
005060*    REFUSED BY THE CYCLE, AND COUNTS AS A RETRY.
005070     IF SI-PENDING-REFERENCE = SPACES
005080         OR SI-PENDING-DATE NOT < GN-PARM-BUSINESS-DATE
005090         GO TO 3200-EXIT
005100     END-IF.
005110     SET GN-INSTRUCTION-CHANGED TO TRUE.
005120     MOVE SI-PENDING-REFERENCE TO GN-LEG-REFERENCE.
005130     MOVE "N" TO GN-DEBIT-LEG-SWITCH.
005140     MOVE "N" TO GN-CREDIT-LEG-SWITCH.
005150     MOVE "-" TO RG-AMOUNT-SIGN.
005160     PERFORM 3300-LOOK-UP-LEG THRU 3300-EXIT.
005170     IF GN-REG-FILE-STATUS NOT = "00"
005180         SET GN-DEBIT-LEG-NEEDED TO TRUE
005190     END-IF.
005200     MOVE "+" TO RG-AMOUNT-SIGN.
005210     PERFORM 3300-LOOK-UP-LEG THRU 3300-EXIT.
005220     IF GN-REG-FILE-STATUS NOT = "00"
005230         SET GN-CREDIT-LEG-NEEDED TO TRUE
005240     END-IF.
005250     IF NOT GN-DEBIT-LEG-NEEDED
005260         AND NOT GN-CREDIT-LEG-NEEDED
005270         MOVE SPACES TO SI-PENDING-REFERENCE
005280         MOVE ZERO TO SI-PENDING-DATE
005290         MOVE ZERO TO SI-RETRY-COUNT
005300         GO TO 3200-EXIT
005310     END-IF.
005320     SET GN-INSTRUCTION-IS-DONE TO TRUE.
005330     MOVE SI-LAST-DUE-DATE TO GN-D-DUE-DATE.
005340     ADD 1 TO SI-RETRY-COUNT.
005350     IF SI-RETRY-COUNT > GN-RETRY-LIMIT
005360         MOVE "RETRY LIMIT REACHED - TRANSFER NOT MADE"
005370             TO GN-CHECK-TEXT
005380         PERFORM 3900-DROP-PENDING THRU 3900-EXIT
005390         GO TO 3200-EXIT
005400     END-IF.
005410     PERFORM 4000-CHECK-TRANSFER THRU 4000-EXIT.
005420     IF GN-CHECK-NEVER-POSTS
005430         PERFORM 3900-DROP-PENDING THRU 3900-EXIT
005440         GO TO 3200-EXIT
005450     END-IF.
005460     MOVE SI-RETRY-COUNT TO GN-RETRY-EDIT.
005470     MOVE GN-RETRY-LIMIT TO GN-LIMIT-EDIT.
005480     MOVE SPACES TO GN-CHECK-TEXT.
005490     IF GN-CHECK-SHORT-OF-FUNDS
005500         STRING "SHORT OF FUNDS - WILL RETRY " GN-RETRY-EDIT
005510             " OF " GN-LIMIT-EDIT
005520             DELIMITED BY SIZE INTO GN-CHECK-TEXT
005530         PERFORM 3800-RECORD-FAILED THRU 3800-EXIT
005540         GO TO 3200-EXIT
005550     END-IF.
005560     PERFORM 5000-WRITE-LEGS THRU 5000-EXIT.
005570     MOVE GN-PARM-BUSINESS-DATE TO SI-PENDING-DATE.
005580     STRING "REFUSED LEG RESENT - RETRY " GN-RETRY-EDIT
005590         " OF " GN-LIMIT-EDIT
005600         DELIMITED BY SIZE INTO GN-CHECK-TEXT.
005610     PERFORM 3700-RECORD-EXECUTED THRU 3700-EXIT.
005620 3200-EXIT.
005630     EXIT.
005640*
005650 3300-LOOK-UP-LEG.
005660     MOVE "23" TO GN-REG-FILE-STATUS.
005670     IF NOT GN-REG-FILE-IS-OPEN
005680         GO TO 3300-EXIT
005690     END-IF.
005700     MOVE GN-SYSTEM-SOURCE TO RG-SOURCE.
005710     MOVE GN-LEG-REFERENCE TO RG-REFERENCE-NUMBER.
005720     READ DL100-REGISTRY-FILE
005730         INVALID KEY
005740             CONTINUE
005750     END-READ.
005760 3300-EXIT.
005770     EXIT.
005780*
005790 3400-START-OCCURRENCE.
005800     SET GN-INSTRUCTION-CHANGED TO TRUE.
005810     MOVE SI-NEXT-DUE-DATE TO GN-D-DUE-DATE.
005820     IF SI-END-DATE NOT = ZERO
005830         AND SI-NEXT-DUE-DATE > SI-END-DATE
005840         SET SI-STATUS-ENDED TO TRUE
005850         GO TO 3400-EXIT
005860     END-IF.
005870     IF SI-STATUS-SUSPENDED
005880         MOVE "INSTRUCTION SUSPENDED" TO GN-CHECK-TEXT
005890         PERFORM 3600-RECORD-SKIPPED THRU 3600-EXIT
005900         PERFORM 4800-ADVANCE-SCHEDULE THRU 4800-EXIT
005910         GO TO 3400-EXIT
005920     END-IF.
005930     SET GN-DEBIT-LEG-NEEDED TO TRUE.
005940     SET GN-CREDIT-LEG-NEEDED TO TRUE.
005950     PERFORM 4000-CHECK-TRANSFER THRU 4000-EXIT.
005960     IF GN-CHECK-NEVER-POSTS
005970         MOVE ZERO TO SI-RETRY-COUNT
005980         PERFORM 3600-RECORD-SKIPPED THRU 3600-EXIT
005990         PERFORM 4800-ADVANCE-SCHEDULE THRU 4800-EXIT
006000         GO TO 3400-EXIT
006010     END-IF.
006020     IF GN-CHECK-SHORT-OF-FUNDS
006030         ADD 1 TO SI-RETRY-COUNT
006040         MOVE SI-RETRY-COUNT TO GN-RETRY-EDIT
006050         MOVE GN-RETRY-LIMIT TO GN-LIMIT-EDIT
006060         MOVE SPACES TO GN-CHECK-TEXT
006070         IF SI-RETRY-COUNT > GN-RETRY-LIMIT
006080             MOVE "REFUSED FOR FUNDS - RETRY LIMIT REACHED"
006090                 TO GN-CHECK-TEXT
006100             MOVE ZERO TO SI-RETRY-COUNT
006110             PERFORM 3800-RECORD-FAILED THRU 3800-EXIT
006120             PERFORM 4800-ADVANCE-SCHEDULE THRU 4800-EXIT
006130         ELSE
006140             STRING "SHORT OF FUNDS - WILL RETRY " GN-RETRY-EDIT
006150                 " OF " GN-LIMIT-EDIT
006160                 DELIMITED BY SIZE INTO GN-CHECK-TEXT
006170             PERFORM 3800-RECORD-FAILED THRU 3800-EXIT
006180         END-IF
006190         GO TO 3400-EXIT
006200     END-IF.
006210     ADD 1 TO GN-REF-SEQUENCE.
006220     MOVE SPACES TO GN-LEG-REFERENCE.
006230     MOVE "S" TO GN-LEG-REFERENCE(1:1).
006240     MOVE GN-PARM-BUSINESS-DATE TO GN-LEG-REFERENCE(2:8).
006250     MOVE GN-REF-SEQUENCE TO GN-LEG-REFERENCE(10:3).
006260     PERFORM 5000-WRITE-LEGS THRU 5000-EXIT.
006270     MOVE GN-LEG-REFERENCE TO SI-PENDING-REFERENCE.
006280     MOVE GN-PARM-BUSINESS-DATE TO SI-PENDING-DATE.
006290     MOVE "TRANSFER GENERATED" TO GN-CHECK-TEXT.
006300     PERFORM 3700-RECORD-EXECUTED THRU 3700-EXIT.
006310     PERFORM 4800-ADVANCE-SCHEDULE THRU 4800-EXIT.
006320 3400-EXIT.
006330     EXIT.
006340*
006350 3600-RECORD-SKIPPED.
006360     SET SI-OUTCOME-SKIPPED TO TRUE.
006370     MOVE SPACES TO SI-LAST-REFERENCE.
006380     PERFORM 3950-STAMP-OUTCOME THRU 3950-EXIT.
006390 3600-EXIT.
006400     EXIT.
006410*
006420 3700-RECORD-EXECUTED.
006430     SET SI-OUTCOME-EXECUTED TO TRUE.
006440     MOVE GN-LEG-REFERENCE TO SI-LAST-REFERENCE.
006450     PERFORM 3950-STAMP-OUTCOME THRU 3950-EXIT.
006460 3700-EXIT.
006470     EXIT.
006480*
006490 3800-RECORD-FAILED.
006500     SET SI-OUTCOME-FAILED TO TRUE.
006510     MOVE SI-PENDING-REFERENCE TO SI-LAST-REFERENCE.
006520     PERFORM 3950-STAMP-OUTCOME THRU 3950-EXIT.
006530 3800-EXIT.
006540     EXIT.
006550*
006560 3900-DROP-PENDING.
006570*    THE OCCURRENCE FAILS FOR GOOD.  A LEG THE CYCLE DID ACCEPT
006580*    STAYS IN SUSPENSE FOR THE AGED SUSPENSE REPORT TO CHASE.
006590     PERFORM 3800-RECORD-FAILED THRU 3800-EXIT.
006600     MOVE SPACES TO SI-PENDING-REFERENCE.
006610     MOVE ZERO TO SI-PENDING-DATE.
006620     MOVE ZERO TO SI-RETRY-COUNT.
006630 3900-EXIT.
006640     EXIT.
006650*
006660 3950-STAMP-OUTCOME.
006670     MOVE GN-PARM-BUSINESS-DATE TO SI-LAST-RUN-DATE.
006680     MOVE GN-D-DUE-DATE TO SI-LAST-DUE-DATE.
006690     MOVE GN-CHECK-TEXT TO SI-LAST-OUTCOME-TEXT.
006700 3950-EXIT.
006710     EXIT.
006720*
006730 4000-CHECK-TRANSFER.
006740*    THE SAME CONTROLS, IN THE SAME ORDER, THAT DL100NC APPLIES
006750*    TO EACH LEG.  ONLY THE LEGS STILL TO BE WRITTEN ARE JUDGED.
006760     SET GN-CHECK-IS-OK TO TRUE.
006770     MOVE SPACES TO GN-CHECK-TEXT.
006780     IF GN-DEBIT-LEG-NEEDED
006790         PERFORM 4100-CHECK-FROM-ACCOUNT THRU 4100-EXIT
006800     END-IF.
006810     IF GN-CHECK-NEVER-POSTS
006820         GO TO 4000-EXIT
006830     END-IF.
006840     IF GN-CREDIT-LEG-NEEDED
006850         PERFORM 4200-CHECK-TO-ACCOUNT THRU 4200-EXIT
006860     END-IF.
006870     IF GN-CHECK-NEVER-POSTS
006880         GO TO 4000-EXIT
006890     END-IF.
006900     IF GN-DEBIT-LEG-NEEDED
006910         PERFORM 4300-CHECK-FUNDS THRU 4300-EXIT
006920     END-IF.
006930 4000-EXIT.
006940     EXIT.
006950*
006960 4100-CHECK-FROM-ACCOUNT.
006970     MOVE SI-FROM-ACCOUNT TO AC-ACCOUNT-NUMBER.
006980     READ DL100-ACCOUNT-FILE
006990         INVALID KEY
007000             SET GN-CHECK-NEVER-POSTS TO TRUE
007010             MOVE "FROM ACCOUNT NOT ON FILE" TO GN-CHECK-TEXT
007020             GO TO 4100-EXIT
007030     END-READ.
007040     EVALUATE TRUE
007050         WHEN AC-STATUS-CLOSED
007060             SET GN-CHECK-NEVER-POSTS TO TRUE
007070             MOVE "FROM ACCOUNT IS CLOSED" TO GN-CHECK-TEXT
007080         WHEN AC-TXN-AMOUNT-CAP > ZERO
007090           AND SI-AMOUNT > AC-TXN-AMOUNT-CAP
007100             SET GN-CHECK-NEVER-POSTS TO TRUE
007110             MOVE "AMOUNT OVER FROM ACCOUNT TRANSACTION CAP"
007120                 TO GN-CHECK-TEXT
007130         WHEN AC-DEBITS-STOPPED
007140             SET GN-CHECK-NEVER-POSTS TO TRUE
007150             MOVE "DEBITS STOPPED ON FROM ACCOUNT"
007160                 TO GN-CHECK-TEXT
007170         WHEN AC-ACCOUNT-DORMANT
007180             SET GN-CHECK-NEVER-POSTS TO TRUE
007190             MOVE "FROM ACCOUNT IS DORMANT" TO GN-CHECK-TEXT
007200     END-EVALUATE.
007210 4100-EXIT.
007220     EXIT.
007230*
007240 4200-CHECK-TO-ACCOUNT.
007250     MOVE SI-TO-ACCOUNT TO AC-ACCOUNT-NUMBER.
007260     READ DL100-ACCOUNT-FILE
007270         INVALID KEY
007280             SET GN-CHECK-NEVER-POSTS TO TRUE
007290             MOVE "TO ACCOUNT NOT ON FILE" TO GN-CHECK-TEXT
007300             GO TO 4200-EXIT
007310     END-READ.
007320     EVALUATE TRUE
007330         WHEN AC-STATUS-CLOSED
007340             SET GN-CHECK-NEVER-POSTS TO TRUE
007350             MOVE "TO ACCOUNT IS CLOSED" TO GN-CHECK-TEXT
007360         WHEN AC-TXN-AMOUNT-CAP > ZERO
007370           AND SI-AMOUNT > AC-TXN-AMOUNT-CAP
007380             SET GN-CHECK-NEVER-POSTS TO TRUE
007390             MOVE "AMOUNT OVER TO ACCOUNT TRANSACTION CAP"
007400                 TO GN-CHECK-TEXT
007410         WHEN AC-CREDITS-STOPPED
007420             SET GN-CHECK-NEVER-POSTS TO TRUE
007430             MOVE "CREDITS STOPPED ON TO ACCOUNT"
007440                 TO GN-CHECK-TEXT
007450     END-EVALUATE.
007460 4200-EXIT.
007470     EXIT.
007480*
007490 4300-CHECK-FUNDS.
007500*    THE FROM ACCOUNT'S AVAILABLE BALANCE - THE LEDGER BALANCE
007510*    LESS ITS ACTIVE HOLDS - MUST COVER THE AMOUNT WITHIN THE
007520*    OVERDRAFT LIMIT.
007530     MOVE SI-FROM-ACCOUNT TO AC-ACCOUNT-NUMBER.
007540     READ DL100-ACCOUNT-FILE
007550         INVALID KEY
007560             GO TO 4300-EXIT
007570     END-READ.
007580     MOVE ZERO TO GN-HELD-AMOUNT.
007590     IF GN-HLD-FILE-IS-OPEN
007600         PERFORM 4400-TOTAL-ACTIVE-HOLDS THRU 4400-EXIT
007610     END-IF.
007620     IF AC-CURRENT-BALANCE - GN-HELD-AMOUNT - SI-AMOUNT
007630         < ZERO - AC-OVERDRAFT-LIMIT
007640         SET GN-CHECK-SHORT-OF-FUNDS TO TRUE
007650     END-IF.
007660 4300-EXIT.
007670     EXIT.
007680*
007690 4400-TOTAL-ACTIVE-HOLDS.
007700     MOVE "N" TO GN-HLD-EOF-SWITCH.
007710     MOVE SI-FROM-ACCOUNT TO HL-ACCOUNT-NUMBER.
007720     MOVE ZERO TO HL-HOLD-ID.
007730     START DL100-HOLD-FILE
007740         KEY IS NOT LESS THAN HL-HOLD-KEY
007750         INVALID KEY
007760             GO TO 4400-EXIT
007770     END-START.
007780     PERFORM 4410-READ-NEXT-HOLD THRU 4410-EXIT.
007790     PERFORM 4420-ADD-ONE-HOLD THRU 4420-EXIT
007800         UNTIL GN-HLD-END-OF-FILE.
007810 4400-EXIT.
007820     EXIT.
007830*
007840 4410-READ-NEXT-HOLD.
007850     READ DL100-HOLD-FILE NEXT RECORD
007860         AT END
007870             SET GN-HLD-END-OF-FILE TO TRUE
007880             GO TO 4410-EXIT
007890     END-READ.
007900     IF HL-ACCOUNT-NUMBER NOT = SI-FROM-ACCOUNT
007910         SET GN-HLD-END-OF-FILE TO TRUE
007920     END-IF.
007930 4410-EXIT.
007940     EXIT.
007950*
007960 4420-ADD-ONE-HOLD.
007970     IF HL-HOLD-ACTIVE
007980         AND (HL-EXPIRY-DATE = ZERO
007990          OR HL-EXPIRY-DATE NOT < GN-PARM-BUSINESS-DATE)
008000         ADD HL-HOLD-AMOUNT TO GN-HELD-AMOUNT
008010     END-IF.
008020     PERFORM 4410-READ-NEXT-HOLD THRU 4410-EXIT.
008030 4420-EXIT.
008040     EXIT.
008050*
008060 4800-ADVANCE-SCHEDULE.
008070*    MOVES THE NEXT DUE DATE PAST THE BUSINESS DATE, SO ONE RUN
008080*    NEVER STARTS MORE THAN ONE OCCURRENCE OF AN INSTRUCTION,
008090*    AND ENDS THE INSTRUCTION ONCE THAT DATE PASSES ITS END.
008100     MOVE SI-NEXT-DUE-DATE(1:4) TO GN-DUE-CCYY.
008110     MOVE SI-NEXT-DUE-DATE(5:2) TO GN-DUE-MM.
008120     MOVE SI-NEXT-DUE-DATE(7:2) TO GN-DUE-DD.
008130     PERFORM 4810-ADVANCE-ONE-PERIOD THRU 4810-EXIT.
008140     PERFORM 4810-ADVANCE-ONE-PERIOD THRU 4810-EXIT
008150         UNTIL SI-NEXT-DUE-DATE > GN-PARM-BUSINESS-DATE.
008160     IF SI-END-DATE NOT = ZERO
008170         AND SI-NEXT-DUE-DATE > SI-END-DATE
008180         SET SI-STATUS-ENDED TO TRUE
008190     END-IF.
008200 4800-EXIT.
008210     EXIT.
008220*
008230 4810-ADVANCE-ONE-PERIOD.
008240     IF SI-FREQ-WEEKLY
008250         ADD 7 TO GN-DUE-DD
008260         PERFORM 4830-SET-MONTH-LENGTH THRU 4830-EXIT
008270         IF GN-DUE-DD > GN-MONTH-LENGTH
008280             SUBTRACT GN-MONTH-LENGTH FROM GN-DUE-DD
008290             PERFORM 4820-NEXT-MONTH THRU 4820-EXIT
008300         END-IF
008310     ELSE
008320         PERFORM 4820-NEXT-MONTH THRU 4820-EXIT
008330         PERFORM 4830-SET-MONTH-LENGTH THRU 4830-EXIT
008340         IF SI-DAY-OF-MONTH > GN-MONTH-LENGTH
008350             MOVE GN-MONTH-LENGTH TO GN-DUE-DD
008360         ELSE
008370             MOVE SI-DAY-OF-MONTH TO GN-DUE-DD
008380         END-IF
008390     END-IF.
008400     MOVE GN-DUE-CCYY TO SI-NEXT-DUE-DATE(1:4).
008410     MOVE GN-DUE-MM   TO SI-NEXT-DUE-DATE(5:2).
008420     MOVE GN-DUE-DD   TO SI-NEXT-DUE-DATE(7:2).
008430 4810-EXIT.
008440     EXIT.
008450*
008460 4820-NEXT-MONTH.
008470     IF GN-DUE-MM = 12
008480         MOVE 1 TO GN-DUE-MM
008490         ADD 1 TO GN-DUE-CCYY
008500     ELSE
008510         ADD 1 TO GN-DUE-MM
008520     END-IF.
008530 4820-EXIT.
008540     EXIT.
008550*
008560 4830-SET-MONTH-LENGTH.
008570     MOVE GN-MONTH-DAYS-TBL(GN-DUE-MM) TO GN-MONTH-LENGTH.
008580     IF GN-DUE-MM NOT = 2
008590         GO TO 4830-EXIT
008600     END-IF.
008610     DIVIDE GN-DUE-CCYY BY 4
008620         GIVING GN-LEAP-QUOTIENT
008630         REMAINDER GN-LEAP-REMAINDER.
008640     IF GN-LEAP-REMAINDER = ZERO
008650         MOVE 29 TO GN-MONTH-LENGTH
008660     END-IF.
008670     DIVIDE GN-DUE-CCYY BY 100
008680         GIVING GN-LEAP-QUOTIENT
008690         REMAINDER GN-LEAP-REMAINDER.
008700     IF GN-LEAP-REMAINDER = ZERO
008710         MOVE 28 TO GN-MONTH-LENGTH
008720         DIVIDE GN-DUE-CCYY BY 400
008730             GIVING GN-LEAP-QUOTIENT
008740             REMAINDER GN-LEAP-REMAINDER
008750         IF GN-LEAP-REMAINDER = ZERO
008760             MOVE 29 TO GN-MONTH-LENGTH
008770         END-IF
008780     END-IF.
008790 4830-EXIT.
008800     EXIT.
008810*
008820 5000-WRITE-LEGS.
008830*    THE DEBIT LEG GOES FIRST SO DL100NC JUDGES THE FROM
008840*    ACCOUNT'S FUNDS BEFORE THE PAIR CAN RELEASE.
008850     IF GN-DEBIT-LEG-NEEDED
008860         MOVE SI-FROM-ACCOUNT TO GN-LEG-ACCOUNT
008870         COMPUTE GN-LEG-AMOUNT = ZERO - SI-AMOUNT
008880         PERFORM 5100-WRITE-ONE-LEG THRU 5100-EXIT
008890     END-IF.
008900     IF GN-CREDIT-LEG-NEEDED
008910         MOVE SI-TO-ACCOUNT TO GN-LEG-ACCOUNT
008920         MOVE SI-AMOUNT TO GN-LEG-AMOUNT
008930         PERFORM 5100-WRITE-ONE-LEG THRU 5100-EXIT
008940     END-IF.
008950 5000-EXIT.
008960     EXIT.
008970*
008980 5100-WRITE-ONE-LEG.
008990*    THE BATCH HEADER SHARES THE TRANSACTION FILE BUFFER, SO IT
009000*    IS WRITTEN BEFORE THE DETAIL RECORD IS BUILT THERE.
009010     IF NOT GN-HEADER-IS-WRITTEN
009020         PERFORM 5500-WRITE-BATCH-HEADER THRU 5500-EXIT
009030     END-IF.
009040     MOVE SPACES TO DL100-TRANSACTION-RECORD.
009050     MOVE GN-PARM-BUSINESS-DATE TO TX-BUSINESS-DATE.
009060     MOVE GN-LEG-ACCOUNT TO TX-ACCOUNT-NUMBER.
009070     MOVE GN-LEG-REFERENCE TO TX-REFERENCE-NUMBER.
009080     MOVE GN-LEG-AMOUNT TO TX-AMOUNT.
009090     MOVE "TR" TO TX-TYPE.
009100     MOVE GN-SYSTEM-SOURCE TO TX-SOURCE.
009110     SET TX-STATUS-PENDING TO TRUE.
009120     WRITE DL100-TRANSACTION-RECORD.
009130     ADD 1 TO GN-BATCH-COUNT.
009140     ADD GN-LEG-AMOUNT TO GN-BATCH-HASH.
009150 5100-EXIT.
009160     EXIT.
009170*
009180 5500-WRITE-BATCH-HEADER.
009190     MOVE SPACES TO DL100-BATCH-CONTROL-RECORD.
009200     MOVE "BH" TO BC-RECORD-TYPE.
009210     MOVE GN-SYSTEM-SOURCE TO BC-SOURCE.
009220     MOVE GN-PARM-BUSINESS-DATE TO BC-BUSINESS-DATE.
009230     MOVE ZERO TO BC-RECORD-COUNT.
009240     MOVE ZERO TO BC-HASH-AMOUNT.
009250     WRITE DL100-BATCH-CONTROL-RECORD.
009260     SET GN-HEADER-IS-WRITTEN TO TRUE.
009270 5500-EXIT.
009280     EXIT.
009290*
009300 5600-WRITE-BATCH-TRAILER.
009310     MOVE SPACES TO DL100-BATCH-CONTROL-RECORD.
009320     MOVE "BT" TO BC-RECORD-TYPE.
009330     MOVE GN-SYSTEM-SOURCE TO BC-SOURCE.
009340     MOVE GN-PARM-BUSINESS-DATE TO BC-BUSINESS-DATE.
009350     MOVE GN-BATCH-COUNT TO BC-RECORD-COUNT.
009360     MOVE GN-BATCH-HASH TO BC-HASH-AMOUNT.
009370     WRITE DL100-BATCH-CONTROL-RECORD.
009380 5600-EXIT.
009390     EXIT.
009400*
009410 6000-PRINT-REPORT.
009420     OPEN OUTPUT DL100-SI-REPORT-FILE.
009430     IF GN-RPT-FILE-STATUS NOT = "00"
009440         SET GN-RESULT-IS-FAILURE TO TRUE
009450         MOVE "STANDING INSTRUCTION REPORT COULD NOT BE OPENED"
009460             TO GN-PARM-REASON-TEXT
009470         GO TO 6000-EXIT
009480     END-IF.
009490     MOVE SPACES TO GN-REPORT-LINE.
009500     STRING "STANDING INSTRUCTION REPORT - BUSINESS DATE "
009510         GN-PARM-BUSINESS-DATE
009520         DELIMITED BY SIZE INTO GN-REPORT-LINE.
009530     WRITE GN-REPORT-LINE.
009540     IF GN-DATE-IS-HOLIDAY
009550         MOVE SPACES TO GN-REPORT-LINE
009560         WRITE GN-REPORT-LINE
009570         MOVE "HOLIDAY - DUE ITEMS ROLL TO NEXT OPEN DATE"
009580             TO GN-REPORT-LINE
009590         WRITE GN-REPORT-LINE
009600     END-IF.
009610     MOVE "X" TO GN-SECTION-SWITCH.
009620     MOVE "INSTRUCTIONS EXECUTED" TO GN-SECTION-TITLE.
009630     PERFORM 6100-PRINT-SECTION THRU 6100-EXIT.
009640     MOVE GN-SECTION-COUNT TO GN-PARM-EXECUTED-COUNT.
009650     MOVE "K" TO GN-SECTION-SWITCH.
009660     MOVE "INSTRUCTIONS SKIPPED" TO GN-SECTION-TITLE.
009670     PERFORM 6100-PRINT-SECTION THRU 6100-EXIT.
009680     MOVE "F" TO GN-SECTION-SWITCH.
009690     MOVE "INSTRUCTIONS FAILED" TO GN-SECTION-TITLE.
009700     PERFORM 6100-PRINT-SECTION THRU 6100-EXIT.
009710     MOVE GN-SECTION-COUNT TO GN-PARM-FAILED-COUNT.
009720     CLOSE DL100-SI-REPORT-FILE.
009730 6000-EXIT.
009740     EXIT.
009750*
009760 6100-PRINT-SECTION.
009770     MOVE ZERO TO GN-SECTION-COUNT.
009780     MOVE ZERO TO GN-SECTION-AMOUNT.
009790     MOVE SPACES TO GN-REPORT-LINE.
009800     WRITE GN-REPORT-LINE.
009810     MOVE SPACES TO GN-REPORT-LINE.
009820     MOVE GN-SECTION-TITLE TO GN-REPORT-LINE.
009830     WRITE GN-REPORT-LINE.
009840     MOVE SPACES TO GN-REPORT-LINE.
009850     STRING "    INSTR.  FROM          TO                  "
009860         "         AMOUNT  DUE       REFERENCE     OUTCOME"
009870         DELIMITED BY SIZE INTO GN-REPORT-LINE.
009880     WRITE GN-REPORT-LINE.
009890     PERFORM 1100-START-INSTRUCTIONS THRU 1100-EXIT.
009900     PERFORM 6200-PRINT-ONE-INSTRUCTION THRU 6200-EXIT
009910         UNTIL GN-END-OF-FILE.
009920     IF GN-SECTION-COUNT = ZERO
009930         MOVE SPACES TO GN-REPORT-LINE
009940         MOVE "    NONE" TO GN-REPORT-LINE
009950         WRITE GN-REPORT-LINE
009960     END-IF.
009970     MOVE GN-SECTION-COUNT TO GN-COUNT-EDIT.
009980     MOVE GN-SECTION-AMOUNT TO GN-AMOUNT-EDIT.
009990     MOVE SPACES TO GN-REPORT-LINE.
010000     STRING "    SECTION TOTAL            " GN-COUNT-EDIT
010010         "  " GN-AMOUNT-EDIT
010020         DELIMITED BY SIZE INTO GN-REPORT-LINE.
010030     WRITE GN-REPORT-LINE.
010040 6100-EXIT.
010050     EXIT.
010060*
010070 6200-PRINT-ONE-INSTRUCTION.
010080     IF SI-LAST-RUN-DATE NOT = GN-PARM-BUSINESS-DATE
010090         OR SI-LAST-OUTCOME NOT = GN-SECTION-SWITCH
010100         GO TO 6200-NEXT
010110     END-IF.
010120     ADD 1 TO GN-SECTION-COUNT.
010130     ADD SI-AMOUNT TO GN-SECTION-AMOUNT.
010140     MOVE SI-INSTRUCTION-ID TO GN-D-INSTRUCTION-ID.
010150     MOVE SI-FROM-ACCOUNT TO GN-D-FROM-ACCOUNT.
010160     MOVE SI-TO-ACCOUNT TO GN-D-TO-ACCOUNT.
010170     MOVE SI-AMOUNT TO GN-D-AMOUNT.
010180     MOVE SI-LAST-DUE-DATE TO GN-D-DUE-DATE.
010190     MOVE SI-LAST-REFERENCE TO GN-D-REFERENCE.
010200     MOVE SI-LAST-OUTCOME-TEXT TO GN-D-TEXT.
010210     MOVE SPACES TO GN-REPORT-LINE.
010220     MOVE GN-DETAIL-LINE TO GN-REPORT-LINE.
010230     WRITE GN-REPORT-LINE.
010240 6200-NEXT.
010250     PERFORM 1200-READ-NEXT-INSTRUCTION THRU 1200-EXIT.
010260 6200-EXIT.
010270     EXIT.
