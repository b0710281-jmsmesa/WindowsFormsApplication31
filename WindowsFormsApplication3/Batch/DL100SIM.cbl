000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100SIM.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100SIM - STANDING INSTRUCTION MAINTENANCE                 *
000110*                                                                *
000120*   CALLED BY FORMSIMAINT TO LIST, ADD, CHANGE, SUSPEND,         *
000130*   RESUME, OR CANCEL THE RECURRING TRANSFERS THAT DL100SIG      *
000140*   GENERATES.  ACTION "G" RETURNS THE NTH INSTRUCTION ON FILE - *
000150*   OR THE NTH NAMING THE PASSED ACCOUNT AS ITS FROM OR TO       *
000160*   ACCOUNT - SO THE SCREEN CAN LIST THEM THE WAY FORMHOLDMAINT  *
000170*   LISTS HOLDS.  ACTION "A" ADDS AN INSTRUCTION UNDER THE NEXT  *
000180*   INSTRUCTION ID AND WORKS OUT ITS FIRST DUE DATE.  ACTION "C" *
000190*   CHANGES THE AMOUNT, END DATE, AND DESCRIPTION OF A LIVE      *
000200*   INSTRUCTION - THE SCHEDULE ITSELF IS CHANGED BY CANCELLING   *
000210*   AND ADDING A NEW ONE.  ACTION "S" SETS THE STATUS PASSED IN  *
000220*   THE RECORD: A (RESUME A SUSPENDED INSTRUCTION), S (SUSPEND   *
000230*   AN ACTIVE ONE), OR C (CANCEL).  BOTH ACCOUNTS MUST BE OPEN   *
000240*   ON THE ACCOUNT MASTER AND DIFFERENT, THE AMOUNT POSITIVE,    *
000250*   THE START DATE NOT IN THE PAST, AND THE END DATE ZERO (NO    *
000260*   END) OR NOT BEFORE THE START.  EVERY CHANGE IS STAMPED WITH  *
000270*   THE OPERATOR AND TIMESTAMP.                                  *
000280*                                                                *
000290*   MODIFICATION HISTORY                                        *
000300*   ----------------------------------------------------------- *
000310*   2026-10-15  JMS   INITIAL VERSION.                          *
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DL100-STANDING-INSTR-FILE ASSIGN TO SM-STI-FILE-PATH
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SI-INSTRUCTION-ID
000410         FILE STATUS IS SM-STI-FILE-STATUS.
000420     SELECT DL100-ACCOUNT-FILE ASSIGN TO SM-ACT-FILE-PATH
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS AC-ACCOUNT-NUMBER
000460         FILE STATUS IS SM-ACT-FILE-STATUS.
000470     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS SM-PRM-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  DL100-STANDING-INSTR-FILE.
000530 COPY DL100SI.
000540 FD  DL100-ACCOUNT-FILE.
000550 COPY DL100AC.
000560 FD  DL100-PARAMETER-FILE.
000570 COPY DL100PR.
000580 WORKING-STORAGE SECTION.
000590 77  SM-STI-FILE-STATUS       PIC X(02) VALUE SPACES.
000600 77  SM-ACT-FILE-STATUS       PIC X(02) VALUE SPACES.
000610 77  SM-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000620 77  SM-STI-FILE-PATH         PIC X(60) VALUE "SIFILE".
000630 77  SM-ACT-FILE-PATH         PIC X(60) VALUE "ACTFILE".
000640 77  SM-STI-OPEN-SWITCH       PIC X(01) VALUE "N".
000650     88  SM-STI-FILE-IS-OPEN            VALUE "Y".
000660 77  SM-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
000670     88  SM-END-OF-FILE                 VALUE "Y".
000680 77  SM-MATCH-COUNT           PIC 9(04) COMP VALUE ZERO.
000690 77  SM-LAST-INSTRUCTION-ID   PIC 9(06) VALUE ZERO.
000700 77  SM-CHECK-ACCOUNT         PIC X(12) VALUE SPACES.
000710 77  SM-CHECK-LABEL           PIC X(04) VALUE SPACES.
000720 77  SM-TIMESTAMP             PIC X(14) VALUE SPACES.
000730 77  SM-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
000740 77  SM-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
000750 77  SM-TIMESTAMP-TIME        PIC 9(06) VALUE ZERO.
000760 77  SM-DUE-CCYY              PIC 9(04) VALUE ZERO.
000770 77  SM-DUE-MM                PIC 9(02) VALUE ZERO.
000780 77  SM-DUE-DD                PIC 9(02) VALUE ZERO.
000790 77  SM-MONTH-LENGTH          PIC 9(02) VALUE ZERO.
000800 77  SM-LEAP-QUOTIENT         PIC 9(04) VALUE ZERO.
000810 77  SM-LEAP-REMAINDER        PIC 9(04) VALUE ZERO.
000820 01  SM-MONTH-DAYS-INIT.
000830     05  FILLER               PIC X(02) VALUE "31".
000840     05  FILLER               PIC X(02) VALUE "28".
000850     05  FILLER               PIC X(02) VALUE "31".
000860     05  FILLER               PIC X(02) VALUE "30".
000870     05  FILLER               PIC X(02) VALUE "31".
000880     05  FILLER               PIC X(02) VALUE "30".
000890     05  FILLER               PIC X(02) VALUE "31".
000900     05  FILLER               PIC X(02) VALUE "31".
000910     05  FILLER               PIC X(02) VALUE "30".
000920     05  FILLER               PIC X(02) VALUE "31".
000930     05  FILLER               PIC X(02) VALUE "30".
000940     05  FILLER               PIC X(02) VALUE "31".
000950 01  SM-MONTH-DAYS REDEFINES SM-MONTH-DAYS-INIT.
000960     05  SM-MONTH-DAYS-TBL    PIC 9(02) OCCURS 12 TIMES.
000970 LINKAGE SECTION.
000980 01  SM-PARM-ACTION-CODE      PIC X(01).
000990     88  SM-ACTION-IS-GET               VALUE "G".
001000     88  SM-ACTION-IS-ADD               VALUE "A".
001010     88  SM-ACTION-IS-CHANGE            VALUE "C".
001020     88  SM-ACTION-IS-SET-STATUS        VALUE "S".
001030 01  SM-PARM-ACCOUNT-NUMBER   PIC X(12).
001040 01  SM-PARM-ENTRY-NUMBER     PIC 9(04).
001050 COPY DL100SI
001060     REPLACING LEADING ==SI-== BY ==SQ-==
001070         ==DL100-STANDING-INSTR-RECORD== BY
001080         ==DL100-STANDING-INSTR-PARM==.
001090 01  SM-PARM-OPERATOR-ID      PIC X(08).
001100 01  SM-PARM-RESULT-SWITCH    PIC X(01).
001110     88  SM-RESULT-IS-SUCCESS           VALUE "Y".
001120     88  SM-RESULT-IS-FAILURE           VALUE "N".
001130 01  SM-PARM-REASON-TEXT      PIC X(40).
001140 PROCEDURE DIVISION USING SM-PARM-ACTION-CODE
001150                          SM-PARM-ACCOUNT-NUMBER
001160                          SM-PARM-ENTRY-NUMBER
001170                          DL100-STANDING-INSTR-PARM
001180                          SM-PARM-OPERATOR-ID
001190                          SM-PARM-RESULT-SWITCH
001200                          SM-PARM-REASON-TEXT.
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230     IF NOT SM-RESULT-IS-FAILURE
001240         EVALUATE TRUE
001250             WHEN SM-ACTION-IS-GET
001260                 PERFORM 2000-GET-INSTRUCTION THRU 2000-EXIT
001270             WHEN SM-ACTION-IS-ADD
001280                 PERFORM 3000-ADD-INSTRUCTION THRU 3000-EXIT
001290             WHEN SM-ACTION-IS-CHANGE
001300                 PERFORM 4000-CHANGE-INSTRUCTION THRU 4000-EXIT
001310             WHEN SM-ACTION-IS-SET-STATUS
001320                 PERFORM 5000-SET-STATUS THRU 5000-EXIT
001330             WHEN OTHER
001340                 SET SM-RESULT-IS-FAILURE TO TRUE
001350                 MOVE "UNRECOGNIZED STANDING INSTRUCTION ACTION"
001360                     TO SM-PARM-REASON-TEXT
001370         END-EVALUATE
001380     END-IF.
001390     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001400 0000-EXIT.
001410     GOBACK.
001420*
001430 1000-INITIALIZE.
001440     SET SM-RESULT-IS-SUCCESS TO TRUE.
001450     MOVE SPACES TO SM-PARM-REASON-TEXT.
001460     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
001470     MOVE "N" TO SM-STI-OPEN-SWITCH.
001480     OPEN I-O DL100-STANDING-INSTR-FILE.
001490     IF SM-STI-FILE-STATUS = "35"
001500         OPEN OUTPUT DL100-STANDING-INSTR-FILE
001510         CLOSE DL100-STANDING-INSTR-FILE
001520         OPEN I-O DL100-STANDING-INSTR-FILE
001530     END-IF.
001540     IF SM-STI-FILE-STATUS = "00"
001550         SET SM-STI-FILE-IS-OPEN TO TRUE
001560     ELSE
001570         SET SM-RESULT-IS-FAILURE TO TRUE
001580         MOVE "STANDING INSTRUCTION FILE COULD NOT BE OPENED"
001590             TO SM-PARM-REASON-TEXT
001600     END-IF.
001610 1000-EXIT.
001620     EXIT.
001630*
001640 1050-LOAD-FILE-PATHS.
001650     MOVE SPACES TO DL100-PARAMETER-RECORD.
001660     OPEN INPUT DL100-PARAMETER-FILE.
001670     IF SM-PRM-FILE-STATUS = "00"
001680         READ DL100-PARAMETER-FILE
001690             AT END
001700                 CONTINUE
001710         END-READ
001720         IF PR-SI-FILE-PATH NOT = SPACES
001730             MOVE PR-SI-FILE-PATH TO SM-STI-FILE-PATH
001740         END-IF
001750         IF PR-ACCOUNT-FILE-PATH NOT = SPACES
001760             MOVE PR-ACCOUNT-FILE-PATH TO SM-ACT-FILE-PATH
001770         END-IF
001780         CLOSE DL100-PARAMETER-FILE
001790     END-IF.
001800 1050-EXIT.
001810     EXIT.
001820*
001830 1060-BUILD-TIMESTAMP.
001840     ACCEPT SM-TIMESTAMP-DATE FROM DATE YYYYMMDD.
001850     ACCEPT SM-TIMESTAMP-TIME-RAW FROM TIME.
001860     MOVE SM-TIMESTAMP-TIME-RAW(1:6) TO SM-TIMESTAMP-TIME.
001870     STRING SM-TIMESTAMP-DATE DELIMITED BY SIZE
001880            SM-TIMESTAMP-TIME DELIMITED BY SIZE
001890         INTO SM-TIMESTAMP.
001900 1060-EXIT.
001910     EXIT.
001920*
001930 1100-START-INSTRUCTIONS.
001940     MOVE "N" TO SM-END-OF-FILE-SWITCH.
001950     MOVE ZERO TO SI-INSTRUCTION-ID.
001960     START DL100-STANDING-INSTR-FILE
001970         KEY IS GREATER THAN SI-INSTRUCTION-ID
001980         INVALID KEY
001990             SET SM-END-OF-FILE TO TRUE
002000             GO TO 1100-EXIT
002010     END-START.
002020     PERFORM 1200-READ-NEXT-INSTRUCTION THRU 1200-EXIT.
002030 1100-EXIT.
002040     EXIT.
002050*
002060 1200-READ-NEXT-INSTRUCTION.
002070     READ DL100-STANDING-INSTR-FILE NEXT RECORD
002080         AT END
002090             SET SM-END-OF-FILE TO TRUE
002100     END-READ.
002110 1200-EXIT.
002120     EXIT.
002130*
002140 1300-READ-KEYED-INSTRUCTION.
002150     MOVE SQ-INSTRUCTION-ID TO SI-INSTRUCTION-ID.
002160     READ DL100-STANDING-INSTR-FILE
002170         INVALID KEY
002180             SET SM-RESULT-IS-FAILURE TO TRUE
002190             MOVE "STANDING INSTRUCTION NOT ON FILE"
002200                 TO SM-PARM-REASON-TEXT
002210     END-READ.
002220 1300-EXIT.
002230     EXIT.
002240*
002250 2000-GET-INSTRUCTION.
002260     MOVE ZERO TO SM-MATCH-COUNT.
002270     PERFORM 1100-START-INSTRUCTIONS THRU 1100-EXIT.
002280     PERFORM 2100-COUNT-ONE-INSTRUCTION THRU 2100-EXIT
002290         UNTIL SM-END-OF-FILE
002300            OR SM-MATCH-COUNT = SM-PARM-ENTRY-NUMBER.
002310     IF SM-MATCH-COUNT = SM-PARM-ENTRY-NUMBER
002320         AND SM-PARM-ENTRY-NUMBER > ZERO
002330         MOVE DL100-STANDING-INSTR-RECORD
002340             TO DL100-STANDING-INSTR-PARM
002350     ELSE
002360         SET SM-RESULT-IS-FAILURE TO TRUE
002370         MOVE "NO FURTHER STANDING INSTRUCTIONS"
002380             TO SM-PARM-REASON-TEXT
002390     END-IF.
002400 2000-EXIT.
002410     EXIT.
002420*
002430 2100-COUNT-ONE-INSTRUCTION.
002440     IF SM-PARM-ACCOUNT-NUMBER = SPACES
002450         OR SI-FROM-ACCOUNT = SM-PARM-ACCOUNT-NUMBER
002460         OR SI-TO-ACCOUNT = SM-PARM-ACCOUNT-NUMBER
002470         ADD 1 TO SM-MATCH-COUNT
002480     END-IF.
002490     IF SM-MATCH-COUNT < SM-PARM-ENTRY-NUMBER
002500         PERFORM 1200-READ-NEXT-INSTRUCTION THRU 1200-EXIT
002510     END-IF.
002520 2100-EXIT.
002530     EXIT.
002540*
002550 3000-ADD-INSTRUCTION.
002560     IF SQ-FROM-ACCOUNT = SPACES
002570         OR SQ-TO-ACCOUNT = SPACES
002580         SET SM-RESULT-IS-FAILURE TO TRUE
002590         MOVE "FROM AND TO ACCOUNTS ARE REQUIRED"
002600             TO SM-PARM-REASON-TEXT
002610         GO TO 3000-EXIT
002620     END-IF.
002630     IF SQ-FROM-ACCOUNT = SQ-TO-ACCOUNT
002640         SET SM-RESULT-IS-FAILURE TO TRUE
002650         MOVE "FROM AND TO ACCOUNTS MUST DIFFER"
002660             TO SM-PARM-REASON-TEXT
002670         GO TO 3000-EXIT
002680     END-IF.
002690     MOVE SQ-FROM-ACCOUNT TO SM-CHECK-ACCOUNT.
002700     MOVE "FROM" TO SM-CHECK-LABEL.
002710     PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT.
002720     IF SM-RESULT-IS-FAILURE
002730         GO TO 3000-EXIT
002740     END-IF.
002750     MOVE SQ-TO-ACCOUNT TO SM-CHECK-ACCOUNT.
002760     MOVE "TO" TO SM-CHECK-LABEL.
002770     PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT.
002780     IF SM-RESULT-IS-FAILURE
002790         GO TO 3000-EXIT
002800     END-IF.
002810     IF SQ-AMOUNT NOT > ZERO
002820         SET SM-RESULT-IS-FAILURE TO TRUE
002830         MOVE "AMOUNT MUST BE GREATER THAN ZERO"
002840             TO SM-PARM-REASON-TEXT
002850         GO TO 3000-EXIT
002860     END-IF.
002870     IF NOT SQ-FREQ-IS-VALID
002880         SET SM-RESULT-IS-FAILURE TO TRUE
002890         MOVE "FREQUENCY MUST BE W, M, OR D"
002900             TO SM-PARM-REASON-TEXT
002910         GO TO 3000-EXIT
002920     END-IF.
002930     IF SQ-FREQ-DAY-OF-MONTH
002940         AND (SQ-DAY-OF-MONTH < 1 OR SQ-DAY-OF-MONTH > 31)
002950         SET SM-RESULT-IS-FAILURE TO TRUE
002960         MOVE "DAY OF MONTH MUST BE 1 TO 31"
002970             TO SM-PARM-REASON-TEXT
002980         GO TO 3000-EXIT
002990     END-IF.
003000     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
003010     IF SQ-START-DATE < SM-TIMESTAMP-DATE
003020         SET SM-RESULT-IS-FAILURE TO TRUE
003030         MOVE "START DATE IS ALREADY PAST"
003040             TO SM-PARM-REASON-TEXT
003050         GO TO 3000-EXIT
003060     END-IF.
003070     IF SQ-END-DATE NOT = ZERO
003080         AND SQ-END-DATE < SQ-START-DATE
003090         SET SM-RESULT-IS-FAILURE TO TRUE
003100         MOVE "END DATE IS BEFORE THE START DATE"
003110             TO SM-PARM-REASON-TEXT
003120         GO TO 3000-EXIT
003130     END-IF.
003140*    THE NEW INSTRUCTION TAKES THE NEXT ID AFTER THE HIGHEST ON
003150*    FILE, SO A CANCELLED INSTRUCTION'S ID IS NEVER REUSED.
003160     MOVE ZERO TO SM-LAST-INSTRUCTION-ID.
003170     PERFORM 1100-START-INSTRUCTIONS THRU 1100-EXIT.
003180     PERFORM 3200-NOTE-ONE-INSTRUCTION-ID THRU 3200-EXIT
003190         UNTIL SM-END-OF-FILE.
003200     IF SM-LAST-INSTRUCTION-ID = 999999
003210         SET SM-RESULT-IS-FAILURE TO TRUE
003220         MOVE "NO INSTRUCTION IDS LEFT"
003230             TO SM-PARM-REASON-TEXT
003240         GO TO 3000-EXIT
003250     END-IF.
003260     MOVE SPACES TO DL100-STANDING-INSTR-RECORD.
003270     COMPUTE SI-INSTRUCTION-ID = SM-LAST-INSTRUCTION-ID + 1.
003280     MOVE SQ-FROM-ACCOUNT TO SI-FROM-ACCOUNT.
003290     MOVE SQ-TO-ACCOUNT TO SI-TO-ACCOUNT.
003300     MOVE SQ-AMOUNT TO SI-AMOUNT.
003310     MOVE SQ-DESCRIPTION TO SI-DESCRIPTION.
003320     MOVE SQ-FREQUENCY TO SI-FREQUENCY.
003330     MOVE SQ-START-DATE TO SI-START-DATE.
003340     MOVE SQ-END-DATE TO SI-END-DATE.
003350     EVALUATE TRUE
003360         WHEN SI-FREQ-WEEKLY
003370             MOVE ZERO TO SI-DAY-OF-MONTH
003380             MOVE SI-START-DATE TO SI-NEXT-DUE-DATE
003390         WHEN SI-FREQ-MONTHLY
003400             MOVE SI-START-DATE(7:2) TO SI-DAY-OF-MONTH
003410             MOVE SI-START-DATE TO SI-NEXT-DUE-DATE
003420         WHEN OTHER
003430             MOVE SQ-DAY-OF-MONTH TO SI-DAY-OF-MONTH
003440             PERFORM 3300-FIRST-DAY-OF-MONTH THRU 3300-EXIT
003450     END-EVALUATE.
003460     IF SI-END-DATE NOT = ZERO
003470         AND SI-NEXT-DUE-DATE > SI-END-DATE
003480         SET SM-RESULT-IS-FAILURE TO TRUE
003490         MOVE "NO OCCURRENCE FALLS BEFORE THE END DATE"
003500             TO SM-PARM-REASON-TEXT
003510         GO TO 3000-EXIT
003520     END-IF.
003530     SET SI-STATUS-ACTIVE TO TRUE.
003540     MOVE SPACES TO SI-PENDING-REFERENCE.
003550     MOVE ZERO TO SI-PENDING-DATE.
003560     MOVE ZERO TO SI-RETRY-COUNT.
003570     MOVE ZERO TO SI-LAST-RUN-DATE.
003580     MOVE ZERO TO SI-LAST-DUE-DATE.
003590     MOVE SM-PARM-OPERATOR-ID TO SI-CREATED-BY.
003600     MOVE SM-TIMESTAMP TO SI-CREATED-DATE-TIME.
003610     MOVE SM-PARM-OPERATOR-ID TO SI-UPDATED-BY.
003620     MOVE SM-TIMESTAMP TO SI-UPDATED-DATE-TIME.
003630     WRITE DL100-STANDING-INSTR-RECORD
003640         INVALID KEY
003650             SET SM-RESULT-IS-FAILURE TO TRUE
003660             MOVE "INSTRUCTION RECORD COULD NOT BE WRITTEN"
003670                 TO SM-PARM-REASON-TEXT
003680     END-WRITE.
003690     IF SM-RESULT-IS-SUCCESS
003700         MOVE DL100-STANDING-INSTR-RECORD
003710             TO DL100-STANDING-INSTR-PARM
003720     END-IF.
003730 3000-EXIT.
003740     EXIT.
003750*
003760 3100-CHECK-ACCOUNT.
003770     OPEN INPUT DL100-ACCOUNT-FILE.
003780     IF SM-ACT-FILE-STATUS NOT = "00"
003790         SET SM-RESULT-IS-FAILURE TO TRUE
003800         MOVE "ACCOUNT MASTER FILE COULD NOT BE OPENED"
003810             TO SM-PARM-REASON-TEXT
003820         GO TO 3100-EXIT
003830     END-IF.
003840     MOVE SM-CHECK-ACCOUNT TO AC-ACCOUNT-NUMBER.
003850     READ DL100-ACCOUNT-FILE
003860         INVALID KEY
003870             SET SM-RESULT-IS-FAILURE TO TRUE
003880             STRING SM-CHECK-LABEL DELIMITED BY SPACE
003890                 " ACCOUNT NOT ON ACCOUNT MASTER FILE"
003900                 DELIMITED BY SIZE INTO SM-PARM-REASON-TEXT
003910     END-READ.
003920     IF SM-RESULT-IS-SUCCESS
003930         AND AC-STATUS-CLOSED
003940         SET SM-RESULT-IS-FAILURE TO TRUE
003950         STRING SM-CHECK-LABEL DELIMITED BY SPACE
003960             " ACCOUNT IS CLOSED"
003970             DELIMITED BY SIZE INTO SM-PARM-REASON-TEXT
003980     END-IF.
003990     CLOSE DL100-ACCOUNT-FILE.
004000 3100-EXIT.
004010     EXIT.
004020*
004030 3200-NOTE-ONE-INSTRUCTION-ID.
004040     MOVE SI-INSTRUCTION-ID TO SM-LAST-INSTRUCTION-ID.
004050     PERFORM 1200-READ-NEXT-INSTRUCTION THRU 1200-EXIT.
004060 3200-EXIT.
004070     EXIT.
004080*
004090 3300-FIRST-DAY-OF-MONTH.
004100*    THE FIRST OCCURRENCE IS THE CHOSEN DAY IN THE START MONTH
004110*    IF IT HAS NOT ALREADY PASSED, OTHERWISE IN THE FOLLOWING
004120*    MONTH - EITHER WAY CUT BACK TO THE MONTH'S LAST DAY WHEN
004130*    THE MONTH IS SHORTER.
004140     MOVE SI-START-DATE(1:4) TO SM-DUE-CCYY.
004150     MOVE SI-START-DATE(5:2) TO SM-DUE-MM.
004160     PERFORM 3400-SET-DUE-DAY THRU 3400-EXIT.
004170     IF SM-DUE-DD < SI-START-DATE(7:2)
004180         IF SM-DUE-MM = 12
004190             MOVE 1 TO SM-DUE-MM
004200             ADD 1 TO SM-DUE-CCYY
004210         ELSE
004220             ADD 1 TO SM-DUE-MM
004230         END-IF
004240         PERFORM 3400-SET-DUE-DAY THRU 3400-EXIT
004250     END-IF.
004260     MOVE SM-DUE-CCYY TO SI-NEXT-DUE-DATE(1:4).
004270     MOVE SM-DUE-MM   TO SI-NEXT-DUE-DATE(5:2).
004280     MOVE SM-DUE-DD   TO SI-NEXT-DUE-DATE(7:2).
004290 3300-EXIT.
004300     EXIT.
004310*
004320 3400-SET-DUE-DAY.
004330     MOVE SM-MONTH-DAYS-TBL(SM-DUE-MM) TO SM-MONTH-LENGTH.
004340     IF SM-DUE-MM = 2
004350         PERFORM 3500-CHECK-LEAP-YEAR THRU 3500-EXIT
004360     END-IF.
004370     IF SI-DAY-OF-MONTH > SM-MONTH-LENGTH
004380         MOVE SM-MONTH-LENGTH TO SM-DUE-DD
004390     ELSE
004400         MOVE SI-DAY-OF-MONTH TO SM-DUE-DD
004410     END-IF.
004420 3400-EXIT.
004430     EXIT.
004440*
004450 3500-CHECK-LEAP-YEAR.
004460     DIVIDE SM-DUE-CCYY BY 4
004470         GIVING SM-LEAP-QUOTIENT
004480         REMAINDER SM-LEAP-REMAINDER.
004490     IF SM-LEAP-REMAINDER = ZERO
004500         MOVE 29 TO SM-MONTH-LENGTH
004510     END-IF.
004520     DIVIDE SM-DUE-CCYY BY 100
004530         GIVING SM-LEAP-QUOTIENT
004540         REMAINDER SM-LEAP-REMAINDER.
004550     IF SM-LEAP-REMAINDER = ZERO
004560         MOVE 28 TO SM-MONTH-LENGTH
004570         DIVIDE SM-DUE-CCYY BY 400
004580             GIVING SM-LEAP-QUOTIENT
004590             REMAINDER SM-LEAP-REMAINDER
004600         IF SM-LEAP-REMAINDER = ZERO
004610             MOVE 29 TO SM-MONTH-LENGTH
004620         END-IF
004630     END-IF.
004640 3500-EXIT.
004650     EXIT.
004660*
004670 4000-CHANGE-INSTRUCTION.
004680     PERFORM 1300-READ-KEYED-INSTRUCTION THRU 1300-EXIT.
004690     IF SM-RESULT-IS-FAILURE
004700         GO TO 4000-EXIT
004710     END-IF.
004720     IF SI-STATUS-CANCELLED
004730         OR SI-STATUS-ENDED
004740         SET SM-RESULT-IS-FAILURE TO TRUE
004750         MOVE "INSTRUCTION IS NO LONGER LIVE"
004760             TO SM-PARM-REASON-TEXT
004770         GO TO 4000-EXIT
004780     END-IF.
004790     IF SQ-AMOUNT NOT > ZERO
004800         SET SM-RESULT-IS-FAILURE TO TRUE
004810         MOVE "AMOUNT MUST BE GREATER THAN ZERO"
004820             TO SM-PARM-REASON-TEXT
004830         GO TO 4000-EXIT
004840     END-IF.
004850     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
004860     IF SQ-END-DATE NOT = ZERO
004870         AND (SQ-END-DATE < SI-START-DATE
004880           OR SQ-END-DATE < SM-TIMESTAMP-DATE)
004890         SET SM-RESULT-IS-FAILURE TO TRUE
004900         MOVE "END DATE IS ALREADY PAST"
004910             TO SM-PARM-REASON-TEXT
004920         GO TO 4000-EXIT
004930     END-IF.
004940     MOVE SQ-AMOUNT TO SI-AMOUNT.
004950     MOVE SQ-END-DATE TO SI-END-DATE.
004960     MOVE SQ-DESCRIPTION TO SI-DESCRIPTION.
004970     PERFORM 6000-REWRITE-INSTRUCTION THRU 6000-EXIT.
004980 4000-EXIT.
004990     EXIT.
005000*
005010 5000-SET-STATUS.
005020     PERFORM 1300-READ-KEYED-INSTRUCTION THRU 1300-EXIT.
005030     IF SM-RESULT-IS-FAILURE
005040         GO TO 5000-EXIT
005050     END-IF.
005060     EVALUATE TRUE
005070         WHEN SQ-STATUS-ACTIVE AND SI-STATUS-SUSPENDED
005080         WHEN SQ-STATUS-SUSPENDED AND SI-STATUS-ACTIVE
005090         WHEN SQ-STATUS-CANCELLED AND SI-STATUS-ACTIVE
005100         WHEN SQ-STATUS-CANCELLED AND SI-STATUS-SUSPENDED
005110             CONTINUE
005120         WHEN SQ-STATUS-ACTIVE
005130             SET SM-RESULT-IS-FAILURE TO TRUE
005140             MOVE "INSTRUCTION IS NOT SUSPENDED"
005150                 TO SM-PARM-REASON-TEXT
005160         WHEN SQ-STATUS-SUSPENDED
005170             SET SM-RESULT-IS-FAILURE TO TRUE
005180             MOVE "INSTRUCTION IS NOT ACTIVE"
005190                 TO SM-PARM-REASON-TEXT
005200         WHEN SQ-STATUS-CANCELLED
005210             SET SM-RESULT-IS-FAILURE TO TRUE
005220             MOVE "INSTRUCTION IS NO LONGER LIVE"
005230                 TO SM-PARM-REASON-TEXT
005240         WHEN OTHER
005250             SET SM-RESULT-IS-FAILURE TO TRUE
005260             MOVE "STATUS MUST BE A, S, OR C"
005270                 TO SM-PARM-REASON-TEXT
005280     END-EVALUATE.
005290     IF SM-RESULT-IS-FAILURE
005300         GO TO 5000-EXIT
005310     END-IF.
005320     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
005330     MOVE SQ-STATUS TO SI-STATUS.
005340     PERFORM 6000-REWRITE-INSTRUCTION THRU 6000-EXIT.
005350 5000-EXIT.
005360     EXIT.
005370*
005380 6000-REWRITE-INSTRUCTION.
005390     MOVE SM-PARM-OPERATOR-ID TO SI-UPDATED-BY.
005400     MOVE SM-TIMESTAMP TO SI-UPDATED-DATE-TIME.
005410     REWRITE DL100-STANDING-INSTR-RECORD
005420         INVALID KEY
005430             SET SM-RESULT-IS-FAILURE TO TRUE
005440             MOVE "INSTRUCTION RECORD COULD NOT BE UPDATED"
005450                 TO SM-PARM-REASON-TEXT
005460     END-REWRITE.
005470     IF SM-RESULT-IS-SUCCESS
005480         MOVE DL100-STANDING-INSTR-RECORD
005490             TO DL100-STANDING-INSTR-PARM
005500     END-IF.
005510 6000-EXIT.
005520     EXIT.
005530*
005540 8000-TERMINATE.
005550     IF SM-STI-FILE-IS-OPEN
005560         CLOSE DL100-STANDING-INSTR-FILE
005570         MOVE "N" TO SM-STI-OPEN-SWITCH
005580     END-IF.
005590 8000-EXIT.
005600     EXIT.
