000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100GLB.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100GLB - GL CONTROL BALANCE POSTING                       *
000110*                                                                *
000120*   CALLED BY EVERY PROGRAM THAT WRITES JOURNAL (DL100JL)        *
000130*   LINES - THE GL EXTRACT (DL100GLX) AND THE SUSPENSE           *
000140*   WRITE-OFF (DL100SCX) - TO CARRY EACH GL ACCOUNT'S RUNNING    *
000150*   BALANCE FORWARD ON THE CONTROL BALANCE FILE (DL100GB), BY    *
000160*   GL ACCOUNT AND THE TRANSACTION TYPE THE LINE CAME FROM.      *
000170*   THE FILE IS CREATED ON FIRST USE.                            *
000180*                                                                *
000190*   ACTION P - POST ONE LINE.  THE AMOUNT IS DEBIT-POSITIVE (A   *
000200*              CREDIT IS PASSED NEGATIVE).  THE EXTRACT SWITCH   *
000210*              IS Y WHEN THE LINE CAME FROM THE DAILY GL         *
000220*              EXTRACT.                                          *
000230*   ACTION C - BACK OUT EVERY LINE AN EARLIER GL EXTRACT POSTED  *
000240*              FOR THE BUSINESS DATE.  DL100GLX ISSUES IT BEFORE *
000250*              POSTING, SO A RERUN OF THE EXTRACT AFTER A        *
000260*              REOPEN REPLACES THE DAY'S JOURNAL RATHER THAN     *
000270*              DOUBLING IT.  WRITE-OFF LINES ARE NOT TOUCHED.    *
000280*                                                                *
000290*   MODIFICATION HISTORY                                        *
000300*   ----------------------------------------------------------- *
000310*   2026-10-15  JMS   INITIAL VERSION.                          *
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT DL100-GL-BALANCE-FILE ASSIGN TO BL-GLB-FILE-PATH
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS GB-BALANCE-KEY
000410         FILE STATUS IS BL-GLB-FILE-STATUS.
000420     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS BL-PRM-FILE-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DL100-GL-BALANCE-FILE.
000480 COPY DL100GB.
000490 FD  DL100-PARAMETER-FILE.
000500 COPY DL100PR.
000510 WORKING-STORAGE SECTION.
000520 77  BL-GLB-FILE-STATUS       PIC X(02) VALUE SPACES.
000530 77  BL-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000540 77  BL-GLB-FILE-PATH         PIC X(60) VALUE "GLBFILE".
000550 77  BL-GLB-OPEN-SWITCH       PIC X(01) VALUE "N".
000560     88  BL-GLB-FILE-IS-OPEN            VALUE "Y".
000570 77  BL-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
000580     88  BL-END-OF-FILE                 VALUE "Y".
000590 77  BL-FOUND-SWITCH          PIC X(01) VALUE "N".
000600     88  BL-RECORD-WAS-FOUND            VALUE "Y".
000610 77  BL-TIMESTAMP             PIC X(14) VALUE SPACES.
000620 77  BL-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
000630 77  BL-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
000640 77  BL-TIMESTAMP-TIME        PIC 9(06) VALUE ZERO.
000650 LINKAGE SECTION.
000660 01  BL-PARM-ACTION           PIC X(01).
000670     88  BL-ACTION-IS-POST              VALUE "P".
000680     88  BL-ACTION-IS-CLEAR-EXTRACT     VALUE "C".
000690 01  BL-PARM-BUSINESS-DATE    PIC 9(08).
000700 01  BL-PARM-GL-ACCOUNT       PIC X(10).
000710 01  BL-PARM-TX-TYPE          PIC X(02).
000720 01  BL-PARM-AMOUNT           PIC S9(13)V99 COMP-3.
000730 01  BL-PARM-EXTRACT-SWITCH   PIC X(01).
000740     88  BL-POSTING-IS-EXTRACT          VALUE "Y".
000750 01  BL-PARM-RESULT-SWITCH    PIC X(01).
000760     88  BL-RESULT-IS-SUCCESS           VALUE "Y".
000770     88  BL-RESULT-IS-FAILURE           VALUE "N".
000780 01  BL-PARM-REASON-TEXT      PIC X(40).
000790 PROCEDURE DIVISION USING BL-PARM-ACTION
000800                          BL-PARM-BUSINESS-DATE
000810                          BL-PARM-GL-ACCOUNT
000820                          BL-PARM-TX-TYPE
000830                          BL-PARM-AMOUNT
000840                          BL-PARM-EXTRACT-SWITCH
000850                          BL-PARM-RESULT-SWITCH
000860                          BL-PARM-REASON-TEXT.
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000890     IF BL-RESULT-IS-FAILURE
000900         GO TO 0000-TERMINATE
000910     END-IF.
000920     EVALUATE TRUE
000930         WHEN BL-ACTION-IS-CLEAR-EXTRACT
000940             PERFORM 2000-CLEAR-EXTRACT THRU 2000-EXIT
000950         WHEN BL-ACTION-IS-POST
000960             PERFORM 3000-POST-LINE THRU 3000-EXIT
000970         WHEN OTHER
000980             SET BL-RESULT-IS-FAILURE TO TRUE
000990             MOVE "UNRECOGNIZED CONTROL BALANCE ACTION"
001000                 TO BL-PARM-REASON-TEXT
001010     END-EVALUATE.
001020 0000-TERMINATE.
001030     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001040 0000-EXIT.
001050     GOBACK.
001060*
001070 1000-INITIALIZE.
001080     SET BL-RESULT-IS-SUCCESS TO TRUE.
001090     MOVE SPACES TO BL-PARM-REASON-TEXT.
001100     MOVE "N" TO BL-GLB-OPEN-SWITCH.
001110     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
001120     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
001130     OPEN I-O DL100-GL-BALANCE-FILE.
001140     IF BL-GLB-FILE-STATUS = "35"
001150         OPEN OUTPUT DL100-GL-BALANCE-FILE
001160         CLOSE DL100-GL-BALANCE-FILE
001170         OPEN I-O DL100-GL-BALANCE-FILE
001180     END-IF.
001190     IF BL-GLB-FILE-STATUS = "00"
001200         SET BL-GLB-FILE-IS-OPEN TO TRUE
001210     ELSE
001220         SET BL-RESULT-IS-FAILURE TO TRUE
001230         MOVE "GL CONTROL BALANCE FILE COULD NOT BE OPENED"
001240             TO BL-PARM-REASON-TEXT
001250     END-IF.
001260 1000-EXIT.
001270     EXIT.
001280*
001290 1050-LOAD-FILE-PATHS.
001300     MOVE SPACES TO DL100-PARAMETER-RECORD.
001310     OPEN INPUT DL100-PARAMETER-FILE.
001320     IF BL-PRM-FILE-STATUS = "00"
001330         READ DL100-PARAMETER-FILE
001340             AT END
001350                 CONTINUE
001360         END-READ
001370         IF PR-GL-BALANCE-FILE-PATH NOT = SPACES
001380             MOVE PR-GL-BALANCE-FILE-PATH TO BL-GLB-FILE-PATH
001390         END-IF
001400         CLOSE DL100-PARAMETER-FILE
001410     END-IF.
001420 1050-EXIT.
001430     EXIT.
001440*
001450 1060-BUILD-TIMESTAMP.
001460     ACCEPT BL-TIMESTAMP-DATE FROM DATE YYYYMMDD.
001470     ACCEPT BL-TIMESTAMP-TIME-RAW FROM TIME.
001480     MOVE BL-TIMESTAMP-TIME-RAW(1:6) TO BL-TIMESTAMP-TIME.
001490     STRING BL-TIMESTAMP-DATE DELIMITED BY SIZE
001500            BL-TIMESTAMP-TIME DELIMITED BY SIZE
001510         INTO BL-TIMESTAMP.
001520 1060-EXIT.
001530     EXIT.
001540*
001550 2000-CLEAR-EXTRACT.
001560     MOVE "N" TO BL-END-OF-FILE-SWITCH.
001570     MOVE LOW-VALUES TO GB-BALANCE-KEY.
001580     START DL100-GL-BALANCE-FILE
001590         KEY IS NOT LESS THAN GB-BALANCE-KEY
001600         INVALID KEY
001610             GO TO 2000-EXIT
001620     END-START.
001630     PERFORM 2100-READ-NEXT-BALANCE THRU 2100-EXIT.
001640     PERFORM 2200-CLEAR-ONE-BALANCE THRU 2200-EXIT
001650         UNTIL BL-END-OF-FILE OR BL-RESULT-IS-FAILURE.
001660 2000-EXIT.
001670     EXIT.
001680*
001690 2100-READ-NEXT-BALANCE.
001700     READ DL100-GL-BALANCE-FILE NEXT RECORD
001710         AT END
001720             SET BL-END-OF-FILE TO TRUE
001730     END-READ.
001740 2100-EXIT.
001750     EXIT.
001760*
001770 2200-CLEAR-ONE-BALANCE.
001780     IF GB-IS-OPENING-BASELINE
001790         GO TO 2200-NEXT
001800     END-IF.
001810     IF GB-EXTRACT-DATE NOT = BL-PARM-BUSINESS-DATE
001820         OR GB-EXTRACT-MOVEMENT = ZERO
001830         GO TO 2200-NEXT
001840     END-IF.
001850     SUBTRACT GB-EXTRACT-MOVEMENT FROM GB-RUNNING-BALANCE.
001860     IF GB-LAST-POSTED-DATE = BL-PARM-BUSINESS-DATE
001870         SUBTRACT GB-EXTRACT-MOVEMENT FROM GB-DAY-MOVEMENT
001880     END-IF.
001890     MOVE ZERO TO GB-EXTRACT-MOVEMENT.
001900     MOVE BL-TIMESTAMP TO GB-UPDATED-DATE-TIME.
001910     REWRITE DL100-GL-BALANCE-RECORD
001920         INVALID KEY
001930             SET BL-RESULT-IS-FAILURE TO TRUE
001940             MOVE "GL CONTROL BALANCE COULD NOT BE REWRITTEN"
001950                 TO BL-PARM-REASON-TEXT
001960             GO TO 2200-EXIT
001970     END-REWRITE.
001980 2200-NEXT.
001990     PERFORM 2100-READ-NEXT-BALANCE THRU 2100-EXIT.
002000 2200-EXIT.
002010     EXIT.
002020*
002030 3000-POST-LINE.
002040     MOVE "N" TO BL-FOUND-SWITCH.
002050     MOVE BL-PARM-GL-ACCOUNT TO GB-GL-ACCOUNT.
002060     MOVE BL-PARM-TX-TYPE TO GB-TX-TYPE.
002070     READ DL100-GL-BALANCE-FILE
002080         INVALID KEY
002090             CONTINUE
002100         NOT INVALID KEY
002110             SET BL-RECORD-WAS-FOUND TO TRUE
002120     END-READ.
002130     IF NOT BL-RECORD-WAS-FOUND
002140         MOVE SPACES TO DL100-GL-BALANCE-RECORD
002150         MOVE BL-PARM-GL-ACCOUNT TO GB-GL-ACCOUNT
002160         MOVE BL-PARM-TX-TYPE TO GB-TX-TYPE
002170         MOVE ZERO TO GB-RUNNING-BALANCE
002180         MOVE ZERO TO GB-LAST-POSTED-DATE
002190         MOVE ZERO TO GB-DAY-MOVEMENT
002200         MOVE ZERO TO GB-EXTRACT-DATE
002210         MOVE ZERO TO GB-EXTRACT-MOVEMENT
002220         MOVE ZERO TO GB-POSTING-COUNT
002230     END-IF.
002240*    THE DAY MOVEMENT FOLLOWS THE LATEST DATE POSTED - A LINE
002250*    FOR AN EARLIER DATE MOVES ONLY THE RUNNING BALANCE.
002260     IF BL-PARM-BUSINESS-DATE > GB-LAST-POSTED-DATE
002270         MOVE BL-PARM-BUSINESS-DATE TO GB-LAST-POSTED-DATE
002280         MOVE ZERO TO GB-DAY-MOVEMENT
002290     END-IF.
002300     IF BL-PARM-BUSINESS-DATE = GB-LAST-POSTED-DATE
002310         ADD BL-PARM-AMOUNT TO GB-DAY-MOVEMENT
002320     END-IF.
002330     ADD BL-PARM-AMOUNT TO GB-RUNNING-BALANCE.
002340     IF BL-POSTING-IS-EXTRACT
002350         IF GB-EXTRACT-DATE NOT = BL-PARM-BUSINESS-DATE
002360             MOVE BL-PARM-BUSINESS-DATE TO GB-EXTRACT-DATE
002370             MOVE ZERO TO GB-EXTRACT-MOVEMENT
002380         END-IF
002390         ADD BL-PARM-AMOUNT TO GB-EXTRACT-MOVEMENT
002400     END-IF.
002410     ADD 1 TO GB-POSTING-COUNT.
002420     MOVE BL-TIMESTAMP TO GB-UPDATED-DATE-TIME.
002430     IF BL-RECORD-WAS-FOUND
002440         REWRITE DL100-GL-BALANCE-RECORD
002450             INVALID KEY
002460                 SET BL-RESULT-IS-FAILURE TO TRUE
002470         END-REWRITE
002480     ELSE
002490         WRITE DL100-GL-BALANCE-RECORD
002500             INVALID KEY
002510                 SET BL-RESULT-IS-FAILURE TO TRUE
002520         END-WRITE
002530     END-IF.
002540     IF BL-RESULT-IS-FAILURE
002550         STRING "CONTROL BALANCE NOT POSTED FOR "
002560             BL-PARM-GL-ACCOUNT
002570             DELIMITED BY SIZE INTO BL-PARM-REASON-TEXT
002580     END-IF.
002590 3000-EXIT.
002600     EXIT.
002610*
002620 8000-TERMINATE.
002630     IF BL-GLB-FILE-IS-OPEN
002640         CLOSE DL100-GL-BALANCE-FILE
002650         MOVE "N" TO BL-GLB-OPEN-SWITCH
002660     END-IF.
002670 8000-EXIT.
002680     EXIT.
