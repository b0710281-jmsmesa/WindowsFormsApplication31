000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100DRM.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100DRM - NIGHTLY DORMANT ACCOUNT SWEEP                    *
000110*                                                                *
000120*   RUN AS A STEP OF THE END-OF-NIGHT CHAIN (DL100RUN) ONCE THE  *
000130*   NIGHTLY CYCLE HAS POSTED THE BUSINESS DATE.  EVERY OPEN      *
000140*   ACCOUNT NOT ALREADY DORMANT WHOSE LAST CUSTOMER-INITIATED    *
000150*   POSTING IS MORE THAN THE MAINTAINED DORMANCY PERIOD          *
000160*   (CALENDAR DAYS, ZERO TAKES 365) BEFORE THE BUSINESS DATE     *
000170*   IS FLAGGED DORMANT AS OF THAT DATE.  SYSTEM ACCRUALS AND     *
000180*   FEES NEVER MOVE THE ACTIVITY DATE (DL100NC), SO THEY DO NOT  *
000190*   KEEP AN ACCOUNT ACTIVE.  AN ACCOUNT THAT HAS NEVER HAD       *
000200*   CUSTOMER ACTIVITY IS MEASURED FROM ITS LAST POSTING, OR      *
000210*   FROM THE DATE IT WAS OPENED.  ONCE FLAGGED, DL100NC REFUSES  *
000220*   CUSTOMER DEBITS UNTIL A SUPERVISOR REACTIVATES THE ACCOUNT   *
000230*   THROUGH FORMACCTMAINT.  A RERUN OF THE SAME DATE FLAGS       *
000240*   NOTHING TWICE.                                               *
000250*                                                                *
000260*   MODIFICATION HISTORY                                        *
000270*   ----------------------------------------------------------- *
000280*   2026-10-15  JMS   INITIAL VERSION.                          *
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DL100-ACCOUNT-FILE ASSIGN TO DM-ACT-FILE-PATH
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS AC-ACCOUNT-NUMBER
000380         FILE STATUS IS DM-ACT-FILE-STATUS.
000390     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DM-PRM-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  DL100-ACCOUNT-FILE.
000450 COPY DL100AC.
000460 FD  DL100-PARAMETER-FILE.
000470 COPY DL100PR.
000480 WORKING-STORAGE SECTION.
000490 77  DM-ACT-FILE-STATUS       PIC X(02) VALUE SPACES.
000500 77  DM-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000510 77  DM-ACT-FILE-PATH         PIC X(60) VALUE "ACTFILE".
000520 77  DM-DORMANCY-DAYS         PIC 9(04) VALUE 365.
000530 77  DM-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
000540     88  DM-END-OF-FILE                 VALUE "Y".
000550 77  DM-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
000560 77  DM-MEASURE-DATE          PIC 9(08) VALUE ZERO.
000570 77  DM-DAYS-WALKED           PIC 9(04) COMP VALUE ZERO.
000580 77  DM-WALK-DATE             PIC 9(08) VALUE ZERO.
000590 77  DM-WALK-CCYY             PIC 9(04) VALUE ZERO.
000600 77  DM-WALK-MM               PIC 9(02) VALUE ZERO.
000610 77  DM-WALK-DD               PIC 9(02) VALUE ZERO.
000620 77  DM-WALK-REMAINDER        PIC 9(04) VALUE ZERO.
000630 77  DM-WALK-QUOTIENT         PIC 9(04) VALUE ZERO.
000640 01  DM-MONTH-DAYS-INIT.
000650     05  FILLER               PIC X(02) VALUE "31".
000660     05  FILLER               PIC X(02) VALUE "28".
000670     05  FILLER               PIC X(02) VALUE "31".
000680     05  FILLER               PIC X(02) VALUE "30".
000690     05  FILLER               PIC X(02) VALUE "31".
000700     05  FILLER               PIC X(02) VALUE "30".
000710     05  FILLER               PIC X(02) VALUE "31".
000720     05  FILLER               PIC X(02) VALUE "31".
000730     05  FILLER               PIC X(02) VALUE "30".
000740     05  FILLER               PIC X(02) VALUE "31".
000750     05  FILLER               PIC X(02) VALUE "30".
000760     05  FILLER               PIC X(02) VALUE "31".
000770 01  DM-MONTH-DAYS REDEFINES DM-MONTH-DAYS-INIT.
000780     05  DM-MONTH-DAYS-TBL    PIC 9(02) OCCURS 12 TIMES.
000790 LINKAGE SECTION.
000800 01  DM-PARM-BUSINESS-DATE    PIC 9(08).
000810 01  DM-PARM-FLAGGED-COUNT    PIC 9(09) COMP.
000820 01  DM-PARM-RESULT-SWITCH    PIC X(01).
000830     88  DM-RESULT-IS-SUCCESS           VALUE "Y".
000840     88  DM-RESULT-IS-FAILURE           VALUE "N".
000850 01  DM-PARM-REASON-TEXT      PIC X(40).
000860 PROCEDURE DIVISION USING DM-PARM-BUSINESS-DATE
000870                          DM-PARM-FLAGGED-COUNT
000880                          DM-PARM-RESULT-SWITCH
000890                          DM-PARM-REASON-TEXT.
000900 0000-MAINLINE.
000910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000920     IF DM-RESULT-IS-FAILURE
000930         GO TO 0000-EXIT
000940     END-IF.
000950     PERFORM 2000-SWEEP-ACCOUNTS THRU 2000-EXIT.
000960     CLOSE DL100-ACCOUNT-FILE.
000970 0000-EXIT.
000980     GOBACK.
000990*
001000 1000-INITIALIZE.
001010     SET DM-RESULT-IS-SUCCESS TO TRUE.
001020     MOVE SPACES TO DM-PARM-REASON-TEXT.
001030     MOVE ZERO TO DM-PARM-FLAGGED-COUNT.
001040     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT.
001050     PERFORM 1100-COMPUTE-CUTOFF THRU 1100-EXIT.
001060     OPEN I-O DL100-ACCOUNT-FILE.
001070     IF DM-ACT-FILE-STATUS NOT = "00"
001080         SET DM-RESULT-IS-FAILURE TO TRUE
001090         MOVE "ACCOUNT MASTER FILE COULD NOT BE OPENED"
001100             TO DM-PARM-REASON-TEXT
001110     END-IF.
001120 1000-EXIT.
001130     EXIT.
001140*
001150 1050-LOAD-PARAMETERS.
001160     MOVE SPACES TO DL100-PARAMETER-RECORD.
001170     OPEN INPUT DL100-PARAMETER-FILE.
001180     IF DM-PRM-FILE-STATUS = "00"
001190         READ DL100-PARAMETER-FILE
001200             AT END
001210                 CONTINUE
001220         END-READ
001230         IF PR-ACCOUNT-FILE-PATH NOT = SPACES
001240             MOVE PR-ACCOUNT-FILE-PATH TO DM-ACT-FILE-PATH
001250         END-IF
001260         IF PR-DORMANCY-DAYS NUMERIC
001270             AND PR-DORMANCY-DAYS > ZERO
001280             MOVE PR-DORMANCY-DAYS TO DM-DORMANCY-DAYS
001290         END-IF
001300         CLOSE DL100-PARAMETER-FILE
001310     END-IF.
001320 1050-EXIT.
001330     EXIT.
001340*
001350 1100-COMPUTE-CUTOFF.
001360*    THE CUTOFF IS THE BUSINESS DATE LESS THE DORMANCY PERIOD IN
001370*    CALENDAR DAYS.  AN ACCOUNT WHOSE LAST ACTIVITY FALLS ON OR
001380*    BEFORE IT HAS GONE THE WHOLE PERIOD WITHOUT ONE.
001390     MOVE DM-PARM-BUSINESS-DATE TO DM-WALK-DATE.
001400     PERFORM 1200-DECREMENT-WALK-DATE THRU 1200-EXIT
001410         VARYING DM-DAYS-WALKED FROM 1 BY 1
001420         UNTIL DM-DAYS-WALKED > DM-DORMANCY-DAYS.
001430     MOVE DM-WALK-DATE TO DM-CUTOFF-DATE.
001440 1100-EXIT.
001450     EXIT.
001460*
001470 1200-DECREMENT-WALK-DATE.
001480     MOVE DM-WALK-DATE(1:4) TO DM-WALK-CCYY.
001490     MOVE DM-WALK-DATE(5:2) TO DM-WALK-MM.
001500     MOVE DM-WALK-DATE(7:2) TO DM-WALK-DD.
001510     IF DM-WALK-DD > 1
001520         SUBTRACT 1 FROM DM-WALK-DD
001530         GO TO 1200-REBUILD
001540     END-IF.
001550     IF DM-WALK-MM = 1
001560         MOVE 12 TO DM-WALK-MM
001570         SUBTRACT 1 FROM DM-WALK-CCYY
001580     ELSE
001590         SUBTRACT 1 FROM DM-WALK-MM
001600     END-IF.
001610     MOVE DM-MONTH-DAYS-TBL(DM-WALK-MM) TO DM-WALK-DD.
001620     IF DM-WALK-MM = 2
001630         PERFORM 1300-CHECK-LEAP-YEAR THRU 1300-EXIT
001640     END-IF.
001650 1200-REBUILD.
001660     MOVE DM-WALK-CCYY TO DM-WALK-DATE(1:4).
001670     MOVE DM-WALK-MM   TO DM-WALK-DATE(5:2).
001680     MOVE DM-WALK-DD   TO DM-WALK-DATE(7:2).
001690 1200-EXIT.
001700     EXIT.
001710*
001720 1300-CHECK-LEAP-YEAR.
001730     DIVIDE DM-WALK-CCYY BY 4
001740         GIVING DM-WALK-QUOTIENT
001750         REMAINDER DM-WALK-REMAINDER.
001760     IF DM-WALK-REMAINDER = ZERO
001770         MOVE 29 TO DM-WALK-DD
001780     END-IF.
001790     DIVIDE DM-WALK-CCYY BY 100
001800         GIVING DM-WALK-QUOTIENT
001810         REMAINDER DM-WALK-REMAINDER.
001820     IF DM-WALK-REMAINDER = ZERO
001830         MOVE 28 TO DM-WALK-DD
001840         DIVIDE DM-WALK-CCYY BY 400
001850             GIVING DM-WALK-QUOTIENT
001860             REMAINDER DM-WALK-REMAINDER
001870         IF DM-WALK-REMAINDER = ZERO
001880             MOVE 29 TO DM-WALK-DD
001890         END-IF
001900     END-IF.
001910 1300-EXIT.
001920     EXIT.
001930*
001940 2000-SWEEP-ACCOUNTS.
001950     MOVE "N" TO DM-END-OF-FILE-SWITCH.
001960     MOVE LOW-VALUES TO AC-ACCOUNT-NUMBER.
001970     START DL100-ACCOUNT-FILE
001980         KEY IS GREATER THAN AC-ACCOUNT-NUMBER
001990         INVALID KEY
002000             SET DM-END-OF-FILE TO TRUE
002010     END-START.
002020     IF NOT DM-END-OF-FILE
002030         PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT
002040         PERFORM 2200-CHECK-ONE-ACCOUNT THRU 2200-EXIT
002050             UNTIL DM-END-OF-FILE
002060     END-IF.
002070 2000-EXIT.
002080     EXIT.
002090*
002100 2100-READ-NEXT-ACCOUNT.
002110     READ DL100-ACCOUNT-FILE NEXT RECORD
002120         AT END
002130             SET DM-END-OF-FILE TO TRUE
002140     END-READ.
002150 2100-EXIT.
002160     EXIT.
002170*
002180 2200-CHECK-ONE-ACCOUNT.
002190     IF NOT AC-STATUS-OPEN
002200         OR AC-ACCOUNT-DORMANT
002210         GO TO 2200-NEXT
002220     END-IF.
002230     MOVE AC-LAST-ACTIVITY-DATE TO DM-MEASURE-DATE.
002240     IF DM-MEASURE-DATE NOT NUMERIC
002250         OR DM-MEASURE-DATE = ZERO
002260         MOVE AC-LAST-POSTED-DATE TO DM-MEASURE-DATE
002270     END-IF.
002280     IF DM-MEASURE-DATE NOT NUMERIC
002290         OR DM-MEASURE-DATE = ZERO
002300         MOVE AC-OPENED-DATE TO DM-MEASURE-DATE
002310     END-IF.
002320     IF DM-MEASURE-DATE NOT NUMERIC
002330         OR DM-MEASURE-DATE = ZERO
002340         OR DM-MEASURE-DATE > DM-CUTOFF-DATE
002350         GO TO 2200-NEXT
002360     END-IF.
002370     SET AC-ACCOUNT-DORMANT TO TRUE.
002380     MOVE DM-PARM-BUSINESS-DATE TO AC-DORMANT-DATE.
002390     REWRITE DL100-ACCOUNT-RECORD
002400         INVALID KEY
002410             SET DM-RESULT-IS-FAILURE TO TRUE
002420             MOVE "ACCOUNT RECORD COULD NOT BE UPDATED"
002430                 TO DM-PARM-REASON-TEXT
002440             SET DM-END-OF-FILE TO TRUE
002450             GO TO 2200-EXIT
002460     END-REWRITE.
002470     ADD 1 TO DM-PARM-FLAGGED-COUNT.
002480 2200-NEXT.
002490     PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT.
002500 2200-EXIT.
002510     EXIT.
