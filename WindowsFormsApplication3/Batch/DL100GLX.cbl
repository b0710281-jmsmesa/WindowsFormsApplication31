000222*   2026-09-01  JMS   WHEN THE MAINTAINED DAILY OUTPUT PREFIX    *
000224*                     IS SET, ONLY THE BUSINESS DATE'S OWN       *
000226*                     OUTPUT FILE IS OPENED FOR THE EXTRACT.     *
000226*   2026-10-15  JMS   A TYPE RV REVERSAL IS JOURNALED TO THE     *
000226*                     GL ACCOUNTS OF THE TRANSACTION IT          *
000226*                     REVERSES (ITS ORIGINAL TYPE AND SOURCE),   *
000226*                     WITH THE DEBIT AND CREDIT SIDES SWAPPED.   *
000226*   2026-10-15  JMS   ONCE THE JOURNAL IS WRITTEN ITS LINES ARE  *
000226*                     POSTED, BY GL ACCOUNT AND TRANSACTION      *
000226*                     TYPE, TO THE GL CONTROL BALANCE FILE       *
000226*                     THROUGH DL100GLB.  A RERUN FOR THE SAME    *
000226*                     DATE FIRST BACKS OUT WHAT THE EARLIER RUN  *
000226*                     POSTED, AS THE NEW JOURNAL REPLACES IT.    *
000226*   2026-10-15  JMS   WHEN THE MAINTAINED JOURNAL HISTORY        *
000226*                     PREFIX IS SET, THE JOURNAL IS ALSO KEPT    *
000226*                     AS A DATED HISTORY FILE (PREFIX PLUS THE   *
000226*                     BUSINESS DATE) FOR THE YEAR-END TAX        *
000226*                     REPORTING TIE IN DL100TAX.                 *
000230******************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000360     SELECT DL100-JOURNAL-FILE ASSIGN TO GX-JNL-FILE-PATH
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS GX-JNL-FILE-STATUS.
000380     SELECT DL100-JOURNAL-HIST-FILE ASSIGN TO GX-JNH-FILE-PATH
000380         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS GX-JNH-FILE-STATUS.
000390     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS GX-PRM-FILE-STATUS.
000490 COPY DL100GM.
000500 FD  DL100-JOURNAL-FILE.
000510 COPY DL100JL.
000510 FD  DL100-JOURNAL-HIST-FILE.
000510 COPY DL100JL
000510     REPLACING LEADING ==JL-== BY ==JH-==
000510         ==DL100-JOURNAL-RECORD==
000510             BY ==DL100-JOURNAL-HIST-RECORD==.
000520 FD  DL100-PARAMETER-FILE.
000530 COPY DL100PR.
000540 WORKING-STORAGE SECTION.
000550 77  GX-OUT-FILE-STATUS       PIC X(02) VALUE SPACES.
000560 77  GX-MAP-FILE-STATUS       PIC X(02) VALUE SPACES.
000570 77  GX-JNL-FILE-STATUS       PIC X(02) VALUE SPACES.
000570 77  GX-JNH-FILE-STATUS       PIC X(02) VALUE SPACES.
000580 77  GX-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000590 77  GX-OUT-FILE-PATH         PIC X(72) VALUE "OUTFILE".
000592 77  GX-DAILY-OUT-PREFIX      PIC X(60) VALUE SPACES.
000600 77  GX-MAP-FILE-PATH         PIC X(60) VALUE "GLMFILE".
000610 77  GX-JNL-FILE-PATH         PIC X(60) VALUE "JNLFILE".
000610 77  GX-JOURNAL-HIST-PREFIX   PIC X(60) VALUE SPACES.
000610 77  GX-JNH-FILE-PATH         PIC X(72) VALUE SPACES.
000610 77  GX-JNH-OPEN-SWITCH       PIC X(01) VALUE "N".
000610     88  GX-JNH-FILE-IS-OPEN            VALUE "Y".
000620 77  GX-TIMESTAMP             PIC X(14) VALUE SPACES.
000630 77  GX-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
000640 77  GX-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
000730 77  GX-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
000740 77  GX-WORK-GL-ACCOUNT       PIC X(10) VALUE SPACES.
000750 77  GX-WORK-DC-CODE          PIC X(01) VALUE SPACE.
000750 77  GX-MAP-TYPE              PIC X(02) VALUE SPACES.
000750 77  GX-MAP-SOURCE            PIC X(08) VALUE SPACES.
000760 01  GX-GL-TABLE.
000770     05  GX-GL-ENTRY OCCURS 200 TIMES.
000780         10  GX-GL-ACCOUNT        PIC X(10).
000790         10  GX-GL-DC-CODE        PIC X(01).
000800         10  GX-GL-AMOUNT         PIC S9(13)V99 COMP-3.
000800*
000800*    THE SAME LINES BY GL ACCOUNT AND TRANSACTION TYPE (A REVERSAL
000800*    UNDER THE TYPE IT REVERSES), DEBIT-POSITIVE, FOR THE GL
000800*    CONTROL BALANCE FILE
000800 77  GX-CB-COUNT              PIC 9(03) COMP VALUE ZERO.
000800 77  GX-CB-IDX                PIC 9(03) COMP VALUE ZERO.
000800 77  GX-CB-WORK-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
000800 01  GX-CB-TABLE.
000800     05  GX-CB-ENTRY OCCURS 200 TIMES.
000800         10  GX-CB-GL-ACCOUNT     PIC X(10).
000800         10  GX-CB-TX-TYPE        PIC X(02).
000800         10  GX-CB-AMOUNT         PIC S9(13)V99 COMP-3.
000800*
000800*    DL100GLB CALL PARAMETERS
000800 77  GX-GLB-ACTION            PIC X(01) VALUE SPACE.
000800 77  GX-GLB-GL-ACCOUNT        PIC X(10) VALUE SPACES.
000800 77  GX-GLB-TX-TYPE           PIC X(02) VALUE SPACES.
000800 77  GX-GLB-AMOUNT            PIC S9(13)V99 COMP-3 VALUE ZERO.
000800 77  GX-GLB-EXTRACT-SW        PIC X(01) VALUE "Y".
000800 77  GX-GLB-RESULT-SW         PIC X(01) VALUE "N".
000800     88  GX-GLB-SUCCEEDED               VALUE "Y".
000800 77  GX-GLB-REASON            PIC X(40) VALUE SPACES.
000810 LINKAGE SECTION.
000820 01  GX-PARM-BUSINESS-DATE    PIC 9(08).
000830 01  GX-PARM-RECORD-COUNT     PIC 9(09) COMP.
001030     IF NOT GX-RESULT-IS-FAILURE
001040         PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
001050     END-IF.
001050     IF NOT GX-RESULT-IS-FAILURE
001050         PERFORM 6500-POST-CONTROL-BALANCES THRU 6500-EXIT
001050     END-IF.
001060     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001070 0000-EXIT.
001080     GOBACK.
001120     MOVE SPACES TO GX-PARM-REASON-TEXT.
001130     MOVE ZERO TO GX-PARM-RECORD-COUNT.
001140     MOVE ZERO TO GX-GL-COUNT.
001140     MOVE ZERO TO GX-CB-COUNT.
001150     MOVE ZERO TO GX-DEBIT-TOTAL.
001160     MOVE ZERO TO GX-CREDIT-TOTAL.
001170     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
001430             MOVE PR-JOURNAL-FILE-PATH TO GX-JNL-FILE-PATH
001440         END-IF
001442         MOVE PR-DAILY-OUT-PREFIX TO GX-DAILY-OUT-PREFIX
001442         MOVE PR-JOURNAL-HIST-PREFIX TO GX-JOURNAL-HIST-PREFIX
001450         CLOSE DL100-PARAMETER-FILE
001460     END-IF.
001462     PERFORM 1055-BUILD-DATED-OUT-PATH THRU 1055-EXIT.
001830*
001840 2200-ACCUMULATE-ONE-RECORD.
001850     IF OT-BUSINESS-DATE = GX-PARM-BUSINESS-DATE
001852         IF OT-TYPE-REVERSAL
001854             MOVE OT-REVERSED-TYPE TO GX-MAP-TYPE
001856             MOVE OT-REVERSED-SOURCE TO GX-MAP-SOURCE
001858         ELSE
001858             MOVE OT-TYPE TO GX-MAP-TYPE
001858             MOVE OT-SOURCE TO GX-MAP-SOURCE
001858         END-IF
001860         PERFORM 3000-LOOK-UP-MAPPING THRU 3000-EXIT
001870         IF NOT GX-MAP-WAS-FOUND
001880             SET GX-RESULT-IS-FAILURE TO TRUE
001890             STRING "NO GL MAP FOR TYPE " GX-MAP-TYPE
001900                 " SOURCE " GX-MAP-SOURCE
001910                 DELIMITED BY SIZE INTO GX-PARM-REASON-TEXT
001920             GO TO 2200-EXIT
001930         END-IF
001932         IF OT-TYPE-REVERSAL
001934             MOVE GM-CREDIT-GL-ACCOUNT TO GX-WORK-GL-ACCOUNT
001936             MOVE "D" TO GX-WORK-DC-CODE
001938             PERFORM 4000-POST-TO-GL-TABLE THRU 4000-EXIT
001938             MOVE GM-DEBIT-GL-ACCOUNT TO GX-WORK-GL-ACCOUNT
001938             MOVE "C" TO GX-WORK-DC-CODE
001938             PERFORM 4000-POST-TO-GL-TABLE THRU 4000-EXIT
001938             GO TO 2200-NEXT
001938         END-IF
001940         MOVE GM-DEBIT-GL-ACCOUNT TO GX-WORK-GL-ACCOUNT
001950         MOVE "D" TO GX-WORK-DC-CODE
001960         PERFORM 4000-POST-TO-GL-TABLE THRU 4000-EXIT
001980         MOVE "C" TO GX-WORK-DC-CODE
001990         PERFORM 4000-POST-TO-GL-TABLE THRU 4000-EXIT
002000     END-IF.
002005 2200-NEXT.
002010     IF NOT GX-RESULT-IS-FAILURE
002020         PERFORM 2100-READ-OUTPUT THRU 2100-EXIT
002030     END-IF.
002060*
002070 3000-LOOK-UP-MAPPING.
002080     MOVE "N" TO GX-MAP-FOUND-SWITCH.
002090     MOVE GX-MAP-TYPE TO GM-TYPE.
002100     MOVE GX-MAP-SOURCE TO GM-SOURCE.
002110     READ DL100-GL-MAP-FILE
002120         INVALID KEY
002130             CONTINUE
002150             SET GX-MAP-WAS-FOUND TO TRUE
002160     END-READ.
002170     IF NOT GX-MAP-WAS-FOUND
002180         MOVE GX-MAP-TYPE TO GM-TYPE
002190         MOVE SPACES TO GM-SOURCE
002200         READ DL100-GL-MAP-FILE
002210             INVALID KEY
002520     ELSE
002530         ADD OT-AMOUNT TO GX-CREDIT-TOTAL
002540     END-IF.
002540     PERFORM 4200-POST-TO-CONTROL-TABLE THRU 4200-EXIT.
002550 4000-EXIT.
002560     EXIT.
002570*
002590     CONTINUE.
002600 4100-EXIT.
002610     EXIT.
002610*
002610 4200-POST-TO-CONTROL-TABLE.
002610     PERFORM 4100-SCAN-ONE-SLOT THRU 4100-EXIT
002610         VARYING GX-CB-IDX FROM 1 BY 1
002610         UNTIL GX-CB-IDX > GX-CB-COUNT
002610            OR (GX-CB-GL-ACCOUNT(GX-CB-IDX) = GX-WORK-GL-ACCOUNT
002610                AND GX-CB-TX-TYPE(GX-CB-IDX) = GX-MAP-TYPE).
002610     IF GX-CB-IDX > GX-CB-COUNT
002610         IF GX-CB-COUNT >= 200
002610             SET GX-RESULT-IS-FAILURE TO TRUE
002610             MOVE "GL CONTROL BALANCE TABLE IS FULL"
002610                 TO GX-PARM-REASON-TEXT
002610             GO TO 4200-EXIT
002610         END-IF
002610         ADD 1 TO GX-CB-COUNT
002610         MOVE GX-CB-COUNT TO GX-CB-IDX
002610         MOVE GX-WORK-GL-ACCOUNT TO GX-CB-GL-ACCOUNT(GX-CB-IDX)
002610         MOVE GX-MAP-TYPE TO GX-CB-TX-TYPE(GX-CB-IDX)
002610         MOVE ZERO TO GX-CB-AMOUNT(GX-CB-IDX)
002610     END-IF.
002610     IF GX-WORK-DC-CODE = "D"
002610         ADD OT-AMOUNT TO GX-CB-AMOUNT(GX-CB-IDX)
002610     ELSE
002610         SUBTRACT OT-AMOUNT FROM GX-CB-AMOUNT(GX-CB-IDX)
002610     END-IF.
002610 4200-EXIT.
002610     EXIT.
002620*
002630 5000-CHECK-NET-ZERO.
002640     IF GX-DEBIT-TOTAL NOT = GX-CREDIT-TOTAL
002770             TO GX-PARM-REASON-TEXT
002780         GO TO 6000-EXIT
002790     END-IF.
002790     PERFORM 6050-OPEN-JOURNAL-HISTORY THRU 6050-EXIT.
002790     IF GX-RESULT-IS-FAILURE
002790         CLOSE DL100-JOURNAL-FILE
002790         GO TO 6000-EXIT
002790     END-IF.
002800     PERFORM 6100-WRITE-ONE-ENTRY THRU 6100-EXIT
002810         VARYING GX-GL-IDX FROM 1 BY 1
002820         UNTIL GX-GL-IDX > GX-GL-COUNT.
002830     CLOSE DL100-JOURNAL-FILE.
002830     IF GX-JNH-FILE-IS-OPEN
002830         CLOSE DL100-JOURNAL-HIST-FILE
002830         MOVE "N" TO GX-JNH-OPEN-SWITCH
002830     END-IF.
002840 6000-EXIT.
002850     EXIT.
002860*
002860 6050-OPEN-JOURNAL-HISTORY.
002860*    THE DATED HISTORY COPY IS REPLACED ON A RERUN FOR THE SAME
002860*    DATE, JUST AS THE JOURNAL FILE ITSELF IS.
002860     MOVE "N" TO GX-JNH-OPEN-SWITCH.
002860     IF GX-JOURNAL-HIST-PREFIX = SPACES
002860         GO TO 6050-EXIT
002860     END-IF.
002860     MOVE SPACES TO GX-JNH-FILE-PATH.
002860     STRING GX-JOURNAL-HIST-PREFIX DELIMITED BY SPACE
002860            GX-PARM-BUSINESS-DATE DELIMITED BY SIZE
002860         INTO GX-JNH-FILE-PATH.
002860     OPEN OUTPUT DL100-JOURNAL-HIST-FILE.
002860     IF GX-JNH-FILE-STATUS = "00"
002860         SET GX-JNH-FILE-IS-OPEN TO TRUE
002860     ELSE
002860         SET GX-RESULT-IS-FAILURE TO TRUE
002860         MOVE "JOURNAL HISTORY FILE COULD NOT BE OPENED"
002860             TO GX-PARM-REASON-TEXT
002860     END-IF.
002860 6050-EXIT.
002860     EXIT.
002860*
002870 6100-WRITE-ONE-ENTRY.
002880     IF GX-GL-AMOUNT(GX-GL-IDX) = ZERO
002890         GO TO 6100-EXIT
002950     MOVE GX-GL-AMOUNT(GX-GL-IDX) TO JL-AMOUNT.
002960     MOVE GX-TIMESTAMP TO JL-CREATED-DATE-TIME.
002970     WRITE DL100-JOURNAL-RECORD.
002970     IF GX-JNH-FILE-IS-OPEN
002970         WRITE DL100-JOURNAL-HIST-RECORD
002970             FROM DL100-JOURNAL-RECORD
002970     END-IF.
002980     ADD 1 TO GX-PARM-RECORD-COUNT.
002990 6100-EXIT.
003000     EXIT.
003000*
003000 6500-POST-CONTROL-BALANCES.
003000*    THE JOURNAL FILE HOLDS ONLY THE LATEST EXTRACT FOR THE DATE,
003000*    SO WHATEVER AN EARLIER RUN FOR THE DATE POSTED IS BACKED
003000*    OUT BEFORE THIS RUN'S LINES GO ON.
003000     MOVE "C" TO GX-GLB-ACTION.
003000     MOVE SPACES TO GX-GLB-GL-ACCOUNT.
003000     MOVE SPACES TO GX-GLB-TX-TYPE.
003000     MOVE ZERO TO GX-GLB-AMOUNT.
003000     PERFORM 6600-CALL-CONTROL-POSTING THRU 6600-EXIT.
003000     IF GX-RESULT-IS-FAILURE
003000         GO TO 6500-EXIT
003000     END-IF.
003000     MOVE "P" TO GX-GLB-ACTION.
003000     PERFORM 6550-POST-ONE-CONTROL THRU 6550-EXIT
003000         VARYING GX-CB-IDX FROM 1 BY 1
003000         UNTIL GX-CB-IDX > GX-CB-COUNT
003000            OR GX-RESULT-IS-FAILURE.
003000 6500-EXIT.
003000     EXIT.
003000*
003000 6550-POST-ONE-CONTROL.
003000     IF GX-CB-AMOUNT(GX-CB-IDX) = ZERO
003000         GO TO 6550-EXIT
003000     END-IF.
003000     MOVE GX-CB-GL-ACCOUNT(GX-CB-IDX) TO GX-GLB-GL-ACCOUNT.
003000     MOVE GX-CB-TX-TYPE(GX-CB-IDX) TO GX-GLB-TX-TYPE.
003000     MOVE GX-CB-AMOUNT(GX-CB-IDX) TO GX-GLB-AMOUNT.
003000     PERFORM 6600-CALL-CONTROL-POSTING THRU 6600-EXIT.
003000 6550-EXIT.
003000     EXIT.
003000*
003000 6600-CALL-CONTROL-POSTING.
003000     MOVE "Y" TO GX-GLB-EXTRACT-SW.
003000     MOVE "N" TO GX-GLB-RESULT-SW.
003000     MOVE SPACES TO GX-GLB-REASON.
003000     CALL "DL100GLB" USING GX-GLB-ACTION
003000                          GX-PARM-BUSINESS-DATE
003000                          GX-GLB-GL-ACCOUNT
003000                          GX-GLB-TX-TYPE
003000                          GX-GLB-AMOUNT
003000                          GX-GLB-EXTRACT-SW
003000                          GX-GLB-RESULT-SW
003000                          GX-GLB-REASON.
003000     IF NOT GX-GLB-SUCCEEDED
003000         SET GX-RESULT-IS-FAILURE TO TRUE
003000         MOVE GX-GLB-REASON TO GX-PARM-REASON-TEXT
003000     END-IF.
003000 6600-EXIT.
003000     EXIT.
003010*
003020 8000-TERMINATE.
003030     IF GX-MAP-FILE-IS-OPEN
