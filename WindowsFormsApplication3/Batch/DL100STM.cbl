000259*                     BEFORE THE FAILURE ARE CLOSED - THE        *
000259*                     PROGRAM IS CALLED IN-PROCESS AND A FILE    *
000259*                     LEFT OPEN WEDGED THE NEXT REQUEST.         *
000259*   2026-10-15  JMS   A TYPE RV REVERSAL NOW PRINTS DIRECTLY     *
000259*                     BENEATH THE TRANSACTION IT CANCELS, NOTED  *
000259*                     WITH THE TYPE AND SOURCE IT REVERSES.  A   *
000259*                     REVERSAL WHOSE ORIGINAL FELL IN AN EARLIER *
000259*                     MONTH PRINTS AFTER THE MONTH'S OTHER       *
000259*                     ACTIVITY.  THE ACCOUNT'S DETAIL IS HELD    *
000259*                     IN A TABLE UNTIL THE STATEMENT FINISHES    *
000259*                     SO THE PAIRS CAN BE BROUGHT TOGETHER.      *
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
001100 77  ST-WORK-REFERENCE        PIC X(12) VALUE SPACES.
001110 77  ST-WORK-TYPE             PIC X(02) VALUE SPACES.
001120 77  ST-WORK-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
001120 77  ST-WORK-SOURCE           PIC X(08) VALUE SPACES.
001120 77  ST-WORK-REV-SOURCE       PIC X(08) VALUE SPACES.
001120 77  ST-WORK-REV-TYPE         PIC X(02) VALUE SPACES.
001120 77  ST-DTL-COUNT             PIC 9(04) COMP VALUE ZERO.
001120 77  ST-DTL-IDX               PIC 9(04) COMP VALUE ZERO.
001120 77  ST-RVS-IDX               PIC 9(04) COMP VALUE ZERO.
001120 77  ST-PRT-IDX               PIC 9(04) COMP VALUE ZERO.
001130 77  ST-OPENING-BALANCE       PIC S9(11)V99 COMP-3 VALUE ZERO.
001140 77  ST-CLOSING-BALANCE       PIC S9(11)V99 COMP-3 VALUE ZERO.
001150 77  ST-NET-EFFECT            PIC S9(11)V99 COMP-3 VALUE ZERO.
001260     05  FILLER                PIC X(02) VALUE "TR".
001270     05  FILLER                PIC X(02) VALUE "FE".
001280     05  FILLER                PIC X(02) VALUE "AJ".
001280     05  FILLER                PIC X(02) VALUE "RV".
001290 01  ST-TYPE-CODES REDEFINES ST-TYPE-CODES-INIT.
001300     05  ST-TYPE-CODE-TBL      PIC X(02) OCCURS 6 TIMES.
001310 01  ST-TYPE-TOTALS-TABLE.
001320     05  ST-TYPE-ENTRY OCCURS 6 TIMES.
001330         10  ST-TYPE-COUNT        PIC 9(09) COMP.
001340         10  ST-TYPE-AMOUNT       PIC S9(11)V99 COMP-3.
001350 01  ST-DETAIL-LINE.
001410     05  ST-D-TYPE            PIC X(02).
001420     05  FILLER               PIC X(03) VALUE SPACES.
001430     05  ST-D-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001430     05  FILLER               PIC X(03) VALUE SPACES.
001430     05  ST-D-NOTE            PIC X(40).
001430 01  ST-DETAIL-TABLE.
001430     05  ST-DTL-ENTRY OCCURS 500 TIMES.
001430         10  ST-DTL-DATE          PIC 9(08).
001430         10  ST-DTL-REFERENCE     PIC X(12).
001430         10  ST-DTL-TYPE          PIC X(02).
001430         10  ST-DTL-AMOUNT        PIC S9(11)V99 COMP-3.
001430         10  ST-DTL-SOURCE        PIC X(08).
001430         10  ST-DTL-REV-SOURCE    PIC X(08).
001430         10  ST-DTL-REV-TYPE      PIC X(02).
001430         10  ST-DTL-PRINTED-SW    PIC X(01).
001430             88  ST-DTL-IS-PRINTED          VALUE "Y".
001440 LINKAGE SECTION.
001450 01  ST-PARM-STATEMENT-MONTH  PIC 9(06).
001460 01  ST-PARM-ACCOUNT-COUNT    PIC 9(09) COMP.
002860     MOVE ZERO TO ST-CLOSING-BALANCE.
002870     MOVE ZERO TO ST-NET-EFFECT.
002880     MOVE ZERO TO ST-ACTIVITY-COUNT.
002880     MOVE ZERO TO ST-DTL-COUNT.
002890     PERFORM 3250-ZERO-ONE-TYPE THRU 3250-EXIT
002900         VARYING ST-TYPE-IDX FROM 1 BY 1
002910         UNTIL ST-TYPE-IDX > 6.
002920     PERFORM 3300-PROBE-SNAPSHOTS THRU 3300-EXIT.
002930     IF ST-SNAPSHOT-WAS-FOUND
002940         PERFORM 3400-START-STATEMENT THRU 3400-EXIT
003930     MOVE OT-REFERENCE-NUMBER TO ST-WORK-REFERENCE.
003940     MOVE OT-TYPE TO ST-WORK-TYPE.
003950     MOVE OT-AMOUNT TO ST-WORK-AMOUNT.
003950     MOVE OT-SOURCE TO ST-WORK-SOURCE.
003950     MOVE OT-REVERSED-SOURCE TO ST-WORK-REV-SOURCE.
003950     MOVE OT-REVERSED-TYPE TO ST-WORK-REV-TYPE.
003960     PERFORM 6000-TALLY-AND-PRINT THRU 6000-EXIT.
003970     PERFORM 4100-READ-LIVE-OUTPUT THRU 4100-EXIT.
003980 4200-EXIT.
004330     MOVE AO-REFERENCE-NUMBER TO ST-WORK-REFERENCE.
004340     MOVE AO-TYPE TO ST-WORK-TYPE.
004350     MOVE AO-AMOUNT TO ST-WORK-AMOUNT.
004350     MOVE AO-SOURCE TO ST-WORK-SOURCE.
004350     MOVE AO-REVERSED-SOURCE TO ST-WORK-REV-SOURCE.
004350     MOVE AO-REVERSED-TYPE TO ST-WORK-REV-TYPE.
004360     PERFORM 6000-TALLY-AND-PRINT THRU 6000-EXIT.
004370     PERFORM 5200-READ-ARCHIVE THRU 5200-EXIT.
004380 5300-EXIT.
004460     END-IF.
004470     PERFORM 3400-START-STATEMENT THRU 3400-EXIT.
004480     ADD 1 TO ST-ACTIVITY-COUNT.
004490     EVALUATE TRUE
004490         WHEN ST-WORK-TYPE = "WD" OR ST-WORK-TYPE = "FE"
004500             SUBTRACT ST-WORK-AMOUNT FROM ST-NET-EFFECT
004500         WHEN ST-WORK-TYPE = "RV"
004500           AND (ST-WORK-REV-TYPE = "WD" OR "FE")
004500             ADD ST-WORK-AMOUNT TO ST-NET-EFFECT
004500         WHEN ST-WORK-TYPE = "RV"
004500             SUBTRACT ST-WORK-AMOUNT FROM ST-NET-EFFECT
004510         WHEN OTHER
004520             ADD ST-WORK-AMOUNT TO ST-NET-EFFECT
004530     END-EVALUATE.
004540     PERFORM 6100-FIND-TYPE-SLOT THRU 6100-EXIT
004550         VARYING ST-TYPE-IDX FROM 1 BY 1
004560         UNTIL ST-TYPE-IDX > 6
004570            OR ST-TYPE-CODE-TBL(ST-TYPE-IDX) = ST-WORK-TYPE.
004580     IF ST-TYPE-IDX <= 6
004590         ADD 1 TO ST-TYPE-COUNT(ST-TYPE-IDX)
004600         ADD ST-WORK-AMOUNT TO ST-TYPE-AMOUNT(ST-TYPE-IDX)
004610     END-IF.
004620*    THE DETAIL IS HELD UNTIL THE STATEMENT FINISHES SO EACH
004620*    REVERSAL CAN PRINT BENEATH WHAT IT CANCELS.  A FULL TABLE
004620*    IS PRINTED AND EMPTIED BEFORE MORE IS HELD.
004620     IF ST-DTL-COUNT >= 500
004620         PERFORM 6500-PRINT-HELD-DETAIL THRU 6500-EXIT
004620     END-IF.
004620     ADD 1 TO ST-DTL-COUNT.
004630     MOVE ST-WORK-DATE TO ST-DTL-DATE(ST-DTL-COUNT).
004640     MOVE ST-WORK-REFERENCE TO ST-DTL-REFERENCE(ST-DTL-COUNT).
004650     MOVE ST-WORK-TYPE TO ST-DTL-TYPE(ST-DTL-COUNT).
004660     MOVE ST-WORK-AMOUNT TO ST-DTL-AMOUNT(ST-DTL-COUNT).
004660     MOVE ST-WORK-SOURCE TO ST-DTL-SOURCE(ST-DTL-COUNT).
004660     MOVE ST-WORK-REV-SOURCE TO ST-DTL-REV-SOURCE(ST-DTL-COUNT).
004660     MOVE ST-WORK-REV-TYPE TO ST-DTL-REV-TYPE(ST-DTL-COUNT).
004660     MOVE "N" TO ST-DTL-PRINTED-SW(ST-DTL-COUNT).
004700 6000-EXIT.
004710     EXIT.
004720*
004750 6100-EXIT.
004760     EXIT.
004770*
004770 6500-PRINT-HELD-DETAIL.
004770*    FIRST PASS PRINTS EVERY ORIGINAL, EACH FOLLOWED BY ANY
004770*    REVERSAL OF IT; SECOND PASS PRINTS REVERSALS WHOSE
004770*    ORIGINAL IS NOT ON THIS STATEMENT.
004770     PERFORM 6550-PRINT-ONE-ORIGINAL THRU 6550-EXIT
004770         VARYING ST-DTL-IDX FROM 1 BY 1
004770         UNTIL ST-DTL-IDX > ST-DTL-COUNT.
004770     PERFORM 6600-PRINT-ONE-LEFTOVER THRU 6600-EXIT
004770         VARYING ST-DTL-IDX FROM 1 BY 1
004770         UNTIL ST-DTL-IDX > ST-DTL-COUNT.
004770     MOVE ZERO TO ST-DTL-COUNT.
004770 6500-EXIT.
004770     EXIT.
004770*
004770 6550-PRINT-ONE-ORIGINAL.
004770     IF ST-DTL-TYPE(ST-DTL-IDX) = "RV"
004770         OR ST-DTL-IS-PRINTED(ST-DTL-IDX)
004770         GO TO 6550-EXIT
004770     END-IF.
004770     MOVE ST-DTL-IDX TO ST-PRT-IDX.
004770     PERFORM 6700-PRINT-DETAIL-LINE THRU 6700-EXIT.
004770     PERFORM 6560-PRINT-ITS-REVERSAL THRU 6560-EXIT
004770         VARYING ST-RVS-IDX FROM 1 BY 1
004770         UNTIL ST-RVS-IDX > ST-DTL-COUNT.
004770 6550-EXIT.
004770     EXIT.
004770*
004770 6560-PRINT-ITS-REVERSAL.
004770     IF ST-DTL-TYPE(ST-RVS-IDX) NOT = "RV"
004770         OR ST-DTL-IS-PRINTED(ST-RVS-IDX)
004770         OR ST-DTL-REV-SOURCE(ST-RVS-IDX)
004770             NOT = ST-DTL-SOURCE(ST-DTL-IDX)
004770         OR ST-DTL-REFERENCE(ST-RVS-IDX)
004770             NOT = ST-DTL-REFERENCE(ST-DTL-IDX)
004770         OR ST-DTL-AMOUNT(ST-RVS-IDX)
004770             NOT = ST-DTL-AMOUNT(ST-DTL-IDX)
004770         GO TO 6560-EXIT
004770     END-IF.
004770     MOVE ST-RVS-IDX TO ST-PRT-IDX.
004770     PERFORM 6700-PRINT-DETAIL-LINE THRU 6700-EXIT.
004770 6560-EXIT.
004770     EXIT.
004770*
004770 6600-PRINT-ONE-LEFTOVER.
004770     IF NOT ST-DTL-IS-PRINTED(ST-DTL-IDX)
004770         MOVE ST-DTL-IDX TO ST-PRT-IDX
004770         PERFORM 6700-PRINT-DETAIL-LINE THRU 6700-EXIT
004770     END-IF.
004770 6600-EXIT.
004770     EXIT.
004770*
004770 6700-PRINT-DETAIL-LINE.
004770     MOVE SPACES TO ST-DETAIL-LINE.
004770     MOVE ST-DTL-DATE(ST-PRT-IDX) TO ST-D-DATE.
004770     MOVE ST-DTL-REFERENCE(ST-PRT-IDX) TO ST-D-REFERENCE.
004770     MOVE ST-DTL-TYPE(ST-PRT-IDX) TO ST-D-TYPE.
004770     MOVE ST-DTL-AMOUNT(ST-PRT-IDX) TO ST-D-AMOUNT.
004770     IF ST-DTL-TYPE(ST-PRT-IDX) = "RV"
004770         STRING "REVERSES " ST-DTL-REV-TYPE(ST-PRT-IDX)
004770             " FROM " ST-DTL-REV-SOURCE(ST-PRT-IDX)
004770             DELIMITED BY SIZE INTO ST-D-NOTE
004770     END-IF.
004770     MOVE SPACES TO ST-REPORT-LINE.
004770     MOVE ST-DETAIL-LINE TO ST-REPORT-LINE.
004770     WRITE ST-REPORT-LINE.
004770     SET ST-DTL-IS-PRINTED(ST-PRT-IDX) TO TRUE.
004770 6700-EXIT.
004770     EXIT.
004770*
004780 7000-FINISH-STATEMENT.
004780     PERFORM 6500-PRINT-HELD-DETAIL THRU 6500-EXIT.
004790     MOVE SPACES TO ST-REPORT-LINE.
004800     WRITE ST-REPORT-LINE.
004810     MOVE SPACES TO ST-REPORT-LINE.
004830     WRITE ST-REPORT-LINE.
004840     PERFORM 7100-PRINT-ONE-TYPE THRU 7100-EXIT
004850         VARYING ST-TYPE-IDX FROM 1 BY 1
004860         UNTIL ST-TYPE-IDX > 6.
004870     MOVE SPACES TO ST-REPORT-LINE.
004880     WRITE ST-REPORT-LINE.
004890     IF NOT ST-SNAPSHOT-WAS-FOUND
