000225*                     IS SET, ONLY THE BUSINESS DATE'S OWN       *
000225*                     OUTPUT FILE IS OPENED INSTEAD OF SCANNING  *
000225*                     THE WHOLE HISTORY FOR ONE DATE.            *
000225*   2026-10-15  JMS   ADDED TYPE RV (REVERSAL) TO THE TYPE       *
000225*                     TABLE SO REVERSALS BALANCE BY TYPE.        *
000225*   2026-10-15  JMS   FUTURE-DATED ITEMS RELEASED FROM THE       *
000225*                     WAREHOUSE INTO THIS DATE NOW COUNT ON THE  *
000225*                     INPUT SIDE BY TYPE, SO A DAY THAT POSTED   *
000225*                     THEM STILL PROVES.  THE REPORT ALSO SHOWS  *
000225*                     HOW MANY ITEMS WERE WAREHOUSED, RELEASED   *
000225*                     AND CANCELLED ON THE DATE.                 *
000226******************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000348     SELECT DL100-SUSPENSE-LOG-FILE ASSIGN TO RC-SLG-FILE-PATH
000348         ORGANIZATION IS SEQUENTIAL
000348         FILE STATUS IS RC-SLG-FILE-STATUS.
000348     SELECT DL100-WAREHOUSE-FILE ASSIGN TO RC-WHS-FILE-PATH
000348         ORGANIZATION IS INDEXED
000348         ACCESS MODE IS DYNAMIC
000348         RECORD KEY IS WH-WAREHOUSE-KEY
000348         FILE STATUS IS RC-WHS-FILE-STATUS.
000350     SELECT DL100-REPORT-FILE ASSIGN TO RC-RPT-FILE-PATH
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS RC-RPT-FILE-STATUS.
000477         ==DL100-RESUBMIT-RECORD==.
000478 FD  DL100-SUSPENSE-LOG-FILE.
000479 COPY DL100SL.
000479 FD  DL100-WAREHOUSE-FILE.
000479 COPY DL100WH.
000480 FD  DL100-REPORT-FILE
000490     RECORD CONTAINS 132 CHARACTERS.
000500 01  RC-REPORT-LINE               PIC X(132).
000552 77  RC-PRM-FILE-STATUS        PIC X(02) VALUE SPACES.
000553 77  RC-RSB-FILE-STATUS        PIC X(02) VALUE SPACES.
000553 77  RC-SLG-FILE-STATUS        PIC X(02) VALUE SPACES.
000553 77  RC-WHS-FILE-STATUS        PIC X(02) VALUE SPACES.
000554 77  RC-TXN-FILE-PATH          PIC X(60) VALUE "TXNFILE".
000556 77  RC-OUT-FILE-PATH          PIC X(72) VALUE "OUTFILE".
000556 77  RC-DAILY-OUT-PREFIX       PIC X(60) VALUE SPACES.
000559 77  RC-RPT-FILE-PATH          PIC X(60) VALUE "RPTFILE".
000559 77  RC-RSB-FILE-PATH          PIC X(60) VALUE "RSBFILE".
000559 77  RC-SLG-FILE-PATH          PIC X(60) VALUE "SLGFILE".
000559 77  RC-WHS-FILE-PATH          PIC X(60) VALUE "WHSFILE".
000560 77  RC-END-OF-FILE-SWITCH     PIC X(01) VALUE "N".
000570     88  RC-END-OF-FILE                  VALUE "Y".
000580 01  RC-TYPE-CODES-INIT.
000610     05  FILLER                PIC X(02) VALUE "TR".
000620     05  FILLER                PIC X(02) VALUE "FE".
000630     05  FILLER                PIC X(02) VALUE "AJ".
000630     05  FILLER                PIC X(02) VALUE "RV".
000640 01  RC-TYPE-CODES REDEFINES RC-TYPE-CODES-INIT.
000650     05  RC-TYPE-CODE-TBL      PIC X(02) OCCURS 6 TIMES.
000660 01  RC-TYPE-TOTALS-TABLE.
000670     05  RC-TYPE-ENTRY OCCURS 6 TIMES.
000680         10  RC-INPUT-COUNT       PIC 9(09) COMP VALUE ZERO.
000690         10  RC-INPUT-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
000700         10  RC-OUTPUT-COUNT      PIC 9(09) COMP VALUE ZERO.
000796 77  RC-RELEASED-COUNT         PIC 9(09) COMP VALUE ZERO.
000796 77  RC-RELEASED-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
000796 77  RC-SUSP-AMOUNT-EDIT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
000796 77  RC-WAREHOUSED-COUNT       PIC 9(09) COMP VALUE ZERO.
000796 77  RC-WAREHOUSED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
000796 77  RC-WHS-RELEASED-COUNT     PIC 9(09) COMP VALUE ZERO.
000796 77  RC-WHS-RELEASED-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
000796 77  RC-WHS-CANCELLED-COUNT    PIC 9(09) COMP VALUE ZERO.
000796 77  RC-WHS-CANCELLED-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
000796 COPY DL100TX
000796     REPLACING LEADING ==TX-== BY ==RW-==
000796         ==DL100-TRANSACTION-RECORD== BY ==RC-WAREHOUSED-IMAGE==.
000800 77  RC-BALANCED-SWITCH        PIC X(01) VALUE "Y".
000810     88  RC-DAY-IS-BALANCED             VALUE "Y".
000820     88  RC-DAY-IS-OUT-OF-BALANCE        VALUE "N".
001040     PERFORM 2000-ACCUMULATE-INPUT THRU 2000-EXIT.
001045     PERFORM 2500-ACCUMULATE-RESUBMITS THRU 2500-EXIT.
001047     PERFORM 2700-ACCUMULATE-SUSPENSE-LOG THRU 2700-EXIT.
001047     PERFORM 2800-ACCUMULATE-WAREHOUSE THRU 2800-EXIT.
001050     PERFORM 3000-ACCUMULATE-OUTPUT THRU 3000-EXIT.
001060     PERFORM 4000-ACCUMULATE-EXCEPTIONS THRU 4000-EXIT.
001070     PERFORM 5000-CHECK-BALANCE THRU 5000-EXIT.
001172     MOVE ZERO TO RC-RESUBMITTED-COUNT RC-WRITTEN-OFF-COUNT.
001174     MOVE ZERO TO RC-SUSPENDED-COUNT RC-RELEASED-COUNT.
001176     MOVE ZERO TO RC-SUSPENDED-AMOUNT RC-RELEASED-AMOUNT.
001176     MOVE ZERO TO RC-WAREHOUSED-COUNT RC-WHS-RELEASED-COUNT
001176                  RC-WHS-CANCELLED-COUNT.
001176     MOVE ZERO TO RC-WAREHOUSED-AMOUNT RC-WHS-RELEASED-AMOUNT
001176                  RC-WHS-CANCELLED-AMOUNT.
001180     PERFORM 1010-ZERO-ONE-TYPE-ENTRY THRU 1010-EXIT
001190         VARYING RC-TYPE-IDX FROM 1 BY 1 UNTIL RC-TYPE-IDX > 6.
001200 1000-EXIT.
001210     EXIT.
001220*
001240         IF PR-SUSPENSE-LOG-PATH NOT = SPACES
001240             MOVE PR-SUSPENSE-LOG-PATH TO RC-SLG-FILE-PATH
001240         END-IF
001240         IF PR-WAREHOUSE-FILE-PATH NOT = SPACES
001240             MOVE PR-WAREHOUSE-FILE-PATH TO RC-WHS-FILE-PATH
001240         END-IF
001241         CLOSE DL100-PARAMETER-FILE
001242     END-IF.
001242     PERFORM 1055-BUILD-DATED-OUT-PATH THRU 1055-EXIT.
001546         AND NOT BC-IS-BATCH-CONTROL
001550         PERFORM 2210-FIND-INPUT-TYPE-SLOT THRU 2210-EXIT
001560             VARYING RC-TYPE-IDX FROM 1 BY 1
001570             UNTIL RC-TYPE-IDX > 6
001580                OR RC-TYPE-CODE-TBL(RC-TYPE-IDX) = TX-TYPE
001590         IF RC-TYPE-IDX <= 6
001600             ADD 1 TO RC-INPUT-COUNT(RC-TYPE-IDX)
001610             ADD TX-AMOUNT TO RC-INPUT-AMOUNT(RC-TYPE-IDX)
001615             ADD 1 TO RC-GRAND-INPUT-COUNT
001673         AND NOT RS-STATUS-PENDING
001673         PERFORM 2530-FIND-RESUBMIT-TYPE-SLOT THRU 2530-EXIT
001673             VARYING RC-TYPE-IDX FROM 1 BY 1
001673             UNTIL RC-TYPE-IDX > 6
001673                OR RC-TYPE-CODE-TBL(RC-TYPE-IDX) = RS-TYPE
001673         IF RC-TYPE-IDX <= 6
001673             ADD 1 TO RC-INPUT-COUNT(RC-TYPE-IDX)
001673             ADD RS-AMOUNT TO RC-INPUT-AMOUNT(RC-TYPE-IDX)
001673             ADD 1 TO RC-GRAND-INPUT-COUNT
001678 2720-EXIT.
001678     EXIT.
001678*
001678 2800-ACCUMULATE-WAREHOUSE.
001678*    AN ITEM WAREHOUSED ON THIS DATE WAS NEVER INPUT FOR IT (ITS
001678*    OWN DATE IS LATER) AND IS SHOWN FOR INFORMATION ONLY.  AN
001678*    ITEM RELEASED INTO THIS DATE WAS RESTAMPED TO IT AND POSTED
001678*    OR REJECTED LIKE ANY OTHER, SO IT IS INPUT FOR THE DATE.
001678     SET RC-END-OF-FILE-SWITCH TO "N".
001678     OPEN INPUT DL100-WAREHOUSE-FILE.
001678     IF RC-WHS-FILE-STATUS NOT = "00"
001678         GO TO 2800-EXIT
001678     END-IF.
001678     PERFORM 2810-READ-WAREHOUSE THRU 2810-EXIT.
001678     PERFORM 2820-ACCUMULATE-ONE-WAREHOUSED THRU 2820-EXIT
001678         UNTIL RC-END-OF-FILE.
001678     CLOSE DL100-WAREHOUSE-FILE.
001679 2800-EXIT.
001679     EXIT.
001679*
001679 2810-READ-WAREHOUSE.
001679     READ DL100-WAREHOUSE-FILE NEXT RECORD
001679         AT END
001679             SET RC-END-OF-FILE TO TRUE
001679     END-READ.
001679 2810-EXIT.
001679     EXIT.
001679*
001679 2820-ACCUMULATE-ONE-WAREHOUSED.
001679     MOVE WH-TRANSACTION-IMAGE TO RC-WAREHOUSED-IMAGE.
001679     IF WH-RECEIVED-DATE = RC-PARM-BUSINESS-DATE
001679         ADD 1 TO RC-WAREHOUSED-COUNT
001679         ADD RW-AMOUNT TO RC-WAREHOUSED-AMOUNT
001679     END-IF.
001679     IF WH-ENTRY-CANCELLED
001679         AND WH-CANCEL-BUSINESS-DATE = RC-PARM-BUSINESS-DATE
001679         ADD 1 TO RC-WHS-CANCELLED-COUNT
001679         ADD RW-AMOUNT TO RC-WHS-CANCELLED-AMOUNT
001679     END-IF.
001679     IF WH-ENTRY-RELEASED
001679         AND WH-RELEASED-DATE = RC-PARM-BUSINESS-DATE
001679         ADD 1 TO RC-WHS-RELEASED-COUNT
001679         ADD RW-AMOUNT TO RC-WHS-RELEASED-AMOUNT
001679         PERFORM 2830-FIND-RELEASED-TYPE-SLOT THRU 2830-EXIT
001679             VARYING RC-TYPE-IDX FROM 1 BY 1
001679             UNTIL RC-TYPE-IDX > 6
001679                OR RC-TYPE-CODE-TBL(RC-TYPE-IDX) = RW-TYPE
001679         IF RC-TYPE-IDX <= 6
001679             ADD 1 TO RC-INPUT-COUNT(RC-TYPE-IDX)
001679             ADD RW-AMOUNT TO RC-INPUT-AMOUNT(RC-TYPE-IDX)
001679             ADD 1 TO RC-GRAND-INPUT-COUNT
001679             ADD RW-AMOUNT TO RC-GRAND-INPUT-AMOUNT
001679         END-IF
001679     END-IF.
001679     PERFORM 2810-READ-WAREHOUSE THRU 2810-EXIT.
001679 2820-EXIT.
001679     EXIT.
001679*
001679 2830-FIND-RELEASED-TYPE-SLOT.
001679     CONTINUE.
001679 2830-EXIT.
001679     EXIT.
001679*
001680 3000-ACCUMULATE-OUTPUT.
001690     SET RC-END-OF-FILE-SWITCH TO "N".
001700     OPEN INPUT DL100-OUTPUT-FILE.
001895     IF OT-BUSINESS-DATE = RC-PARM-BUSINESS-DATE
001900         PERFORM 3210-FIND-OUTPUT-TYPE-SLOT THRU 3210-EXIT
001910             VARYING RC-TYPE-IDX FROM 1 BY 1
001920             UNTIL RC-TYPE-IDX > 6
001930                OR RC-TYPE-CODE-TBL(RC-TYPE-IDX) = OT-TYPE
001940         IF RC-TYPE-IDX <= 6
001945             ADD 1 TO RC-OUTPUT-COUNT(RC-TYPE-IDX)
001950             ADD OT-AMOUNT TO RC-OUTPUT-AMOUNT(RC-TYPE-IDX)
001955             ADD 1 TO RC-GRAND-OUTPUT-COUNT
002245     IF EX-BUSINESS-DATE = RC-PARM-BUSINESS-DATE
002250         PERFORM 4210-FIND-EXCEPTION-TYPE-SLOT THRU 4210-EXIT
002255             VARYING RC-TYPE-IDX FROM 1 BY 1
002260             UNTIL RC-TYPE-IDX > 6
002265                OR RC-TYPE-CODE-TBL(RC-TYPE-IDX) = EX-TYPE
002270         IF RC-TYPE-IDX <= 6
002280             ADD 1 TO RC-REJECT-COUNT(RC-TYPE-IDX)
002290             ADD EX-AMOUNT TO RC-REJECT-AMOUNT(RC-TYPE-IDX)
002300             ADD 1 TO RC-GRAND-REJECT-COUNT
002625         DELIMITED BY SIZE INTO RC-REPORT-LINE.
002640     WRITE RC-REPORT-LINE.
002650     PERFORM 6100-PRINT-ONE-TYPE-LINE THRU 6100-EXIT
002660         VARYING RC-TYPE-IDX FROM 1 BY 1 UNTIL RC-TYPE-IDX > 6.
002670     MOVE SPACES TO RC-REPORT-LINE.
002680     WRITE RC-REPORT-LINE.
002690     MOVE "GRAND TOTAL" TO RC-D-TYPE.
002864         RC-DISP-COUNT-EDIT "  " RC-SUSP-AMOUNT-EDIT
002864         DELIMITED BY SIZE INTO RC-REPORT-LINE.
002864     WRITE RC-REPORT-LINE.
002866     MOVE RC-WAREHOUSED-COUNT TO RC-DISP-COUNT-EDIT.
002866     MOVE RC-WAREHOUSED-AMOUNT TO RC-SUSP-AMOUNT-EDIT.
002866     MOVE SPACES TO RC-REPORT-LINE.
002866     STRING "FUTURE-DATED ITEMS WAREHOUSED     "
002866         RC-DISP-COUNT-EDIT "  " RC-SUSP-AMOUNT-EDIT
002866         DELIMITED BY SIZE INTO RC-REPORT-LINE.
002866     WRITE RC-REPORT-LINE.
002866     MOVE RC-WHS-RELEASED-COUNT TO RC-DISP-COUNT-EDIT.
002866     MOVE RC-WHS-RELEASED-AMOUNT TO RC-SUSP-AMOUNT-EDIT.
002866     MOVE SPACES TO RC-REPORT-LINE.
002866     STRING "WAREHOUSED ITEMS RELEASED (INPUT) "
002866         RC-DISP-COUNT-EDIT "  " RC-SUSP-AMOUNT-EDIT
002866         DELIMITED BY SIZE INTO RC-REPORT-LINE.
002866     WRITE RC-REPORT-LINE.
002866     MOVE RC-WHS-CANCELLED-COUNT TO RC-DISP-COUNT-EDIT.
002866     MOVE RC-WHS-CANCELLED-AMOUNT TO RC-SUSP-AMOUNT-EDIT.
002866     MOVE SPACES TO RC-REPORT-LINE.
002866     STRING "WAREHOUSED ITEMS CANCELLED        "
002866         RC-DISP-COUNT-EDIT "  " RC-SUSP-AMOUNT-EDIT
002866         DELIMITED BY SIZE INTO RC-REPORT-LINE.
002866     WRITE RC-REPORT-LINE.
002870     CLOSE DL100-REPORT-FILE.
002880 6000-EXIT.
002890     EXIT.
