000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100WHR.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100WHR - WAREHOUSED FUTURE-DATED ITEMS REPORT             *
000110*                                                                *
000120*   CALLED FROM FORM1.  LISTS EVERY FUTURE-DATED TRANSACTION     *
000130*   STILL WAITING IN THE WAREHOUSE FOR ITS DUE DATE, IN DUE      *
000140*   DATE AND SOURCE ORDER, WITH A COUNT AND AMOUNT SUBTOTAL      *
000150*   FOR EACH SOURCE WITHIN A DUE DATE, FOR EACH DUE DATE, AND    *
000160*   FOR THE WHOLE WAREHOUSE.  AN ITEM ALREADY DUE ON THE AS-OF   *
000170*   DATE IS FLAGGED - IT RELEASES ON THE NEXT NIGHTLY CYCLE.     *
000180*   A SECOND SECTION LISTS ITEMS A SUPERVISOR CANCELLED          *
000190*   (DL100WHX) THAT WERE DUE ON OR AFTER THE AS-OF DATE, WITH    *
000200*   WHO CANCELLED EACH ONE AND WHY.                              *
000210*                                                                *
000220*   MODIFICATION HISTORY                                        *
000230*   ----------------------------------------------------------- *
000240*   2026-10-15  JMS   INITIAL VERSION.                          *
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT DL100-WAREHOUSE-FILE ASSIGN TO WR-WHS-FILE-PATH
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS WH-WAREHOUSE-KEY
000340         FILE STATUS IS WR-WHS-FILE-STATUS.
000350     SELECT DL100-WAREHOUSE-REPORT-FILE ASSIGN TO WHSRPT
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WR-RPT-FILE-STATUS.
000380     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WR-PRM-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DL100-WAREHOUSE-FILE.
000440 COPY DL100WH.
000450 FD  DL100-WAREHOUSE-REPORT-FILE
000460     RECORD CONTAINS 132 CHARACTERS.
000470 01  WR-REPORT-LINE               PIC X(132).
000480 FD  DL100-PARAMETER-FILE.
000490 COPY DL100PR.
000500 WORKING-STORAGE SECTION.
000510 77  WR-WHS-FILE-STATUS       PIC X(02) VALUE SPACES.
000520 77  WR-RPT-FILE-STATUS       PIC X(02) VALUE SPACES.
000530 77  WR-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000540 77  WR-WHS-FILE-PATH         PIC X(60) VALUE "WHSFILE".
000550 77  WR-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
000560     88  WR-END-OF-FILE                 VALUE "Y".
000570 77  WR-FIRST-ITEM-SWITCH     PIC X(01) VALUE "Y".
000580     88  WR-FIRST-ITEM                  VALUE "Y".
000590 77  WR-PREV-DUE-DATE         PIC 9(08) VALUE ZERO.
000600 77  WR-PREV-SOURCE           PIC X(08) VALUE SPACES.
000610 77  WR-SOURCE-COUNT          PIC 9(09) COMP VALUE ZERO.
000620 77  WR-SOURCE-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZERO.
000630 77  WR-DATE-COUNT            PIC 9(09) COMP VALUE ZERO.
000640 77  WR-DATE-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
000650 77  WR-GRAND-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
000660 77  WR-CANCELLED-COUNT       PIC 9(09) COMP VALUE ZERO.
000670 77  WR-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
000680 77  WR-AMOUNT-EDIT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
000690 COPY DL100TX
000700     REPLACING LEADING ==TX-== BY ==WI-==
000710         ==DL100-TRANSACTION-RECORD== BY ==WR-WAREHOUSED-IMAGE==.
000720 01  WR-DETAIL-LINE.
000730     05  FILLER               PIC X(04) VALUE SPACES.
000740     05  WR-D-DUE-DATE        PIC 9(08).
000750     05  FILLER               PIC X(03) VALUE SPACES.
000760     05  WR-D-SOURCE          PIC X(08).
000770     05  FILLER               PIC X(03) VALUE SPACES.
000780     05  WR-D-REFERENCE       PIC X(12).
000790     05  FILLER               PIC X(03) VALUE SPACES.
000800     05  WR-D-ACCOUNT         PIC X(12).
000810     05  FILLER               PIC X(03) VALUE SPACES.
000820     05  WR-D-TYPE            PIC X(02).
000830     05  FILLER               PIC X(03) VALUE SPACES.
000840     05  WR-D-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
000850     05  FILLER               PIC X(03) VALUE SPACES.
000860     05  WR-D-RECEIVED-DATE   PIC 9(08).
000870     05  FILLER               PIC X(03) VALUE SPACES.
000880     05  WR-D-DUE-FLAG        PIC X(08).
000890 LINKAGE SECTION.
000900 01  WR-PARM-AS-OF-DATE       PIC 9(08).
000910 01  WR-PARM-ITEM-COUNT       PIC 9(09) COMP.
000920 01  WR-PARM-RESULT-SWITCH    PIC X(01).
000930     88  WR-RESULT-IS-SUCCESS           VALUE "Y".
000940     88  WR-RESULT-IS-FAILURE           VALUE "N".
000950 01  WR-PARM-REASON-TEXT      PIC X(40).
000960 PROCEDURE DIVISION USING WR-PARM-AS-OF-DATE
000970                          WR-PARM-ITEM-COUNT
000980                          WR-PARM-RESULT-SWITCH
000990                          WR-PARM-REASON-TEXT.
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001020     PERFORM 3000-PRINT-WAREHOUSE-REPORT THRU 3000-EXIT.
001030 0000-EXIT.
001040     GOBACK.
001050*
001060 1000-INITIALIZE.
001070     SET WR-RESULT-IS-FAILURE TO TRUE.
001080     MOVE SPACES TO WR-PARM-REASON-TEXT.
001090     MOVE ZERO TO WR-PARM-ITEM-COUNT.
001100     MOVE ZERO TO WR-GRAND-AMOUNT.
001110     MOVE ZERO TO WR-CANCELLED-COUNT.
001120     MOVE "Y" TO WR-FIRST-ITEM-SWITCH.
001130     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT.
001140 1000-EXIT.
001150     EXIT.
001160*
001170 1050-LOAD-PARAMETERS.
001180     MOVE SPACES TO DL100-PARAMETER-RECORD.
001190     OPEN INPUT DL100-PARAMETER-FILE.
001200     IF WR-PRM-FILE-STATUS = "00"
001210         READ DL100-PARAMETER-FILE
001220             AT END
001230                 CONTINUE
001240         END-READ
001250         IF PR-WAREHOUSE-FILE-PATH NOT = SPACES
001260             MOVE PR-WAREHOUSE-FILE-PATH TO WR-WHS-FILE-PATH
001270         END-IF
001280         CLOSE DL100-PARAMETER-FILE
001290     END-IF.
001300 1050-EXIT.
001310     EXIT.
001320*
001330 3000-PRINT-WAREHOUSE-REPORT.
001340     MOVE "N" TO WR-END-OF-FILE-SWITCH.
001350     OPEN INPUT DL100-WAREHOUSE-FILE.
001360     IF WR-WHS-FILE-STATUS = "35"
001370         SET WR-END-OF-FILE TO TRUE
001380     ELSE
001390         IF WR-WHS-FILE-STATUS NOT = "00"
001400             MOVE "WAREHOUSE FILE COULD NOT BE OPENED"
001410                 TO WR-PARM-REASON-TEXT
001420             GO TO 3000-EXIT
001430         END-IF
001440     END-IF.
001450     OPEN OUTPUT DL100-WAREHOUSE-REPORT-FILE.
001460     IF WR-RPT-FILE-STATUS NOT = "00"
001470         MOVE "REPORT FILE COULD NOT BE OPENED"
001480             TO WR-PARM-REASON-TEXT
001490         GO TO 3000-CLOSE-WAREHOUSE
001500     END-IF.
001510     MOVE SPACES TO WR-REPORT-LINE.
001520     STRING "WAREHOUSED FUTURE-DATED ITEMS - AS OF "
001530         WR-PARM-AS-OF-DATE
001540         DELIMITED BY SIZE INTO WR-REPORT-LINE.
001550     WRITE WR-REPORT-LINE.
001560     MOVE SPACES TO WR-REPORT-LINE.
001570     WRITE WR-REPORT-LINE.
001580     MOVE SPACES TO WR-REPORT-LINE.
001590     STRING "    DUE DATE   SOURCE     REFERENCE      "
001600         "ACCOUNT        TYPE                AMOUNT   RECEIVED"
001610         DELIMITED BY SIZE INTO WR-REPORT-LINE.
001620     WRITE WR-REPORT-LINE.
001630     IF NOT WR-END-OF-FILE
001640         PERFORM 3100-READ-NEXT-ITEM THRU 3100-EXIT
001650         PERFORM 3200-PRINT-ONE-ITEM THRU 3200-EXIT
001660             UNTIL WR-END-OF-FILE
001670     END-IF.
001680     IF WR-PARM-ITEM-COUNT = ZERO
001690         MOVE SPACES TO WR-REPORT-LINE
001700         MOVE "    NO ITEMS WAITING IN THE WAREHOUSE"
001710             TO WR-REPORT-LINE
001720         WRITE WR-REPORT-LINE
001730     ELSE
001740         PERFORM 3400-PRINT-SOURCE-TOTAL THRU 3400-EXIT
001750         PERFORM 3500-PRINT-DATE-TOTAL THRU 3500-EXIT
001760         PERFORM 3600-PRINT-GRAND-TOTAL THRU 3600-EXIT
001770     END-IF.
001780     IF WR-WHS-FILE-STATUS NOT = "35"
001790         PERFORM 4000-PRINT-CANCELLED-SECTION THRU 4000-EXIT
001800     END-IF.
001810     CLOSE DL100-WAREHOUSE-REPORT-FILE.
001820     SET WR-RESULT-IS-SUCCESS TO TRUE.
001830 3000-CLOSE-WAREHOUSE.
001840     IF WR-WHS-FILE-STATUS NOT = "35"
001850         CLOSE DL100-WAREHOUSE-FILE
001860     END-IF.
001870 3000-EXIT.
001880     EXIT.
001890*
001900 3100-READ-NEXT-ITEM.
001910*    ONLY ITEMS STILL WAITING ARE LISTED HERE.
001920     READ DL100-WAREHOUSE-FILE NEXT RECORD
001930         AT END
001940             SET WR-END-OF-FILE TO TRUE
001950             GO TO 3100-EXIT
001960     END-READ.
001970     IF NOT WH-ENTRY-WAREHOUSED
001980         GO TO 3100-READ-NEXT-ITEM
001990     END-IF.
002000 3100-EXIT.
002010     EXIT.
002020*
002030 3200-PRINT-ONE-ITEM.
002040     IF WR-FIRST-ITEM
002050         MOVE "N" TO WR-FIRST-ITEM-SWITCH
002060         PERFORM 3300-START-NEW-DATE THRU 3300-EXIT
002070         GO TO 3200-DETAIL
002080     END-IF.
002090     IF WH-DUE-DATE NOT = WR-PREV-DUE-DATE
002100         PERFORM 3400-PRINT-SOURCE-TOTAL THRU 3400-EXIT
002110         PERFORM 3500-PRINT-DATE-TOTAL THRU 3500-EXIT
002120         PERFORM 3300-START-NEW-DATE THRU 3300-EXIT
002130         GO TO 3200-DETAIL
002140     END-IF.
002150     IF WH-SOURCE NOT = WR-PREV-SOURCE
002160         PERFORM 3400-PRINT-SOURCE-TOTAL THRU 3400-EXIT
002170         MOVE WH-SOURCE TO WR-PREV-SOURCE
002180         MOVE ZERO TO WR-SOURCE-COUNT
002190         MOVE ZERO TO WR-SOURCE-AMOUNT
002200     END-IF.
002210 3200-DETAIL.
002220     MOVE WH-TRANSACTION-IMAGE TO WR-WAREHOUSED-IMAGE.
002230     ADD 1 TO WR-PARM-ITEM-COUNT.
002240     ADD 1 TO WR-SOURCE-COUNT.
002250     ADD 1 TO WR-DATE-COUNT.
002260     ADD WI-AMOUNT TO WR-SOURCE-AMOUNT.
002270     ADD WI-AMOUNT TO WR-DATE-AMOUNT.
002280     ADD WI-AMOUNT TO WR-GRAND-AMOUNT.
002290     MOVE SPACES TO WR-DETAIL-LINE.
002300     MOVE WH-DUE-DATE TO WR-D-DUE-DATE.
002310     MOVE WH-SOURCE TO WR-D-SOURCE.
002320     MOVE WH-REFERENCE-NUMBER TO WR-D-REFERENCE.
002330     MOVE WI-ACCOUNT-NUMBER TO WR-D-ACCOUNT.
002340     MOVE WI-TYPE TO WR-D-TYPE.
002350     MOVE WI-AMOUNT TO WR-D-AMOUNT.
002360     MOVE WH-RECEIVED-DATE TO WR-D-RECEIVED-DATE.
002370     IF WH-DUE-DATE NOT > WR-PARM-AS-OF-DATE
002380         MOVE "DUE" TO WR-D-DUE-FLAG
002390     END-IF.
002400     MOVE SPACES TO WR-REPORT-LINE.
002410     MOVE WR-DETAIL-LINE TO WR-REPORT-LINE.
002420     WRITE WR-REPORT-LINE.
002430     PERFORM 3100-READ-NEXT-ITEM THRU 3100-EXIT.
002440 3200-EXIT.
002450     EXIT.
002460*
002470 3300-START-NEW-DATE.
002480     MOVE WH-DUE-DATE TO WR-PREV-DUE-DATE.
002490     MOVE WH-SOURCE TO WR-PREV-SOURCE.
002500     MOVE ZERO TO WR-SOURCE-COUNT.
002510     MOVE ZERO TO WR-SOURCE-AMOUNT.
002520     MOVE ZERO TO WR-DATE-COUNT.
002530     MOVE ZERO TO WR-DATE-AMOUNT.
002540 3300-EXIT.
002550     EXIT.
002560*
002570 3400-PRINT-SOURCE-TOTAL.
002580     MOVE WR-SOURCE-COUNT TO WR-COUNT-EDIT.
002590     MOVE WR-SOURCE-AMOUNT TO WR-AMOUNT-EDIT.
002600     MOVE SPACES TO WR-REPORT-LINE.
002610     STRING "               SOURCE " WR-PREV-SOURCE
002620         "  ITEMS " WR-COUNT-EDIT
002630         "   AMOUNT " WR-AMOUNT-EDIT
002640         DELIMITED BY SIZE INTO WR-REPORT-LINE.
002650     WRITE WR-REPORT-LINE.
002660 3400-EXIT.
002670     EXIT.
002680*
002690 3500-PRINT-DATE-TOTAL.
002700     MOVE WR-DATE-COUNT TO WR-COUNT-EDIT.
002710     MOVE WR-DATE-AMOUNT TO WR-AMOUNT-EDIT.
002720     MOVE SPACES TO WR-REPORT-LINE.
002730     STRING "    DUE " WR-PREV-DUE-DATE " TOTAL"
002740         "        ITEMS " WR-COUNT-EDIT
002750         "   AMOUNT " WR-AMOUNT-EDIT
002760         DELIMITED BY SIZE INTO WR-REPORT-LINE.
002770     WRITE WR-REPORT-LINE.
002780     MOVE SPACES TO WR-REPORT-LINE.
002790     WRITE WR-REPORT-LINE.
002800 3500-EXIT.
002810     EXIT.
002820*
002830 3600-PRINT-GRAND-TOTAL.
002840     MOVE WR-PARM-ITEM-COUNT TO WR-COUNT-EDIT.
002850     MOVE WR-GRAND-AMOUNT TO WR-AMOUNT-EDIT.
002860     MOVE SPACES TO WR-REPORT-LINE.
002870     STRING "    WAREHOUSE TOTAL              ITEMS "
002880         WR-COUNT-EDIT "   AMOUNT " WR-AMOUNT-EDIT
002890         DELIMITED BY SIZE INTO WR-REPORT-LINE.
002900     WRITE WR-REPORT-LINE.
002910 3600-EXIT.
002920     EXIT.
002930*
002940 4000-PRINT-CANCELLED-SECTION.
002950*    CANCELLED ITEMS STAY ON THE WAREHOUSE FILE; THOSE THAT
002960*    WOULD OTHERWISE STILL BE PENDING ARE LISTED WITH WHO
002970*    CANCELLED EACH ONE AND WHY.
002980     MOVE "N" TO WR-END-OF-FILE-SWITCH.
002990     MOVE SPACES TO WR-REPORT-LINE.
003000     WRITE WR-REPORT-LINE.
003010     MOVE SPACES TO WR-REPORT-LINE.
003020     MOVE "CANCELLED WAREHOUSED ITEMS" TO WR-REPORT-LINE.
003030     WRITE WR-REPORT-LINE.
003040     MOVE SPACES TO WR-REPORT-LINE.
003050     STRING "    DUE DATE   SOURCE     REFERENCE      BY       "
003060         "  REASON"
003070         DELIMITED BY SIZE INTO WR-REPORT-LINE.
003080     WRITE WR-REPORT-LINE.
003090     MOVE WR-PARM-AS-OF-DATE TO WH-DUE-DATE.
003100     MOVE LOW-VALUES TO WH-SOURCE.
003110     MOVE LOW-VALUES TO WH-REFERENCE-NUMBER.
003120     MOVE LOW-VALUES TO WH-AMOUNT-SIGN.
003130     START DL100-WAREHOUSE-FILE
003140         KEY IS NOT LESS THAN WH-WAREHOUSE-KEY
003150         INVALID KEY
003160             SET WR-END-OF-FILE TO TRUE
003170     END-START.
003180     PERFORM 4100-READ-NEXT-CANCEL THRU 4100-EXIT.
003190     PERFORM 4200-PRINT-ONE-CANCEL THRU 4200-EXIT
003200         UNTIL WR-END-OF-FILE.
003210     IF WR-CANCELLED-COUNT = ZERO
003220         MOVE SPACES TO WR-REPORT-LINE
003230         MOVE "    NO CANCELLED ITEMS DUE ON OR AFTER THIS DATE"
003240             TO WR-REPORT-LINE
003250         WRITE WR-REPORT-LINE
003260     END-IF.
003270 4000-EXIT.
003280     EXIT.
003290*
003300 4100-READ-NEXT-CANCEL.
003310     IF WR-END-OF-FILE
003320         GO TO 4100-EXIT
003330     END-IF.
003340     READ DL100-WAREHOUSE-FILE NEXT RECORD
003350         AT END
003360             SET WR-END-OF-FILE TO TRUE
003370             GO TO 4100-EXIT
003380     END-READ.
003390     IF NOT WH-ENTRY-CANCELLED
003400         GO TO 4100-READ-NEXT-CANCEL
003410     END-IF.
003420 4100-EXIT.
003430     EXIT.
003440*
003450 4200-PRINT-ONE-CANCEL.
003460     ADD 1 TO WR-CANCELLED-COUNT.
003470     MOVE SPACES TO WR-REPORT-LINE.
003480     STRING "    " WH-DUE-DATE
003490         "   " WH-SOURCE
003500         "   " WH-REFERENCE-NUMBER
003510         "   " WH-CANCELLED-BY
003520         "   " WH-CANCEL-REASON
003530         DELIMITED BY SIZE INTO WR-REPORT-LINE.
003540     WRITE WR-REPORT-LINE.
003550     PERFORM 4100-READ-NEXT-CANCEL THRU 4100-EXIT.
003560 4200-EXIT.
003570     EXIT.
