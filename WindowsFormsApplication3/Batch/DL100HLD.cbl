000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100HLD.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100HLD - NIGHTLY HOLD EXPIRY AND HOLD REGISTER            *
000110*                                                                *
000120*   RUN AS A STEP OF THE END-OF-NIGHT CHAIN (DL100RUN).  EVERY   *
000130*   ACTIVE HOLD WHOSE EXPIRY DATE IS EARLIER THAN THE BUSINESS   *
000140*   DATE IS MARKED EXPIRED FOR THAT DATE.  THE HOLD REGISTER     *
000150*   THEN LISTS THE HOLDS PLACED, RELEASED, AND EXPIRED FOR THE   *
000160*   DATE, WITH A COUNT AND AMOUNT FOR EACH SECTION AND THE       *
000170*   HOLDS STILL ACTIVE AT THE END OF THE DAY.  A PLACEMENT OR    *
000180*   RELEASE IS REGISTERED ON THE FIRST BUSINESS DATE RUN ON OR   *
000190*   AFTER THE DAY IT WAS KEYED, AND THAT DATE IS STAMPED ON THE  *
000200*   HOLD, SO A RERUN OF THE SAME DATE PRINTS THE SAME REGISTER   *
000210*   AND NOTHING IS LISTED TWICE ON DIFFERENT DATES.              *
000220*                                                                *
000230*   MODIFICATION HISTORY                                        *
000240*   ----------------------------------------------------------- *
000250*   2026-10-15  JMS   INITIAL VERSION.                          *
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DL100-HOLD-FILE ASSIGN TO HD-HLD-FILE-PATH
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS HL-HOLD-KEY
000350         FILE STATUS IS HD-HLD-FILE-STATUS.
000360     SELECT DL100-HOLD-REPORT-FILE ASSIGN TO HLDRPT
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS HD-RPT-FILE-STATUS.
000390     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS HD-PRM-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  DL100-HOLD-FILE.
000450 COPY DL100HL.
000460 FD  DL100-HOLD-REPORT-FILE
000470     RECORD CONTAINS 132 CHARACTERS.
000480 01  HD-REPORT-LINE               PIC X(132).
000490 FD  DL100-PARAMETER-FILE.
000500 COPY DL100PR.
000510 WORKING-STORAGE SECTION.
000520 77  HD-HLD-FILE-STATUS       PIC X(02) VALUE SPACES.
000530 77  HD-RPT-FILE-STATUS       PIC X(02) VALUE SPACES.
000540 77  HD-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000550 77  HD-HLD-FILE-PATH         PIC X(60) VALUE "HLDFILE".
000560 77  HD-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
000570     88  HD-END-OF-FILE                 VALUE "Y".
000580 77  HD-CHANGED-SWITCH        PIC X(01) VALUE "N".
000590     88  HD-HOLD-WAS-CHANGED            VALUE "Y".
000600 77  HD-SECTION-SWITCH        PIC X(01) VALUE SPACE.
000610     88  HD-LISTING-PLACED              VALUE "P".
000620     88  HD-LISTING-RELEASED            VALUE "R".
000630     88  HD-LISTING-EXPIRED             VALUE "E".
000640 77  HD-SECTION-TITLE         PIC X(40) VALUE SPACES.
000650 77  HD-SECTION-COUNT         PIC 9(09) COMP VALUE ZERO.
000660 77  HD-SECTION-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
000670 77  HD-ACTIVE-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZERO.
000680 77  HD-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
000690 77  HD-AMOUNT-EDIT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
000700 01  HD-DETAIL-LINE.
000710     05  FILLER               PIC X(04) VALUE SPACES.
000720     05  HD-D-ACCOUNT         PIC X(12).
000730     05  FILLER               PIC X(03) VALUE SPACES.
000740     05  HD-D-HOLD-ID         PIC 9(06).
000750     05  FILLER               PIC X(03) VALUE SPACES.
000760     05  HD-D-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
000770     05  FILLER               PIC X(03) VALUE SPACES.
000780     05  HD-D-EXPIRY          PIC X(08).
000790     05  FILLER               PIC X(03) VALUE SPACES.
000800     05  HD-D-BY              PIC X(08).
000810     05  FILLER               PIC X(03) VALUE SPACES.
000820     05  HD-D-DATE-TIME       PIC X(14).
000830     05  FILLER               PIC X(03) VALUE SPACES.
000840     05  HD-D-REASON          PIC X(40).
000850 LINKAGE SECTION.
000860 01  HD-PARM-BUSINESS-DATE    PIC 9(08).
000870 01  HD-PARM-EXPIRED-COUNT    PIC 9(09) COMP.
000880 01  HD-PARM-ACTIVE-COUNT     PIC 9(09) COMP.
000890 01  HD-PARM-RESULT-SWITCH    PIC X(01).
000900     88  HD-RESULT-IS-SUCCESS           VALUE "Y".
000910     88  HD-RESULT-IS-FAILURE           VALUE "N".
000920 01  HD-PARM-REASON-TEXT      PIC X(40).
000930 PROCEDURE DIVISION USING HD-PARM-BUSINESS-DATE
000940                          HD-PARM-EXPIRED-COUNT
000950                          HD-PARM-ACTIVE-COUNT
000960                          HD-PARM-RESULT-SWITCH
000970                          HD-PARM-REASON-TEXT.
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     IF HD-RESULT-IS-FAILURE
001010         GO TO 0000-EXIT
001020     END-IF.
001030     PERFORM 2000-UPDATE-HOLDS THRU 2000-EXIT.
001040     PERFORM 3000-PRINT-REGISTER THRU 3000-EXIT.
001050     CLOSE DL100-HOLD-FILE.
001060 0000-EXIT.
001070     GOBACK.
001080*
001090 1000-INITIALIZE.
001100     SET HD-RESULT-IS-SUCCESS TO TRUE.
001110     MOVE SPACES TO HD-PARM-REASON-TEXT.
001120     MOVE ZERO TO HD-PARM-EXPIRED-COUNT.
001130     MOVE ZERO TO HD-PARM-ACTIVE-COUNT.
001140     MOVE ZERO TO HD-ACTIVE-AMOUNT.
001150     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
001160     OPEN I-O DL100-HOLD-FILE.
001170     IF HD-HLD-FILE-STATUS = "35"
001180         OPEN OUTPUT DL100-HOLD-FILE
001190         CLOSE DL100-HOLD-FILE
001200         OPEN I-O DL100-HOLD-FILE
001210     END-IF.
001220     IF HD-HLD-FILE-STATUS NOT = "00"
001230         SET HD-RESULT-IS-FAILURE TO TRUE
001240         MOVE "HOLD FILE COULD NOT BE OPENED"
001250             TO HD-PARM-REASON-TEXT
001260     END-IF.
001270 1000-EXIT.
001280     EXIT.
001290*
001300 1050-LOAD-FILE-PATHS.
001310     MOVE SPACES TO DL100-PARAMETER-RECORD.
001320     OPEN INPUT DL100-PARAMETER-FILE.
001330     IF HD-PRM-FILE-STATUS = "00"
001340         READ DL100-PARAMETER-FILE
001350             AT END
001360                 CONTINUE
001370         END-READ
001380         IF PR-HOLD-FILE-PATH NOT = SPACES
001390             MOVE PR-HOLD-FILE-PATH TO HD-HLD-FILE-PATH
001400         END-IF
001410         CLOSE DL100-PARAMETER-FILE
001420     END-IF.
001430 1050-EXIT.
001440     EXIT.
001450*
001460 1100-START-HOLDS.
001470     MOVE "N" TO HD-END-OF-FILE-SWITCH.
001480     MOVE LOW-VALUES TO HL-HOLD-KEY.
001490     START DL100-HOLD-FILE
001500         KEY IS GREATER THAN HL-HOLD-KEY
001510         INVALID KEY
001520             SET HD-END-OF-FILE TO TRUE
001530             GO TO 1100-EXIT
001540     END-START.
001550     PERFORM 1200-READ-NEXT-HOLD THRU 1200-EXIT.
001560 1100-EXIT.
001570     EXIT.
001580*
001590 1200-READ-NEXT-HOLD.
001600     READ DL100-HOLD-FILE NEXT RECORD
001610         AT END
001620             SET HD-END-OF-FILE TO TRUE
001630     END-READ.
001640 1200-EXIT.
001650     EXIT.
001660*
001670 2000-UPDATE-HOLDS.
001680     PERFORM 1100-START-HOLDS THRU 1100-EXIT.
001690     PERFORM 2100-UPDATE-ONE-HOLD THRU 2100-EXIT
001700         UNTIL HD-END-OF-FILE.
001710 2000-EXIT.
001720     EXIT.
001730*
001740 2100-UPDATE-ONE-HOLD.
001750     MOVE "N" TO HD-CHANGED-SWITCH.
001760     IF HL-PLACED-REGISTERED = ZERO
001770         AND HL-PLACED-DATE-TIME(1:8) NOT > HD-PARM-BUSINESS-DATE
001780         MOVE HD-PARM-BUSINESS-DATE TO HL-PLACED-REGISTERED
001790         SET HD-HOLD-WAS-CHANGED TO TRUE
001800     END-IF.
001810     IF HL-HOLD-RELEASED
001820         AND HL-RELEASED-REGISTERED = ZERO
001830         AND HL-RELEASED-DATE-TIME(1:8)
001840             NOT > HD-PARM-BUSINESS-DATE
001850         MOVE HD-PARM-BUSINESS-DATE TO HL-RELEASED-REGISTERED
001860         SET HD-HOLD-WAS-CHANGED TO TRUE
001870     END-IF.
001880     IF HL-HOLD-ACTIVE
001890         AND HL-EXPIRY-DATE NOT = ZERO
001900         AND HL-EXPIRY-DATE < HD-PARM-BUSINESS-DATE
001910         SET HL-HOLD-EXPIRED TO TRUE
001920         MOVE HD-PARM-BUSINESS-DATE TO HL-EXPIRED-DATE
001930         SET HD-HOLD-WAS-CHANGED TO TRUE
001940     END-IF.
001950     IF HD-HOLD-WAS-CHANGED
001960         REWRITE DL100-HOLD-RECORD
001970             INVALID KEY
001980                 CONTINUE
001990         END-REWRITE
002000     END-IF.
002010     IF HL-HOLD-EXPIRED
002020         AND HL-EXPIRED-DATE = HD-PARM-BUSINESS-DATE
002030         ADD 1 TO HD-PARM-EXPIRED-COUNT
002040     END-IF.
002050     IF HL-HOLD-ACTIVE
002060         ADD 1 TO HD-PARM-ACTIVE-COUNT
002070         ADD HL-HOLD-AMOUNT TO HD-ACTIVE-AMOUNT
002080     END-IF.
002090     PERFORM 1200-READ-NEXT-HOLD THRU 1200-EXIT.
002100 2100-EXIT.
002110     EXIT.
002120*
002130 3000-PRINT-REGISTER.
002140     OPEN OUTPUT DL100-HOLD-REPORT-FILE.
002150     IF HD-RPT-FILE-STATUS NOT = "00"
002160         SET HD-RESULT-IS-FAILURE TO TRUE
002170         MOVE "HOLD REGISTER COULD NOT BE OPENED"
002180             TO HD-PARM-REASON-TEXT
002190         GO TO 3000-EXIT
002200     END-IF.
002210     MOVE SPACES TO HD-REPORT-LINE.
002220     STRING "ACCOUNT HOLD REGISTER - BUSINESS DATE "
002230         HD-PARM-BUSINESS-DATE
002240         DELIMITED BY SIZE INTO HD-REPORT-LINE.
002250     WRITE HD-REPORT-LINE.
002260     SET HD-LISTING-PLACED TO TRUE.
002270     MOVE "HOLDS PLACED" TO HD-SECTION-TITLE.
002280     PERFORM 3100-PRINT-SECTION THRU 3100-EXIT.
002290     SET HD-LISTING-RELEASED TO TRUE.
002300     MOVE "HOLDS RELEASED" TO HD-SECTION-TITLE.
002310     PERFORM 3100-PRINT-SECTION THRU 3100-EXIT.
002320     SET HD-LISTING-EXPIRED TO TRUE.
002330     MOVE "HOLDS EXPIRED" TO HD-SECTION-TITLE.
002340     PERFORM 3100-PRINT-SECTION THRU 3100-EXIT.
002350     MOVE SPACES TO HD-REPORT-LINE.
002360     WRITE HD-REPORT-LINE.
002370     MOVE HD-PARM-ACTIVE-COUNT TO HD-COUNT-EDIT.
002380     MOVE HD-ACTIVE-AMOUNT TO HD-AMOUNT-EDIT.
002390     MOVE SPACES TO HD-REPORT-LINE.
002400     STRING "HOLDS ACTIVE AT END OF DAY   " HD-COUNT-EDIT
002410         "  " HD-AMOUNT-EDIT
002420         DELIMITED BY SIZE INTO HD-REPORT-LINE.
002430     WRITE HD-REPORT-LINE.
002440     CLOSE DL100-HOLD-REPORT-FILE.
002450 3000-EXIT.
002460     EXIT.
002470*
002480 3100-PRINT-SECTION.
002490     MOVE ZERO TO HD-SECTION-COUNT.
002500     MOVE ZERO TO HD-SECTION-AMOUNT.
002510     MOVE SPACES TO HD-REPORT-LINE.
002520     WRITE HD-REPORT-LINE.
002530     MOVE SPACES TO HD-REPORT-LINE.
002540     MOVE HD-SECTION-TITLE TO HD-REPORT-LINE.
002550     WRITE HD-REPORT-LINE.
002560     MOVE SPACES TO HD-REPORT-LINE.
002570     STRING "    ACCOUNT        HOLD                    "
002580         "AMOUNT   EXPIRES    BY         DATE/TIME        REASON"
002590         DELIMITED BY SIZE INTO HD-REPORT-LINE.
002600     WRITE HD-REPORT-LINE.
002610     PERFORM 1100-START-HOLDS THRU 1100-EXIT.
002620     PERFORM 3200-PRINT-ONE-HOLD THRU 3200-EXIT
002630         UNTIL HD-END-OF-FILE.
002640     IF HD-SECTION-COUNT = ZERO
002650         MOVE SPACES TO HD-REPORT-LINE
002660         MOVE "    NONE" TO HD-REPORT-LINE
002670         WRITE HD-REPORT-LINE
002680     END-IF.
002690     MOVE HD-SECTION-COUNT TO HD-COUNT-EDIT.
002700     MOVE HD-SECTION-AMOUNT TO HD-AMOUNT-EDIT.
002710     MOVE SPACES TO HD-REPORT-LINE.
002720     STRING "    SECTION TOTAL            " HD-COUNT-EDIT
002730         "  " HD-AMOUNT-EDIT
002740         DELIMITED BY SIZE INTO HD-REPORT-LINE.
002750     WRITE HD-REPORT-LINE.
002760 3100-EXIT.
002770     EXIT.
002780*
002790 3200-PRINT-ONE-HOLD.
002800     MOVE SPACES TO HD-D-BY HD-D-DATE-TIME.
002810     EVALUATE TRUE
002820         WHEN HD-LISTING-PLACED
002830           AND HL-PLACED-REGISTERED = HD-PARM-BUSINESS-DATE
002840             MOVE HL-PLACED-BY TO HD-D-BY
002850             MOVE HL-PLACED-DATE-TIME TO HD-D-DATE-TIME
002860         WHEN HD-LISTING-RELEASED
002870           AND HL-HOLD-RELEASED
002880           AND HL-RELEASED-REGISTERED = HD-PARM-BUSINESS-DATE
002890             MOVE HL-RELEASED-BY TO HD-D-BY
002900             MOVE HL-RELEASED-DATE-TIME TO HD-D-DATE-TIME
002910         WHEN HD-LISTING-EXPIRED
002920           AND HL-HOLD-EXPIRED
002930           AND HL-EXPIRED-DATE = HD-PARM-BUSINESS-DATE
002940             MOVE HL-PLACED-BY TO HD-D-BY
002950             MOVE HL-PLACED-DATE-TIME TO HD-D-DATE-TIME
002960         WHEN OTHER
002970             GO TO 3200-NEXT
002980     END-EVALUATE.
002990     ADD 1 TO HD-SECTION-COUNT.
003000     ADD HL-HOLD-AMOUNT TO HD-SECTION-AMOUNT.
003010     MOVE HL-ACCOUNT-NUMBER TO HD-D-ACCOUNT.
003020     MOVE HL-HOLD-ID TO HD-D-HOLD-ID.
003030     MOVE HL-HOLD-AMOUNT TO HD-D-AMOUNT.
003040     IF HL-EXPIRY-DATE = ZERO
003050         MOVE "NONE" TO HD-D-EXPIRY
003060     ELSE
003070         MOVE HL-EXPIRY-DATE TO HD-D-EXPIRY
003080     END-IF.
003090     MOVE HL-HOLD-REASON TO HD-D-REASON.
003100     MOVE SPACES TO HD-REPORT-LINE.
003110     MOVE HD-DETAIL-LINE TO HD-REPORT-LINE.
003120     WRITE HD-REPORT-LINE.
003130 3200-NEXT.
003140     PERFORM 1200-READ-NEXT-HOLD THRU 1200-EXIT.
003150 3200-EXIT.
003160     EXIT.
