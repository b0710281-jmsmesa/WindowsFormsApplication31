000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100WHX.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100WHX - WAREHOUSED ITEM CANCELLATION                     *
000110*                                                                *
000120*   CALLED BY FORMWHCANCEL (SUPERVISOR-ONLY) FOR A FUTURE-DATED  *
000130*   TRANSACTION THAT IS WAITING IN THE WAREHOUSE FOR ITS DUE     *
000140*   DATE.  EVERY LEG STILL WAREHOUSED UNDER THE DUE DATE,        *
000150*   SOURCE AND REFERENCE (BOTH AMOUNT SIGNS, SO A TRANSFER       *
000160*   CANCELS AS A PAIR) IS MARKED CANCELLED AND STAMPED WITH WHO  *
000170*   CANCELLED IT, WHY AND WHEN.  THE RECORD IS KEPT SO THE       *
000180*   CANCELLATION STAYS VISIBLE TO DL100RCN; A CANCELLED ITEM     *
000190*   NEVER RELEASES.  AN ITEM ALREADY RELEASED CANNOT BE          *
000200*   CANCELLED HERE - IT IS REVERSED LIKE ANY OTHER POSTING.      *
000210*                                                                *
000220*   MODIFICATION HISTORY                                        *
000230*   ----------------------------------------------------------- *
000240*   2026-10-15  JMS   INITIAL VERSION.                          *
000240*   2026-10-15  JMS   THE CALLER PASSES THE BUSINESS DATE THE    *
000240*                     CANCEL IS ENTERED AGAINST, AND IT IS       *
000240*                     STAMPED ON EACH CANCELLED LEG SO DL100RCN  *
000240*                     COUNTS THE CANCEL ON THAT DATE.            *
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT DL100-WAREHOUSE-FILE ASSIGN TO WX-WHS-FILE-PATH
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS WH-WAREHOUSE-KEY
000340         FILE STATUS IS WX-WHS-FILE-STATUS.
000350     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WX-PRM-FILE-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  DL100-WAREHOUSE-FILE.
000410 COPY DL100WH.
000420 FD  DL100-PARAMETER-FILE.
000430 COPY DL100PR.
000440 WORKING-STORAGE SECTION.
000450 77  WX-WHS-FILE-STATUS       PIC X(02) VALUE SPACES.
000460 77  WX-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000470 77  WX-WHS-FILE-PATH         PIC X(60) VALUE "WHSFILE".
000480 77  WX-WHS-OPEN-SWITCH       PIC X(01) VALUE "N".
000490     88  WX-WHS-FILE-IS-OPEN            VALUE "Y".
000500 77  WX-SIGN-IDX              PIC 9(01) COMP VALUE ZERO.
000510 77  WX-CANCEL-COUNT          PIC 9(02) COMP VALUE ZERO.
000520 77  WX-RELEASED-COUNT        PIC 9(02) COMP VALUE ZERO.
000530 77  WX-TIMESTAMP             PIC X(14) VALUE SPACES.
000540 77  WX-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
000550 77  WX-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
000560 77  WX-TIMESTAMP-TIME        PIC 9(06) VALUE ZERO.
000570 01  WX-SIGN-VALUES           PIC X(02) VALUE "+-".
000580 01  WX-SIGN-TABLE REDEFINES WX-SIGN-VALUES.
000590     05  WX-SIGN              PIC X(01) OCCURS 2 TIMES.
000600 LINKAGE SECTION.
000610 01  WX-PARM-DUE-DATE         PIC 9(08).
000620 01  WX-PARM-SOURCE           PIC X(08).
000630 01  WX-PARM-REFERENCE        PIC X(12).
000640 01  WX-PARM-OPERATOR-ID      PIC X(08).
000650 01  WX-PARM-CANCEL-REASON    PIC X(40).
000650 01  WX-PARM-BUSINESS-DATE    PIC 9(08).
000660 01  WX-PARM-RESULT-SWITCH    PIC X(01).
000670     88  WX-RESULT-IS-SUCCESS           VALUE "Y".
000680     88  WX-RESULT-IS-FAILURE           VALUE "N".
000690 01  WX-PARM-REASON-TEXT      PIC X(40).
000700 PROCEDURE DIVISION USING WX-PARM-DUE-DATE
000710                          WX-PARM-SOURCE
000720                          WX-PARM-REFERENCE
000730                          WX-PARM-OPERATOR-ID
000740                          WX-PARM-CANCEL-REASON
000740                          WX-PARM-BUSINESS-DATE
000750                          WX-PARM-RESULT-SWITCH
000760                          WX-PARM-REASON-TEXT.
000770 0000-MAINLINE.
000780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000790     IF WX-RESULT-IS-FAILURE
000800         GO TO 0000-TERMINATE
000810     END-IF.
000820     PERFORM 2000-CANCEL-WAREHOUSED-LEGS THRU 2000-EXIT.
000830 0000-TERMINATE.
000840     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000850 0000-EXIT.
000860     GOBACK.
000870*
000880 1000-INITIALIZE.
000890     SET WX-RESULT-IS-SUCCESS TO TRUE.
000900     MOVE SPACES TO WX-PARM-REASON-TEXT.
000910     MOVE ZERO TO WX-CANCEL-COUNT.
000920     MOVE ZERO TO WX-RELEASED-COUNT.
000930     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT.
000940     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
000950     IF WX-PARM-CANCEL-REASON = SPACES
000960         SET WX-RESULT-IS-FAILURE TO TRUE
000970         MOVE "A CANCELLATION REASON IS REQUIRED"
000980             TO WX-PARM-REASON-TEXT
000990         GO TO 1000-EXIT
001000     END-IF.
001000     IF WX-PARM-BUSINESS-DATE NOT NUMERIC
001000         OR WX-PARM-BUSINESS-DATE = ZERO
001000         SET WX-RESULT-IS-FAILURE TO TRUE
001000         MOVE "A BUSINESS DATE IS REQUIRED"
001000             TO WX-PARM-REASON-TEXT
001000         GO TO 1000-EXIT
001000     END-IF.
001010     MOVE "N" TO WX-WHS-OPEN-SWITCH.
001020     OPEN I-O DL100-WAREHOUSE-FILE.
001030     IF WX-WHS-FILE-STATUS = "00"
001040         SET WX-WHS-FILE-IS-OPEN TO TRUE
001050     ELSE
001060         SET WX-RESULT-IS-FAILURE TO TRUE
001070         MOVE "WAREHOUSE FILE COULD NOT BE OPENED"
001080             TO WX-PARM-REASON-TEXT
001090     END-IF.
001100 1000-EXIT.
001110     EXIT.
001120*
001130 1050-LOAD-PARAMETERS.
001140     MOVE SPACES TO DL100-PARAMETER-RECORD.
001150     OPEN INPUT DL100-PARAMETER-FILE.
001160     IF WX-PRM-FILE-STATUS = "00"
001170         READ DL100-PARAMETER-FILE
001180             AT END
001190                 CONTINUE
001200         END-READ
001210         IF PR-WAREHOUSE-FILE-PATH NOT = SPACES
001220             MOVE PR-WAREHOUSE-FILE-PATH TO WX-WHS-FILE-PATH
001230         END-IF
001240         CLOSE DL100-PARAMETER-FILE
001250     END-IF.
001260 1050-EXIT.
001270     EXIT.
001280*
001290 1060-BUILD-TIMESTAMP.
001300     ACCEPT WX-TIMESTAMP-DATE FROM DATE YYYYMMDD.
001310     ACCEPT WX-TIMESTAMP-TIME-RAW FROM TIME.
001320     MOVE WX-TIMESTAMP-TIME-RAW(1:6) TO WX-TIMESTAMP-TIME.
001330     STRING WX-TIMESTAMP-DATE DELIMITED BY SIZE
001340            WX-TIMESTAMP-TIME DELIMITED BY SIZE
001350         INTO WX-TIMESTAMP.
001360 1060-EXIT.
001370     EXIT.
001380*
001390 2000-CANCEL-WAREHOUSED-LEGS.
001400     PERFORM 2100-CANCEL-ONE-LEG THRU 2100-EXIT
001410         VARYING WX-SIGN-IDX FROM 1 BY 1
001420         UNTIL WX-SIGN-IDX > 2.
001430     IF WX-CANCEL-COUNT > ZERO
001440         GO TO 2000-EXIT
001450     END-IF.
001460     SET WX-RESULT-IS-FAILURE TO TRUE.
001470     IF WX-RELEASED-COUNT > ZERO
001480         MOVE "ITEM HAS ALREADY RELEASED - REVERSE IT"
001490             TO WX-PARM-REASON-TEXT
001500     ELSE
001510         MOVE "NO WAREHOUSED ITEM FOR DATE/SOURCE/REF"
001520             TO WX-PARM-REASON-TEXT
001530     END-IF.
001540 2000-EXIT.
001550     EXIT.
001560*
001570 2100-CANCEL-ONE-LEG.
001580     MOVE WX-PARM-DUE-DATE TO WH-DUE-DATE.
001590     MOVE WX-PARM-SOURCE TO WH-SOURCE.
001600     MOVE WX-PARM-REFERENCE TO WH-REFERENCE-NUMBER.
001610     MOVE WX-SIGN(WX-SIGN-IDX) TO WH-AMOUNT-SIGN.
001620     READ DL100-WAREHOUSE-FILE
001630         INVALID KEY
001640             GO TO 2100-EXIT
001650     END-READ.
001660     IF WH-ENTRY-RELEASED OR WH-ENTRY-SUPERSEDED
001670         ADD 1 TO WX-RELEASED-COUNT
001680         GO TO 2100-EXIT
001690     END-IF.
001700     IF NOT WH-ENTRY-WAREHOUSED
001710         GO TO 2100-EXIT
001720     END-IF.
001730     SET WH-ENTRY-CANCELLED TO TRUE.
001740     MOVE WX-PARM-OPERATOR-ID TO WH-CANCELLED-BY.
001750     MOVE WX-PARM-CANCEL-REASON TO WH-CANCEL-REASON.
001760     MOVE WX-TIMESTAMP TO WH-CANCEL-DATE-TIME.
001760     MOVE WX-PARM-BUSINESS-DATE TO WH-CANCEL-BUSINESS-DATE.
001770     REWRITE DL100-WAREHOUSE-RECORD
001780         INVALID KEY
001790             GO TO 2100-EXIT
001800     END-REWRITE.
001810     ADD 1 TO WX-CANCEL-COUNT.
001820 2100-EXIT.
001830     EXIT.
001840*
001850 8000-TERMINATE.
001860     IF WX-WHS-FILE-IS-OPEN
001870         CLOSE DL100-WAREHOUSE-FILE
001880         MOVE "N" TO WX-WHS-OPEN-SWITCH
001890     END-IF.
001900 8000-EXIT.
001910     EXIT.
