000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL100ACK.
000030 AUTHOR.        J M SMITH - DAILY PROCESSING GROUP.
000040 INSTALLATION.  DAILY LEDGER SYSTEM.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*   DL100ACK - SOURCE ACKNOWLEDGEMENT AND REJECT-RETURN FILES   *
000110*                                                                *
000120*   RUN AS A STEP OF THE END-OF-NIGHT CHAIN (DL100RUN) AND       *
000130*   FROM FORM1, RIGHT AFTER DL100NC.  WRITES ONE RETURN FILE     *
000140*   (DL100RR) PER SOURCE SYSTEM FOR THE BUSINESS DATE, SO A      *
000150*   SENDING SYSTEM LEARNS WHAT BECAME OF ITS BATCH WITHOUT       *
000160*   ANYONE HAVING TO PHONE IT.  THE FILE STARTS WITH AN          *
000170*   ACKNOWLEDGEMENT - THE BATCH TRAILER TOTALS AS SENT, THE      *
000180*   COUNT AND HASH ACTUALLY RECEIVED, WHETHER THE BATCH PROVED,  *
000190*   AND HOW MANY OF THE SOURCE'S ITEMS WERE ACCEPTED, REJECTED,  *
000200*   HELD IN TRANSFER SUSPENSE, AND WAREHOUSED FOR A LATER DATE - *
000210*   FOLLOWED BY EVERY ITEM OF THE SOURCE THE DATE REJECTED, WITH *
000220*   ITS REASON CODE AND TEXT, SO THE SOURCE CAN FIX AND RESEND   *
000230*   IT.  A BATCH THAT FAILED ITS BH/BT PROOF ALSO RETURNS THE    *
000240*   REASON 06 SUMMARY LINE, WHICH IS NOT COUNTED AS A REJECTED   *
000250*   ITEM.                                                        *
000260*                                                                *
000270*   A FILE IS WRITTEN FOR EVERY SOURCE EXPECTED FOR THE DATE     *
000280*   (ONE THAT SENT NOTHING IS TOLD SO) AND EVERY SOURCE WITH A   *
000290*   BATCH, AN ACCEPTED ITEM, A REJECT, A SUSPENDED LEG, OR A     *
000300*   WAREHOUSED ITEM ON THE DATE.  ITS PATH IS THE PREFIX KEPT    *
000310*   ON THE SOURCE'S STANDING EXPECTED-SOURCE ENTRY (DL100ES)     *
000320*   FOLLOWED BY THE BUSINESS DATE, OR RTN<SOURCE>.<DATE> WHEN    *
000330*   NO PREFIX IS SET.  EACH FILE WRITTEN, OR THAT COULD NOT BE   *
000340*   WRITTEN, IS LOGGED ON THE OUTBOUND RETURN LOG (DL100OL) FOR  *
000350*   THE FEED ARRIVAL BOARD.  A RERUN FOR THE SAME DATE REPLACES  *
000360*   BOTH THE FILES AND THEIR LOG ENTRIES.                        *
000370*                                                                *
000380*   THE ACCEPTED AND REJECTED COUNTS ARE WHAT THE DATE POSTED    *
000390*   AND REJECTED FOR THE SOURCE, SO THEY INCLUDE ITEMS CARRIED   *
000400*   INTO THE DATE (TRANSFER LEGS RELEASED FROM SUSPENSE,         *
000410*   WAREHOUSE RELEASES, REPAIRED RESUBMITS) AND NEED NOT ADD UP  *
000420*   TO THE RECEIVED COUNT.                                       *
000430*                                                                *
000440*   A FILE THAT CANNOT BE OPENED IS COUNTED AS FAILED AND THE    *
000450*   STEP CARRIES ON WITH THE NEXT SOURCE; DL100RUN TURNS A       *
000460*   NON-ZERO FAILED COUNT INTO A WARNING ALERT.                  *
000470*                                                                *
000480*   MODIFICATION HISTORY                                        *
000490*   ----------------------------------------------------------- *
000500*   2026-10-15  JMS   INITIAL VERSION.                          *
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT DL100-EXPECTED-FILE ASSIGN TO AK-EXP-FILE-PATH
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ES-EXPECTED-KEY
000600         FILE STATUS IS AK-EXP-FILE-STATUS.
000610     SELECT DL100-TRANSACTION-FILE ASSIGN TO AK-TXN-FILE-PATH
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS AK-TXN-FILE-STATUS.
000640     SELECT DL100-OUTPUT-FILE ASSIGN TO AK-OUT-FILE-PATH
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS AK-OUT-FILE-STATUS.
000670     SELECT DL100-EXCEPTION-FILE ASSIGN TO AK-EXC-FILE-PATH
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS AK-EXC-FILE-STATUS.
000700     SELECT DL100-SUSPENSE-LOG-FILE ASSIGN TO AK-SLG-FILE-PATH
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS AK-SLG-FILE-STATUS.
000730     SELECT DL100-WAREHOUSE-FILE ASSIGN TO AK-WHS-FILE-PATH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS WH-WAREHOUSE-KEY
000770         FILE STATUS IS AK-WHS-FILE-STATUS.
000780     SELECT DL100-RETURN-FILE ASSIGN TO AK-RTN-FILE-PATH
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS AK-RTN-FILE-STATUS.
000810     SELECT DL100-OUTBOUND-LOG-FILE ASSIGN TO AK-RTL-FILE-PATH
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS OL-LOG-KEY
000850         FILE STATUS IS AK-RTL-FILE-STATUS.
000860     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS AK-PRM-FILE-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  DL100-EXPECTED-FILE.
000920 COPY DL100ES.
000930 FD  DL100-TRANSACTION-FILE.
000940 COPY DL100TX.
000950 COPY DL100BC.
000960 FD  DL100-OUTPUT-FILE.
000970 COPY DL100TX
000980     REPLACING LEADING ==TX-== BY ==OT-==
000990         ==DL100-TRANSACTION-RECORD== BY ==DL100-OUTPUT-RECORD==.
001000 FD  DL100-EXCEPTION-FILE.
001010 COPY DL100EX.
001020 FD  DL100-SUSPENSE-LOG-FILE.
001030 COPY DL100SL.
001040 FD  DL100-WAREHOUSE-FILE.
001050 COPY DL100WH.
001060 FD  DL100-RETURN-FILE.
001070 COPY DL100RR.
001080 FD  DL100-OUTBOUND-LOG-FILE.
001090 COPY DL100OL.
001100 FD  DL100-PARAMETER-FILE.
001110 COPY DL100PR.
001120 WORKING-STORAGE SECTION.
001130 77  AK-EXP-FILE-STATUS       PIC X(02) VALUE SPACES.
001140 77  AK-TXN-FILE-STATUS       PIC X(02) VALUE SPACES.
001150 77  AK-OUT-FILE-STATUS       PIC X(02) VALUE SPACES.
001160 77  AK-EXC-FILE-STATUS       PIC X(02) VALUE SPACES.
001170 77  AK-SLG-FILE-STATUS       PIC X(02) VALUE SPACES.
001180 77  AK-WHS-FILE-STATUS       PIC X(02) VALUE SPACES.
001190 77  AK-RTN-FILE-STATUS       PIC X(02) VALUE SPACES.
001200 77  AK-RTL-FILE-STATUS       PIC X(02) VALUE SPACES.
001210 77  AK-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
001220 77  AK-EXP-FILE-PATH         PIC X(60) VALUE "EXPFILE".
001230 77  AK-TXN-FILE-PATH         PIC X(60) VALUE "TXNFILE".
001240 77  AK-OUT-FILE-PATH         PIC X(72) VALUE "OUTFILE".
001250 77  AK-DAILY-OUT-PREFIX      PIC X(60) VALUE SPACES.
001260 77  AK-EXC-FILE-PATH         PIC X(60) VALUE "EXCFILE".
001270 77  AK-SLG-FILE-PATH         PIC X(60) VALUE "SLGFILE".
001280 77  AK-WHS-FILE-PATH         PIC X(60) VALUE "WHSFILE".
001290 77  AK-RTN-FILE-PATH         PIC X(72) VALUE SPACES.
001300 77  AK-RTL-FILE-PATH         PIC X(60) VALUE "RTLFILE".
001310 77  AK-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
001320     88  AK-END-OF-FILE                 VALUE "Y".
001330 77  AK-EXP-OPEN-SWITCH       PIC X(01) VALUE "N".
001340     88  AK-EXP-FILE-IS-OPEN            VALUE "Y".
001350 77  AK-RTL-OPEN-SWITCH       PIC X(01) VALUE "N".
001360     88  AK-RTL-FILE-IS-OPEN            VALUE "Y".
001370 77  AK-BATCH-ACTIVE-SWITCH   PIC X(01) VALUE "N".
001380     88  AK-BATCH-IS-ACTIVE             VALUE "Y".
001390     88  AK-BATCH-NOT-ACTIVE            VALUE "N".
001400 77  AK-CUR-BATCH-IDX         PIC 9(02) COMP VALUE ZERO.
001410 77  AK-SRC-COUNT             PIC 9(02) COMP VALUE ZERO.
001420 77  AK-SRC-IDX               PIC 9(02) COMP VALUE ZERO.
001430 77  AK-WORK-SOURCE           PIC X(08) VALUE SPACES.
001440 77  AK-WORK-STATUS           PIC X(01) VALUE SPACE.
001450 77  AK-RETURN-COUNT          PIC 9(09) COMP VALUE ZERO.
001460 77  AK-TIMESTAMP             PIC X(14) VALUE SPACES.
001470 77  AK-TIMESTAMP-DATE        PIC 9(08) VALUE ZERO.
001480 77  AK-TIMESTAMP-TIME-RAW    PIC 9(08) VALUE ZERO.
001490 77  AK-TIMESTAMP-TIME        PIC 9(06) VALUE ZERO.
001500*
001510*    ONE ENTRY PER SOURCE WITH ANYTHING TO REPORT FOR THE DATE.
001520*    THE BATCH STATUS STARTS AT N (NO BATCH) AND TAKES THE
001530*    DL100RR BATCH STATUS CODES; A FAILED BATCH IS NEVER
001540*    OVERWRITTEN BY A LATER ONE THAT PROVES.
001550 01  AK-SOURCE-TABLE.
001560     05  AK-SRC-ENTRY OCCURS 50 TIMES.
001570         10  AK-SRC-SOURCE        PIC X(08).
001580         10  AK-SRC-BATCH-STATUS  PIC X(01).
001590         10  AK-SRC-TRAILER-COUNT PIC 9(09) COMP.
001600         10  AK-SRC-TRAILER-HASH  PIC S9(13)V99 COMP-3.
001610         10  AK-SRC-RECEIVED-COUNT PIC 9(09) COMP.
001620         10  AK-SRC-RECEIVED-HASH PIC S9(13)V99 COMP-3.
001630         10  AK-SRC-ACCEPTED-COUNT PIC 9(09) COMP.
001640         10  AK-SRC-REJECTED-COUNT PIC 9(09) COMP.
001650         10  AK-SRC-RETURN-COUNT  PIC 9(09) COMP.
001660         10  AK-SRC-SUSPENSE-COUNT PIC 9(09) COMP.
001670         10  AK-SRC-WHS-COUNT     PIC 9(09) COMP.
001680 LINKAGE SECTION.
001690 01  AK-PARM-BUSINESS-DATE    PIC 9(08).
001700 01  AK-PARM-SENT-COUNT       PIC 9(09) COMP.
001710 01  AK-PARM-FAILED-COUNT     PIC 9(09) COMP.
001720 01  AK-PARM-RESULT-SWITCH    PIC X(01).
001730     88  AK-RESULT-IS-SUCCESS           VALUE "Y".
001740     88  AK-RESULT-IS-FAILURE           VALUE "N".
001750 01  AK-PARM-REASON-TEXT      PIC X(40).
001760 PROCEDURE DIVISION USING AK-PARM-BUSINESS-DATE
001770                          AK-PARM-SENT-COUNT
001780                          AK-PARM-FAILED-COUNT
001790                          AK-PARM-RESULT-SWITCH
001800                          AK-PARM-REASON-TEXT.
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     IF AK-RESULT-IS-FAILURE
001840         GO TO 0000-TERMINATE
001850     END-IF.
001860     PERFORM 2000-LOAD-EXPECTED-SOURCES THRU 2000-EXIT.
001870     IF AK-RESULT-IS-FAILURE
001880         GO TO 0000-TERMINATE
001890     END-IF.
001900     PERFORM 3000-SCAN-TRANSACTION-FILE THRU 3000-EXIT.
001910     IF AK-RESULT-IS-FAILURE
001920         GO TO 0000-TERMINATE
001930     END-IF.
001940     PERFORM 4000-COUNT-ACCEPTED THRU 4000-EXIT.
001950     IF AK-RESULT-IS-FAILURE
001960         GO TO 0000-TERMINATE
001970     END-IF.
001980     PERFORM 4500-COUNT-REJECTED THRU 4500-EXIT.
001990     IF AK-RESULT-IS-FAILURE
002000         GO TO 0000-TERMINATE
002010     END-IF.
002020     PERFORM 5000-COUNT-SUSPENDED THRU 5000-EXIT.
002030     IF AK-RESULT-IS-FAILURE
002040         GO TO 0000-TERMINATE
002050     END-IF.
002060     PERFORM 5500-COUNT-WAREHOUSED THRU 5500-EXIT.
002070     IF AK-RESULT-IS-FAILURE
002080         GO TO 0000-TERMINATE
002090     END-IF.
002100     PERFORM 6000-SEND-RETURN-FILES THRU 6000-EXIT.
002110 0000-TERMINATE.
002120     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002130 0000-EXIT.
002140     GOBACK.
002150*
002160 1000-INITIALIZE.
002170     SET AK-RESULT-IS-SUCCESS TO TRUE.
002180     MOVE SPACES TO AK-PARM-REASON-TEXT.
002190     MOVE ZERO TO AK-PARM-SENT-COUNT.
002200     MOVE ZERO TO AK-PARM-FAILED-COUNT.
002210     MOVE ZERO TO AK-SRC-COUNT.
002220     SET AK-BATCH-NOT-ACTIVE TO TRUE.
002230     MOVE "N" TO AK-EXP-OPEN-SWITCH.
002240     MOVE "N" TO AK-RTL-OPEN-SWITCH.
002250     PERFORM 1050-LOAD-FILE-PATHS THRU 1050-EXIT.
002260     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
002270*    NO EXPECTED-SOURCE FILE YET MEANS NO SOURCE IS EXPECTED
002280*    AND NONE HAS A RETURN PATH - EVERY FILE TAKES ITS DEFAULT
002290*    NAME.
002300     OPEN INPUT DL100-EXPECTED-FILE.
002310     IF AK-EXP-FILE-STATUS = "00"
002320         SET AK-EXP-FILE-IS-OPEN TO TRUE
002330     END-IF.
002340     OPEN I-O DL100-OUTBOUND-LOG-FILE.
002350     IF AK-RTL-FILE-STATUS = "35"
002360         OPEN OUTPUT DL100-OUTBOUND-LOG-FILE
002370         CLOSE DL100-OUTBOUND-LOG-FILE
002380         OPEN I-O DL100-OUTBOUND-LOG-FILE
002390     END-IF.
002400     IF AK-RTL-FILE-STATUS = "00"
002410         SET AK-RTL-FILE-IS-OPEN TO TRUE
002420     ELSE
002430         SET AK-RESULT-IS-FAILURE TO TRUE
002440         MOVE "OUTBOUND RETURN LOG COULD NOT BE OPENED"
002450             TO AK-PARM-REASON-TEXT
002460     END-IF.
002470 1000-EXIT.
002480     EXIT.
002490*
002500 1050-LOAD-FILE-PATHS.
002510     MOVE SPACES TO DL100-PARAMETER-RECORD.
002520     OPEN INPUT DL100-PARAMETER-FILE.
002530     IF AK-PRM-FILE-STATUS = "00"
002540         READ DL100-PARAMETER-FILE
002550             AT END
002560                 CONTINUE
002570         END-READ
002580         IF PR-EXPECTED-FILE-PATH NOT = SPACES
002590             MOVE PR-EXPECTED-FILE-PATH TO AK-EXP-FILE-PATH
002600         END-IF
002610         IF PR-TRANSACTION-FILE-PATH NOT = SPACES
002620             MOVE PR-TRANSACTION-FILE-PATH TO AK-TXN-FILE-PATH
002630         END-IF
002640         IF PR-OUTPUT-FILE-PATH NOT = SPACES
002650             MOVE PR-OUTPUT-FILE-PATH TO AK-OUT-FILE-PATH
002660         END-IF
002670         MOVE PR-DAILY-OUT-PREFIX TO AK-DAILY-OUT-PREFIX
002680         IF PR-EXCEPTION-FILE-PATH NOT = SPACES
002690             MOVE PR-EXCEPTION-FILE-PATH TO AK-EXC-FILE-PATH
002700         END-IF
002710         IF PR-SUSPENSE-LOG-PATH NOT = SPACES
002720             MOVE PR-SUSPENSE-LOG-PATH TO AK-SLG-FILE-PATH
002730         END-IF
002740         IF PR-WAREHOUSE-FILE-PATH NOT = SPACES
002750             MOVE PR-WAREHOUSE-FILE-PATH TO AK-WHS-FILE-PATH
002760         END-IF
002770         IF PR-RETURN-LOG-PATH NOT = SPACES
002780             MOVE PR-RETURN-LOG-PATH TO AK-RTL-FILE-PATH
002790         END-IF
002800         CLOSE DL100-PARAMETER-FILE
002810     END-IF.
002820     PERFORM 1055-BUILD-DATED-OUT-PATH THRU 1055-EXIT.
002830 1050-EXIT.
002840     EXIT.
002850*
002860 1055-BUILD-DATED-OUT-PATH.
002870     IF AK-DAILY-OUT-PREFIX NOT = SPACES
002880         MOVE SPACES TO AK-OUT-FILE-PATH
002890         STRING AK-DAILY-OUT-PREFIX DELIMITED BY SPACE
002900                AK-PARM-BUSINESS-DATE DELIMITED BY SIZE
002910             INTO AK-OUT-FILE-PATH
002920     END-IF.
002930 1055-EXIT.
002940     EXIT.
002950*
002960 1060-BUILD-TIMESTAMP.
002970     ACCEPT AK-TIMESTAMP-DATE FROM DATE YYYYMMDD.
002980     ACCEPT AK-TIMESTAMP-TIME-RAW FROM TIME.
002990     MOVE AK-TIMESTAMP-TIME-RAW(1:6) TO AK-TIMESTAMP-TIME.
003000     STRING AK-TIMESTAMP-DATE DELIMITED BY SIZE
003010            AK-TIMESTAMP-TIME DELIMITED BY SIZE
003020         INTO AK-TIMESTAMP.
003030 1060-EXIT.
003040     EXIT.
003050*
003060 2000-LOAD-EXPECTED-SOURCES.
003070     IF NOT AK-EXP-FILE-IS-OPEN
003080         GO TO 2000-EXIT
003090     END-IF.
003100     MOVE "N" TO AK-END-OF-FILE-SWITCH.
003110     MOVE AK-PARM-BUSINESS-DATE TO ES-BUSINESS-DATE.
003120     MOVE LOW-VALUES TO ES-SOURCE.
003130     START DL100-EXPECTED-FILE
003140         KEY IS GREATER THAN ES-EXPECTED-KEY
003150         INVALID KEY
003160             SET AK-END-OF-FILE TO TRUE
003170     END-START.
003180     IF NOT AK-END-OF-FILE
003190         PERFORM 2100-READ-NEXT-EXPECTED THRU 2100-EXIT
003200     END-IF.
003210     PERFORM 2200-TAKE-ONE-EXPECTED THRU 2200-EXIT
003220         UNTIL AK-END-OF-FILE OR AK-RESULT-IS-FAILURE.
003230 2000-EXIT.
003240     EXIT.
003250*
003260 2100-READ-NEXT-EXPECTED.
003270     READ DL100-EXPECTED-FILE NEXT RECORD
003280         AT END
003290             SET AK-END-OF-FILE TO TRUE
003300             GO TO 2100-EXIT
003310     END-READ.
003320     IF ES-BUSINESS-DATE NOT = AK-PARM-BUSINESS-DATE
003330         SET AK-END-OF-FILE TO TRUE
003340     END-IF.
003350 2100-EXIT.
003360     EXIT.
003370*
003380 2200-TAKE-ONE-EXPECTED.
003390     MOVE ES-SOURCE TO AK-WORK-SOURCE.
003400     PERFORM 2500-FIND-SOURCE-SLOT THRU 2500-EXIT.
003410     PERFORM 2100-READ-NEXT-EXPECTED THRU 2100-EXIT.
003420 2200-EXIT.
003430     EXIT.
003440*
003450 2500-FIND-SOURCE-SLOT.
003460     PERFORM 2600-SCAN-ONE-SLOT THRU 2600-EXIT
003470         VARYING AK-SRC-IDX FROM 1 BY 1
003480         UNTIL AK-SRC-IDX > AK-SRC-COUNT
003490            OR AK-SRC-SOURCE(AK-SRC-IDX) = AK-WORK-SOURCE.
003500     IF AK-SRC-IDX > AK-SRC-COUNT
003510         IF AK-SRC-COUNT >= 50
003520             SET AK-RESULT-IS-FAILURE TO TRUE
003530             MOVE "SOURCE TABLE IS FULL"
003540                 TO AK-PARM-REASON-TEXT
003550             GO TO 2500-EXIT
003560         END-IF
003570         ADD 1 TO AK-SRC-COUNT
003580         MOVE AK-SRC-COUNT TO AK-SRC-IDX
003590         MOVE AK-WORK-SOURCE TO AK-SRC-SOURCE(AK-SRC-IDX)
003600         MOVE "N" TO AK-SRC-BATCH-STATUS(AK-SRC-IDX)
003610         MOVE ZERO TO AK-SRC-TRAILER-COUNT(AK-SRC-IDX)
003620         MOVE ZERO TO AK-SRC-TRAILER-HASH(AK-SRC-IDX)
003630         MOVE ZERO TO AK-SRC-RECEIVED-COUNT(AK-SRC-IDX)
003640         MOVE ZERO TO AK-SRC-RECEIVED-HASH(AK-SRC-IDX)
003650         MOVE ZERO TO AK-SRC-ACCEPTED-COUNT(AK-SRC-IDX)
003660         MOVE ZERO TO AK-SRC-REJECTED-COUNT(AK-SRC-IDX)
003670         MOVE ZERO TO AK-SRC-RETURN-COUNT(AK-SRC-IDX)
003680         MOVE ZERO TO AK-SRC-SUSPENSE-COUNT(AK-SRC-IDX)
003690         MOVE ZERO TO AK-SRC-WHS-COUNT(AK-SRC-IDX)
003700     END-IF.
003710 2500-EXIT.
003720     EXIT.
003730*
003740 2600-SCAN-ONE-SLOT.
003750     CONTINUE.
003760 2600-EXIT.
003770     EXIT.
003780*
003790 3000-SCAN-TRANSACTION-FILE.
003800*    THE BATCH PROOF IS REPEATED HERE THE WAY DL100NC AND THE
003810*    ARRIVAL BOARD MAKE IT - ITEMS COUNT TOWARD THE OPEN BATCH
003820*    WHEN THEY CARRY ITS SOURCE AND ARE DATED ON OR AFTER THE
003830*    BUSINESS DATE (FUTURE-DATED ITEMS ARE WAREHOUSED, BUT WERE
003840*    DELIVERED IN THE BATCH).
003850     MOVE "N" TO AK-END-OF-FILE-SWITCH.
003860     OPEN INPUT DL100-TRANSACTION-FILE.
003870     IF AK-TXN-FILE-STATUS NOT = "00"
003880         GO TO 3000-EXIT
003890     END-IF.
003900     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
003910     PERFORM 3200-SCAN-ONE-RECORD THRU 3200-EXIT
003920         UNTIL AK-END-OF-FILE OR AK-RESULT-IS-FAILURE.
003930     IF AK-BATCH-IS-ACTIVE
003940         MOVE "M" TO AK-WORK-STATUS
003950         PERFORM 3500-SET-BATCH-STATUS THRU 3500-EXIT
003960     END-IF.
003970     CLOSE DL100-TRANSACTION-FILE.
003980 3000-EXIT.
003990     EXIT.
004000*
004010 3100-READ-TRANSACTION.
004020     READ DL100-TRANSACTION-FILE
004030         AT END
004040             SET AK-END-OF-FILE TO TRUE
004050     END-READ.
004060 3100-EXIT.
004070     EXIT.
004080*
004090 3200-SCAN-ONE-RECORD.
004100     EVALUATE TRUE
004110         WHEN BC-IS-BATCH-HEADER
004120             IF AK-BATCH-IS-ACTIVE
004130                 MOVE "M" TO AK-WORK-STATUS
004140                 PERFORM 3500-SET-BATCH-STATUS THRU 3500-EXIT
004150             END-IF
004160             IF BC-BUSINESS-DATE = AK-PARM-BUSINESS-DATE
004170                 PERFORM 3300-OPEN-BATCH THRU 3300-EXIT
004180             END-IF
004190         WHEN BC-IS-BATCH-TRAILER
004200             IF AK-BATCH-IS-ACTIVE
004210                 PERFORM 3400-CLOSE-BATCH THRU 3400-EXIT
004220             END-IF
004230         WHEN OTHER
004240             IF AK-BATCH-IS-ACTIVE
004250                 AND TX-BUSINESS-DATE NOT < AK-PARM-BUSINESS-DATE
004260                 AND TX-SOURCE = AK-SRC-SOURCE(AK-CUR-BATCH-IDX)
004270                 ADD 1 TO AK-SRC-RECEIVED-COUNT(AK-CUR-BATCH-IDX)
004280                 ADD TX-AMOUNT
004290                     TO AK-SRC-RECEIVED-HASH(AK-CUR-BATCH-IDX)
004300             END-IF
004310     END-EVALUATE.
004320     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
004330 3200-EXIT.
004340     EXIT.
004350*
004360 3300-OPEN-BATCH.
004370     MOVE BC-SOURCE TO AK-WORK-SOURCE.
004380     PERFORM 2500-FIND-SOURCE-SLOT THRU 2500-EXIT.
004390     IF AK-RESULT-IS-FAILURE
004400         GO TO 3300-EXIT
004410     END-IF.
004420     MOVE AK-SRC-IDX TO AK-CUR-BATCH-IDX.
004430     SET AK-BATCH-IS-ACTIVE TO TRUE.
004440 3300-EXIT.
004450     EXIT.
004460*
004470 3400-CLOSE-BATCH.
004480*    A TRAILER FROM ANOTHER SOURCE LEAVES THE OPEN BATCH WITHOUT
004490*    ITS OWN TRAILER, AS DL100NC TREATS IT.
004500     MOVE AK-CUR-BATCH-IDX TO AK-SRC-IDX.
004510     IF BC-SOURCE NOT = AK-SRC-SOURCE(AK-SRC-IDX)
004520         MOVE "M" TO AK-WORK-STATUS
004530         PERFORM 3500-SET-BATCH-STATUS THRU 3500-EXIT
004540         GO TO 3400-EXIT
004550     END-IF.
004560     ADD BC-RECORD-COUNT TO AK-SRC-TRAILER-COUNT(AK-SRC-IDX).
004570     ADD BC-HASH-AMOUNT TO AK-SRC-TRAILER-HASH(AK-SRC-IDX).
004580     IF AK-SRC-TRAILER-COUNT(AK-SRC-IDX)
004590            = AK-SRC-RECEIVED-COUNT(AK-SRC-IDX)
004600         AND AK-SRC-TRAILER-HASH(AK-SRC-IDX)
004610            = AK-SRC-RECEIVED-HASH(AK-SRC-IDX)
004620         MOVE "P" TO AK-WORK-STATUS
004630     ELSE
004640         MOVE "T" TO AK-WORK-STATUS
004650     END-IF.
004660     PERFORM 3500-SET-BATCH-STATUS THRU 3500-EXIT.
004670 3400-EXIT.
004680     EXIT.
004690*
004700 3500-SET-BATCH-STATUS.
004710     MOVE AK-CUR-BATCH-IDX TO AK-SRC-IDX.
004720     IF AK-SRC-BATCH-STATUS(AK-SRC-IDX) = "N"
004730         OR AK-SRC-BATCH-STATUS(AK-SRC-IDX) = "P"
004740         MOVE AK-WORK-STATUS TO AK-SRC-BATCH-STATUS(AK-SRC-IDX)
004750     END-IF.
004760     SET AK-BATCH-NOT-ACTIVE TO TRUE.
004770 3500-EXIT.
004780     EXIT.
004790*
004800 4000-COUNT-ACCEPTED.
004810     MOVE "N" TO AK-END-OF-FILE-SWITCH.
004820     OPEN INPUT DL100-OUTPUT-FILE.
004830     IF AK-OUT-FILE-STATUS NOT = "00"
004840         GO TO 4000-EXIT
004850     END-IF.
004860     PERFORM 4100-READ-OUTPUT THRU 4100-EXIT.
004870     PERFORM 4200-COUNT-ONE-ACCEPTED THRU 4200-EXIT
004880         UNTIL AK-END-OF-FILE OR AK-RESULT-IS-FAILURE.
004890     CLOSE DL100-OUTPUT-FILE.
004900 4000-EXIT.
004910     EXIT.
004920*
004930 4100-READ-OUTPUT.
004940     READ DL100-OUTPUT-FILE
004950         AT END
004960             SET AK-END-OF-FILE TO TRUE
004970     END-READ.
004980 4100-EXIT.
004990     EXIT.
005000*
005010 4200-COUNT-ONE-ACCEPTED.
005020     IF OT-BUSINESS-DATE = AK-PARM-BUSINESS-DATE
005030         MOVE OT-SOURCE TO AK-WORK-SOURCE
005040         PERFORM 2500-FIND-SOURCE-SLOT THRU 2500-EXIT
005050         IF AK-RESULT-IS-FAILURE
005060             GO TO 4200-EXIT
005070         END-IF
005080         ADD 1 TO AK-SRC-ACCEPTED-COUNT(AK-SRC-IDX)
005090     END-IF.
005100     PERFORM 4100-READ-OUTPUT THRU 4100-EXIT.
005110 4200-EXIT.
005120     EXIT.
005130*
005140 4500-COUNT-REJECTED.
005150     MOVE "N" TO AK-END-OF-FILE-SWITCH.
005160     OPEN INPUT DL100-EXCEPTION-FILE.
005170     IF AK-EXC-FILE-STATUS NOT = "00"
005180         GO TO 4500-EXIT
005190     END-IF.
005200     PERFORM 4600-READ-EXCEPTION THRU 4600-EXIT.
005210     PERFORM 4700-COUNT-ONE-REJECTED THRU 4700-EXIT
005220         UNTIL AK-END-OF-FILE OR AK-RESULT-IS-FAILURE.
005230     CLOSE DL100-EXCEPTION-FILE.
005240 4500-EXIT.
005250     EXIT.
005260*
005270 4600-READ-EXCEPTION.
005280     READ DL100-EXCEPTION-FILE
005290         AT END
005300             SET AK-END-OF-FILE TO TRUE
005310     END-READ.
005320 4600-EXIT.
005330     EXIT.
005340*
005350 4700-COUNT-ONE-REJECTED.
005360*    THE BATCH SUMMARY LINE IS RETURNED BUT IS NOT AN ITEM.
005370     IF EX-BUSINESS-DATE = AK-PARM-BUSINESS-DATE
005380         MOVE EX-SOURCE TO AK-WORK-SOURCE
005390         PERFORM 2500-FIND-SOURCE-SLOT THRU 2500-EXIT
005400         IF AK-RESULT-IS-FAILURE
005410             GO TO 4700-EXIT
005420         END-IF
005430         ADD 1 TO AK-SRC-RETURN-COUNT(AK-SRC-IDX)
005440         IF EX-REFERENCE-NUMBER NOT = "BATCH"
005450             OR EX-ACCOUNT-NUMBER NOT = SPACES
005460             ADD 1 TO AK-SRC-REJECTED-COUNT(AK-SRC-IDX)
005470         END-IF
005480     END-IF.
005490     PERFORM 4600-READ-EXCEPTION THRU 4600-EXIT.
005500 4700-EXIT.
005510     EXIT.
005520*
005530 5000-COUNT-SUSPENDED.
005540     MOVE "N" TO AK-END-OF-FILE-SWITCH.
005550     OPEN INPUT DL100-SUSPENSE-LOG-FILE.
005560     IF AK-SLG-FILE-STATUS NOT = "00"
005570         GO TO 5000-EXIT
005580     END-IF.
005590     PERFORM 5100-READ-SUSPENSE-LOG THRU 5100-EXIT.
005600     PERFORM 5200-COUNT-ONE-SUSPENDED THRU 5200-EXIT
005610         UNTIL AK-END-OF-FILE OR AK-RESULT-IS-FAILURE.
005620     CLOSE DL100-SUSPENSE-LOG-FILE.
005630 5000-EXIT.
005640     EXIT.
005650*
005660 5100-READ-SUSPENSE-LOG.
005670     READ DL100-SUSPENSE-LOG-FILE
005680         AT END
005690             SET AK-END-OF-FILE TO TRUE
005700     END-READ.
005710 5100-EXIT.
005720     EXIT.
005730*
005740 5200-COUNT-ONE-SUSPENDED.
005750     IF SL-BUSINESS-DATE = AK-PARM-BUSINESS-DATE
005760         AND SL-ACTION-SUSPENDED
005770         MOVE SL-SOURCE TO AK-WORK-SOURCE
005780         PERFORM 2500-FIND-SOURCE-SLOT THRU 2500-EXIT
005790         IF AK-RESULT-IS-FAILURE
005800             GO TO 5200-EXIT
005810         END-IF
005820         ADD 1 TO AK-SRC-SUSPENSE-COUNT(AK-SRC-IDX)
005830     END-IF.
005840     PERFORM 5100-READ-SUSPENSE-LOG THRU 5100-EXIT.
005850 5200-EXIT.
005860     EXIT.
005870*
005880 5500-COUNT-WAREHOUSED.
005890     MOVE "N" TO AK-END-OF-FILE-SWITCH.
005900     OPEN INPUT DL100-WAREHOUSE-FILE.
005910     IF AK-WHS-FILE-STATUS NOT = "00"
005920         GO TO 5500-EXIT
005930     END-IF.
005940     PERFORM 5600-READ-WAREHOUSE THRU 5600-EXIT.
005950     PERFORM 5700-COUNT-ONE-WAREHOUSED THRU 5700-EXIT
005960         UNTIL AK-END-OF-FILE OR AK-RESULT-IS-FAILURE.
005970     CLOSE DL100-WAREHOUSE-FILE.
005980 5500-EXIT.
005990     EXIT.
006000*
006010 5600-READ-WAREHOUSE.
006020     READ DL100-WAREHOUSE-FILE NEXT RECORD
006030         AT END
006040             SET AK-END-OF-FILE TO TRUE
006050     END-READ.
006060 5600-EXIT.
006070     EXIT.
006080*
006090 5700-COUNT-ONE-WAREHOUSED.
006100     IF WH-RECEIVED-DATE = AK-PARM-BUSINESS-DATE
006110         MOVE WH-SOURCE TO AK-WORK-SOURCE
006120         PERFORM 2500-FIND-SOURCE-SLOT THRU 2500-EXIT
006130         IF AK-RESULT-IS-FAILURE
006140             GO TO 5700-EXIT
006150         END-IF
006160         ADD 1 TO AK-SRC-WHS-COUNT(AK-SRC-IDX)
006170     END-IF.
006180     PERFORM 5600-READ-WAREHOUSE THRU 5600-EXIT.
006190 5700-EXIT.
006200     EXIT.
006210*
006220 6000-SEND-RETURN-FILES.
006230     PERFORM 6100-SEND-ONE-SOURCE THRU 6100-EXIT
006240         VARYING AK-SRC-IDX FROM 1 BY 1
006250         UNTIL AK-SRC-IDX > AK-SRC-COUNT
006260            OR AK-RESULT-IS-FAILURE.
006270 6000-EXIT.
006280     EXIT.
006290*
006300 6100-SEND-ONE-SOURCE.
006310     PERFORM 6200-BUILD-RETURN-PATH THRU 6200-EXIT.
006320     MOVE ZERO TO AK-RETURN-COUNT.
006330     OPEN OUTPUT DL100-RETURN-FILE.
006340     IF AK-RTN-FILE-STATUS NOT = "00"
006350         ADD 1 TO AK-PARM-FAILED-COUNT
006360         PERFORM 6800-LOG-OUTBOUND THRU 6800-EXIT
006370         GO TO 6100-EXIT
006380     END-IF.
006390     PERFORM 6300-WRITE-ACKNOWLEDGEMENT THRU 6300-EXIT.
006400     IF AK-SRC-RETURN-COUNT(AK-SRC-IDX) > ZERO
006410         PERFORM 6400-RETURN-REJECTS THRU 6400-EXIT
006420     END-IF.
006430     CLOSE DL100-RETURN-FILE.
006440     ADD 1 TO AK-PARM-SENT-COUNT.
006450     PERFORM 6800-LOG-OUTBOUND THRU 6800-EXIT.
006460 6100-EXIT.
006470     EXIT.
006480*
006490 6200-BUILD-RETURN-PATH.
006500     MOVE SPACES TO ES-RETURN-PATH-PREFIX.
006510     IF AK-EXP-FILE-IS-OPEN
006520         MOVE ZERO TO ES-BUSINESS-DATE
006530         MOVE AK-SRC-SOURCE(AK-SRC-IDX) TO ES-SOURCE
006540         READ DL100-EXPECTED-FILE
006550             INVALID KEY
006560                 MOVE SPACES TO ES-RETURN-PATH-PREFIX
006570         END-READ
006580     END-IF.
006590     MOVE SPACES TO AK-RTN-FILE-PATH.
006600     IF ES-RETURN-PATH-PREFIX NOT = SPACES
006610         STRING ES-RETURN-PATH-PREFIX DELIMITED BY SPACE
006620                AK-PARM-BUSINESS-DATE DELIMITED BY SIZE
006630             INTO AK-RTN-FILE-PATH
006640     ELSE
006650         STRING "RTN" DELIMITED BY SIZE
006660                AK-SRC-SOURCE(AK-SRC-IDX) DELIMITED BY SPACE
006670                "." DELIMITED BY SIZE
006680                AK-PARM-BUSINESS-DATE DELIMITED BY SIZE
006690             INTO AK-RTN-FILE-PATH
006700     END-IF.
006710 6200-EXIT.
006720     EXIT.
006730*
006740 6300-WRITE-ACKNOWLEDGEMENT.
006750     MOVE SPACES TO DL100-RETURN-RECORD.
006760     SET RR-IS-ACKNOWLEDGEMENT TO TRUE.
006770     MOVE AK-SRC-SOURCE(AK-SRC-IDX) TO RR-SOURCE.
006780     MOVE AK-PARM-BUSINESS-DATE TO RR-BUSINESS-DATE.
006790     MOVE AK-SRC-BATCH-STATUS(AK-SRC-IDX) TO RR-BATCH-STATUS.
006800     MOVE AK-SRC-TRAILER-COUNT(AK-SRC-IDX) TO RR-TRAILER-COUNT.
006810     MOVE AK-SRC-TRAILER-HASH(AK-SRC-IDX) TO RR-TRAILER-HASH.
006820     MOVE AK-SRC-RECEIVED-COUNT(AK-SRC-IDX) TO RR-RECEIVED-COUNT.
006830     MOVE AK-SRC-RECEIVED-HASH(AK-SRC-IDX) TO RR-RECEIVED-HASH.
006840     MOVE AK-SRC-ACCEPTED-COUNT(AK-SRC-IDX) TO RR-ACCEPTED-COUNT.
006850     MOVE AK-SRC-REJECTED-COUNT(AK-SRC-IDX) TO RR-REJECTED-COUNT.
006860     MOVE AK-SRC-SUSPENSE-COUNT(AK-SRC-IDX) TO RR-SUSPENSE-COUNT.
006870     MOVE AK-SRC-WHS-COUNT(AK-SRC-IDX) TO RR-WAREHOUSED-COUNT.
006880     MOVE AK-TIMESTAMP TO RR-CREATED-DATE-TIME.
006890     WRITE DL100-RETURN-RECORD.
006900     ADD 1 TO AK-RETURN-COUNT.
006910 6300-EXIT.
006920     EXIT.
006930*
006940 6400-RETURN-REJECTS.
006950*    THE EXCEPTION FILE IS READ AGAIN FOR EACH SOURCE THAT HAS
006960*    SOMETHING TO RETURN, SO ONLY ONE RETURN FILE IS OPEN AT A
006970*    TIME.
006980     MOVE "N" TO AK-END-OF-FILE-SWITCH.
006990     OPEN INPUT DL100-EXCEPTION-FILE.
007000     IF AK-EXC-FILE-STATUS NOT = "00"
007010         GO TO 6400-EXIT
007020     END-IF.
007030     PERFORM 4600-READ-EXCEPTION THRU 4600-EXIT.
007040     PERFORM 6500-RETURN-ONE-REJECT THRU 6500-EXIT
007050         UNTIL AK-END-OF-FILE.
007060     CLOSE DL100-EXCEPTION-FILE.
007070 6400-EXIT.
007080     EXIT.
007090*
007100 6500-RETURN-ONE-REJECT.
007110     IF EX-BUSINESS-DATE NOT = AK-PARM-BUSINESS-DATE
007120         OR EX-SOURCE NOT = AK-SRC-SOURCE(AK-SRC-IDX)
007130         GO TO 6500-NEXT
007140     END-IF.
007150     MOVE SPACES TO DL100-RETURN-RECORD.
007160     SET RR-IS-REJECT TO TRUE.
007170     MOVE EX-SOURCE TO RR-SOURCE.
007180     MOVE EX-BUSINESS-DATE TO RR-BUSINESS-DATE.
007190     MOVE EX-ACCOUNT-NUMBER TO RR-ACCOUNT-NUMBER.
007200     MOVE EX-REFERENCE-NUMBER TO RR-REFERENCE-NUMBER.
007210     MOVE EX-AMOUNT TO RR-AMOUNT.
007220     MOVE EX-TYPE TO RR-TYPE.
007230     MOVE EX-REJECT-REASON-CODE TO RR-REASON-CODE.
007240     MOVE EX-REJECT-REASON-TEXT TO RR-REASON-TEXT.
007250     MOVE EX-REJECT-DATE-TIME TO RR-REJECT-DATE-TIME.
007260     MOVE EX-REVERSED-SOURCE TO RR-REVERSED-SOURCE.
007270     MOVE EX-DISPOSITION-CODE TO RR-DISPOSITION-CODE.
007280     WRITE DL100-RETURN-RECORD.
007290     ADD 1 TO AK-RETURN-COUNT.
007300 6500-NEXT.
007310     PERFORM 4600-READ-EXCEPTION THRU 4600-EXIT.
007320 6500-EXIT.
007330     EXIT.
007340*
007350 6800-LOG-OUTBOUND.
007360     MOVE SPACES TO DL100-OUTBOUND-LOG-RECORD.
007370     MOVE AK-PARM-BUSINESS-DATE TO OL-BUSINESS-DATE.
007380     MOVE AK-SRC-SOURCE(AK-SRC-IDX) TO OL-SOURCE.
007390     IF AK-RTN-FILE-STATUS = "00"
007400         SET OL-FILE-SENT TO TRUE
007410     ELSE
007420         SET OL-SEND-FAILED TO TRUE
007430     END-IF.
007440     MOVE AK-RTN-FILE-PATH TO OL-RETURN-FILE-PATH.
007450     MOVE AK-SRC-BATCH-STATUS(AK-SRC-IDX) TO OL-BATCH-STATUS.
007460     MOVE AK-SRC-RECEIVED-COUNT(AK-SRC-IDX) TO OL-RECEIVED-COUNT.
007470     MOVE AK-SRC-ACCEPTED-COUNT(AK-SRC-IDX) TO OL-ACCEPTED-COUNT.
007480     MOVE AK-SRC-REJECTED-COUNT(AK-SRC-IDX) TO OL-REJECTED-COUNT.
007490     MOVE AK-SRC-SUSPENSE-COUNT(AK-SRC-IDX) TO OL-SUSPENSE-COUNT.
007500     MOVE AK-SRC-WHS-COUNT(AK-SRC-IDX) TO OL-WAREHOUSED-COUNT.
007510     MOVE AK-RETURN-COUNT TO OL-RETURN-RECORD-COUNT.
007520     MOVE AK-TIMESTAMP TO OL-SENT-DATE-TIME.
007530     WRITE DL100-OUTBOUND-LOG-RECORD
007540         INVALID KEY
007550             REWRITE DL100-OUTBOUND-LOG-RECORD
007560                 INVALID KEY
007570                     SET AK-RESULT-IS-FAILURE TO TRUE
007580                     MOVE "RETURN LOG COULD NOT BE UPDATED"
007590                         TO AK-PARM-REASON-TEXT
007600             END-REWRITE
007610     END-WRITE.
007620 6800-EXIT.
007630     EXIT.
007640*
007650 8000-TERMINATE.
007660     IF AK-RTL-FILE-IS-OPEN
007670         CLOSE DL100-OUTBOUND-LOG-FILE
007680         MOVE "N" TO AK-RTL-OPEN-SWITCH
007690     END-IF.
007700     IF AK-EXP-FILE-IS-OPEN
007710         CLOSE DL100-EXPECTED-FILE
007720         MOVE "N" TO AK-EXP-OPEN-SWITCH
007730     END-IF.
007740 8000-EXIT.
007750     EXIT.
