000190*   MISSING.  ACTION "C" RETURNS THE MISSING COUNT SO FORM1      *
000200*   CAN HARD-STOP THE LAUNCH; ACTION "G" RETURNS THE NTH         *
000210*   SOURCE AND ITS STATUS SO THE BOARD CAN BE LISTED.            *
000210*   ACTION "G" ALSO RETURNS THE OUTBOUND SIDE - WHETHER THE      *
000210*   SOURCE'S ACKNOWLEDGEMENT AND REJECT-RETURN FILE WAS SENT     *
000210*   (DL100ACK, FROM THE OUTBOUND RETURN LOG) AND HOW MANY        *
000210*   REJECTED ITEMS IT RETURNED.                                  *
000220*                                                                *
000230*   MODIFICATION HISTORY                                        *
000240*   ----------------------------------------------------------- *
000250*   2026-09-01  JMS   INITIAL VERSION.                          *
000250*   2026-10-15  JMS   FUTURE-DATED ITEMS IN A SOURCE'S BATCH     *
000250*                     NOW COUNT TOWARD ITS TRAILER (DL100NC      *
000250*                     WAREHOUSES THEM), AND ACTION "G" ALSO      *
000250*                     RETURNS HOW MANY OF THE SOURCE'S ITEMS     *
000250*                     WERE WAREHOUSED ON THE DATE AND HOW MANY   *
000250*                     WERE RELEASED (OR ARE DUE TO RELEASE)      *
000250*                     INTO IT.                                   *
000250*   2026-10-15  JMS   ACTION "G" RETURNS THE SOURCE'S OUTBOUND   *
000250*                     STATUS AND RETURNED-ITEM COUNT FROM THE    *
000250*                     OUTBOUND RETURN LOG (DL100OL).             *
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000360     SELECT DL100-TRANSACTION-FILE ASSIGN TO RB-TXN-FILE-PATH
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS RB-TXN-FILE-STATUS.
000380     SELECT DL100-WAREHOUSE-FILE ASSIGN TO RB-WHS-FILE-PATH
000380         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS WH-WAREHOUSE-KEY
000380         FILE STATUS IS RB-WHS-FILE-STATUS.
000380     SELECT DL100-OUTBOUND-LOG-FILE ASSIGN TO RB-RTL-FILE-PATH
000380         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OL-LOG-KEY
000380         FILE STATUS IS RB-RTL-FILE-STATUS.
000390     SELECT DL100-PARAMETER-FILE ASSIGN TO PARMFILE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS RB-PRM-FILE-STATUS.
000460 FD  DL100-TRANSACTION-FILE.
000470 COPY DL100TX.
000480 COPY DL100BC.
000480 FD  DL100-WAREHOUSE-FILE.
000480 COPY DL100WH.
000480 FD  DL100-OUTBOUND-LOG-FILE.
000480 COPY DL100OL.
000490 FD  DL100-PARAMETER-FILE.
000500 COPY DL100PR.
000510 WORKING-STORAGE SECTION.
000520 77  RB-EXP-FILE-STATUS       PIC X(02) VALUE SPACES.
000530 77  RB-TXN-FILE-STATUS       PIC X(02) VALUE SPACES.
000540 77  RB-PRM-FILE-STATUS       PIC X(02) VALUE SPACES.
000540 77  RB-WHS-FILE-STATUS       PIC X(02) VALUE SPACES.
000540 77  RB-RTL-FILE-STATUS       PIC X(02) VALUE SPACES.
000550 77  RB-EXP-FILE-PATH         PIC X(60) VALUE "EXPFILE".
000560 77  RB-TXN-FILE-PATH         PIC X(60) VALUE "TXNFILE".
000560 77  RB-WHS-FILE-PATH         PIC X(60) VALUE "WHSFILE".
000560 77  RB-RTL-FILE-PATH         PIC X(60) VALUE "RTLFILE".
000570 77  RB-END-OF-FILE-SWITCH    PIC X(01) VALUE "N".
000580     88  RB-END-OF-FILE                 VALUE "Y".
000590 77  RB-EXP-COUNT             PIC 9(02) COMP VALUE ZERO.
000710             88  RB-EXP-IS-MISSING          VALUE "M".
000720             88  RB-EXP-IS-DELIVERED        VALUE "D".
000730             88  RB-EXP-IS-BAD-TOTALS       VALUE "B".
000730         10  RB-EXP-WHS-COUNT     PIC 9(09) COMP.
000730         10  RB-EXP-REL-COUNT     PIC 9(09) COMP.
000740 LINKAGE SECTION.
000750 01  RB-PARM-ACTION-CODE      PIC X(01).
000760     88  RB-ACTION-IS-CHECK             VALUE "C".
000800 01  RB-PARM-SOURCE           PIC X(08).
000810 01  RB-PARM-STATUS-TEXT      PIC X(14).
000820 01  RB-PARM-MISSING-COUNT    PIC 9(04) COMP.
000820 01  RB-PARM-WAREHOUSED-COUNT PIC 9(09) COMP.
000820 01  RB-PARM-RELEASED-COUNT   PIC 9(09) COMP.
000820 01  RB-PARM-OUTBOUND-TEXT    PIC X(20).
000820 01  RB-PARM-RETURNED-COUNT   PIC 9(09) COMP.
000830 01  RB-PARM-RESULT-SWITCH    PIC X(01).
000840     88  RB-RESULT-IS-SUCCESS           VALUE "Y".
000850     88  RB-RESULT-IS-FAILURE           VALUE "N".
000890                          RB-PARM-SOURCE
000900                          RB-PARM-STATUS-TEXT
000910                          RB-PARM-MISSING-COUNT
000910                          RB-PARM-WAREHOUSED-COUNT
000910                          RB-PARM-RELEASED-COUNT
000910                          RB-PARM-OUTBOUND-TEXT
000910                          RB-PARM-RETURNED-COUNT
000920                          RB-PARM-RESULT-SWITCH.
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     PERFORM 3000-SCAN-TRANSACTION-FILE THRU 3000-EXIT.
000970     PERFORM 4000-TALLY-MISSING THRU 4000-EXIT.
000980     IF RB-ACTION-IS-GET
000990         PERFORM 3700-SCAN-WAREHOUSE THRU 3700-EXIT
000990         PERFORM 5000-RETURN-ONE-ENTRY THRU 5000-EXIT
000990         PERFORM 5100-RETURN-OUTBOUND THRU 5100-EXIT
001000     END-IF.
001010 0000-EXIT.
001020     GOBACK.
001040 1000-INITIALIZE.
001050     SET RB-RESULT-IS-SUCCESS TO TRUE.
001060     MOVE ZERO TO RB-PARM-MISSING-COUNT.
001060     MOVE ZERO TO RB-PARM-WAREHOUSED-COUNT.
001060     MOVE ZERO TO RB-PARM-RELEASED-COUNT.
001060     MOVE ZERO TO RB-PARM-RETURNED-COUNT.
001060     MOVE SPACES TO RB-PARM-OUTBOUND-TEXT.
001070     MOVE ZERO TO RB-EXP-COUNT.
001080     MOVE SPACES TO RB-PARM-STATUS-TEXT.
001090     MOVE "N" TO RB-END-OF-FILE-SWITCH.
001260         IF PR-TRANSACTION-FILE-PATH NOT = SPACES
001270             MOVE PR-TRANSACTION-FILE-PATH TO RB-TXN-FILE-PATH
001280         END-IF
001280         IF PR-WAREHOUSE-FILE-PATH NOT = SPACES
001280             MOVE PR-WAREHOUSE-FILE-PATH TO RB-WHS-FILE-PATH
001280         END-IF
001280         IF PR-RETURN-LOG-PATH NOT = SPACES
001280             MOVE PR-RETURN-LOG-PATH TO RB-RTL-FILE-PATH
001280         END-IF
001290         CLOSE DL100-PARAMETER-FILE
001300     END-IF.
001310 1050-EXIT.
001650     ADD 1 TO RB-EXP-COUNT.
001660     MOVE ES-SOURCE TO RB-EXP-SOURCE(RB-EXP-COUNT).
001670     MOVE "M" TO RB-EXP-STATUS(RB-EXP-COUNT).
001670     MOVE ZERO TO RB-EXP-WHS-COUNT(RB-EXP-COUNT).
001670     MOVE ZERO TO RB-EXP-REL-COUNT(RB-EXP-COUNT).
001680 2100-EXIT.
001690     EXIT.
001700*
002190             SET RB-BATCH-NOT-ACTIVE TO TRUE
002200         WHEN OTHER
002210             IF RB-BATCH-IS-ACTIVE
002220                 AND TX-BUSINESS-DATE NOT < RB-PARM-BUSINESS-DATE
002230                 AND TX-SOURCE = RB-CUR-BATCH-SOURCE
002240                 ADD 1 TO RB-CUR-BATCH-COUNT
002250                 ADD TX-AMOUNT TO RB-CUR-BATCH-AMOUNT
002690 3610-EXIT.
002700     EXIT.
002710*
002710 3700-SCAN-WAREHOUSE.
002710*    ITEMS WAREHOUSED ON THE DATE ARE COUNTED BY RECEIPT; ITEMS
002710*    RELEASED INTO IT BY RELEASE DATE, PLUS ANY STILL WAITING
002710*    THAT ARE ALREADY DUE (THE BOARD IS USUALLY VIEWED BEFORE
002710*    THE CYCLE RUNS).
002710     IF RB-EXP-COUNT = ZERO
002710         GO TO 3700-EXIT
002710     END-IF.
002710     OPEN INPUT DL100-WAREHOUSE-FILE.
002710     IF RB-WHS-FILE-STATUS NOT = "00"
002710         GO TO 3700-EXIT
002710     END-IF.
002710     MOVE "N" TO RB-END-OF-FILE-SWITCH.
002710     PERFORM 3710-READ-WAREHOUSE THRU 3710-EXIT.
002710     PERFORM 3720-COUNT-ONE-ITEM THRU 3720-EXIT
002710         UNTIL RB-END-OF-FILE.
002710     CLOSE DL100-WAREHOUSE-FILE.
002710 3700-EXIT.
002710     EXIT.
002710*
002710 3710-READ-WAREHOUSE.
002710     READ DL100-WAREHOUSE-FILE NEXT RECORD
002710         AT END
002710             SET RB-END-OF-FILE TO TRUE
002710     END-READ.
002710 3710-EXIT.
002710     EXIT.
002710*
002710 3720-COUNT-ONE-ITEM.
002710     PERFORM 3730-COUNT-ONE-SLOT THRU 3730-EXIT
002710         VARYING RB-EXP-IDX FROM 1 BY 1
002710         UNTIL RB-EXP-IDX > RB-EXP-COUNT.
002710     PERFORM 3710-READ-WAREHOUSE THRU 3710-EXIT.
002710 3720-EXIT.
002710     EXIT.
002710*
002710 3730-COUNT-ONE-SLOT.
002710     IF RB-EXP-SOURCE(RB-EXP-IDX) NOT = WH-SOURCE
002710         GO TO 3730-EXIT
002710     END-IF.
002710     IF WH-RECEIVED-DATE = RB-PARM-BUSINESS-DATE
002710         ADD 1 TO RB-EXP-WHS-COUNT(RB-EXP-IDX)
002710     END-IF.
002710     IF (WH-ENTRY-RELEASED
002710         AND WH-RELEASED-DATE = RB-PARM-BUSINESS-DATE)
002710        OR (WH-ENTRY-WAREHOUSED
002710         AND WH-DUE-DATE NOT > RB-PARM-BUSINESS-DATE)
002710         ADD 1 TO RB-EXP-REL-COUNT(RB-EXP-IDX)
002710     END-IF.
002710 3730-EXIT.
002710     EXIT.
002710*
002720 4000-TALLY-MISSING.
002730     MOVE ZERO TO RB-PARM-MISSING-COUNT.
002740     PERFORM 4100-TALLY-ONE-SLOT THRU 4100-EXIT
002920     END-IF.
002930     MOVE RB-PARM-ENTRY-NUMBER TO RB-EXP-IDX.
002940     MOVE RB-EXP-SOURCE(RB-EXP-IDX) TO RB-PARM-SOURCE.
002940     MOVE RB-EXP-WHS-COUNT(RB-EXP-IDX)
002940         TO RB-PARM-WAREHOUSED-COUNT.
002940     MOVE RB-EXP-REL-COUNT(RB-EXP-IDX) TO RB-PARM-RELEASED-COUNT.
002950     EVALUATE RB-EXP-STATUS(RB-EXP-IDX)
002960         WHEN "D"
002970             MOVE "DELIVERED" TO RB-PARM-STATUS-TEXT
003020     END-EVALUATE.
003030 5000-EXIT.
003040     EXIT.
003040*
003040 5100-RETURN-OUTBOUND.
003040*    A SOURCE WITH NO LOG ENTRY FOR THE DATE (OR NO LOG AT ALL)
003040*    HAS NOT BEEN SENT ITS RETURN FILE YET.
003040     IF RB-RESULT-IS-FAILURE
003040         GO TO 5100-EXIT
003040     END-IF.
003040     MOVE "NOT SENT" TO RB-PARM-OUTBOUND-TEXT.
003040     OPEN INPUT DL100-OUTBOUND-LOG-FILE.
003040     IF RB-RTL-FILE-STATUS NOT = "00"
003040         GO TO 5100-EXIT
003040     END-IF.
003040     MOVE RB-PARM-BUSINESS-DATE TO OL-BUSINESS-DATE.
003040     MOVE RB-PARM-SOURCE TO OL-SOURCE.
003040     READ DL100-OUTBOUND-LOG-FILE
003040         INVALID KEY
003040             MOVE "10" TO RB-RTL-FILE-STATUS
003040     END-READ.
003040     IF RB-RTL-FILE-STATUS = "00"
003040         IF OL-FILE-SENT
003040             MOVE SPACES TO RB-PARM-OUTBOUND-TEXT
003040             STRING "SENT " DELIMITED BY SIZE
003040                    OL-SENT-DATE-TIME(9:2) DELIMITED BY SIZE
003040                    ":" DELIMITED BY SIZE
003040                    OL-SENT-DATE-TIME(11:2) DELIMITED BY SIZE
003040                 INTO RB-PARM-OUTBOUND-TEXT
003040             MOVE OL-REJECTED-COUNT TO RB-PARM-RETURNED-COUNT
003040         ELSE
003040             MOVE "SEND FAILED" TO RB-PARM-OUTBOUND-TEXT
003040         END-IF
003040     END-IF.
003040     CLOSE DL100-OUTBOUND-LOG-FILE.
003040 5100-EXIT.
003040     EXIT.
