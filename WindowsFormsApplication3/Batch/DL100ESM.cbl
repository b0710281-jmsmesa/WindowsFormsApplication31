000140*   THE SAME WAY DL100CM MAINTAINS THE CALENDAR ITSELF.          *
000150*   ACTION "G" RETURNS THE NTH EXPECTED SOURCE FOR A DATE SO     *
000160*   THE ARRIVAL BOARD CAN LIST THEM.                             *
000160*                                                                *
000160*   ACTION "P" SETS THE PATH PREFIX A SOURCE'S ACKNOWLEDGEMENT   *
000160*   AND REJECT-RETURN FILE IS WRITTEN TO, ON THE SOURCE'S        *
000160*   STANDING ENTRY (BUSINESS DATE ZERO), AND ACTION "R" READS    *
000160*   IT BACK FOR FORMCALMAINT AND DL100ACK.                       *
000170*                                                                *
000180*   MODIFICATION HISTORY                                        *
000190*   ----------------------------------------------------------- *
000200*   2026-09-01  JMS   INITIAL VERSION.                          *
000200*   2026-10-15  JMS   ADDED ACTIONS "P" AND "R" TO SET AND READ  *
000200*                     A SOURCE'S RETURN FILE PATH PREFIX, AND    *
000200*                     THE RETURN PATH PARAMETER THEY USE.        *
000210******************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000540     88  EM-ACTION-IS-ADD               VALUE "A".
000550     88  EM-ACTION-IS-DELETE            VALUE "D".
000560     88  EM-ACTION-IS-GET               VALUE "G".
000560     88  EM-ACTION-IS-SET-RETURN        VALUE "P".
000560     88  EM-ACTION-IS-READ-RETURN       VALUE "R".
000570 01  EM-PARM-BUSINESS-DATE    PIC 9(08).
000580 01  EM-PARM-ENTRY-NUMBER     PIC 9(04).
000590 01  EM-PARM-SOURCE           PIC X(08).
000600 01  EM-PARM-OPERATOR-ID      PIC X(08).
000600 01  EM-PARM-RETURN-PATH      PIC X(60).
000610 01  EM-PARM-RESULT-SWITCH    PIC X(01).
000620     88  EM-RESULT-IS-SUCCESS           VALUE "Y".
000630     88  EM-RESULT-IS-FAILURE           VALUE "N".
000660                          EM-PARM-ENTRY-NUMBER
000670                          EM-PARM-SOURCE
000680                          EM-PARM-OPERATOR-ID
000680                          EM-PARM-RETURN-PATH
000690                          EM-PARM-RESULT-SWITCH.
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000770                 PERFORM 3000-DELETE-ENTRY THRU 3000-EXIT
000780             WHEN EM-ACTION-IS-GET
000790                 PERFORM 4000-GET-ENTRY THRU 4000-EXIT
000790             WHEN EM-ACTION-IS-SET-RETURN
000790                 PERFORM 5000-SET-RETURN-PATH THRU 5000-EXIT
000790             WHEN EM-ACTION-IS-READ-RETURN
000790                 PERFORM 5500-READ-RETURN-PATH THRU 5500-EXIT
000800         END-EVALUATE
000810     END-IF.
000820     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001870 4100-EXIT.
001880     EXIT.
001890*
001890 5000-SET-RETURN-PATH.
001890*    THE STANDING ENTRY IS WRITTEN THE FIRST TIME A SOURCE'S
001890*    RETURN PATH IS SET AND REWRITTEN AFTER THAT.  A BLANK PATH
001890*    IS KEPT AS BLANK - DL100ACK THEN USES ITS DEFAULT NAME.
001890     MOVE ZERO TO ES-BUSINESS-DATE.
001890     MOVE EM-PARM-SOURCE TO ES-SOURCE.
001890     READ DL100-EXPECTED-FILE
001890         INVALID KEY
001890             MOVE SPACES TO DL100-EXPECTED-SOURCE-RECORD
001890             MOVE ZERO TO ES-BUSINESS-DATE
001890             MOVE EM-PARM-SOURCE TO ES-SOURCE
001890     END-READ.
001890     MOVE EM-PARM-OPERATOR-ID TO ES-ADDED-BY-OPERATOR.
001890     PERFORM 1060-BUILD-TIMESTAMP THRU 1060-EXIT.
001890     MOVE EM-PARM-RETURN-PATH TO ES-RETURN-PATH-PREFIX.
001890     IF EM-EXP-FILE-STATUS = "00"
001890         REWRITE DL100-EXPECTED-SOURCE-RECORD
001890             INVALID KEY
001890                 SET EM-RESULT-IS-FAILURE TO TRUE
001890         END-REWRITE
001890     ELSE
001890         WRITE DL100-EXPECTED-SOURCE-RECORD
001890             INVALID KEY
001890                 SET EM-RESULT-IS-FAILURE TO TRUE
001890         END-WRITE
001890     END-IF.
001890 5000-EXIT.
001890     EXIT.
001890*
001890 5500-READ-RETURN-PATH.
001890     MOVE SPACES TO EM-PARM-RETURN-PATH.
001890     MOVE ZERO TO ES-BUSINESS-DATE.
001890     MOVE EM-PARM-SOURCE TO ES-SOURCE.
001890     READ DL100-EXPECTED-FILE
001890         INVALID KEY
001890             SET EM-RESULT-IS-FAILURE TO TRUE
001890     END-READ.
001890     IF EM-RESULT-IS-SUCCESS
001890         MOVE ES-RETURN-PATH-PREFIX TO EM-PARM-RETURN-PATH
001890     END-IF.
001890 5500-EXIT.
001890     EXIT.
001890*
001900 8000-TERMINATE.
001910     IF EM-EXP-FILE-IS-OPEN
001920         CLOSE DL100-EXPECTED-FILE
