000188*                     FULL-CYCLE RESTART CAN BE ACCEPTED FOR A   *
000188*                     DATE THE CHAIN ALREADY CLOSED BEFORE A     *
000188*                     LATER STEP FAILED.                         *
000188*   2026-10-15  JMS   SCANS ALL TWENTY STEP-TABLE ENTRIES.       *
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000620     END-IF.
000622     PERFORM 0300-SCAN-ONE-CHAIN-STEP THRU 0300-EXIT
000624         VARYING CQ-STEP-IDX FROM 1 BY 1
000626         UNTIL CQ-STEP-IDX > 20.
000630 0000-CLOSE-AND-EXIT.
000640     CLOSE DL100-CHECKPOINT-FILE.
000650 0000-EXIT.
