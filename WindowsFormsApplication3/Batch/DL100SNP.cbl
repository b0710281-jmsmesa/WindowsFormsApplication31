000297*                     PROOF COMPARES INDEPENDENT QUANTITIES -    *
000297*                     THE OLD DERIVATION MADE THE PROOF AN       *
000297*                     IDENTITY THAT COULD NEVER FAIL.            *
000297*   2026-10-15  JMS   A TYPE RV REVERSAL NETS AS THE OPPOSITE    *
000297*                     OF THE TYPE IT REVERSES.                   *
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
002200*
002210 2200-ACCUMULATE-ONE-RECORD.
002220     IF OT-BUSINESS-DATE = SN-PARM-BUSINESS-DATE
002230         EVALUATE TRUE
002232             WHEN OT-TYPE = "WD" OR OT-TYPE = "FE"
002240                 COMPUTE SN-WORK-NET-AMOUNT = ZERO - OT-AMOUNT
002242             WHEN OT-TYPE-REVERSAL
002244               AND (OT-REVERSED-TYPE = "WD" OR "FE")
002246                 MOVE OT-AMOUNT TO SN-WORK-NET-AMOUNT
002248             WHEN OT-TYPE-REVERSAL
002249                 COMPUTE SN-WORK-NET-AMOUNT = ZERO - OT-AMOUNT
002250             WHEN OTHER
002260                 MOVE OT-AMOUNT TO SN-WORK-NET-AMOUNT
002270         END-EVALUATE
002280         PERFORM 2300-POST-TO-NET-TABLE THRU 2300-EXIT
002290         ADD SN-WORK-NET-AMOUNT TO SN-ACCEPTED-NET-TOTAL
002300     END-IF.
