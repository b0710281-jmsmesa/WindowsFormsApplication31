000238*                     TO MASK A FAILED WRITE), AND THE BATCH     *
000239*                     DISCREPANCY SUMMARY RECORDS CAN NO LONGER  *
000239*                     BE RESUBMITTED OR WRITTEN OFF.             *
000239*   2026-10-15  JMS   A RESUBMITTED REVERSAL KEEPS THE SOURCE    *
000239*                     OF THE TRANSACTION IT REVERSES - TAKEN     *
000239*                     FROM THE CALLER WHEN SUPPLIED, OTHERWISE   *
000239*                     FROM THE EXCEPTION ITSELF.                 *
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
001870     MOVE EP-AMOUNT            TO RS-AMOUNT.
001880     MOVE EP-TYPE              TO RS-TYPE.
001890     MOVE EP-SOURCE            TO RS-SOURCE.
001890     IF EP-REVERSED-SOURCE NOT = SPACES
001890         MOVE EP-REVERSED-SOURCE TO RS-REVERSED-SOURCE
001890     ELSE
001890         MOVE EX-REVERSED-SOURCE TO RS-REVERSED-SOURCE
001890     END-IF.
001900     SET RS-STATUS-PENDING TO TRUE.
001910     WRITE DL100-RESUBMIT-RECORD.
001912     IF ER-RSB-FILE-STATUS = "00"
