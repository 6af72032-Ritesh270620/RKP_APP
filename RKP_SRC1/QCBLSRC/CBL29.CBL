002000*                   START FROM THIS ONE PAGE INSTEAD OF
002100*                   FIFTEEN CONSOLE SCROLL-BACKS. THIS RUN
002200*                   LOGS ITS OWN CLOSE-OUT TOO.
002220* 06-SEP-2026  RKP  NEW OUTCOME U - RITESH9 RAN TO THE END BUT DID
002240*                   NOT BALANCE TO THE CASHIER'S DECLARED TOTAL
002260*                   AND RECEIPT RANGE. COUNTED AND TOTALLED
002280*                   SEPARATELY FROM THE CLEAN RUNS.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
005000 77  WS-CLEAN-COUNT              PIC 9(05) COMP.
005100 77  WS-REFUSED-COUNT            PIC 9(05) COMP.
005200 77  WS-ABANDONED-COUNT          PIC 9(05) COMP.
005250 77  WS-UNBALANCED-COUNT         PIC 9(05) COMP.
005300 77  WS-TODAY-DATE               PIC 9(08).
005400 77  WS-RUN-START-DATE           PIC 9(08).
005500 77  WS-RUN-START-TIME           PIC 9(08).
011300     MOVE 0 TO WS-CLEAN-COUNT.
011400     MOVE 0 TO WS-REFUSED-COUNT.
011500     MOVE 0 TO WS-ABANDONED-COUNT.
011550     MOVE 0 TO WS-UNBALANCED-COUNT.
011600     MOVE 'N' TO WS-RUNLOG-EOF-SW.
011700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
011800     GO TO 1000-EXIT.
021200     IF RUN-WAS-ABANDONED
021300         ADD 1 TO WS-ABANDONED-COUNT
021400     END-IF.
021425     IF RUN-IS-UNBALANCED
021450         ADD 1 TO WS-UNBALANCED-COUNT
021475     END-IF.
021500     GO TO 2100-EXIT.
021600 2100-EXIT.
021700     EXIT.
023800     MOVE WS-ABANDONED-COUNT TO WS-TOT-COUNT.
023900     MOVE WS-TOTAL-LINE TO OPS-REPORT-REC.
024000     WRITE OPS-REPORT-REC.
024020     MOVE 'ENDED OUT OF BALANCE          ' TO WS-TOT-TEXT.
024040     MOVE WS-UNBALANCED-COUNT TO WS-TOT-COUNT.
024060     MOVE WS-TOTAL-LINE TO OPS-REPORT-REC.
024080     WRITE OPS-REPORT-REC.
024100     GO TO 3000-EXIT.
024200 3000-EXIT.
024300     EXIT.
