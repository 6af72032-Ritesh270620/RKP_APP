002403*                   AND ITS KEY COUNTS - TO THE CENTRAL RUNLOG
002404*                   (STURUN01) FOR THE RITESH27 DAILY OPERATIONS
002405*                   REPORT.
002424* 05-SEP-2026  RKP  A RECEIPT REVERSED BY THE RITESH34 RUN ON
002443*                   FEEREVS (STUREV01) IS SHOWN WITH ITS REVERSAL
002462*                   DATE, REASON AND REMARK UNDER IT AND IS NETTED
002481*                   OUT OF THE TOTAL PAID.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS FEE-LEDGER-KEY
004000         FILE STATUS IS WS-FS-LEDGER.
004016     SELECT FEE-REVERSALS ASSIGN TO "FEEREVS"
004032         ORGANIZATION IS INDEXED
004048         ACCESS MODE IS DYNAMIC
004064         RECORD KEY IS FEE-REVERSALS-KEY
004080         FILE STATUS IS WS-FS-REVERSALS.
004100     SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-FS-OPRMAST.
005500         10  FEE-LEDGER-DATE     PIC 9(08).
005600         10  FEE-LEDGER-RCPT-NO  PIC X(08).
005700     05  FILLER                  PIC X(11).
005712 FD  FEE-REVERSALS.
005724 01  FEE-REVERSALS-REC.
005736     05  FEE-REVERSALS-KEY.
005748         10  FEE-REVERSALS-ADM-NO PIC 9(06).
005760         10  FEE-REVERSALS-DATE  PIC 9(08).
005772         10  FEE-REVERSALS-RCPT-NO PIC X(08).
005784     05  FILLER                  PIC X(51).
005800 FD  OPERATOR-MASTER.
005900 01  OPERATOR-MASTER-REC         PIC X(30).
005901 FD  RUN-LOG.
006200 COPY STUFEE01.
006300 COPY STUOPR01.
006301 COPY STURUN01.
006350 COPY STUREV01.
006400 77  WS-FS-MASTER                PIC X(02).
006500 77  WS-FS-LEDGER                PIC X(02).
006600 77  WS-FS-OPRMAST               PIC X(02).
008702 77  WS-RUN-START-DATE           PIC 9(08).
008703 77  WS-RUN-START-TIME           PIC 9(08).
008704 77  WS-INQUIRY-COUNT            PIC 9(05) COMP.
008720 77  WS-FS-REVERSALS             PIC X(02).
008736 77  WS-REVERSALS-OPEN-SW        PIC X(01).
008752     88  WS-REVERSALS-IS-OPEN    VALUE 'Y'.
008768 77  WS-REV-FOUND-SW             PIC X(01).
008784     88  WS-REV-FOUND            VALUE 'Y'.
008800 PROCEDURE DIVISION.
008900 0000-MAINLINE.
008901     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
016300     ELSE
016400         DISPLAY 'FEELEDG NOT FOUND - NO RECEIPTS TO SHOW'
016500     END-IF.
016516     MOVE 'N' TO WS-REVERSALS-OPEN-SW.
016532     OPEN INPUT FEE-REVERSALS.
016548     IF WS-FS-REVERSALS = '00'
016564         MOVE 'Y' TO WS-REVERSALS-OPEN-SW
016580     END-IF.
016600     GO TO 1100-EXIT.
016700 1100-EXIT.
016800     EXIT.
032300                 MOVE FEE-AMOUNT TO WS-DISPLAY-AMOUNT
032400                 DISPLAY FEE-DATE ' ' FEE-RCPT-NO ' '
032500                     FEE-HEAD ' ' WS-DISPLAY-AMOUNT
032550                 PERFORM 6100-SHOW-REVERSAL THRU 6100-EXIT
032600             END-IF
032700         END-IF
032800     END-PERFORM.
033500     GO TO 6000-EXIT.
033600 6000-EXIT.
033700     EXIT.
033703*-----------------------------------------------------------------
033706* 6100-SHOW-REVERSAL - IF THE RECEIPT JUST SHOWN HAS BEEN
033709*                   REVERSED ON FEEREVS, SHOW THE REVERSAL UNDER
033712*                   IT AND TAKE THE AMOUNT BACK OUT OF THE TOTAL
033715*                   PAID.
033718*-----------------------------------------------------------------
033721 6100-SHOW-REVERSAL.
033724     IF NOT WS-REVERSALS-IS-OPEN
033727         GO TO 6100-EXIT
033730     END-IF.
033733     MOVE 'Y' TO WS-REV-FOUND-SW.
033736     MOVE FEE-ADM-NO  TO FEE-REVERSALS-ADM-NO.
033739     MOVE FEE-DATE    TO FEE-REVERSALS-DATE.
033742     MOVE FEE-RCPT-NO TO FEE-REVERSALS-RCPT-NO.
033745     READ FEE-REVERSALS INTO REV-REC
033748         KEY IS FEE-REVERSALS-KEY
033751         INVALID KEY
033754             MOVE 'N' TO WS-REV-FOUND-SW
033757     END-READ.
033760     IF NOT WS-REV-FOUND
033763         GO TO 6100-EXIT
033766     END-IF.
033769     SUBTRACT REV-AMOUNT FROM WS-TOTAL-PAID.
033772     DISPLAY '    REVERSED ' REV-DATE ' ' REV-REASON ' '
033775         REV-REMARKS.
033778     GO TO 6100-EXIT.
033781 6100-EXIT.
033784     EXIT.
033800*-----------------------------------------------------------------
033900* 9000-TERMINATE - CLOSE FILES BEFORE STOP RUN.
034000*-----------------------------------------------------------------
034300     IF WS-LEDGER-IS-OPEN
034400         CLOSE FEE-LEDGER
034500     END-IF.
034525     IF WS-REVERSALS-IS-OPEN
034550         CLOSE FEE-REVERSALS
034575     END-IF.
034600     GO TO 9000-EXIT.
034700 9000-EXIT.
034800     EXIT.
