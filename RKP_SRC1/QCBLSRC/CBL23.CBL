002551*                   AND ITS KEY COUNTS - TO THE CENTRAL RUNLOG
002563*                   (STURUN01) FOR THE RITESH27 DAILY OPERATIONS
002575*                   REPORT.
002576* 05-SEP-2026  RKP  A RECEIPT REVERSED BY THE RITESH34 RUN ON
002577*                   FEEREVS NOW PRINTS A SECOND LINE UNDER IT -
002578*                   THE REVERSAL DATE, THE AMOUNT TAKEN BACK, THE
002579*                   REASON AND THE REMARK - AND IS NETTED OUT OF
002580*                   THE TOTAL PAID, SO A BOUNCED CHEQUE NO LONGER
002581*                   READS AS MONEY RECEIVED.
002587*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003710         ACCESS MODE IS DYNAMIC
003720         RECORD KEY IS FEE-LEDGER-KEY
003800         FILE STATUS IS WS-FS-LEDGER.
003816     SELECT FEE-REVERSALS ASSIGN TO "FEEREVS"
003832         ORGANIZATION IS INDEXED
003848         ACCESS MODE IS DYNAMIC
003864         RECORD KEY IS FEE-REVERSALS-KEY
003880         FILE STATUS IS WS-FS-REVERSALS.
003900     SELECT FEE-STATEMENT ASSIGN TO "FEESTMT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-FS-REPORT.
005030         10  FEE-LEDGER-DATE     PIC 9(08).
005040         10  FEE-LEDGER-RCPT-NO  PIC X(08).
005050     05  FILLER                  PIC X(11).
005056 FD  FEE-REVERSALS.
005062 01  FEE-REVERSALS-REC.
005068     05  FEE-REVERSALS-KEY.
005074         10  FEE-REVERSALS-ADM-NO PIC 9(06).
005080         10  FEE-REVERSALS-DATE  PIC 9(08).
005086         10  FEE-REVERSALS-RCPT-NO PIC X(08).
005092     05  FILLER                  PIC X(51).
005100 FD  FEE-STATEMENT.
005200 01  FEE-STATEMENT-REC           PIC X(80).
005201 FD  RUN-LOG.
005400 COPY STUSTU01.
005500 COPY STUFEE01.
005501 COPY STURUN01.
005550 COPY STUREV01.
005600 77  WS-FS-MASTER                PIC X(02).
005700 77  WS-FS-LEDGER                PIC X(02).
005750 77  WS-FS-REVERSALS             PIC X(02).
005800 77  WS-FS-REPORT                PIC X(02).
005900 77  WS-MASTER-EOF-SW            PIC X(01).
006000     88  WS-MASTER-EOF           VALUE 'Y'.
006200     88  WS-LEDGER-EOF           VALUE 'Y'.
006210 77  WS-LEDGER-OPEN-SW           PIC X(01).
006220     88  WS-LEDGER-IS-OPEN       VALUE 'Y'.
006236 77  WS-REVERSALS-OPEN-SW        PIC X(01).
006252     88  WS-REVERSALS-IS-OPEN    VALUE 'Y'.
006268 77  WS-REV-FOUND-SW             PIC X(01).
006284     88  WS-REV-FOUND            VALUE 'Y'.
006300 77  WS-RUN-MODE                 PIC X(01).
006400     88  WS-MODE-IS-STUDENT      VALUE 'S'.
006500     88  WS-MODE-IS-CLASS        VALUE 'C'.
006900 77  WS-STMT-COUNT               PIC 9(05) COMP.
007000 77  WS-TOTAL-PAID               PIC 9(07)V99.
007100 77  WS-TODAY-DATE               PIC 9(08).
007110 01  WS-REVERSAL-LINE.
007120     05  WS-REV-DTL-DATE         PIC 9(08).
007130     05  FILLER                  PIC X(02) VALUE SPACES.
007140     05  WS-REV-DTL-RCPT-NO      PIC X(08).
007150     05  FILLER                  PIC X(02) VALUE SPACES.
007160     05  WS-REV-DTL-HEAD         PIC X(04).
007170     05  FILLER                  PIC X(02) VALUE SPACES.
007180     05  WS-REV-DTL-AMOUNT       PIC ZZZZ9.99-.
007190     05  FILLER                  PIC X(12) VALUE
007200         ' REVERSED - '.
007210     05  WS-REV-DTL-REASON       PIC X(04).
007220     05  FILLER                  PIC X(01) VALUE SPACES.
007230     05  WS-REV-DTL-REMARKS      PIC X(20).
007240     05  FILLER                  PIC X(08) VALUE SPACES.
011501 77  WS-FS-RUNLOG                PIC X(02).
011502 77  WS-RUN-START-DATE           PIC 9(08).
011503 77  WS-RUN-START-TIME           PIC 9(08).
014250     ELSE
014260         DISPLAY 'FEELEDG NOT FOUND - NO RECEIPTS POSTED YET'
014270     END-IF.
014275     MOVE 'N' TO WS-REVERSALS-OPEN-SW.
014280     OPEN INPUT FEE-REVERSALS.
014285     IF WS-FS-REVERSALS = '00'
014290         MOVE 'Y' TO WS-REVERSALS-OPEN-SW
014295     END-IF.
014300     GO TO 1000-EXIT.
014400 1000-EXIT.
014500     EXIT.
030000     ADD FEE-AMOUNT   TO WS-TOTAL-PAID.
030100     MOVE WS-DETAIL-LINE TO FEE-STATEMENT-REC.
030200     WRITE FEE-STATEMENT-REC.
030250     PERFORM 5200-PRINT-REVERSAL THRU 5200-EXIT.
030300     GO TO 5100-EXIT.
030400 5100-EXIT.
030500     EXIT.
030502*-----------------------------------------------------------------
030504* 5200-PRINT-REVERSAL - IF THE RECEIPT JUST PRINTED HAS BEEN
030506*                   REVERSED ON FEEREVS, PRINT THE REVERSAL UNDER
030508*                   IT AND TAKE THE AMOUNT BACK OUT OF THE TOTAL
030510*                   PAID. A MISSING FEEREVS MEANS NOTHING HAS BEEN
030512*                   REVERSED.
030514*-----------------------------------------------------------------
030516 5200-PRINT-REVERSAL.
030518     IF NOT WS-REVERSALS-IS-OPEN
030520         GO TO 5200-EXIT
030522     END-IF.
030524     MOVE 'Y' TO WS-REV-FOUND-SW.
030526     MOVE FEE-ADM-NO  TO FEE-REVERSALS-ADM-NO.
030528     MOVE FEE-DATE    TO FEE-REVERSALS-DATE.
030530     MOVE FEE-RCPT-NO TO FEE-REVERSALS-RCPT-NO.
030532     READ FEE-REVERSALS INTO REV-REC
030534         KEY IS FEE-REVERSALS-KEY
030536         INVALID KEY
030538             MOVE 'N' TO WS-REV-FOUND-SW
030540     END-READ.
030542     IF NOT WS-REV-FOUND
030544         GO TO 5200-EXIT
030546     END-IF.
030548     MOVE REV-DATE    TO WS-REV-DTL-DATE.
030550     MOVE REV-RCPT-NO TO WS-REV-DTL-RCPT-NO.
030552     MOVE REV-HEAD    TO WS-REV-DTL-HEAD.
030554     COMPUTE WS-REV-DTL-AMOUNT = 0 - REV-AMOUNT.
030556     MOVE REV-REASON  TO WS-REV-DTL-REASON.
030558     MOVE REV-REMARKS TO WS-REV-DTL-REMARKS.
030560     SUBTRACT REV-AMOUNT FROM WS-TOTAL-PAID.
030562     MOVE WS-REVERSAL-LINE TO FEE-STATEMENT-REC.
030564     WRITE FEE-STATEMENT-REC.
030566     GO TO 5200-EXIT.
030568 5200-EXIT.
030570     EXIT.
030600*-----------------------------------------------------------------
030700* 9000-TERMINATE - CLOSE FILES AND REPORT THE STATEMENT COUNT
030800*                  BEFORE STOP RUN.
031110     IF WS-LEDGER-IS-OPEN
031120         CLOSE FEE-LEDGER
031130     END-IF.
031147     IF WS-REVERSALS-IS-OPEN
031164         CLOSE FEE-REVERSALS
031181     END-IF.
031200     CLOSE FEE-STATEMENT.
031300     DISPLAY 'STATEMENTS DONE - ' WS-STMT-COUNT
031400         ' PRINTED ON FEESTMT'.
