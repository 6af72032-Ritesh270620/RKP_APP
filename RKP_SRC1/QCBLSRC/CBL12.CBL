001848*                   AND ITS KEY COUNTS - TO THE CENTRAL RUNLOG
001861*                   (STURUN01) FOR THE RITESH27 DAILY OPERATIONS
001874*                   REPORT.
001875* 04-SEP-2026  RKP  CHARGE RECORD AREA WIDENED FOR THE GROSS AND
001876*                   CONCESSION FIELDS ADDED TO STUCHG01. THE
001877*                   AMOUNT DUE IS STILL CHG-AMOUNT, NOW THE NET
001878*                   AFTER ANY CONCESSION RITESH20 APPLIED.
001879* 05-SEP-2026  RKP  RECEIPTS REVERSED BY THE RITESH34 RUN ON
001880*                   FEEREVS (STUREV01) ARE NETTED OUT - A BOUNCED,
001881*                   MIS-POSTED OR REFUNDED RECEIPT NO LONGER
001882*                   COUNTS AS PAID, SO THE FAMILY SHOWS AS OWING
001883*                   AGAIN.
001887*-----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
003150     SELECT FEE-CHARGES ASSIGN TO "FEECHRG"
003160         ORGANIZATION IS LINE SEQUENTIAL
003170         FILE STATUS IS WS-FS-CHARGES.
003175     SELECT FEE-REVERSALS ASSIGN TO "FEEREVS"
003180         ORGANIZATION IS INDEXED
003185         ACCESS MODE IS DYNAMIC
003190         RECORD KEY IS FEE-REVERSALS-KEY
003195         FILE STATUS IS WS-FS-REVERSALS.
003200     SELECT DUES-REPORT ASSIGN TO "DUESRPT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-FS-REPORT.
004340         10  FEE-LEDGER-RCPT-NO  PIC X(08).
004350     05  FILLER                  PIC X(11).
004366 FD  FEE-CHARGES.
004383 01  FEE-CHARGES-REC             PIC X(41).
004385 FD  FEE-REVERSALS.
004387 01  FEE-REVERSALS-REC.
004389     05  FEE-REVERSALS-KEY.
004391         10  FEE-REVERSALS-ADM-NO PIC 9(06).
004393         10  FEE-REVERSALS-DATE  PIC 9(08).
004395         10  FEE-REVERSALS-RCPT-NO PIC X(08).
004397     05  FILLER                  PIC X(51).
004400 FD  DUES-REPORT.
004500 01  DUES-REPORT-REC             PIC X(80).
004501 FD  RUN-LOG.
004800 COPY STUFEE01.
004810 COPY STUCHG01.
004811 COPY STURUN01.
004855 COPY STUREV01.
004900 77  WS-MASTER-EOF-SW            PIC X(01).
005000     88  WS-MASTER-EOF           VALUE 'Y'.
005100 77  WS-LEDGER-EOF-SW            PIC X(01).
005300 77  WS-FS-MASTER                PIC X(02).
005400 77  WS-FS-LEDGER                PIC X(02).
005410 77  WS-FS-CHARGES               PIC X(02).
005432 77  WS-FS-REVERSALS             PIC X(02).
005454 77  WS-REVERSALS-OPEN-SW        PIC X(01).
005476     88  WS-REVERSALS-IS-OPEN    VALUE 'Y'.
005484 77  WS-REV-FOUND-SW             PIC X(01).
005492     88  WS-REV-FOUND            VALUE 'Y'.
005500 77  WS-FS-REPORT                PIC X(02).
005600 77  WS-TERM-HEAD                PIC X(04).
005610 77  WS-DUES-YEAR                PIC 9(04).
019200*                   DATED IN THE REQUESTED YEAR, READING THE
019300*                   INDEXED LEDGER BY KEY PER STUDENT. A
019400*                   MISSING LEDGER MEANS NOBODY HAS PAID YET.
019401*                   A MISSING FEEREVS MEANS NOTHING HAS BEEN
019402*                   REVERSED.
019410*-----------------------------------------------------------------
019500 3000-MARK-PAID-RECEIPTS.
019600     OPEN INPUT FEE-LEDGER.
019800         DISPLAY 'FEELEDG NOT FOUND - NO RECEIPTS POSTED YET'
019900         GO TO 3000-EXIT
020000     END-IF.
020010     MOVE 'N' TO WS-REVERSALS-OPEN-SW.
020020     OPEN INPUT FEE-REVERSALS.
020030     IF WS-FS-REVERSALS = '00'
020040         MOVE 'Y' TO WS-REVERSALS-OPEN-SW
020050     END-IF.
020100     PERFORM VARYING WS-STU-IX FROM 1 BY 1
020200             UNTIL WS-STU-IX > WS-STU-COUNT
020300         PERFORM 3100-TOTAL-ONE-STUDENT THRU 3100-EXIT
020400     END-PERFORM.
021000     CLOSE FEE-LEDGER.
021010     IF WS-REVERSALS-IS-OPEN
021020         CLOSE FEE-REVERSALS
021030     END-IF.
021100     GO TO 3000-EXIT.
021200 3000-EXIT.
021300     EXIT.
022090                 MOVE 'Y' TO WS-LEDGER-EOF-SW
022100             ELSE
022110                 IF FEE-HEAD = WS-TERM-HEAD
022120                     PERFORM 3200-ADD-ONE-RECEIPT THRU 3200-EXIT
022140                 END-IF
022150             END-IF
022160         END-IF
022600     GO TO 3100-EXIT.
022700 3100-EXIT.
022800     EXIT.
022803*-----------------------------------------------------------------
022806* 3200-ADD-ONE-RECEIPT - ADD ONE TERM-HEAD RECEIPT TO THE
022809*                   STUDENT'S PAID TOTAL UNLESS IT HAS BEEN
022812*                   REVERSED ON FEEREVS - A REVERSED RECEIPT
022815*                   WAS NEVER REALLY PAID.
022818*-----------------------------------------------------------------
022821 3200-ADD-ONE-RECEIPT.
022824     IF WS-REVERSALS-IS-OPEN
022827         MOVE 'Y' TO WS-REV-FOUND-SW
022830         MOVE FEE-ADM-NO  TO FEE-REVERSALS-ADM-NO
022833         MOVE FEE-DATE    TO FEE-REVERSALS-DATE
022836         MOVE FEE-RCPT-NO TO FEE-REVERSALS-RCPT-NO
022839         READ FEE-REVERSALS INTO REV-REC
022842             KEY IS FEE-REVERSALS-KEY
022845             INVALID KEY
022848                 MOVE 'N' TO WS-REV-FOUND-SW
022851         END-READ
022854         IF WS-REV-FOUND
022857             GO TO 3200-EXIT
022860         END-IF
022863     END-IF.
022866     ADD FEE-AMOUNT TO WS-STU-T-PAID (WS-STU-IX).
022869     GO TO 3200-EXIT.
022872 3200-EXIT.
022875     EXIT.
022900*-----------------------------------------------------------------
023000* 4000-PRINT-DUES-REPORT - PRINT THE STUDENTS STILL OWING CLASS
023100*                   BY CLASS WITH DUE, PAID AND BALANCE, A COUNT
