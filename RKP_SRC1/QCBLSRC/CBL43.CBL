000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH41.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 12-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 12-SEP-2026  RKP  ORIGINAL - BANK COLLECTION IMPORT. READS THE
001000*                   BANK'S DAILY BNKCOLL FILE (STUBNK01) IN PLACE
001100*                   OF RE-KEYING IT. THE FILE IS FIRST AGREED TO
001200*                   ITS OWN TRAILER COUNT AND TOTAL - A FILE THAT
001300*                   DOES NOT AGREE IS REFUSED WITH NOTHING TAKEN
001400*                   IN. EACH CREDIT IS THEN MATCHED TO A STUDENT
001500*                   BY THE ADM-NO IN THE PAYMENT REFERENCE AND SET
001600*                   AGAINST WHAT THE STUDENT OWES FOR THE YEAR OF
001700*                   THE CREDIT ON THE RITESH10 BASIS - FEECHRG
001800*                   CHARGES LESS FEELEDG RECEIPTS NET OF FEEREVS.
001900*                   A CREDIT THAT CLEARS A HEAD, OR EXACTLY CLEARS
002000*                   EVERYTHING OWED, IS WRITTEN TO FEETRAN FOR
002100*                   RITESH9 TO POST UNDER THE BANK RECEIPT SERIES
002200*                   (STUBRC01). UNMATCHED, PART, DUPLICATE AND
002300*                   EXCESS CREDITS GO TO THE BNKSUSP SUSPENSE FILE
002400*                   (STUBSP01) AND THE BNKEXC EXCEPTION REPORT.
002500*                   EVERY CREDIT IS KEPT ON BNKHIST BY BANK
002600*                   REFERENCE SO A RE-SENT FILE CANNOT POST TWICE.
002700* 14-SEP-2026  RKP  FEETRAN LINES ALREADY HELD ARE NOW TOTALLED
002800*                   AND ADDED TO THIS RUN'S LINES FOR THE TOTAL TO
002900*                   DECLARE. THE POSTING NOTE NO LONGER ASKS FOR A
003000*                   ZERO FIRST RECEIPT - RITESH9 COUNTS B-SERIES
003100*                   RECEIPTS APART FROM THE KEYED BOOK RANGE.
003200*-----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BANK-COLLECTION ASSIGN TO "BNKCOLL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-FS-BANK.
003900     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS STUDENT-MASTER-ADM-NO
004300         ALTERNATE RECORD KEY IS STUDENT-MASTER-NAME
004400             WITH DUPLICATES
004500         FILE STATUS IS WS-FS-MASTER.
004600     SELECT FEE-TRAN-OUT ASSIGN TO "FEETRAN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-FS-TRAN.
004900     SELECT FEE-LEDGER ASSIGN TO "FEELEDG"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS FEE-LEDGER-KEY
005300         FILE STATUS IS WS-FS-LEDGER.
005400     SELECT FEE-CHARGES ASSIGN TO "FEECHRG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FS-CHARGES.
005700     SELECT FEE-REVERSALS ASSIGN TO "FEEREVS"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS FEE-REVERSALS-KEY
006100         FILE STATUS IS WS-FS-REVERSALS.
006200     SELECT BANK-HISTORY ASSIGN TO "BNKHIST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS BANK-HISTORY-REF
006600         FILE STATUS IS WS-FS-HISTORY.
006700     SELECT BANK-SUSPENSE ASSIGN TO "BNKSUSP"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-FS-SUSPENSE.
007000     SELECT BANK-RCPT-CONTROL ASSIGN TO "BNKRCTL"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-FS-CONTROL.
007300     SELECT EXCEPTION-REPORT ASSIGN TO "BNKEXC"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-FS-REPORT.
007600     SELECT RUN-LOG ASSIGN TO "RUNLOG"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-FS-RUNLOG.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  BANK-COLLECTION.
008200 01  BANK-COLLECTION-REC         PIC X(80).
008300 FD  STUDENT-MASTER.
008400 01  STUDENT-MASTER-REC.
008500     05  STUDENT-MASTER-ADM-NO   PIC 9(06).
008600     05  STUDENT-MASTER-NAME     PIC A(10).
008700     05  FILLER                  PIC X(89).
008800 FD  FEE-TRAN-OUT.
008900 01  FEE-TRAN-OUT-REC            PIC X(33).
009000 FD  FEE-LEDGER.
009100 01  FEE-LEDGER-REC.
009200     05  FEE-LEDGER-KEY.
009300         10  FEE-LEDGER-ADM-NO   PIC 9(06).
009400         10  FEE-LEDGER-DATE     PIC 9(08).
009500         10  FEE-LEDGER-RCPT-NO  PIC X(08).
009600     05  FILLER                  PIC X(11).
009700 FD  FEE-CHARGES.
009800 01  FEE-CHARGES-REC             PIC X(41).
009900 FD  FEE-REVERSALS.
010000 01  FEE-REVERSALS-REC.
010100     05  FEE-REVERSALS-KEY.
010200         10  FEE-REVERSALS-ADM-NO PIC 9(06).
010300         10  FEE-REVERSALS-DATE  PIC 9(08).
010400         10  FEE-REVERSALS-RCPT-NO PIC X(08).
010500     05  FILLER                  PIC X(51).
010600 FD  BANK-HISTORY.
010700 01  BANK-HISTORY-REC.
010800     05  BANK-HISTORY-REF        PIC X(12).
010900     05  FILLER                  PIC X(91).
011000 FD  BANK-SUSPENSE.
011100 01  BANK-SUSPENSE-REC           PIC X(103).
011200 FD  BANK-RCPT-CONTROL.
011300 01  BANK-RCPT-CONTROL-REC       PIC X(07).
011400 FD  EXCEPTION-REPORT.
011500 01  EXCEPTION-REPORT-REC        PIC X(80).
011600 FD  RUN-LOG.
011700 01  RUN-LOG-OUT-REC             PIC X(73).
011800 WORKING-STORAGE SECTION.
011900 COPY STUBNK01.
012000 COPY STUSTU01.
012100 COPY STUFEE01.
012200 COPY STUCHG01.
012300 COPY STUREV01.
012400 COPY STUBSP01.
012500 COPY STUBRC01.
012600 COPY STURUN01.
012700 77  WS-FS-BANK                  PIC X(02).
012800 77  WS-FS-MASTER                PIC X(02).
012900 77  WS-FS-TRAN                  PIC X(02).
013000 77  WS-FS-LEDGER                PIC X(02).
013100 77  WS-FS-CHARGES               PIC X(02).
013200 77  WS-FS-REVERSALS             PIC X(02).
013300 77  WS-FS-HISTORY               PIC X(02).
013400 77  WS-FS-SUSPENSE              PIC X(02).
013500 77  WS-FS-CONTROL               PIC X(02).
013600 77  WS-FS-REPORT                PIC X(02).
013700 77  WS-BANK-EOF-SW              PIC X(01).
013800     88  WS-BANK-EOF             VALUE 'Y'.
013900 77  WS-TRAN-EOF-SW              PIC X(01).
014000     88  WS-TRAN-EOF             VALUE 'Y'.
014100 77  WS-LEDGER-OPEN-SW           PIC X(01).
014200     88  WS-LEDGER-IS-OPEN       VALUE 'Y'.
014300 77  WS-REVERSALS-OPEN-SW        PIC X(01).
014400     88  WS-REVERSALS-IS-OPEN    VALUE 'Y'.
014500 77  WS-LEDGER-EOF-SW            PIC X(01).
014600     88  WS-LEDGER-EOF           VALUE 'Y'.
014700 77  WS-CHARGES-EOF-SW           PIC X(01).
014800     88  WS-CHARGES-EOF          VALUE 'Y'.
014900 77  WS-REV-FOUND-SW             PIC X(01).
015000     88  WS-REV-FOUND            VALUE 'Y'.
015100 77  WS-HIST-FOUND-SW            PIC X(01).
015200     88  WS-HIST-FOUND           VALUE 'Y'.
015300 77  WS-TRAILER-SW               PIC X(01).
015400     88  WS-TRAILER-FOUND        VALUE 'Y'.
015500 77  WS-AGREED-SW                PIC X(01).
015600     88  WS-FILE-AGREES          VALUE 'Y'.
015700 77  WS-ADM-FOUND-SW             PIC X(01).
015800     88  WS-ADM-FOUND            VALUE 'Y'.
015900 77  WS-HEAD-FOUND-SW            PIC X(01).
016000     88  WS-HEAD-FOUND           VALUE 'Y'.
016100 77  WS-SKIP-HISTORY-SW          PIC X(01).
016200     88  WS-SKIP-HISTORY         VALUE 'Y'.
016300 77  WS-REF-IX                   PIC 9(02) COMP.
016400 77  WS-REF-PREV                 PIC 9(02) COMP.
016500 77  WS-REF-NEXT                 PIC 9(02) COMP.
016600 77  WS-REF-HEAD                 PIC X(04).
016700 77  WS-CREDIT-YEAR              PIC 9(04).
016800 77  WS-LEDGER-YEAR              PIC 9(04).
016900 77  WS-RT-YEAR                  PIC 9(04).
017000 77  WS-TARGET-OUT               PIC 9(07)V99.
017100 77  WS-TOTAL-OUT                PIC 9(07)V99.
017200 77  WS-RUN-PAID                 PIC 9(07)V99.
017300 77  WS-LINE-HEAD                PIC X(04).
017400 77  WS-LINE-AMOUNT              PIC 9(05)V99.
017500 77  WS-MATCH-IX                 PIC 9(02) COMP.
017600 77  WS-REASON-TEXT              PIC X(24).
017700 77  WS-PRIOR-TRAN-COUNT         PIC 9(06) COMP.
017800 77  WS-PRIOR-TRAN-TOTAL         PIC 9(09)V99.
017900 77  WS-CT-LIMIT                 PIC 9(02) COMP VALUE 8.
018000 77  WS-CT-COUNT                 PIC 9(02) COMP.
018100 77  WS-CT-IX                    PIC 9(02) COMP.
018200 77  WS-RT-LIMIT                 PIC 9(05) COMP VALUE 5000.
018300 77  WS-RT-COUNT                 PIC 9(05) COMP.
018400 77  WS-RT-IX                    PIC 9(05) COMP.
018500 77  WS-FILE-DATE                PIC 9(08).
018600 77  WS-FILE-ACCOUNT             PIC X(16).
018700 77  WS-BAD-RECORD-COUNT         PIC 9(06) COMP.
018800 77  WS-FILE-COUNT               PIC 9(06) COMP.
018900 77  WS-FILE-TOTAL               PIC 9(09)V99.
019000 77  WS-TRAILER-COUNT            PIC 9(06) COMP.
019100 77  WS-TRAILER-TOTAL            PIC 9(09)V99.
019200 77  WS-READ-COUNT               PIC 9(06) COMP.
019300 77  WS-READ-TOTAL               PIC 9(09)V99.
019400 77  WS-MATCHED-COUNT            PIC 9(06) COMP.
019500 77  WS-MATCHED-TOTAL            PIC 9(09)V99.
019600 77  WS-UNMATCHED-COUNT          PIC 9(06) COMP.
019700 77  WS-UNMATCHED-TOTAL          PIC 9(09)V99.
019800 77  WS-PARTIAL-COUNT            PIC 9(06) COMP.
019900 77  WS-PARTIAL-TOTAL            PIC 9(09)V99.
020000 77  WS-DUPLICATE-COUNT          PIC 9(06) COMP.
020100 77  WS-DUPLICATE-TOTAL          PIC 9(09)V99.
020200 77  WS-EXCESS-COUNT             PIC 9(06) COMP.
020300 77  WS-EXCESS-TOTAL             PIC 9(09)V99.
020400 77  WS-SUSPENSE-COUNT           PIC 9(06) COMP.
020500 77  WS-TRAN-LINE-COUNT          PIC 9(06) COMP.
020600 77  WS-TAKEN-COUNT              PIC 9(06) COMP.
020700 77  WS-TAKEN-TOTAL              PIC 9(09)V99.
020800 77  WS-DISPLAY-AMOUNT           PIC Z(08)9.99.
020900 77  WS-TODAY-DATE               PIC 9(08).
021000 77  WS-FS-RUNLOG                PIC X(02).
021100 77  WS-RUN-START-DATE           PIC 9(08).
021200 77  WS-RUN-START-TIME           PIC 9(08).
021300 01  WS-BANK-RCPT-NO.
021400     05  FILLER                  PIC X(01) VALUE 'B'.
021500     05  WS-BANK-RCPT-SEQ        PIC 9(07).
021600 01  WS-FIRST-RCPT-NO            PIC X(08).
021700 01  WS-LAST-RCPT-NO             PIC X(08).
021800 01  WS-CHARGE-TABLE.
021900     05  WS-CT-ENTRY OCCURS 8 TIMES.
022000         10  WS-CT-HEAD          PIC X(04).
022100         10  WS-CT-DUE           PIC 9(05)V99.
022200         10  WS-CT-PAID          PIC 9(07)V99.
022300         10  WS-CT-OUT           PIC 9(07)V99.
022400 01  WS-RUN-TABLE.
022500     05  WS-RT-ENTRY OCCURS 5000 TIMES.
022600         10  WS-RT-ADM-NO        PIC 9(06).
022700         10  WS-RT-DATE          PIC 9(08).
022800         10  WS-RT-HEAD          PIC X(04).
022900         10  WS-RT-AMOUNT        PIC 9(05)V99.
023000         10  WS-RT-CREDIT        PIC 9(07)V99.
023100 01  WS-HEADING-LINE.
023200     05  FILLER                  PIC X(44) VALUE
023300         'BANK COLLECTION IMPORT - EXCEPTIONS RUN DATE'.
023400     05  FILLER                  PIC X(01) VALUE SPACES.
023500     05  WS-HDG-DATE             PIC 9(08).
023600     05  FILLER                  PIC X(27) VALUE SPACES.
023700 01  WS-FILE-LINE.
023800     05  FILLER                  PIC X(15) VALUE
023900         'BANK FILE DATE '.
024000     05  WS-FLN-DATE             PIC 9(08).
024100     05  FILLER                  PIC X(10) VALUE
024200         '  ACCOUNT '.
024300     05  WS-FLN-ACCOUNT          PIC X(16).
024400     05  FILLER                  PIC X(31) VALUE SPACES.
024500 01  WS-DETAIL-LINE.
024600     05  WS-DTL-BANK-REF         PIC X(12).
024700     05  FILLER                  PIC X(01) VALUE SPACES.
024800     05  WS-DTL-VALUE-DATE       PIC 9(08).
024900     05  FILLER                  PIC X(01) VALUE SPACES.
025000     05  WS-DTL-ADM-NO           PIC 9(06).
025100     05  FILLER                  PIC X(01) VALUE SPACES.
025200     05  WS-DTL-AMOUNT           PIC Z(06)9.99.
025300     05  FILLER                  PIC X(01) VALUE SPACES.
025400     05  WS-DTL-OUTSTANDING      PIC Z(06)9.99.
025500     05  FILLER                  PIC X(01) VALUE SPACES.
025600     05  WS-DTL-REASON           PIC X(24).
025700     05  FILLER                  PIC X(05) VALUE SPACES.
025800 01  WS-REF-LINE.
025900     05  FILLER                  PIC X(13) VALUE SPACES.
026000     05  FILLER                  PIC X(04) VALUE 'REF '.
026100     05  WS-RFL-PAY-REF          PIC X(18).
026200     05  FILLER                  PIC X(07) VALUE ' PAYER '.
026300     05  WS-RFL-PAYER-NAME       PIC X(20).
026400     05  FILLER                  PIC X(18) VALUE SPACES.
026500 01  WS-TOTAL-LINE.
026600     05  WS-TOT-TEXT             PIC X(26).
026700     05  WS-TOT-COUNT            PIC ZZZZZ9.
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  WS-TOT-AMOUNT           PIC Z(08)9.99.
027000     05  FILLER                  PIC X(34) VALUE SPACES.
027100 01  WS-RCPT-LINE.
027200     05  FILLER                  PIC X(26) VALUE
027300         'BANK RECEIPTS USED        '.
027400     05  WS-RCL-FIRST            PIC X(08).
027500     05  FILLER                  PIC X(03) VALUE ' - '.
027600     05  WS-RCL-LAST             PIC X(08).
027700     05  FILLER                  PIC X(35) VALUE SPACES.
027800 PROCEDURE DIVISION.
027900 0000-MAINLINE.
028000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
028100     ACCEPT WS-RUN-START-TIME FROM TIME.
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028300     PERFORM 1500-CHECK-TRAILER THRU 1500-EXIT.
028400     IF NOT WS-FILE-AGREES
028500         PERFORM 7000-PRINT-CONTROL-TOTALS THRU 7000-EXIT
028600         MOVE 'BANK FILE DOES NOT AGREE TO ITS TRAILER -'
028700             TO EXCEPTION-REPORT-REC
028800         WRITE EXCEPTION-REPORT-REC
028900         MOVE 'NOTHING TAKEN IN - ASK THE BANK TO RESEND'
029000             TO EXCEPTION-REPORT-REC
029100         WRITE EXCEPTION-REPORT-REC
029200         DISPLAY 'BNKCOLL DOES NOT AGREE TO ITS TRAILER - NOTHING'
029300             ' IMPORTED - SEE BNKEXC'
029400         PERFORM 9000-TERMINATE THRU 9000-EXIT
029500         MOVE 'U' TO RUN-OUTCOME
029600         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
029700         STOP RUN
029800     END-IF.
029900     PERFORM 1600-OPEN-IMPORT-FILES THRU 1600-EXIT.
030000     PERFORM 2000-IMPORT-CREDITS THRU 2000-EXIT.
030100     PERFORM 7000-PRINT-CONTROL-TOTALS THRU 7000-EXIT.
030200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030300     IF WS-TAKEN-COUNT = WS-TRAILER-COUNT
030400             AND WS-TAKEN-TOTAL = WS-TRAILER-TOTAL
030500         MOVE 'C' TO RUN-OUTCOME
030600     ELSE
030700         MOVE 'U' TO RUN-OUTCOME
030800     END-IF.
030900     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
031000     STOP RUN.
031100*-----------------------------------------------------------------
031200* 1000-INITIALIZE - ZERO THE COUNTS AND OPEN THE EXCEPTION REPORT
031300*                   WITH ITS HEADING. A MISSING MASTER STOPS THE
031400*                   RUN - NO CREDIT CAN BE MATCHED WITHOUT IT.
031500*-----------------------------------------------------------------
031600 1000-INITIALIZE.
031700     MOVE 0 TO WS-BAD-RECORD-COUNT.
031800     MOVE 0 TO WS-FILE-COUNT.
031900     MOVE 0 TO WS-FILE-TOTAL.
032000     MOVE 0 TO WS-TRAILER-COUNT.
032100     MOVE 0 TO WS-TRAILER-TOTAL.
032200     MOVE 0 TO WS-READ-COUNT.
032300     MOVE 0 TO WS-READ-TOTAL.
032400     MOVE 0 TO WS-MATCHED-COUNT.
032500     MOVE 0 TO WS-MATCHED-TOTAL.
032600     MOVE 0 TO WS-UNMATCHED-COUNT.
032700     MOVE 0 TO WS-UNMATCHED-TOTAL.
032800     MOVE 0 TO WS-PARTIAL-COUNT.
032900     MOVE 0 TO WS-PARTIAL-TOTAL.
033000     MOVE 0 TO WS-DUPLICATE-COUNT.
033100     MOVE 0 TO WS-DUPLICATE-TOTAL.
033200     MOVE 0 TO WS-EXCESS-COUNT.
033300     MOVE 0 TO WS-EXCESS-TOTAL.
033400     MOVE 0 TO WS-SUSPENSE-COUNT.
033500     MOVE 0 TO WS-TRAN-LINE-COUNT.
033600     MOVE 0 TO WS-TAKEN-COUNT.
033700     MOVE 0 TO WS-TAKEN-TOTAL.
033800     MOVE 0 TO WS-RT-COUNT.
033900     MOVE 0 TO WS-PRIOR-TRAN-COUNT.
034000     MOVE 0 TO WS-PRIOR-TRAN-TOTAL.
034100     MOVE 0 TO WS-FILE-DATE.
034200     MOVE SPACES TO WS-FILE-ACCOUNT.
034300     MOVE SPACES TO WS-FIRST-RCPT-NO.
034400     MOVE SPACES TO WS-LAST-RCPT-NO.
034500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
034600     OPEN INPUT STUDENT-MASTER.
034700     IF WS-FS-MASTER NOT = '00'
034800         DISPLAY 'STUDENT MASTER OPEN FAILED - STATUS '
034900             WS-FS-MASTER
035000         MOVE 'A' TO RUN-OUTCOME
035100         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
035200         STOP RUN
035300     END-IF.
035400     OPEN OUTPUT EXCEPTION-REPORT.
035500     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
035600     MOVE WS-HEADING-LINE TO EXCEPTION-REPORT-REC.
035700     WRITE EXCEPTION-REPORT-REC.
035800     GO TO 1000-EXIT.
035900 1000-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------------
036200* 1500-CHECK-TRAILER - FIRST PASS. READ THE WHOLE BANK FILE,
036300*                   COUNTING AND TOTALLING THE DETAIL CREDITS,
036400*                   AND AGREE THEM TO THE TRAILER. A MISSING
036500*                   TRAILER, A LINE THAT IS NOT H, D OR T, OR A
036600*                   CREDIT WITH A DATE OR AMOUNT THAT IS NOT
036700*                   NUMERIC MEANS THE FILE IS NOT AS THE BANK
036800*                   SENT IT, AND NOTHING IS TAKEN IN. A MISSING
036900*                   FILE IS AN EMPTY DAY.
037000*-----------------------------------------------------------------
037100 1500-CHECK-TRAILER.
037200     MOVE 'N' TO WS-TRAILER-SW.
037300     MOVE 'N' TO WS-AGREED-SW.
037400     MOVE 'N' TO WS-BANK-EOF-SW.
037500     OPEN INPUT BANK-COLLECTION.
037600     IF WS-FS-BANK NOT = '00'
037700         DISPLAY 'BNKCOLL NOT FOUND - NO BANK CREDITS TO IMPORT'
037800         MOVE 'Y' TO WS-TRAILER-SW
037900         MOVE 'Y' TO WS-AGREED-SW
038000         GO TO 1500-EXIT
038100     END-IF.
038200     PERFORM UNTIL WS-BANK-EOF
038300         READ BANK-COLLECTION INTO BNK-REC
038400             AT END
038500                 MOVE 'Y' TO WS-BANK-EOF-SW
038600         END-READ
038700         IF NOT WS-BANK-EOF
038800             PERFORM 1510-COUNT-ONE-RECORD THRU 1510-EXIT
038900         END-IF
039000     END-PERFORM.
039100     CLOSE BANK-COLLECTION.
039200     MOVE WS-FILE-DATE TO WS-FLN-DATE.
039300     MOVE WS-FILE-ACCOUNT TO WS-FLN-ACCOUNT.
039400     MOVE WS-FILE-LINE TO EXCEPTION-REPORT-REC.
039500     WRITE EXCEPTION-REPORT-REC.
039600     MOVE SPACES TO EXCEPTION-REPORT-REC.
039700     WRITE EXCEPTION-REPORT-REC.
039800     IF WS-TRAILER-FOUND
039900             AND WS-BAD-RECORD-COUNT = 0
040000             AND WS-FILE-COUNT = WS-TRAILER-COUNT
040100             AND WS-FILE-TOTAL = WS-TRAILER-TOTAL
040200         MOVE 'Y' TO WS-AGREED-SW
040300     END-IF.
040400     GO TO 1500-EXIT.
040500 1500-EXIT.
040600     EXIT.
040700*-----------------------------------------------------------------
040800* 1510-COUNT-ONE-RECORD - TAKE ONE BNKCOLL LINE INTO THE
040900*                   CHECK: THE HEADER GIVES THE FILE DATE AND
041000*                   ACCOUNT, THE TRAILER THE BANK'S OWN COUNT AND
041100*                   TOTAL, AND EACH DETAIL LINE IS ADDED TO THE
041200*                   FILE COUNT AND TOTAL. A LINE THAT WILL NOT
041300*                   READ, OR COMES AFTER THE TRAILER, IS COUNTED
041400*                   AS UNREADABLE.
041500*-----------------------------------------------------------------
041600 1510-COUNT-ONE-RECORD.
041700     IF WS-TRAILER-FOUND
041800         DISPLAY 'LINE AFTER THE TRAILER ON BNKCOLL'
041900         ADD 1 TO WS-BAD-RECORD-COUNT
042000         GO TO 1510-EXIT
042100     END-IF.
042200     IF BNK-IS-HEADER
042300         MOVE BNK-HDR-FILE-DATE TO WS-FILE-DATE
042400         MOVE BNK-HDR-ACCOUNT TO WS-FILE-ACCOUNT
042500         GO TO 1510-EXIT
042600     END-IF.
042700     IF BNK-IS-TRAILER
042800         MOVE 'Y' TO WS-TRAILER-SW
042900         IF BNK-TRL-COUNT IS NUMERIC AND BNK-TRL-TOTAL IS NUMERIC
043000             MOVE BNK-TRL-COUNT TO WS-TRAILER-COUNT
043100             MOVE BNK-TRL-TOTAL TO WS-TRAILER-TOTAL
043200         ELSE
043300             ADD 1 TO WS-BAD-RECORD-COUNT
043400         END-IF
043500         GO TO 1510-EXIT
043600     END-IF.
043700     IF BNK-IS-DETAIL
043800             AND BNK-VALUE-DATE IS NUMERIC
043900             AND BNK-AMOUNT IS NUMERIC
044000         ADD 1 TO WS-FILE-COUNT
044100         ADD BNK-AMOUNT TO WS-FILE-TOTAL
044200     ELSE
044300         DISPLAY 'UNREADABLE LINE ON BNKCOLL - ' BNK-REC
044400         ADD 1 TO WS-BAD-RECORD-COUNT
044500     END-IF.
044600     GO TO 1510-EXIT.
044700 1510-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------------
045000* 1600-OPEN-IMPORT-FILES - THE FILE AGREES, SO OPEN WHAT THE
045100*                   IMPORT WRITES. FEETRAN IS OPENED EXTEND SO ANY
045200*                   RECEIPTS ALREADY KEYED INTO IT ARE KEPT -
045300*                   THEIR COUNT AND TOTAL ARE SHOWN SO THE CASHIER
045400*                   DECLARES THE WHOLE BATCH TO RITESH9. BNKHIST
045500*                   IS CREATED EMPTY THE FIRST TIME. THE LEDGER
045600*                   AND REVERSALS ARE OPTIONAL - NONE MEANS
045700*                   NOTHING PAID YET.
045800*-----------------------------------------------------------------
045900 1600-OPEN-IMPORT-FILES.
046000     MOVE 'N' TO WS-TRAN-EOF-SW.
046100     OPEN INPUT FEE-TRAN-OUT.
046200     IF WS-FS-TRAN = '00'
046300         PERFORM UNTIL WS-TRAN-EOF
046400             READ FEE-TRAN-OUT INTO FEE-TRAN-REC
046500                 AT END
046600                     MOVE 'Y' TO WS-TRAN-EOF-SW
046700             END-READ
046800             IF NOT WS-TRAN-EOF
046900                 ADD 1 TO WS-PRIOR-TRAN-COUNT
047000                 ADD FEE-AMOUNT TO WS-PRIOR-TRAN-TOTAL
047100             END-IF
047200         END-PERFORM
047300         CLOSE FEE-TRAN-OUT
047400     END-IF.
047500     IF WS-PRIOR-TRAN-COUNT > 0
047600         DISPLAY 'NOTE - FEETRAN ALREADY HOLDS '
047700             WS-PRIOR-TRAN-COUNT
047800             ' LINES - BANK LINES ARE ADDED AFTER THEM'
047900     END-IF.
048000     OPEN EXTEND FEE-TRAN-OUT.
048100     IF WS-FS-TRAN = '35'
048200         OPEN OUTPUT FEE-TRAN-OUT
048300     END-IF.
048400     OPEN I-O BANK-HISTORY.
048500     IF WS-FS-HISTORY = '35'
048600         OPEN OUTPUT BANK-HISTORY
048700         CLOSE BANK-HISTORY
048800         OPEN I-O BANK-HISTORY
048900     END-IF.
049000     IF WS-FS-HISTORY NOT = '00'
049100         DISPLAY 'BNKHIST OPEN FAILED - STATUS ' WS-FS-HISTORY
049200         CLOSE FEE-TRAN-OUT
049300         CLOSE STUDENT-MASTER
049400         CLOSE EXCEPTION-REPORT
049500         MOVE 'A' TO RUN-OUTCOME
049600         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
049700         STOP RUN
049800     END-IF.
049900     OPEN EXTEND BANK-SUSPENSE.
050000     IF WS-FS-SUSPENSE = '35'
050100         OPEN OUTPUT BANK-SUSPENSE
050200     END-IF.
050300     MOVE 'N' TO WS-LEDGER-OPEN-SW.
050400     OPEN INPUT FEE-LEDGER.
050500     IF WS-FS-LEDGER = '00'
050600         MOVE 'Y' TO WS-LEDGER-OPEN-SW
050700     END-IF.
050800     MOVE 'N' TO WS-REVERSALS-OPEN-SW.
050900     OPEN INPUT FEE-REVERSALS.
051000     IF WS-FS-REVERSALS = '00'
051100         MOVE 'Y' TO WS-REVERSALS-OPEN-SW
051200     END-IF.
051300     MOVE 1 TO BRC-NEXT-BANK-RCPT.
051400     OPEN INPUT BANK-RCPT-CONTROL.
051500     IF WS-FS-CONTROL = '00'
051600         READ BANK-RCPT-CONTROL INTO BRC-REC
051700             AT END
051800                 MOVE 1 TO BRC-NEXT-BANK-RCPT
051900         END-READ
052000         CLOSE BANK-RCPT-CONTROL
052100     END-IF.
052200     MOVE 'BANK REF     VALUE DT ADM NO     AMOUNT OUTSTANDING'
052300         TO EXCEPTION-REPORT-REC.
052400     MOVE 'REASON' TO EXCEPTION-REPORT-REC (53:6).
052500     WRITE EXCEPTION-REPORT-REC.
052600     GO TO 1600-EXIT.
052700 1600-EXIT.
052800     EXIT.
052900*-----------------------------------------------------------------
053000* 2000-IMPORT-CREDITS - SECOND PASS. TAKE IN EACH DETAIL CREDIT
053100*                   IN FILE ORDER; THE HEADER AND TRAILER HAVE
053200*                   ALREADY BEEN USED.
053300*-----------------------------------------------------------------
053400 2000-IMPORT-CREDITS.
053500     MOVE 'N' TO WS-BANK-EOF-SW.
053600     OPEN INPUT BANK-COLLECTION.
053700     IF WS-FS-BANK NOT = '00'
053800         GO TO 2000-EXIT
053900     END-IF.
054000     PERFORM UNTIL WS-BANK-EOF
054100         READ BANK-COLLECTION INTO BNK-REC
054200             AT END
054300                 MOVE 'Y' TO WS-BANK-EOF-SW
054400         END-READ
054500         IF NOT WS-BANK-EOF AND BNK-IS-DETAIL
054600             PERFORM 3000-TAKE-ONE-CREDIT THRU 3000-EXIT
054700         END-IF
054800     END-PERFORM.
054900     CLOSE BANK-COLLECTION.
055000     GO TO 2000-EXIT.
055100 2000-EXIT.
055200     EXIT.
055300*-----------------------------------------------------------------
055400* 3000-TAKE-ONE-CREDIT - DECIDE WHAT BECOMES OF ONE CREDIT. A BANK
055500*                   REFERENCE ALREADY ON BNKHIST IS A DUPLICATE
055600*                   THE BANK HAS SENT AGAIN. OTHERWISE THE
055700*                   ADM-NO IS FOUND IN THE PAYMENT REFERENCE AND
055800*                   LOOKED UP ON THE MASTER; THE SAME STUDENT,
055900*                   DATE AND AMOUNT TAKEN ALREADY IN THIS RUN IS A
056000*                   FAMILY THAT PAID TWICE. WHAT IS LEFT IS SET
056100*                   AGAINST THE STUDENT'S OUTSTANDING CHARGES. THE
056200*                   CREDIT IS THEN WRITTEN TO BNKHIST AND, IF NOT
056300*                   MATCHED, TO SUSPENSE AND THE EXCEPTION REPORT.
056400*-----------------------------------------------------------------
056500 3000-TAKE-ONE-CREDIT.
056600     ADD 1 TO WS-READ-COUNT.
056700     ADD BNK-AMOUNT TO WS-READ-TOTAL.
056800     MOVE 'N' TO WS-SKIP-HISTORY-SW.
056900     MOVE BNK-BANK-REF   TO BSP-BANK-REF.
057000     MOVE BNK-VALUE-DATE TO BSP-VALUE-DATE.
057100     MOVE BNK-PAY-REF    TO BSP-PAY-REF.
057200     MOVE BNK-AMOUNT     TO BSP-AMOUNT.
057300     MOVE BNK-PAYER-NAME TO BSP-PAYER-NAME.
057400     MOVE 0              TO BSP-ADM-NO.
057500     MOVE SPACES         TO BSP-HEAD.
057600     MOVE SPACES         TO BSP-RCPT-NO.
057700     MOVE WS-TODAY-DATE  TO BSP-IMPORT-DATE.
057800     MOVE 0              TO BSP-OUTSTANDING.
057900     MOVE SPACES         TO WS-REASON-TEXT.
058000     MOVE 'Y' TO WS-HIST-FOUND-SW.
058100     MOVE BNK-BANK-REF TO BANK-HISTORY-REF.
058200     READ BANK-HISTORY
058300         KEY IS BANK-HISTORY-REF
058400         INVALID KEY
058500             MOVE 'N' TO WS-HIST-FOUND-SW
058600     END-READ.
058700     IF WS-HIST-FOUND
058800         MOVE 'D' TO BSP-STATUS
058900         MOVE 'BANK REF ALREADY TAKEN' TO WS-REASON-TEXT
059000         MOVE 'Y' TO WS-SKIP-HISTORY-SW
059100         GO TO 3000-FILE-CREDIT
059200     END-IF.
059300     PERFORM 3100-FIND-ADM-NO THRU 3100-EXIT.
059400     IF NOT WS-ADM-FOUND
059500         MOVE 'U' TO BSP-STATUS
059600         MOVE 'NO ADM NO IN REFERENCE' TO WS-REASON-TEXT
059700         GO TO 3000-FILE-CREDIT
059800     END-IF.
059900     MOVE BSP-ADM-NO TO STUDENT-MASTER-ADM-NO.
060000     READ STUDENT-MASTER INTO STU-MASTER-REC
060100         KEY IS STUDENT-MASTER-ADM-NO
060200         INVALID KEY
060300             MOVE 'U' TO BSP-STATUS
060400             MOVE 'ADM NO NOT ON MASTER' TO WS-REASON-TEXT
060500             GO TO 3000-FILE-CREDIT
060600     END-READ.
060700     PERFORM 3300-CHECK-PAID-TWICE THRU 3300-EXIT.
060800     IF BSP-IS-DUPLICATE
060900         MOVE 'SAME CREDIT TWICE TODAY' TO WS-REASON-TEXT
061000         GO TO 3000-FILE-CREDIT
061100     END-IF.
061200     IF WS-RT-COUNT + WS-CT-LIMIT > WS-RT-LIMIT
061300         MOVE 'U' TO BSP-STATUS
061400         MOVE 'RUN FULL - IMPORT AGAIN' TO WS-REASON-TEXT
061500         MOVE 'Y' TO WS-SKIP-HISTORY-SW
061600         GO TO 3000-FILE-CREDIT
061700     END-IF.
061800     PERFORM 3200-FIND-HEAD THRU 3200-EXIT.
061900     PERFORM 4000-LOAD-CHARGES THRU 4000-EXIT.
062000     PERFORM 5000-SET-AGAINST-CHARGES THRU 5000-EXIT.
062100 3000-FILE-CREDIT.
062200     ADD 1 TO WS-TAKEN-COUNT.
062300     ADD BSP-AMOUNT TO WS-TAKEN-TOTAL.
062400     IF NOT WS-SKIP-HISTORY
062500         MOVE BSP-REC TO BANK-HISTORY-REC
062600         WRITE BANK-HISTORY-REC
062700             INVALID KEY
062800                 DISPLAY 'BNKHIST WRITE FAILED - BANK REF '
062900                     BSP-BANK-REF ' STATUS ' WS-FS-HISTORY
063000         END-WRITE
063100     END-IF.
063200     IF BSP-IS-MATCHED
063300         ADD 1 TO WS-MATCHED-COUNT
063400         ADD BSP-AMOUNT TO WS-MATCHED-TOTAL
063500         GO TO 3000-EXIT
063600     END-IF.
063700     PERFORM 6000-WRITE-SUSPENSE THRU 6000-EXIT.
063800     GO TO 3000-EXIT.
063900 3000-EXIT.
064000     EXIT.
064100*-----------------------------------------------------------------
064200* 3100-FIND-ADM-NO - LOOK ALONG THE PAYMENT REFERENCE FOR A RUN OF
064300*                   EXACTLY SIX DIGITS - THE ADM-NO AS PARENTS ARE
064400*                   ASKED TO QUOTE IT. A LONGER RUN OF DIGITS (A
064500*                   PHONE OR ACCOUNT NUMBER) IS NOT TAKEN FOR ONE.
064600*-----------------------------------------------------------------
064700 3100-FIND-ADM-NO.
064800     MOVE 'N' TO WS-ADM-FOUND-SW.
064900     PERFORM VARYING WS-REF-IX FROM 1 BY 1
065000             UNTIL WS-REF-IX > 13 OR WS-ADM-FOUND
065100         IF BNK-PAY-REF (WS-REF-IX:6) IS NUMERIC
065200             MOVE 'Y' TO WS-ADM-FOUND-SW
065300             IF WS-REF-IX > 1
065400                 COMPUTE WS-REF-PREV = WS-REF-IX - 1
065500                 IF BNK-PAY-REF (WS-REF-PREV:1) IS NUMERIC
065600                     MOVE 'N' TO WS-ADM-FOUND-SW
065700                 END-IF
065800             END-IF
065900             IF WS-REF-IX < 13
066000                 COMPUTE WS-REF-NEXT = WS-REF-IX + 6
066100                 IF BNK-PAY-REF (WS-REF-NEXT:1) IS NUMERIC
066200                     MOVE 'N' TO WS-ADM-FOUND-SW
066300                 END-IF
066400             END-IF
066500             IF WS-ADM-FOUND
066600                 MOVE BNK-PAY-REF (WS-REF-IX:6) TO BSP-ADM-NO
066700             END-IF
066800         END-IF
066900     END-PERFORM.
067000     GO TO 3100-EXIT.
067100 3100-EXIT.
067200     EXIT.
067300*-----------------------------------------------------------------
067400* 3200-FIND-HEAD - LOOK ALONG THE PAYMENT REFERENCE FOR ONE OF THE
067500*                   FEE HEADS THE LEDGER ACCEPTS. NONE QUOTED
067600*                   LEAVES THE HEAD TO BE FOUND FROM THE AMOUNT.
067700*-----------------------------------------------------------------
067800 3200-FIND-HEAD.
067900     MOVE 'N' TO WS-HEAD-FOUND-SW.
068000     MOVE SPACES TO WS-REF-HEAD.
068100     PERFORM VARYING WS-REF-IX FROM 1 BY 1
068200             UNTIL WS-REF-IX > 15 OR WS-HEAD-FOUND
068300         MOVE BNK-PAY-REF (WS-REF-IX:4) TO FEE-HEAD
068400         IF FEE-HEAD-IS-VALID
068500             MOVE 'Y' TO WS-HEAD-FOUND-SW
068600             MOVE FEE-HEAD TO WS-REF-HEAD
068700         END-IF
068800     END-PERFORM.
068900     GO TO 3200-EXIT.
069000 3200-EXIT.
069100     EXIT.
069200*-----------------------------------------------------------------
069300* 3300-CHECK-PAID-TWICE - A SECOND CREDIT FOR THE SAME STUDENT ON
069400*                   THE SAME VALUE DATE FOR THE SAME AMOUNT AS ONE
069500*                   ALREADY MATCHED IN THIS RUN IS HELD AS A
069600*                   DUPLICATE FOR THE OFFICE TO REFUND OR APPLY.
069700*-----------------------------------------------------------------
069800 3300-CHECK-PAID-TWICE.
069900     MOVE SPACES TO BSP-STATUS.
070000     PERFORM VARYING WS-RT-IX FROM 1 BY 1
070100             UNTIL WS-RT-IX > WS-RT-COUNT OR BSP-IS-DUPLICATE
070200         IF WS-RT-ADM-NO (WS-RT-IX) = BSP-ADM-NO
070300                 AND WS-RT-DATE (WS-RT-IX) = BSP-VALUE-DATE
070400                 AND WS-RT-CREDIT (WS-RT-IX) = BSP-AMOUNT
070500             MOVE 'D' TO BSP-STATUS
070600         END-IF
070700     END-PERFORM.
070800     GO TO 3300-EXIT.
070900 3300-EXIT.
071000     EXIT.
071100*-----------------------------------------------------------------
071200* 4000-LOAD-CHARGES - BUILD THE STUDENT'S CHARGES FOR THE YEAR OF
071300*                   THE CREDIT'S VALUE DATE - THE RITESH10 DUES
071400*                   REPORT ONLY SETS A YEAR'S RECEIPTS AGAINST
071500*                   THAT YEAR'S CHARGES, SO A CREDIT CAN ONLY
071600*                   CLEAR THEM. EACH CHARGE CARRIES WHAT IS STILL
071700*                   OUTSTANDING AFTER THE LEDGER AND AFTER ANY
071800*                   CREDIT ALREADY MATCHED TO IT IN THIS RUN. NO
071900*                   FEECHRG FILE MEANS NOTHING CHARGED.
072000*-----------------------------------------------------------------
072100 4000-LOAD-CHARGES.
072200     MOVE 0 TO WS-CT-COUNT.
072300     DIVIDE BSP-VALUE-DATE BY 10000 GIVING WS-CREDIT-YEAR.
072400     MOVE 'N' TO WS-CHARGES-EOF-SW.
072500     OPEN INPUT FEE-CHARGES.
072600     IF WS-FS-CHARGES NOT = '00'
072700         GO TO 4000-EXIT
072800     END-IF.
072900     PERFORM UNTIL WS-CHARGES-EOF
073000         READ FEE-CHARGES INTO CHG-REC
073100             AT END
073200                 MOVE 'Y' TO WS-CHARGES-EOF-SW
073300         END-READ
073400         IF NOT WS-CHARGES-EOF
073500             IF CHG-ADM-NO = BSP-ADM-NO
073600                     AND CHG-YEAR = WS-CREDIT-YEAR
073700                     AND WS-CT-COUNT < WS-CT-LIMIT
073800                 PERFORM 4100-ADD-ONE-CHARGE THRU 4100-EXIT
073900             END-IF
074000         END-IF
074100     END-PERFORM.
074200     CLOSE FEE-CHARGES.
074300     GO TO 4000-EXIT.
074400 4000-EXIT.
074500     EXIT.
074600*-----------------------------------------------------------------
074700* 4100-ADD-ONE-CHARGE - PUT ONE FEECHRG CHARGE IN THE TABLE
074800*                   WITH WHAT THE LEDGER AND THIS RUN'S MATCHED
074900*                   CREDITS HAVE PAID AGAINST IT, AND WHAT IS
075000*                   LEFT OUTSTANDING.
075100*-----------------------------------------------------------------
075200 4100-ADD-ONE-CHARGE.
075300     ADD 1 TO WS-CT-COUNT.
075400     MOVE CHG-HEAD   TO WS-CT-HEAD (WS-CT-COUNT).
075500     MOVE CHG-AMOUNT TO WS-CT-DUE (WS-CT-COUNT).
075600     MOVE 0          TO WS-CT-PAID (WS-CT-COUNT).
075700     PERFORM 4200-TOTAL-LEDGER THRU 4200-EXIT.
075800     MOVE 0 TO WS-RUN-PAID.
075900     PERFORM VARYING WS-RT-IX FROM 1 BY 1
076000             UNTIL WS-RT-IX > WS-RT-COUNT
076100         DIVIDE WS-RT-DATE (WS-RT-IX) BY 10000 GIVING WS-RT-YEAR
076200         IF WS-RT-ADM-NO (WS-RT-IX) = BSP-ADM-NO
076300                 AND WS-RT-YEAR = CHG-YEAR
076400                 AND WS-RT-HEAD (WS-RT-IX) = CHG-HEAD
076500             ADD WS-RT-AMOUNT (WS-RT-IX) TO WS-RUN-PAID
076600         END-IF
076700     END-PERFORM.
076800     ADD WS-RUN-PAID TO WS-CT-PAID (WS-CT-COUNT).
076900     IF WS-CT-PAID (WS-CT-COUNT) < WS-CT-DUE (WS-CT-COUNT)
077000         COMPUTE WS-CT-OUT (WS-CT-COUNT) =
077100             WS-CT-DUE (WS-CT-COUNT) - WS-CT-PAID (WS-CT-COUNT)
077200     ELSE
077300         MOVE 0 TO WS-CT-OUT (WS-CT-COUNT)
077400     END-IF.
077500     GO TO 4100-EXIT.
077600 4100-EXIT.
077700     EXIT.
077800*-----------------------------------------------------------------
077900* 4200-TOTAL-LEDGER - START THE LEDGER AT THE STUDENT'S FIRST
078000*                   POSSIBLE RECEIPT OF THE CHARGE YEAR AND READ
078100*                   FORWARD UNTIL THE ADM-NO OR THE YEAR CHANGES,
078200*                   TOTALLING THE CHARGE HEAD'S RECEIPTS THAT HAVE
078300*                   NOT BEEN REVERSED.
078400*-----------------------------------------------------------------
078500 4200-TOTAL-LEDGER.
078600     MOVE 'N' TO WS-LEDGER-EOF-SW.
078700     IF NOT WS-LEDGER-IS-OPEN
078800         GO TO 4200-EXIT
078900     END-IF.
079000     MOVE BSP-ADM-NO TO FEE-LEDGER-ADM-NO.
079100     COMPUTE FEE-LEDGER-DATE = CHG-YEAR * 10000 + 101.
079200     MOVE SPACES TO FEE-LEDGER-RCPT-NO.
079300     START FEE-LEDGER
079400         KEY IS NOT LESS THAN FEE-LEDGER-KEY
079500         INVALID KEY
079600             MOVE 'Y' TO WS-LEDGER-EOF-SW
079700     END-START.
079800     PERFORM UNTIL WS-LEDGER-EOF
079900         READ FEE-LEDGER NEXT INTO FEE-TRAN-REC
080000             AT END
080100                 MOVE 'Y' TO WS-LEDGER-EOF-SW
080200         END-READ
080300         IF NOT WS-LEDGER-EOF
080400             DIVIDE FEE-DATE BY 10000 GIVING WS-LEDGER-YEAR
080500             IF FEE-ADM-NO NOT = BSP-ADM-NO
080600                     OR WS-LEDGER-YEAR > CHG-YEAR
080700                 MOVE 'Y' TO WS-LEDGER-EOF-SW
080800             ELSE
080900                 IF FEE-HEAD = CHG-HEAD
081000                     PERFORM 4300-ADD-ONE-RECEIPT THRU 4300-EXIT
081100                 END-IF
081200             END-IF
081300         END-IF
081400     END-PERFORM.
081500     GO TO 4200-EXIT.
081600 4200-EXIT.
081700     EXIT.
081800*-----------------------------------------------------------------
081900* 4300-ADD-ONE-RECEIPT - ADD ONE RECEIPT TO THE CHARGE'S PAID
082000*                   TOTAL UNLESS IT HAS BEEN REVERSED ON FEEREVS -
082100*                   A REVERSED RECEIPT WAS NEVER REALLY PAID.
082200*-----------------------------------------------------------------
082300 4300-ADD-ONE-RECEIPT.
082400     IF WS-REVERSALS-IS-OPEN
082500         MOVE 'Y' TO WS-REV-FOUND-SW
082600         MOVE FEE-ADM-NO  TO FEE-REVERSALS-ADM-NO
082700         MOVE FEE-DATE    TO FEE-REVERSALS-DATE
082800         MOVE FEE-RCPT-NO TO FEE-REVERSALS-RCPT-NO
082900         READ FEE-REVERSALS INTO REV-REC
083000             KEY IS FEE-REVERSALS-KEY
083100             INVALID KEY
083200                 MOVE 'N' TO WS-REV-FOUND-SW
083300         END-READ
083400         IF WS-REV-FOUND
083500             GO TO 4300-EXIT
083600         END-IF
083700     END-IF.
083800     ADD FEE-AMOUNT TO WS-CT-PAID (WS-CT-COUNT).
083900     GO TO 4300-EXIT.
084000 4300-EXIT.
084100     EXIT.
084200*-----------------------------------------------------------------
084300* 5000-SET-AGAINST-CHARGES - MATCH THE CREDIT. WITH A HEAD QUOTED
084400*                   THE CREDIT MUST CLEAR THAT HEAD EXACTLY. WITH
084500*                   NONE, IT MATCHES THE FIRST HEAD IT CLEARS
084600*                   EXACTLY, OR IF IT CLEARS EVERYTHING OWED FOR
084700*                   THE YEAR IT IS SPLIT ONE FEETRAN LINE PER
084800*                   HEAD. SHORT OF THAT IT IS A PART PAYMENT;
084900*                   OVER IT, OR WITH NOTHING OWED, IT IS AN
085000*                   EXCESS.
085100*-----------------------------------------------------------------
085200 5000-SET-AGAINST-CHARGES.
085300     MOVE 0 TO WS-TOTAL-OUT.
085400     MOVE 0 TO WS-TARGET-OUT.
085500     MOVE 0 TO WS-MATCH-IX.
085600     PERFORM VARYING WS-CT-IX FROM 1 BY 1
085700             UNTIL WS-CT-IX > WS-CT-COUNT
085800         ADD WS-CT-OUT (WS-CT-IX) TO WS-TOTAL-OUT
085900         IF WS-HEAD-FOUND
086000             IF WS-CT-HEAD (WS-CT-IX) = WS-REF-HEAD
086100                 MOVE WS-CT-OUT (WS-CT-IX) TO WS-TARGET-OUT
086200                 MOVE WS-CT-IX TO WS-MATCH-IX
086300             END-IF
086400         ELSE
086500             IF WS-MATCH-IX = 0 AND WS-CT-OUT (WS-CT-IX) > 0
086600                     AND WS-CT-OUT (WS-CT-IX) = BSP-AMOUNT
086700                 MOVE WS-CT-OUT (WS-CT-IX) TO WS-TARGET-OUT
086800                 MOVE WS-CT-IX TO WS-MATCH-IX
086900             END-IF
087000         END-IF
087100     END-PERFORM.
087200     IF WS-HEAD-FOUND
087300         MOVE WS-REF-HEAD TO BSP-HEAD
087400         MOVE WS-TARGET-OUT TO BSP-OUTSTANDING
087500         IF WS-TARGET-OUT > 0 AND BSP-AMOUNT = WS-TARGET-OUT
087600             PERFORM 5100-MATCH-ONE-HEAD THRU 5100-EXIT
087700             GO TO 5000-EXIT
087800         END-IF
087900         IF BSP-AMOUNT < WS-TARGET-OUT
088000             MOVE 'P' TO BSP-STATUS
088100             MOVE 'PART PAYMENT OF HEAD' TO WS-REASON-TEXT
088200         ELSE
088300             MOVE 'X' TO BSP-STATUS
088400             MOVE 'MORE THAN HEAD OWES' TO WS-REASON-TEXT
088500         END-IF
088600         GO TO 5000-EXIT
088700     END-IF.
088800     IF WS-MATCH-IX > 0
088900         MOVE WS-CT-HEAD (WS-MATCH-IX) TO BSP-HEAD
089000         MOVE WS-TARGET-OUT TO BSP-OUTSTANDING
089100         PERFORM 5100-MATCH-ONE-HEAD THRU 5100-EXIT
089200         GO TO 5000-EXIT
089300     END-IF.
089400     MOVE WS-TOTAL-OUT TO BSP-OUTSTANDING.
089500     IF WS-TOTAL-OUT > 0 AND BSP-AMOUNT = WS-TOTAL-OUT
089600         PERFORM 5200-MATCH-ALL-HEADS THRU 5200-EXIT
089700         GO TO 5000-EXIT
089800     END-IF.
089900     IF BSP-AMOUNT < WS-TOTAL-OUT
090000         MOVE 'P' TO BSP-STATUS
090100         MOVE 'PART PAYMENT - NO HEAD' TO WS-REASON-TEXT
090200     ELSE
090300         MOVE 'X' TO BSP-STATUS
090400         IF WS-TOTAL-OUT = 0
090500             MOVE 'NOTHING OWED FOR YEAR' TO WS-REASON-TEXT
090600         ELSE
090700             MOVE 'MORE THAN IS OWED' TO WS-REASON-TEXT
090800         END-IF
090900     END-IF.
091000     GO TO 5000-EXIT.
091100 5000-EXIT.
091200     EXIT.
091300*-----------------------------------------------------------------
091400* 5100-MATCH-ONE-HEAD - THE CREDIT CLEARS ONE HEAD - ONE FEETRAN
091500*                   LINE FOR THE WHOLE AMOUNT. A CHARGE IS NEVER
091600*                   MORE THAN ONE RECEIPT CAN CARRY, SO NEITHER IS
091700*                   A CREDIT THAT CLEARS IT EXACTLY.
091800*-----------------------------------------------------------------
091900 5100-MATCH-ONE-HEAD.
092000     MOVE 'M' TO BSP-STATUS.
092100     MOVE BSP-HEAD TO WS-LINE-HEAD.
092200     MOVE BSP-AMOUNT TO WS-LINE-AMOUNT.
092300     PERFORM 5500-WRITE-FEETRAN-LINE THRU 5500-EXIT.
092400     MOVE WS-BANK-RCPT-NO TO BSP-RCPT-NO.
092500     GO TO 5100-EXIT.
092600 5100-EXIT.
092700     EXIT.
092800*-----------------------------------------------------------------
092900* 5200-MATCH-ALL-HEADS - THE CREDIT CLEARS EVERYTHING OWED FOR THE
093000*                   YEAR - ONE FEETRAN LINE PER HEAD STILL OWING,
093100*                   EACH UNDER ITS OWN RECEIPT NUMBER. THE CREDIT
093200*                   RECORD KEEPS THE FIRST.
093300*-----------------------------------------------------------------
093400 5200-MATCH-ALL-HEADS.
093500     MOVE 'M' TO BSP-STATUS.
093600     MOVE 'ALL ' TO BSP-HEAD.
093700     PERFORM VARYING WS-CT-IX FROM 1 BY 1
093800             UNTIL WS-CT-IX > WS-CT-COUNT
093900         IF WS-CT-OUT (WS-CT-IX) > 0
094000             MOVE WS-CT-HEAD (WS-CT-IX) TO WS-LINE-HEAD
094100             MOVE WS-CT-OUT (WS-CT-IX) TO WS-LINE-AMOUNT
094200             PERFORM 5500-WRITE-FEETRAN-LINE THRU 5500-EXIT
094300             IF BSP-RCPT-NO = SPACES
094400                 MOVE WS-BANK-RCPT-NO TO BSP-RCPT-NO
094500             END-IF
094600         END-IF
094700     END-PERFORM.
094800     GO TO 5200-EXIT.
094900 5200-EXIT.
095000     EXIT.
095100*-----------------------------------------------------------------
095200* 5500-WRITE-FEETRAN-LINE - WRITE ONE RECEIPT TO FEETRAN IN THE
095300*                   STUFEE01 LAYOUT, DATED THE VALUE DATE, UNDER
095400*                   THE NEXT BANK RECEIPT NUMBER, AND REMEMBER IT
095500*                   FOR THE REST OF THE RUN. THE CONTROL FILE IS
095600*                   REWRITTEN AS EACH NUMBER IS USED SO AN
095700*                   ABANDONED RUN CANNOT USE A NUMBER TWICE.
095800*-----------------------------------------------------------------
095900 5500-WRITE-FEETRAN-LINE.
096000     MOVE BRC-NEXT-BANK-RCPT TO WS-BANK-RCPT-SEQ.
096100     MOVE BSP-ADM-NO      TO FEE-ADM-NO.
096200     MOVE BSP-VALUE-DATE  TO FEE-DATE.
096300     MOVE WS-BANK-RCPT-NO TO FEE-RCPT-NO.
096400     MOVE WS-LINE-HEAD    TO FEE-HEAD.
096500     MOVE WS-LINE-AMOUNT  TO FEE-AMOUNT.
096600     MOVE FEE-TRAN-REC TO FEE-TRAN-OUT-REC.
096700     WRITE FEE-TRAN-OUT-REC.
096800     ADD 1 TO WS-TRAN-LINE-COUNT.
096900     IF WS-FIRST-RCPT-NO = SPACES
097000         MOVE WS-BANK-RCPT-NO TO WS-FIRST-RCPT-NO
097100     END-IF.
097200     MOVE WS-BANK-RCPT-NO TO WS-LAST-RCPT-NO.
097300     ADD 1 TO WS-RT-COUNT.
097400     MOVE BSP-ADM-NO     TO WS-RT-ADM-NO (WS-RT-COUNT).
097500     MOVE BSP-VALUE-DATE TO WS-RT-DATE (WS-RT-COUNT).
097600     MOVE WS-LINE-HEAD   TO WS-RT-HEAD (WS-RT-COUNT).
097700     MOVE WS-LINE-AMOUNT TO WS-RT-AMOUNT (WS-RT-COUNT).
097800     MOVE BSP-AMOUNT     TO WS-RT-CREDIT (WS-RT-COUNT).
097900     ADD 1 TO BRC-NEXT-BANK-RCPT.
098000     OPEN OUTPUT BANK-RCPT-CONTROL.
098100     MOVE BRC-REC TO BANK-RCPT-CONTROL-REC.
098200     WRITE BANK-RCPT-CONTROL-REC.
098300     CLOSE BANK-RCPT-CONTROL.
098400     GO TO 5500-EXIT.
098500 5500-EXIT.
098600     EXIT.
098700*-----------------------------------------------------------------
098800* 6000-WRITE-SUSPENSE - APPEND THE CREDIT TO BNKSUSP, COUNT IT
098900*                   UNDER ITS REASON AND PRINT IT ON THE EXCEPTION
099000*                   REPORT WITH THE PAYMENT REFERENCE AND PAYER.
099100*-----------------------------------------------------------------
099200 6000-WRITE-SUSPENSE.
099300     MOVE BSP-REC TO BANK-SUSPENSE-REC.
099400     WRITE BANK-SUSPENSE-REC.
099500     ADD 1 TO WS-SUSPENSE-COUNT.
099600     IF BSP-IS-UNMATCHED
099700         ADD 1 TO WS-UNMATCHED-COUNT
099800         ADD BSP-AMOUNT TO WS-UNMATCHED-TOTAL
099900     END-IF.
100000     IF BSP-IS-PARTIAL
100100         ADD 1 TO WS-PARTIAL-COUNT
100200         ADD BSP-AMOUNT TO WS-PARTIAL-TOTAL
100300     END-IF.
100400     IF BSP-IS-DUPLICATE
100500         ADD 1 TO WS-DUPLICATE-COUNT
100600         ADD BSP-AMOUNT TO WS-DUPLICATE-TOTAL
100700     END-IF.
100800     IF BSP-IS-EXCESS
100900         ADD 1 TO WS-EXCESS-COUNT
101000         ADD BSP-AMOUNT TO WS-EXCESS-TOTAL
101100     END-IF.
101200     MOVE BSP-BANK-REF    TO WS-DTL-BANK-REF.
101300     MOVE BSP-VALUE-DATE  TO WS-DTL-VALUE-DATE.
101400     MOVE BSP-ADM-NO      TO WS-DTL-ADM-NO.
101500     MOVE BSP-AMOUNT      TO WS-DTL-AMOUNT.
101600     MOVE BSP-OUTSTANDING TO WS-DTL-OUTSTANDING.
101700     MOVE WS-REASON-TEXT  TO WS-DTL-REASON.
101800     MOVE WS-DETAIL-LINE TO EXCEPTION-REPORT-REC.
101900     WRITE EXCEPTION-REPORT-REC.
102000     MOVE BSP-PAY-REF    TO WS-RFL-PAY-REF.
102100     MOVE BSP-PAYER-NAME TO WS-RFL-PAYER-NAME.
102200     MOVE WS-REF-LINE TO EXCEPTION-REPORT-REC.
102300     WRITE EXCEPTION-REPORT-REC.
102400     GO TO 6000-EXIT.
102500 6000-EXIT.
102600     EXIT.
102700*-----------------------------------------------------------------
102800* 7000-PRINT-CONTROL-TOTALS - THE CONTROL SECTION AT THE FOOT OF
102900*                   THE REPORT: THE BANK FILE AGAINST ITS TRAILER,
103000*                   THEN WHERE EVERY CREDIT WENT, WITH THE FEETRAN
103100*                   LINES ALREADY HELD AND THE TOTAL THE CASHIER
103200*                   DECLARES TO RITESH9, AND A ONE-LINE VERDICT.
103300*-----------------------------------------------------------------
103400 7000-PRINT-CONTROL-TOTALS.
103500     MOVE SPACES TO EXCEPTION-REPORT-REC.
103600     WRITE EXCEPTION-REPORT-REC.
103700     MOVE 'CONTROL TOTALS' TO EXCEPTION-REPORT-REC.
103800     WRITE EXCEPTION-REPORT-REC.
103900     MOVE 'CREDITS ON BANK FILE' TO WS-TOT-TEXT.
104000     MOVE WS-FILE-COUNT TO WS-TOT-COUNT.
104100     MOVE WS-FILE-TOTAL TO WS-TOT-AMOUNT.
104200     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
104300     MOVE 'BANK TRAILER' TO WS-TOT-TEXT.
104400     MOVE WS-TRAILER-COUNT TO WS-TOT-COUNT.
104500     MOVE WS-TRAILER-TOTAL TO WS-TOT-AMOUNT.
104600     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
104700     IF NOT WS-TRAILER-FOUND
104800         MOVE 'NO TRAILER RECORD ON THE BANK FILE'
104900             TO EXCEPTION-REPORT-REC
105000         WRITE EXCEPTION-REPORT-REC
105100     END-IF.
105200     IF WS-BAD-RECORD-COUNT > 0
105300         MOVE 'UNREADABLE LINES' TO WS-TOT-TEXT
105400         MOVE WS-BAD-RECORD-COUNT TO WS-TOT-COUNT
105500         MOVE 0 TO WS-TOT-AMOUNT
105600         PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
105700     END-IF.
105800     IF NOT WS-FILE-AGREES
105900         GO TO 7000-EXIT
106000     END-IF.
106100     MOVE SPACES TO EXCEPTION-REPORT-REC.
106200     WRITE EXCEPTION-REPORT-REC.
106300     MOVE 'MATCHED TO FEETRAN' TO WS-TOT-TEXT.
106400     MOVE WS-MATCHED-COUNT TO WS-TOT-COUNT.
106500     MOVE WS-MATCHED-TOTAL TO WS-TOT-AMOUNT.
106600     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
106700     MOVE 'SUSPENSE - UNMATCHED' TO WS-TOT-TEXT.
106800     MOVE WS-UNMATCHED-COUNT TO WS-TOT-COUNT.
106900     MOVE WS-UNMATCHED-TOTAL TO WS-TOT-AMOUNT.
107000     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
107100     MOVE 'SUSPENSE - PART PAYMENT' TO WS-TOT-TEXT.
107200     MOVE WS-PARTIAL-COUNT TO WS-TOT-COUNT.
107300     MOVE WS-PARTIAL-TOTAL TO WS-TOT-AMOUNT.
107400     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
107500     MOVE 'SUSPENSE - DUPLICATE' TO WS-TOT-TEXT.
107600     MOVE WS-DUPLICATE-COUNT TO WS-TOT-COUNT.
107700     MOVE WS-DUPLICATE-TOTAL TO WS-TOT-AMOUNT.
107800     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
107900     MOVE 'SUSPENSE - EXCESS' TO WS-TOT-TEXT.
108000     MOVE WS-EXCESS-COUNT TO WS-TOT-COUNT.
108100     MOVE WS-EXCESS-TOTAL TO WS-TOT-AMOUNT.
108200     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
108300     MOVE 'TOTAL TAKEN IN' TO WS-TOT-TEXT.
108400     MOVE WS-TAKEN-COUNT TO WS-TOT-COUNT.
108500     MOVE WS-TAKEN-TOTAL TO WS-TOT-AMOUNT.
108600     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
108700     MOVE SPACES TO EXCEPTION-REPORT-REC.
108800     WRITE EXCEPTION-REPORT-REC.
108900     MOVE 'FEETRAN LINES WRITTEN' TO WS-TOT-TEXT.
109000     MOVE WS-TRAN-LINE-COUNT TO WS-TOT-COUNT.
109100     MOVE WS-MATCHED-TOTAL TO WS-TOT-AMOUNT.
109200     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
109300     IF WS-TRAN-LINE-COUNT > 0
109400         MOVE WS-FIRST-RCPT-NO TO WS-RCL-FIRST
109500         MOVE WS-LAST-RCPT-NO TO WS-RCL-LAST
109600         MOVE WS-RCPT-LINE TO EXCEPTION-REPORT-REC
109700         WRITE EXCEPTION-REPORT-REC
109800     END-IF.
109900     IF WS-PRIOR-TRAN-COUNT > 0
110000         MOVE 'FEETRAN LINES ALREADY HELD' TO WS-TOT-TEXT
110100         MOVE WS-PRIOR-TRAN-COUNT TO WS-TOT-COUNT
110200         MOVE WS-PRIOR-TRAN-TOTAL TO WS-TOT-AMOUNT
110300         PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
110400     END-IF.
110500     IF WS-TRAN-LINE-COUNT > 0 OR WS-PRIOR-TRAN-COUNT > 0
110600         MOVE 'TOTAL TO DECLARE' TO WS-TOT-TEXT
110700         COMPUTE WS-TOT-COUNT =
110800             WS-TRAN-LINE-COUNT + WS-PRIOR-TRAN-COUNT
110900         COMPUTE WS-TOT-AMOUNT =
111000             WS-MATCHED-TOTAL + WS-PRIOR-TRAN-TOTAL
111100         PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
111200         MOVE 'POST WITH RITESH9 - DECLARE THE TOTAL ABOVE'
111300             TO EXCEPTION-REPORT-REC
111400         WRITE EXCEPTION-REPORT-REC
111500         MOVE 'WITH THE BOOK RANGE OF ANY RECEIPTS KEYED BY HAND.'
111600             TO EXCEPTION-REPORT-REC
111700         WRITE EXCEPTION-REPORT-REC
111800         MOVE 'B-SERIES BANK RECEIPTS ARE COUNTED APART.'
111900             TO EXCEPTION-REPORT-REC
112000         WRITE EXCEPTION-REPORT-REC
112100     END-IF.
112200     MOVE SPACES TO EXCEPTION-REPORT-REC.
112300     WRITE EXCEPTION-REPORT-REC.
112400     IF WS-TAKEN-COUNT = WS-TRAILER-COUNT
112500             AND WS-TAKEN-TOTAL = WS-TRAILER-TOTAL
112600         MOVE 'ALL CREDITS TAKEN IN - AGREES WITH BANK TRAILER'
112700             TO EXCEPTION-REPORT-REC
112800     ELSE
112900         MOVE 'CREDITS TAKEN IN DO NOT AGREE WITH BANK TRAILER'
113000             TO EXCEPTION-REPORT-REC
113100     END-IF.
113200     WRITE EXCEPTION-REPORT-REC.
113300     GO TO 7000-EXIT.
113400 7000-EXIT.
113500     EXIT.
113600*-----------------------------------------------------------------
113700* 7100-WRITE-TOTAL-LINE - PRINT ONE CAPTION, COUNT AND AMOUNT
113800*                   LINE OF THE CONTROL SECTION.
113900*-----------------------------------------------------------------
114000 7100-WRITE-TOTAL-LINE.
114100     MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-REC.
114200     WRITE EXCEPTION-REPORT-REC.
114300     GO TO 7100-EXIT.
114400 7100-EXIT.
114500     EXIT.
114600*-----------------------------------------------------------------
114700* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE IMPORT SUMMARY
114800*                  BEFORE STOP RUN. THE IMPORT FILES ARE ONLY
114900*                  OPEN ONCE THE BANK FILE HAS AGREED.
115000*-----------------------------------------------------------------
115100 9000-TERMINATE.
115200     CLOSE STUDENT-MASTER.
115300     CLOSE EXCEPTION-REPORT.
115400     IF NOT WS-FILE-AGREES
115500         GO TO 9000-EXIT
115600     END-IF.
115700     CLOSE FEE-TRAN-OUT.
115800     CLOSE BANK-HISTORY.
115900     CLOSE BANK-SUSPENSE.
116000     IF WS-LEDGER-IS-OPEN
116100         CLOSE FEE-LEDGER
116200     END-IF.
116300     IF WS-REVERSALS-IS-OPEN
116400         CLOSE FEE-REVERSALS
116500     END-IF.
116600     MOVE WS-MATCHED-TOTAL TO WS-DISPLAY-AMOUNT.
116700     DISPLAY 'BANK IMPORT DONE'.
116800     DISPLAY 'CREDITS READ      = ' WS-READ-COUNT.
116900     DISPLAY 'MATCHED           = ' WS-MATCHED-COUNT
117000         ' AMOUNT ' WS-DISPLAY-AMOUNT.
117100     DISPLAY 'FEETRAN LINES     = ' WS-TRAN-LINE-COUNT.
117200     DISPLAY 'TO SUSPENSE       = ' WS-SUSPENSE-COUNT.
117300     GO TO 9000-EXIT.
117400 9000-EXIT.
117500     EXIT.
117600*-----------------------------------------------------------------
117700* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
117800*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
117900*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
118000*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
118100*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
118200*-----------------------------------------------------------------
118300 9500-WRITE-RUN-LOG.
118400     MOVE 'RITESH41' TO RUN-PROGRAM-ID.
118500     MOVE SPACES TO RUN-OPERATOR-ID.
118600     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
118700     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
118800     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
118900     ACCEPT RUN-END-TIME FROM TIME.
119000     MOVE WS-READ-COUNT TO RUN-CNT-1.
119100     MOVE WS-MATCHED-COUNT TO RUN-CNT-2.
119200     MOVE WS-SUSPENSE-COUNT TO RUN-CNT-3.
119300     MOVE WS-TRAN-LINE-COUNT TO RUN-CNT-4.
119400     OPEN EXTEND RUN-LOG.
119500     IF WS-FS-RUNLOG = '35'
119600         OPEN OUTPUT RUN-LOG
119700     END-IF.
119800     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
119900     WRITE RUN-LOG-OUT-REC.
120000     CLOSE RUN-LOG.
120100     GO TO 9500-EXIT.
120200 9500-EXIT.
120300     EXIT.
