000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH35.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 06-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 06-SEP-2026  RKP  ORIGINAL - DAILY FEE COLLECTION REPORT OFF THE
001000*                   FEELEDG POSTED LEDGER FOR THE ACCOUNTS CLERK'S
001100*                   EVENING SIGN-OFF. TAKES A DATE OR DATE RANGE
001200*                   AT THE CONSOLE LIKE THE RITESH27 REPORT AND
001300*                   LISTS EVERY RECEIPT DATED IN THE PERIOD IN
001400*                   RECEIPT-NUMBER ORDER ON COLLRPT. A RECEIPT
001500*                   NUMBER USED TWICE IS MARKED ON ITS SECOND
001600*                   LINE AND EVERY RUN OF NUMBERS MISSING FROM THE
001700*                   SERIES PRINTS AS A GAP LINE WHERE IT FALLS. A
001800*                   RECEIPT SINCE REVERSED ON FEEREVS IS MARKED.
001900*                   THE FOOT CARRIES THE TOTALS BY RECEIPT DATE,
002000*                   BY FEE HEAD AND BY CLASS, THE REVERSALS DATED
002100*                   IN THE PERIOD, THE NET COLLECTION, THE GAP AND
002200*                   REPEAT COUNTS AND THE CLERK'S SIGN-OFF LINE.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS STUDENT-MASTER-ADM-NO
003100         ALTERNATE RECORD KEY IS STUDENT-MASTER-NAME
003200             WITH DUPLICATES
003300         FILE STATUS IS WS-FS-MASTER.
003400     SELECT FEE-LEDGER ASSIGN TO "FEELEDG"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS FEE-LEDGER-KEY
003800         FILE STATUS IS WS-FS-LEDGER.
003900     SELECT FEE-REVERSALS ASSIGN TO "FEEREVS"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS FEE-REVERSALS-KEY
004300         FILE STATUS IS WS-FS-REVERSALS.
004400     SELECT COLLECTION-REPORT ASSIGN TO "COLLRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-FS-REPORT.
004700     SELECT SORT-WORK ASSIGN TO "SORTWK".
004800     SELECT RUN-LOG ASSIGN TO "RUNLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-FS-RUNLOG.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  STUDENT-MASTER.
005400 01  STUDENT-MASTER-REC.
005500     05  STUDENT-MASTER-ADM-NO   PIC 9(06).
005600     05  STUDENT-MASTER-NAME     PIC A(10).
005700     05  FILLER                  PIC X(89).
005800 FD  FEE-LEDGER.
005900 01  FEE-LEDGER-REC.
006000     05  FEE-LEDGER-KEY.
006100         10  FEE-LEDGER-ADM-NO   PIC 9(06).
006200         10  FEE-LEDGER-DATE     PIC 9(08).
006300         10  FEE-LEDGER-RCPT-NO  PIC X(08).
006400     05  FILLER                  PIC X(11).
006500 FD  FEE-REVERSALS.
006600 01  FEE-REVERSALS-REC.
006700     05  FEE-REVERSALS-KEY.
006800         10  FEE-REVERSALS-ADM-NO PIC 9(06).
006900         10  FEE-REVERSALS-DATE  PIC 9(08).
007000         10  FEE-REVERSALS-RCPT-NO PIC X(08).
007100     05  FILLER                  PIC X(51).
007200 FD  COLLECTION-REPORT.
007300 01  COLLECTION-REPORT-REC       PIC X(80).
007400 SD  SORT-WORK.
007500 01  SORT-REC.
007600     05  SRT-RCPT-NO             PIC X(08).
007700     05  SRT-RCPT-NUM REDEFINES SRT-RCPT-NO
007800                                 PIC 9(08).
007900     05  SRT-DATE                PIC 9(08).
008000     05  SRT-ADM-NO              PIC 9(06).
008100     05  SRT-NAME                PIC A(10).
008200     05  SRT-CLS                 PIC 9(02).
008300     05  SRT-HEAD                PIC X(04).
008400     05  SRT-AMOUNT              PIC 9(05)V99.
008500     05  SRT-REVERSED-SW         PIC X(01).
008600         88  SRT-IS-REVERSED     VALUE 'Y'.
008700 FD  RUN-LOG.
008800 01  RUN-LOG-OUT-REC             PIC X(73).
008900 WORKING-STORAGE SECTION.
009000 COPY STUSTU01.
009100 COPY STUFEE01.
009200 COPY STUREV01.
009300 COPY STURUN01.
009400 77  WS-LEDGER-EOF-SW            PIC X(01).
009500     88  WS-LEDGER-EOF           VALUE 'Y'.
009600 77  WS-REVERSALS-EOF-SW         PIC X(01).
009700     88  WS-REVERSALS-EOF        VALUE 'Y'.
009800 77  WS-SORT-EOF-SW              PIC X(01).
009900     88  WS-SORT-EOF             VALUE 'Y'.
010000 77  WS-FS-MASTER                PIC X(02).
010100 77  WS-FS-LEDGER                PIC X(02).
010200 77  WS-FS-REVERSALS             PIC X(02).
010300 77  WS-FS-REPORT                PIC X(02).
010400 77  WS-MASTER-OPEN-SW           PIC X(01).
010500     88  WS-MASTER-IS-OPEN       VALUE 'Y'.
010600 77  WS-REVERSALS-OPEN-SW        PIC X(01).
010700     88  WS-REVERSALS-IS-OPEN    VALUE 'Y'.
010800 77  WS-REV-FOUND-SW             PIC X(01).
010900     88  WS-REV-FOUND            VALUE 'Y'.
011000 77  WS-DATE-VALID-SW            PIC X(01).
011100     88  WS-DATE-IS-VALID        VALUE 'Y'.
011200 77  WS-PREV-NUMERIC-SW          PIC X(01).
011300     88  WS-PREV-IS-NUMERIC      VALUE 'Y'.
011400 77  WS-FROM-DATE                PIC 9(08).
011500 77  WS-TO-DATE                  PIC 9(08).
011600 77  WS-TODAY-DATE               PIC 9(08).
011700 77  WS-PREV-RCPT-NO             PIC X(08).
011800 77  WS-PREV-RCPT-NUM            PIC 9(08).
011900 77  WS-GAP-FIRST                PIC 9(08).
012000 77  WS-GAP-LAST                 PIC 9(08).
012100 77  WS-PAGE-NO                  PIC 9(03).
012200 77  WS-LINE-COUNT               PIC 9(03) COMP.
012300 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 50.
012400 77  WS-RECEIPT-COUNT            PIC 9(06) COMP.
012500 77  WS-MISSING-COUNT            PIC 9(06) COMP.
012600 77  WS-TWICE-COUNT              PIC 9(06) COMP.
012700 77  WS-NOT-BOOK-COUNT           PIC 9(06) COMP.
012800 77  WS-REVERSAL-COUNT           PIC 9(06) COMP.
012900 77  WS-TOTAL-COLLECTED          PIC 9(09)V99.
013000 77  WS-TOTAL-REVERSED           PIC 9(09)V99.
013100 77  WS-NET-COLLECTED            PIC S9(09)V99.
013200 77  WS-ADMN-COUNT               PIC 9(06) COMP.
013300 77  WS-ADMN-AMOUNT              PIC 9(09)V99.
013400 77  WS-TRM1-COUNT               PIC 9(06) COMP.
013500 77  WS-TRM1-AMOUNT              PIC 9(09)V99.
013600 77  WS-TRM2-COUNT               PIC 9(06) COMP.
013700 77  WS-TRM2-AMOUNT              PIC 9(09)V99.
013800 77  WS-TRM3-COUNT               PIC 9(06) COMP.
013900 77  WS-TRM3-AMOUNT              PIC 9(09)V99.
014000 77  WS-NO-CLS-COUNT             PIC 9(06) COMP.
014100 77  WS-NO-CLS-AMOUNT            PIC 9(09)V99.
014200 77  WS-CLS-IX                   PIC 9(03) COMP.
014300 77  WS-DAY-IX                   PIC 9(03) COMP.
014400 77  WS-DAY-MOVE-IX              PIC 9(03) COMP.
014500 77  WS-DAY-USED                 PIC 9(03) COMP.
014600 77  WS-DAY-MAX                  PIC 9(03) COMP VALUE 366.
014700 77  WS-DAY-OVERFLOW-COUNT       PIC 9(06) COMP.
014800 77  WS-FS-RUNLOG                PIC X(02).
014900 77  WS-RUN-START-DATE           PIC 9(08).
015000 77  WS-RUN-START-TIME           PIC 9(08).
015100 01  WS-CLASS-TOTALS.
015200     05  WS-CLS-TAB OCCURS 12 TIMES.
015300         10  WS-CLS-T-COUNT      PIC 9(06) COMP.
015400         10  WS-CLS-T-AMOUNT     PIC 9(09)V99.
015500 01  WS-DAY-TOTALS.
015600     05  WS-DAY-TAB OCCURS 366 TIMES.
015700         10  WS-DAY-T-DATE       PIC 9(08).
015800         10  WS-DAY-T-COUNT      PIC 9(06) COMP.
015900         10  WS-DAY-T-AMOUNT     PIC 9(09)V99.
016000 01  WS-HEADING-LINE.
016100     05  FILLER                  PIC X(28) VALUE
016200         'FEE COLLECTION       PERIOD '.
016300     05  WS-HDG-FROM             PIC 9(08).
016400     05  FILLER                  PIC X(03) VALUE ' - '.
016500     05  WS-HDG-TO               PIC 9(08).
016600     05  FILLER                  PIC X(06) VALUE ' PAGE '.
016700     05  WS-HDG-PAGE             PIC ZZ9.
016800     05  FILLER                  PIC X(10) VALUE
016900         '  RUN DATE'.
017000     05  FILLER                  PIC X(01) VALUE SPACES.
017100     05  WS-HDG-DATE             PIC 9(08).
017200     05  FILLER                  PIC X(05) VALUE SPACES.
017300 01  WS-COLUMN-LINE.
017400     05  FILLER                  PIC X(40) VALUE
017500         'RCPT NO   DATE      ADM NO  NAME        '.
017600     05  FILLER                  PIC X(40) VALUE
017700         'CL  HEAD    AMOUNT  REMARK'.
017800 01  WS-DETAIL-LINE.
017900     05  WS-DTL-RCPT-NO          PIC X(08).
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  WS-DTL-DATE             PIC 9(08).
018200     05  FILLER                  PIC X(02) VALUE SPACES.
018300     05  WS-DTL-ADM-NO           PIC 9(06).
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  WS-DTL-NAME             PIC A(10).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  WS-DTL-CLS              PIC Z9.
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  WS-DTL-HEAD             PIC X(04).
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  WS-DTL-AMOUNT           PIC ZZZZ9.99.
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  WS-DTL-REMARK           PIC X(12).
019400     05  FILLER                  PIC X(08) VALUE SPACES.
019500 01  WS-GAP-LINE.
019600     05  FILLER                  PIC X(28) VALUE
019700         '*** MISSING FROM SERIES    '.
019800     05  WS-GAP-DTL-FIRST        PIC 9(08).
019900     05  FILLER                  PIC X(03) VALUE ' - '.
020000     05  WS-GAP-DTL-LAST         PIC 9(08).
020100     05  FILLER                  PIC X(33) VALUE SPACES.
020200 01  WS-SECTION-LINE.
020300     05  WS-SECTION-TEXT         PIC X(40).
020400     05  FILLER                  PIC X(40) VALUE SPACES.
020500 01  WS-SUMMARY-LINE.
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  WS-SUM-TEXT             PIC X(26).
020800     05  WS-SUM-COUNT            PIC ZZZZZ9.
020900     05  FILLER                  PIC X(04) VALUE SPACES.
021000     05  WS-SUM-AMOUNT           PIC ZZZZZZZZ9.99-.
021100     05  FILLER                  PIC X(29) VALUE SPACES.
021200 01  WS-SUM-DATE-TEXT.
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  WS-SUM-DATE             PIC 9(08).
021500     05  FILLER                  PIC X(16) VALUE SPACES.
021600 01  WS-SUM-CLS-TEXT.
021700     05  FILLER                  PIC X(08) VALUE
021800         '  CLASS '.
021900     05  WS-SUM-CLS              PIC Z9.
022000     05  FILLER                  PIC X(16) VALUE SPACES.
022100 01  WS-SIGN-LINE.
022200     05  FILLER                  PIC X(40) VALUE
022300         'CHECKED WITH CASH BOOK - ACCOUNTS CLERK '.
022400     05  FILLER                  PIC X(40) VALUE
022500         '_______________   DATE __________'.
022600 PROCEDURE DIVISION.
022700 0000-MAINLINE.
022800     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
022900     ACCEPT WS-RUN-START-TIME FROM TIME.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023100     PERFORM 1100-ACCEPT-DATE-RANGE THRU 1100-EXIT.
023200     PERFORM 1200-TOTAL-REVERSALS THRU 1200-EXIT.
023300     SORT SORT-WORK
023400         ON ASCENDING KEY SRT-RCPT-NO SRT-DATE SRT-ADM-NO
023500         INPUT PROCEDURE IS 2000-SELECT-RECEIPTS
023600             THRU 2000-EXIT
023700         OUTPUT PROCEDURE IS 3000-PRINT-REPORT
023800             THRU 3000-EXIT.
023900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024000     MOVE 'C' TO RUN-OUTCOME.
024100     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
024200     STOP RUN.
024300*-----------------------------------------------------------------
024400* 1000-INITIALIZE - PICK UP THE RUN DATE, CLEAR THE TOTALS AND
024500*                   OPEN THE FILES. NO LEDGER MEANS NOTHING HAS
024600*                   BEEN POSTED - THE RUN STOPS. A MISSING MASTER
024700*                   STILL LETS THE REPORT PRINT, WITHOUT NAMES OR
024800*                   CLASSES; A MISSING FEEREVS MEANS NOTHING HAS
024900*                   BEEN REVERSED.
025000*-----------------------------------------------------------------
025100 1000-INITIALIZE.
025200     MOVE 0 TO WS-PAGE-NO.
025300     MOVE 0 TO WS-LINE-COUNT.
025400     MOVE 0 TO WS-RECEIPT-COUNT.
025500     MOVE 0 TO WS-MISSING-COUNT.
025600     MOVE 0 TO WS-TWICE-COUNT.
025700     MOVE 0 TO WS-NOT-BOOK-COUNT.
025800     MOVE 0 TO WS-REVERSAL-COUNT.
025900     MOVE 0 TO WS-TOTAL-COLLECTED.
026000     MOVE 0 TO WS-TOTAL-REVERSED.
026100     MOVE 0 TO WS-ADMN-COUNT.
026200     MOVE 0 TO WS-ADMN-AMOUNT.
026300     MOVE 0 TO WS-TRM1-COUNT.
026400     MOVE 0 TO WS-TRM1-AMOUNT.
026500     MOVE 0 TO WS-TRM2-COUNT.
026600     MOVE 0 TO WS-TRM2-AMOUNT.
026700     MOVE 0 TO WS-TRM3-COUNT.
026800     MOVE 0 TO WS-TRM3-AMOUNT.
026900     MOVE 0 TO WS-NO-CLS-COUNT.
027000     MOVE 0 TO WS-NO-CLS-AMOUNT.
027100     MOVE 0 TO WS-DAY-USED.
027200     MOVE 0 TO WS-DAY-OVERFLOW-COUNT.
027300     PERFORM VARYING WS-CLS-IX FROM 1 BY 1
027400             UNTIL WS-CLS-IX > 12
027500         MOVE 0 TO WS-CLS-T-COUNT (WS-CLS-IX)
027600         MOVE 0 TO WS-CLS-T-AMOUNT (WS-CLS-IX)
027700     END-PERFORM.
027800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
027900     OPEN INPUT FEE-LEDGER.
028000     IF WS-FS-LEDGER NOT = '00'
028100         DISPLAY 'FEELEDG NOT FOUND - RUN RITESH9 FIRST'
028200         MOVE 'A' TO RUN-OUTCOME
028300         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
028400         STOP RUN
028500     END-IF.
028600     MOVE 'N' TO WS-MASTER-OPEN-SW.
028700     OPEN INPUT STUDENT-MASTER.
028800     IF WS-FS-MASTER = '00'
028900         MOVE 'Y' TO WS-MASTER-OPEN-SW
029000     ELSE
029100         DISPLAY 'STUDENT MASTER NOT FOUND - NAMES NOT PRINTED'
029200     END-IF.
029300     MOVE 'N' TO WS-REVERSALS-OPEN-SW.
029400     OPEN INPUT FEE-REVERSALS.
029500     IF WS-FS-REVERSALS = '00'
029600         MOVE 'Y' TO WS-REVERSALS-OPEN-SW
029700     END-IF.
029800     GO TO 1000-EXIT.
029900 1000-EXIT.
030000     EXIT.
030100*-----------------------------------------------------------------
030200* 1100-ACCEPT-DATE-RANGE - TAKE THE FROM AND TO DATES. A ZERO
030300*                   TO-DATE MEANS A ONE-DAY REPORT FOR THE
030400*                   FROM-DATE - THE USUAL EVENING RUN ON TODAY.
030500*                   RE-PROMPT UNTIL THE RANGE IS NUMERIC AND THE
030600*                   TO-DATE IS NOT BEFORE THE FROM-DATE.
030700*-----------------------------------------------------------------
030800 1100-ACCEPT-DATE-RANGE.
030900     MOVE 'N' TO WS-DATE-VALID-SW.
031000     PERFORM UNTIL WS-DATE-IS-VALID
031100         DISPLAY 'ENTER FROM DATE (YYYYMMDD)'
031200         ACCEPT WS-FROM-DATE
031300         DISPLAY 'ENTER TO DATE (YYYYMMDD, 0 = FROM DATE)'
031400         ACCEPT WS-TO-DATE
031500         IF WS-FROM-DATE IS NUMERIC AND WS-FROM-DATE > 0
031600                 AND WS-TO-DATE IS NUMERIC
031700             IF WS-TO-DATE = 0
031800                 MOVE WS-FROM-DATE TO WS-TO-DATE
031900             END-IF
032000             IF WS-TO-DATE >= WS-FROM-DATE
032100                 MOVE 'Y' TO WS-DATE-VALID-SW
032200             ELSE
032300                 DISPLAY 'TO DATE IS BEFORE FROM DATE'
032400             END-IF
032500         ELSE
032600             DISPLAY 'INVALID DATE - MUST BE NUMERIC YYYYMMDD'
032700         END-IF
032800     END-PERFORM.
032900     GO TO 1100-EXIT.
033000 1100-EXIT.
033100     EXIT.
033200*-----------------------------------------------------------------
033300* 1200-TOTAL-REVERSALS - READ FEEREVS THROUGH AND TOTAL EVERY
033400*                   REVERSAL DATED IN THE PERIOD, WHATEVER THE
033500*                   DATE OF THE RECEIPT IT TAKES BACK. THAT IS
033600*                   MONEY GIVEN BACK OR FOUND NOT RECEIVED IN THE
033700*                   PERIOD AND COMES OFF THE NET COLLECTION.
033800*-----------------------------------------------------------------
033900 1200-TOTAL-REVERSALS.
034000     IF NOT WS-REVERSALS-IS-OPEN
034100         GO TO 1200-EXIT
034200     END-IF.
034300     MOVE 'N' TO WS-REVERSALS-EOF-SW.
034400     PERFORM UNTIL WS-REVERSALS-EOF
034500         READ FEE-REVERSALS NEXT INTO REV-REC
034600             AT END
034700                 MOVE 'Y' TO WS-REVERSALS-EOF-SW
034800         END-READ
034900         IF NOT WS-REVERSALS-EOF
035000                 AND REV-DATE >= WS-FROM-DATE
035100                 AND REV-DATE <= WS-TO-DATE
035200             ADD 1 TO WS-REVERSAL-COUNT
035300             ADD REV-AMOUNT TO WS-TOTAL-REVERSED
035400         END-IF
035500     END-PERFORM.
035600     GO TO 1200-EXIT.
035700 1200-EXIT.
035800     EXIT.
035900*-----------------------------------------------------------------
036000* 2000-SELECT-RECEIPTS - SORT INPUT PROCEDURE. READ THE LEDGER
036100*                   THROUGH AND RELEASE EVERY RECEIPT DATED IN THE
036200*                   PERIOD WITH THE STUDENT'S NAME AND CLASS AND
036300*                   WHETHER IT HAS SINCE BEEN REVERSED.
036400*-----------------------------------------------------------------
036500 2000-SELECT-RECEIPTS.
036600     MOVE 'N' TO WS-LEDGER-EOF-SW.
036700     PERFORM UNTIL WS-LEDGER-EOF
036800         READ FEE-LEDGER NEXT INTO FEE-TRAN-REC
036900             AT END
037000                 MOVE 'Y' TO WS-LEDGER-EOF-SW
037100         END-READ
037200         IF NOT WS-LEDGER-EOF
037300                 AND FEE-DATE >= WS-FROM-DATE
037400                 AND FEE-DATE <= WS-TO-DATE
037500             PERFORM 2100-RELEASE-ONE-RECEIPT THRU 2100-EXIT
037600         END-IF
037700     END-PERFORM.
037800     GO TO 2000-EXIT.
037900 2000-EXIT.
038000     EXIT.
038100*-----------------------------------------------------------------
038200* 2100-RELEASE-ONE-RECEIPT - LOOK THE STUDENT UP ON THE MASTER BY
038300*                   KEY FOR THE NAME AND CLASS (CLASS ZERO IF NOT
038400*                   FOUND), CHECK FEEREVS FOR A REVERSAL OF THIS
038500*                   RECEIPT AND RELEASE IT TO THE SORT.
038600*-----------------------------------------------------------------
038700 2100-RELEASE-ONE-RECEIPT.
038800     MOVE FEE-RCPT-NO TO SRT-RCPT-NO.
038900     MOVE FEE-DATE    TO SRT-DATE.
039000     MOVE FEE-ADM-NO  TO SRT-ADM-NO.
039100     MOVE FEE-HEAD    TO SRT-HEAD.
039200     MOVE FEE-AMOUNT  TO SRT-AMOUNT.
039300     MOVE SPACES TO SRT-NAME.
039400     MOVE 0 TO SRT-CLS.
039500     MOVE 'N' TO SRT-REVERSED-SW.
039600     IF WS-MASTER-IS-OPEN
039700         MOVE FEE-ADM-NO TO STUDENT-MASTER-ADM-NO
039800         READ STUDENT-MASTER INTO STU-MASTER-REC
039900             KEY IS STUDENT-MASTER-ADM-NO
040000             INVALID KEY
040100                 MOVE SPACES TO STU-NAME
040200                 MOVE 0 TO STU-CLS
040300         END-READ
040400         MOVE STU-NAME TO SRT-NAME
040500         MOVE STU-CLS TO SRT-CLS
040600     END-IF.
040700     IF WS-REVERSALS-IS-OPEN
040800         MOVE 'Y' TO WS-REV-FOUND-SW
040900         MOVE FEE-ADM-NO  TO FEE-REVERSALS-ADM-NO
041000         MOVE FEE-DATE    TO FEE-REVERSALS-DATE
041100         MOVE FEE-RCPT-NO TO FEE-REVERSALS-RCPT-NO
041200         READ FEE-REVERSALS INTO REV-REC
041300             KEY IS FEE-REVERSALS-KEY
041400             INVALID KEY
041500                 MOVE 'N' TO WS-REV-FOUND-SW
041600         END-READ
041700         IF WS-REV-FOUND
041800             MOVE 'Y' TO SRT-REVERSED-SW
041900         END-IF
042000     END-IF.
042100     RELEASE SORT-REC.
042200     GO TO 2100-EXIT.
042300 2100-EXIT.
042400     EXIT.
042500*-----------------------------------------------------------------
042600* 3000-PRINT-REPORT - SORT OUTPUT PROCEDURE. RETURN THE RECEIPTS
042700*                   IN RECEIPT-NUMBER ORDER, PRINT EACH WITH ANY
042800*                   GAP IN THE SERIES BEFORE IT, THEN THE TOTALS
042900*                   AND THE SIGN-OFF LINE.
043000*-----------------------------------------------------------------
043100 3000-PRINT-REPORT.
043200     MOVE 'N' TO WS-SORT-EOF-SW.
043300     MOVE 'N' TO WS-PREV-NUMERIC-SW.
043400     MOVE SPACES TO WS-PREV-RCPT-NO.
043500     OPEN OUTPUT COLLECTION-REPORT.
043600     PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT.
043700     PERFORM UNTIL WS-SORT-EOF
043800         RETURN SORT-WORK
043900             AT END
044000                 MOVE 'Y' TO WS-SORT-EOF-SW
044100         END-RETURN
044200         IF NOT WS-SORT-EOF
044300             PERFORM 3100-PRINT-ONE-RECEIPT THRU 3100-EXIT
044400         END-IF
044500     END-PERFORM.
044600     PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.
044700     CLOSE COLLECTION-REPORT.
044800     GO TO 3000-EXIT.
044900 3000-EXIT.
045000     EXIT.
045100*-----------------------------------------------------------------
045200* 3100-PRINT-ONE-RECEIPT - CHECK THE RECEIPT AGAINST THE ONE
045300*                   BEFORE IT IN THE SERIES - THE SAME NUMBER IS A
045400*                   REPEAT, A JUMP OF MORE THAN ONE IS A GAP -
045500*                   PRINT THE LINE AND POST THE TOTALS. A NUMBER
045600*                   THAT IS NOT ALL DIGITS IS NOT FROM THE RECEIPT
045700*                   BOOK AND TAKES NO PART IN THE GAP CHECK.
045800*-----------------------------------------------------------------
045900 3100-PRINT-ONE-RECEIPT.
046000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
046100         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
046200     END-IF.
046300     MOVE SPACES TO WS-DTL-REMARK.
046400     IF SRT-IS-REVERSED
046500         MOVE 'REVERSED' TO WS-DTL-REMARK
046600     END-IF.
046700     IF SRT-RCPT-NO = WS-PREV-RCPT-NO
046800         MOVE 'USED TWICE' TO WS-DTL-REMARK
046900         ADD 1 TO WS-TWICE-COUNT
047000     ELSE
047100         IF SRT-RCPT-NO IS NUMERIC
047200             IF WS-PREV-IS-NUMERIC
047300                     AND SRT-RCPT-NUM > WS-PREV-RCPT-NUM + 1
047400                 COMPUTE WS-GAP-FIRST = WS-PREV-RCPT-NUM + 1
047500                 COMPUTE WS-GAP-LAST = SRT-RCPT-NUM - 1
047600                 PERFORM 3300-PRINT-GAP THRU 3300-EXIT
047700             END-IF
047800             MOVE 'Y' TO WS-PREV-NUMERIC-SW
047900             MOVE SRT-RCPT-NUM TO WS-PREV-RCPT-NUM
048000         ELSE
048100             MOVE 'NOT BOOK NO' TO WS-DTL-REMARK
048200             ADD 1 TO WS-NOT-BOOK-COUNT
048300         END-IF
048400     END-IF.
048500     MOVE SRT-RCPT-NO TO WS-PREV-RCPT-NO.
048600     MOVE SRT-RCPT-NO TO WS-DTL-RCPT-NO.
048700     MOVE SRT-DATE    TO WS-DTL-DATE.
048800     MOVE SRT-ADM-NO  TO WS-DTL-ADM-NO.
048900     MOVE SRT-NAME    TO WS-DTL-NAME.
049000     MOVE SRT-CLS     TO WS-DTL-CLS.
049100     MOVE SRT-HEAD    TO WS-DTL-HEAD.
049200     MOVE SRT-AMOUNT  TO WS-DTL-AMOUNT.
049300     MOVE WS-DETAIL-LINE TO COLLECTION-REPORT-REC.
049400     WRITE COLLECTION-REPORT-REC.
049500     ADD 1 TO WS-LINE-COUNT.
049600     ADD 1 TO WS-RECEIPT-COUNT.
049700     ADD SRT-AMOUNT TO WS-TOTAL-COLLECTED.
049800     PERFORM 3400-POST-TOTALS THRU 3400-EXIT.
049900     GO TO 3100-EXIT.
050000 3100-EXIT.
050100     EXIT.
050200*-----------------------------------------------------------------
050300* 3200-START-NEW-PAGE - THROW TO A NEW PAGE AND PRINT THE PERIOD/
050400*                   PAGE HEADING AND THE COLUMN LINE.
050500*-----------------------------------------------------------------
050600 3200-START-NEW-PAGE.
050700     ADD 1 TO WS-PAGE-NO.
050800     MOVE WS-FROM-DATE TO WS-HDG-FROM.
050900     MOVE WS-TO-DATE TO WS-HDG-TO.
051000     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
051100     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
051200     MOVE WS-HEADING-LINE TO COLLECTION-REPORT-REC.
051300     WRITE COLLECTION-REPORT-REC AFTER ADVANCING PAGE.
051400     MOVE WS-COLUMN-LINE TO COLLECTION-REPORT-REC.
051500     WRITE COLLECTION-REPORT-REC.
051600     MOVE 0 TO WS-LINE-COUNT.
051700     GO TO 3200-EXIT.
051800 3200-EXIT.
051900     EXIT.
052000*-----------------------------------------------------------------
052100* 3300-PRINT-GAP - ONE LINE FOR A RUN OF RECEIPT NUMBERS MISSING
052200*                   FROM THE SERIES, COUNTING EVERY NUMBER IN IT.
052300*-----------------------------------------------------------------
052400 3300-PRINT-GAP.
052500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
052600         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
052700     END-IF.
052800     MOVE WS-GAP-FIRST TO WS-GAP-DTL-FIRST.
052900     MOVE WS-GAP-LAST TO WS-GAP-DTL-LAST.
053000     MOVE WS-GAP-LINE TO COLLECTION-REPORT-REC.
053100     WRITE COLLECTION-REPORT-REC.
053200     ADD 1 TO WS-LINE-COUNT.
053300     COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
053400         + WS-GAP-LAST - WS-GAP-FIRST + 1.
053500     GO TO 3300-EXIT.
053600 3300-EXIT.
053700     EXIT.
053800*-----------------------------------------------------------------
053900* 3400-POST-TOTALS - ADD THE RECEIPT INTO ITS FEE HEAD, ITS CLASS
054000*                   AND ITS RECEIPT DATE. THE DATE TABLE IS KEPT
054100*                   IN DATE ORDER - A NEW DATE IS SLOTTED IN AND
054200*                   THE LATER DATES MOVED UP ONE. A PERIOD WITH
054300*                   MORE RECEIPT DATES THAN THE TABLE HOLDS IS
054400*                   COUNTED AND SHOWN AS AN OVERFLOW.
054500*-----------------------------------------------------------------
054600 3400-POST-TOTALS.
054700     IF SRT-HEAD = 'ADMN'
054800         ADD 1 TO WS-ADMN-COUNT
054900         ADD SRT-AMOUNT TO WS-ADMN-AMOUNT
055000     ELSE
055100         IF SRT-HEAD = 'TRM1'
055200             ADD 1 TO WS-TRM1-COUNT
055300             ADD SRT-AMOUNT TO WS-TRM1-AMOUNT
055400         ELSE
055500             IF SRT-HEAD = 'TRM2'
055600                 ADD 1 TO WS-TRM2-COUNT
055700                 ADD SRT-AMOUNT TO WS-TRM2-AMOUNT
055800             ELSE
055900                 ADD 1 TO WS-TRM3-COUNT
056000                 ADD SRT-AMOUNT TO WS-TRM3-AMOUNT
056100             END-IF
056200         END-IF
056300     END-IF.
056400     IF SRT-CLS < 1 OR SRT-CLS > 12
056500         ADD 1 TO WS-NO-CLS-COUNT
056600         ADD SRT-AMOUNT TO WS-NO-CLS-AMOUNT
056700     ELSE
056800         ADD 1 TO WS-CLS-T-COUNT (SRT-CLS)
056900         ADD SRT-AMOUNT TO WS-CLS-T-AMOUNT (SRT-CLS)
057000     END-IF.
057100     MOVE 1 TO WS-DAY-IX.
057200     PERFORM UNTIL WS-DAY-IX > WS-DAY-USED
057300             OR WS-DAY-T-DATE (WS-DAY-IX) >= SRT-DATE
057400         ADD 1 TO WS-DAY-IX
057500     END-PERFORM.
057600     IF WS-DAY-IX <= WS-DAY-USED
057700         IF WS-DAY-T-DATE (WS-DAY-IX) = SRT-DATE
057800             ADD 1 TO WS-DAY-T-COUNT (WS-DAY-IX)
057900             ADD SRT-AMOUNT TO WS-DAY-T-AMOUNT (WS-DAY-IX)
058000             GO TO 3400-EXIT
058100         END-IF
058200     END-IF.
058300     IF WS-DAY-USED >= WS-DAY-MAX
058400         ADD 1 TO WS-DAY-OVERFLOW-COUNT
058500         GO TO 3400-EXIT
058600     END-IF.
058700     PERFORM VARYING WS-DAY-MOVE-IX FROM WS-DAY-USED BY -1
058800             UNTIL WS-DAY-MOVE-IX < WS-DAY-IX
058900         MOVE WS-DAY-TAB (WS-DAY-MOVE-IX)
059000             TO WS-DAY-TAB (WS-DAY-MOVE-IX + 1)
059100     END-PERFORM.
059200     ADD 1 TO WS-DAY-USED.
059300     MOVE SRT-DATE TO WS-DAY-T-DATE (WS-DAY-IX).
059400     MOVE 1 TO WS-DAY-T-COUNT (WS-DAY-IX).
059500     MOVE SRT-AMOUNT TO WS-DAY-T-AMOUNT (WS-DAY-IX).
059600     GO TO 3400-EXIT.
059700 3400-EXIT.
059800     EXIT.
059900*-----------------------------------------------------------------
060000* 3500-PRINT-TOTALS - THE FOOT OF THE REPORT ON A FRESH PAGE -
060100*                   TOTALS BY RECEIPT DATE, BY FEE HEAD AND BY
060200*                   CLASS, THE COLLECTION NET OF REVERSALS, THE
060300*                   SERIES EXCEPTIONS AND THE CLERK'S SIGN-OFF.
060400*-----------------------------------------------------------------
060500 3500-PRINT-TOTALS.
060600     PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT.
060700     MOVE 'TOTALS BY RECEIPT DATE' TO WS-SECTION-TEXT.
060800     PERFORM 3600-PRINT-SECTION THRU 3600-EXIT.
060900     PERFORM VARYING WS-DAY-IX FROM 1 BY 1
061000             UNTIL WS-DAY-IX > WS-DAY-USED
061100         MOVE WS-DAY-T-DATE (WS-DAY-IX) TO WS-SUM-DATE
061200         MOVE WS-SUM-DATE-TEXT TO WS-SUM-TEXT
061300         MOVE WS-DAY-T-COUNT (WS-DAY-IX) TO WS-SUM-COUNT
061400         MOVE WS-DAY-T-AMOUNT (WS-DAY-IX) TO WS-SUM-AMOUNT
061500         PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT
061600     END-PERFORM.
061700     IF WS-DAY-OVERFLOW-COUNT > 0
061800         MOVE '  OTHER DATES - TABLE FULL' TO WS-SUM-TEXT
061900         MOVE WS-DAY-OVERFLOW-COUNT TO WS-SUM-COUNT
062000         MOVE 0 TO WS-SUM-AMOUNT
062100         PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT
062200     END-IF.
062300     MOVE 'TOTALS BY FEE HEAD' TO WS-SECTION-TEXT.
062400     PERFORM 3600-PRINT-SECTION THRU 3600-EXIT.
062500     MOVE '  ADMN ADMISSION FEE' TO WS-SUM-TEXT.
062600     MOVE WS-ADMN-COUNT TO WS-SUM-COUNT.
062700     MOVE WS-ADMN-AMOUNT TO WS-SUM-AMOUNT.
062800     PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT.
062900     MOVE '  TRM1 TERM 1 FEE' TO WS-SUM-TEXT.
063000     MOVE WS-TRM1-COUNT TO WS-SUM-COUNT.
063100     MOVE WS-TRM1-AMOUNT TO WS-SUM-AMOUNT.
063200     PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT.
063300     MOVE '  TRM2 TERM 2 FEE' TO WS-SUM-TEXT.
063400     MOVE WS-TRM2-COUNT TO WS-SUM-COUNT.
063500     MOVE WS-TRM2-AMOUNT TO WS-SUM-AMOUNT.
063600     PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT.
063700     MOVE '  TRM3 TERM 3 FEE' TO WS-SUM-TEXT.
063800     MOVE WS-TRM3-COUNT TO WS-SUM-COUNT.
063900     MOVE WS-TRM3-AMOUNT TO WS-SUM-AMOUNT.
064000     PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT.
064100     MOVE 'TOTALS BY CLASS' TO WS-SECTION-TEXT.
064200     PERFORM 3600-PRINT-SECTION THRU 3600-EXIT.
064300     PERFORM VARYING WS-CLS-IX FROM 1 BY 1
064400             UNTIL WS-CLS-IX > 12
064500         IF WS-CLS-T-COUNT (WS-CLS-IX) > 0
064600             MOVE WS-CLS-IX TO WS-SUM-CLS
064700             MOVE WS-SUM-CLS-TEXT TO WS-SUM-TEXT
064800             MOVE WS-CLS-T-COUNT (WS-CLS-IX) TO WS-SUM-COUNT
064900             MOVE WS-CLS-T-AMOUNT (WS-CLS-IX) TO WS-SUM-AMOUNT
065000             PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT
065100         END-IF
065200     END-PERFORM.
065300     IF WS-NO-CLS-COUNT > 0
065400         MOVE '  NOT ON MASTER' TO WS-SUM-TEXT
065500         MOVE WS-NO-CLS-COUNT TO WS-SUM-COUNT
065600         MOVE WS-NO-CLS-AMOUNT TO WS-SUM-AMOUNT
065700         PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT
065800     END-IF.
065900     MOVE 'COLLECTION FOR THE PERIOD' TO WS-SECTION-TEXT.
066000     PERFORM 3600-PRINT-SECTION THRU 3600-EXIT.
066100     MOVE '  RECEIPTS COLLECTED' TO WS-SUM-TEXT.
066200     MOVE WS-RECEIPT-COUNT TO WS-SUM-COUNT.
066300     MOVE WS-TOTAL-COLLECTED TO WS-SUM-AMOUNT.
066400     PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT.
066500     MOVE '  LESS REVERSALS IN PERIOD' TO WS-SUM-TEXT.
066600     MOVE WS-REVERSAL-COUNT TO WS-SUM-COUNT.
066700     COMPUTE WS-SUM-AMOUNT = 0 - WS-TOTAL-REVERSED.
066800     PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT.
066900     COMPUTE WS-NET-COLLECTED =
067000         WS-TOTAL-COLLECTED - WS-TOTAL-REVERSED.
067100     MOVE '  NET COLLECTION' TO WS-SUM-TEXT.
067200     MOVE 0 TO WS-SUM-COUNT.
067300     MOVE WS-NET-COLLECTED TO WS-SUM-AMOUNT.
067400     PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT.
067500     MOVE 'RECEIPT SERIES EXCEPTIONS' TO WS-SECTION-TEXT.
067600     PERFORM 3600-PRINT-SECTION THRU 3600-EXIT.
067700     MOVE '  NUMBERS MISSING' TO WS-SUM-TEXT.
067800     MOVE WS-MISSING-COUNT TO WS-SUM-COUNT.
067900     MOVE 0 TO WS-SUM-AMOUNT.
068000     PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT.
068100     MOVE '  NUMBERS USED TWICE' TO WS-SUM-TEXT.
068200     MOVE WS-TWICE-COUNT TO WS-SUM-COUNT.
068300     PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT.
068400     MOVE '  NOT RECEIPT BOOK NUMBERS' TO WS-SUM-TEXT.
068500     MOVE WS-NOT-BOOK-COUNT TO WS-SUM-COUNT.
068600     PERFORM 3700-PRINT-SUMMARY THRU 3700-EXIT.
068700     MOVE SPACES TO COLLECTION-REPORT-REC.
068800     WRITE COLLECTION-REPORT-REC.
068900     WRITE COLLECTION-REPORT-REC.
069000     MOVE WS-SIGN-LINE TO COLLECTION-REPORT-REC.
069100     WRITE COLLECTION-REPORT-REC.
069200     GO TO 3500-EXIT.
069300 3500-EXIT.
069400     EXIT.
069500*-----------------------------------------------------------------
069600* 3600-PRINT-SECTION - A BLANK LINE AND A SECTION TITLE.
069700*-----------------------------------------------------------------
069800 3600-PRINT-SECTION.
069900     MOVE SPACES TO COLLECTION-REPORT-REC.
070000     WRITE COLLECTION-REPORT-REC.
070100     MOVE WS-SECTION-LINE TO COLLECTION-REPORT-REC.
070200     WRITE COLLECTION-REPORT-REC.
070300     ADD 2 TO WS-LINE-COUNT.
070400     GO TO 3600-EXIT.
070500 3600-EXIT.
070600     EXIT.
070700*-----------------------------------------------------------------
070800* 3700-PRINT-SUMMARY - ONE COUNT-AND-AMOUNT LINE OF THE FOOT,
070900*                   THROWING A PAGE WHEN THE PAGE IS FULL.
071000*-----------------------------------------------------------------
071100 3700-PRINT-SUMMARY.
071200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
071300         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
071400     END-IF.
071500     MOVE WS-SUMMARY-LINE TO COLLECTION-REPORT-REC.
071600     WRITE COLLECTION-REPORT-REC.
071700     ADD 1 TO WS-LINE-COUNT.
071800     GO TO 3700-EXIT.
071900 3700-EXIT.
072000     EXIT.
072100*-----------------------------------------------------------------
072200* 9000-TERMINATE - CLOSE THE FILES AND SHOW THE RUN TOTALS.
072300*-----------------------------------------------------------------
072400 9000-TERMINATE.
072500     CLOSE FEE-LEDGER.
072600     IF WS-MASTER-IS-OPEN
072700         CLOSE STUDENT-MASTER
072800     END-IF.
072900     IF WS-REVERSALS-IS-OPEN
073000         CLOSE FEE-REVERSALS
073100     END-IF.
073200     DISPLAY 'RECEIPTS LISTED     = ' WS-RECEIPT-COUNT.
073300     DISPLAY 'NUMBERS MISSING     = ' WS-MISSING-COUNT.
073400     DISPLAY 'NUMBERS USED TWICE  = ' WS-TWICE-COUNT.
073500     DISPLAY 'COLLECTION REPORT ON COLLRPT'.
073600     GO TO 9000-EXIT.
073700 9000-EXIT.
073800     EXIT.
073900*-----------------------------------------------------------------
074000* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
074100*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
074200*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
074300*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
074400*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
074500*                   THE REPORT HAS NO SIGN-ON, SO THE OPERATOR IS
074600*                   LEFT BLANK.
074700*-----------------------------------------------------------------
074800 9500-WRITE-RUN-LOG.
074900     MOVE 'RITESH35' TO RUN-PROGRAM-ID.
075000     MOVE SPACES TO RUN-OPERATOR-ID.
075100     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
075200     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
075300     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
075400     ACCEPT RUN-END-TIME FROM TIME.
075500     MOVE WS-RECEIPT-COUNT TO RUN-CNT-1.
075600     MOVE WS-MISSING-COUNT TO RUN-CNT-2.
075700     MOVE WS-TWICE-COUNT TO RUN-CNT-3.
075800     MOVE WS-REVERSAL-COUNT TO RUN-CNT-4.
075900     OPEN EXTEND RUN-LOG.
076000     IF WS-FS-RUNLOG = '35'
076100         OPEN OUTPUT RUN-LOG
076200     END-IF.
076300     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
076400     WRITE RUN-LOG-OUT-REC.
076500     CLOSE RUN-LOG.
076600     GO TO 9500-EXIT.
076700 9500-EXIT.
076800     EXIT.
