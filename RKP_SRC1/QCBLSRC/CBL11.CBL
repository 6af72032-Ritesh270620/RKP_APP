002353*                   AND ITS KEY COUNTS - TO THE CENTRAL RUNLOG
002364*                   (STURUN01) FOR THE RITESH27 DAILY OPERATIONS
002376*                   REPORT.
002377* 06-SEP-2026  RKP  BATCH CONTROL - THE DECLARED TOTAL AND THE
002378*                   FIRST AND LAST RECEIPT NUMBERS ARE TAKEN AT
002379*                   THE CONSOLE; POSTED RECEIPTS ARE TICKED OFF
002380*                   THE RANGE AND THE TOTAL AGREED. MISSING,
002381*                   REPEATED OR STRAY NUMBERS ARE LISTED AND AN
002382*                   UNAGREED BATCH CLOSES OUT AS U. FIRST RECEIPT
002383*                   0 SKIPS THE RANGE CHECK (FEEREJ RESUBMISSION).
002384* 14-SEP-2026  RKP  B-SERIES RECEIPTS FROM THE RITESH41 BANK
002385*                   IMPORT ARE COUNTED APART AND NOT TICKED OFF
002386*                   THE BOOK RANGE, SO A MIXED BATCH IS CHECKED.
002388*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007001 77  WS-FS-RUNLOG                PIC X(02).
007002 77  WS-RUN-START-DATE           PIC 9(08).
007003 77  WS-RUN-START-TIME           PIC 9(08).
007007 77  WS-DECLARED-TOTAL           PIC 9(07)V99.
007011 77  WS-FIRST-RCPT               PIC 9(08).
007015 77  WS-LAST-RCPT                PIC 9(08).
007019 77  WS-RCPT-NUM                 PIC 9(08).
007023 77  WS-RANGE-SIZE               PIC 9(08) COMP.
007027 77  WS-RCPT-IX                  PIC 9(05) COMP.
007031 77  WS-MISSING-COUNT            PIC 9(05) COMP.
007035 77  WS-TWICE-COUNT              PIC 9(05) COMP.
007039 77  WS-OUTSIDE-COUNT            PIC 9(05) COMP.
007043 77  WS-RANGE-VALID-SW           PIC X(01).
007047     88  WS-RANGE-IS-VALID       VALUE 'Y'.
007051 77  WS-RANGE-CHECK-SW           PIC X(01).
007055     88  WS-RANGE-IS-CHECKED     VALUE 'Y'.
007059 77  WS-BALANCED-SW              PIC X(01).
007063     88  WS-BATCH-IS-BALANCED    VALUE 'Y'.
007067 77  WS-BATCH-OUTCOME            PIC X(01).
007071 77  WS-BANK-RCPT-COUNT          PIC 9(05) COMP.
007075 01  WS-RCPT-TABLE.
007079     05  WS-RCPT-USED            PIC X(01) OCCURS 5000 TIMES.
007100 PROCEDURE DIVISION.
007200 0000-MAINLINE.
007201     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
007202     ACCEPT WS-RUN-START-TIME FROM TIME.
007300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007350     PERFORM 1100-ACCEPT-BATCH-CONTROL THRU 1100-EXIT.
007400     PERFORM 2000-POST-RECEIPTS THRU 2000-EXIT.
007450     PERFORM 3000-CHECK-BATCH-CONTROL THRU 3000-EXIT.
007500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007501     MOVE WS-BATCH-OUTCOME TO RUN-OUTCOME.
007502     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
007600     STOP RUN.
007700*-----------------------------------------------------------------
008700     MOVE 0 TO WS-POSTED-COUNT.
008800     MOVE 0 TO WS-REJECT-COUNT.
008900     MOVE 0 TO WS-POSTED-AMOUNT.
008914     MOVE 0 TO WS-MISSING-COUNT.
008928     MOVE 0 TO WS-TWICE-COUNT.
008942     MOVE 0 TO WS-OUTSIDE-COUNT.
008956     MOVE 0 TO WS-BANK-RCPT-COUNT.
008970     MOVE 'Y' TO WS-BALANCED-SW.
008984     MOVE 'C' TO WS-BATCH-OUTCOME.
009000     MOVE 'N' TO WS-TRAN-EOF-SW.
009100     OPEN INPUT STUDENT-MASTER.
009200     IF WS-FS-MASTER NOT = '00'
010700     GO TO 1000-EXIT.
010800 1000-EXIT.
010900     EXIT.
010902*-----------------------------------------------------------------
010904* 1100-ACCEPT-BATCH-CONTROL - TAKE THE CASHIER'S DECLARED TOTAL
010906*                   FOR THE BATCH AND THE FIRST AND LAST RECEIPT
010908*                   NUMBERS IT COVERS. AMOUNTS ARE RUPEES AND
010910*                   PAISE AS DIGITS, 999999999 MEANING 9999999.99.
010912*                   A FIRST RECEIPT OF ZERO MEANS NO RANGE CHECK.
010914*                   A RANGE MAY NOT RUN BACKWARDS OR EXCEED THE
010916*                   5000 RECEIPTS THE TICK TABLE HOLDS.
010918*-----------------------------------------------------------------
010920 1100-ACCEPT-BATCH-CONTROL.
010930     MOVE SPACES TO WS-RCPT-TABLE.
010932     DISPLAY 'ENTER CASHIER DECLARED TOTAL (999999999 = '
010934         '9999999.99)'.
010936     ACCEPT WS-DECLARED-TOTAL.
010938     MOVE 'N' TO WS-RANGE-VALID-SW.
010940     PERFORM UNTIL WS-RANGE-IS-VALID
010942         DISPLAY 'ENTER FIRST RECEIPT NO (0 = NO RANGE CHECK)'
010944         ACCEPT WS-FIRST-RCPT
010946         IF WS-FIRST-RCPT = 0
010948             MOVE 0 TO WS-LAST-RCPT
010950             MOVE 'N' TO WS-RANGE-CHECK-SW
010952             MOVE 'Y' TO WS-RANGE-VALID-SW
010954         ELSE
010956             DISPLAY 'ENTER LAST RECEIPT NO'
010958             ACCEPT WS-LAST-RCPT
010960             IF WS-LAST-RCPT < WS-FIRST-RCPT
010962                 DISPLAY 'LAST RECEIPT IS BEFORE FIRST RECEIPT'
010964             ELSE
010966                 COMPUTE WS-RANGE-SIZE =
010968                     WS-LAST-RCPT - WS-FIRST-RCPT + 1
010970                 IF WS-RANGE-SIZE > 5000
010972                     DISPLAY 'RANGE TOO LARGE - 5000 RECEIPTS '
010974                         'PER BATCH AT MOST'
010976                 ELSE
010978                     MOVE 'Y' TO WS-RANGE-CHECK-SW
010980                     MOVE 'Y' TO WS-RANGE-VALID-SW
010982                 END-IF
010984             END-IF
010986         END-IF
010988     END-PERFORM.
010990     GO TO 1100-EXIT.
010992 1100-EXIT.
010994     EXIT.
011000*-----------------------------------------------------------------
011100* 2000-POST-RECEIPTS - READ THE RECEIPTS TO EOF, EDITING AND
011200*                   POSTING EACH ONE IN TURN, THEN DISPLAY THE
018170     END-WRITE.
018200     ADD 1 TO WS-POSTED-COUNT.
018300     ADD FEE-AMOUNT TO WS-POSTED-AMOUNT.
018350     PERFORM 2300-TICK-RECEIPT THRU 2300-EXIT.
018400     GO TO 2100-EXIT.
018500 2100-EXIT.
018600     EXIT.
020300     GO TO 2200-EXIT.
020400 2200-EXIT.
020500     EXIT.
020501*-----------------------------------------------------------------
020502* 2300-TICK-RECEIPT - TICK THE RECEIPT JUST POSTED OFF THE
020503*                   DECLARED RANGE. A NUMBER ALREADY TICKED WAS
020504*                   USED TWICE IN THE BATCH (FOR TWO DIFFERENT
020505*                   STUDENTS OR DATES, OR THE LEDGER KEY WOULD
020506*                   HAVE REJECTED IT); A NUMBER THAT IS NOT
020507*                   NUMERIC OR FALLS OUTSIDE THE RANGE IS NOT FROM
020508*                   THIS BATCH'S RECEIPT BOOK. A B-SERIES RECEIPT
020509*                   WAS NUMBERED BY THE RITESH41 BANK IMPORT, NOT
020510*                   TAKEN FROM THE BOOK - IT IS COUNTED AS A BANK
020511*                   RECEIPT AND LEFT OUT OF THE RANGE CHECK.
020512*-----------------------------------------------------------------
020513 2300-TICK-RECEIPT.
020514     IF FEE-RCPT-NO (1:1) = 'B'
020515         ADD 1 TO WS-BANK-RCPT-COUNT
020516         GO TO 2300-EXIT
020517     END-IF.
020518     IF NOT WS-RANGE-IS-CHECKED
020519         GO TO 2300-EXIT
020520     END-IF.
020521     IF FEE-RCPT-NO IS NOT NUMERIC
020522         DISPLAY 'RECEIPT ' FEE-RCPT-NO ' IS NOT A BOOK NUMBER'
020523         ADD 1 TO WS-OUTSIDE-COUNT
020524         GO TO 2300-EXIT
020525     END-IF.
020526     MOVE FEE-RCPT-NO TO WS-RCPT-NUM.
020527     IF WS-RCPT-NUM < WS-FIRST-RCPT OR WS-RCPT-NUM > WS-LAST-RCPT
020528         DISPLAY 'RECEIPT ' FEE-RCPT-NO ' IS OUTSIDE THE RANGE'
020529         ADD 1 TO WS-OUTSIDE-COUNT
020530         GO TO 2300-EXIT
020531     END-IF.
020532     COMPUTE WS-RCPT-IX = WS-RCPT-NUM - WS-FIRST-RCPT + 1.
020533     IF WS-RCPT-USED (WS-RCPT-IX) = 'Y'
020534         DISPLAY 'RECEIPT ' FEE-RCPT-NO ' USED TWICE - ADM NO '
020535             FEE-ADM-NO
020536         ADD 1 TO WS-TWICE-COUNT
020537     ELSE
020538         MOVE 'Y' TO WS-RCPT-USED (WS-RCPT-IX)
020539     END-IF.
020540     GO TO 2300-EXIT.
020541 2300-EXIT.
020542     EXIT.
020543*-----------------------------------------------------------------
020544* 3000-CHECK-BATCH-CONTROL - AGREE THE POSTED TOTAL TO THE
020545*                   CASHIER'S DECLARED TOTAL AND LIST EVERY
020546*                   RECEIPT NUMBER IN THE RANGE THAT NEVER POSTED.
020547*                   ANY DIFFERENCE, GAP, REPEAT OR STRAY RECEIPT
020548*                   LEAVES THE BATCH OUT OF BALANCE - THE POSTINGS
020549*                   STAND, BUT THE RUN DOES NOT CLOSE CLEAN UNTIL
020550*                   THE DIFFERENCE IS FOUND AND PUT THROUGH.
020551*-----------------------------------------------------------------
020552 3000-CHECK-BATCH-CONTROL.
020553     IF WS-RANGE-IS-CHECKED
020554         PERFORM VARYING WS-RCPT-IX FROM 1 BY 1
020555                 UNTIL WS-RCPT-IX > WS-RANGE-SIZE
020556             IF WS-RCPT-USED (WS-RCPT-IX) NOT = 'Y'
020557                 COMPUTE WS-RCPT-NUM =
020558                     WS-FIRST-RCPT + WS-RCPT-IX - 1
020559                 DISPLAY 'RECEIPT ' WS-RCPT-NUM
020560                     ' MISSING FROM THE BATCH'
020561                 ADD 1 TO WS-MISSING-COUNT
020562             END-IF
020563         END-PERFORM
020564     END-IF.
020565     DISPLAY 'BATCH CONTROL'.
020566     MOVE WS-DECLARED-TOTAL TO WS-DISPLAY-AMOUNT.
020567     DISPLAY 'DECLARED TOTAL    = ' WS-DISPLAY-AMOUNT.
020568     MOVE WS-POSTED-AMOUNT TO WS-DISPLAY-AMOUNT.
020569     DISPLAY 'POSTED TOTAL      = ' WS-DISPLAY-AMOUNT.
020570     DISPLAY 'BANK RECEIPTS     = ' WS-BANK-RCPT-COUNT.
020571     IF WS-RANGE-IS-CHECKED
020572         DISPLAY 'RECEIPT RANGE     = ' WS-FIRST-RCPT ' - '
020573             WS-LAST-RCPT
020574         DISPLAY 'MISSING RECEIPTS  = ' WS-MISSING-COUNT
020575         DISPLAY 'USED TWICE        = ' WS-TWICE-COUNT
020576         DISPLAY 'OUTSIDE RANGE     = ' WS-OUTSIDE-COUNT
020577     ELSE
020578         DISPLAY 'RECEIPT RANGE     = NOT CHECKED'
020579     END-IF.
020580     IF WS-POSTED-AMOUNT NOT = WS-DECLARED-TOTAL
020581         MOVE 'N' TO WS-BALANCED-SW
020582     END-IF.
020583     IF WS-MISSING-COUNT > 0 OR WS-TWICE-COUNT > 0
020584             OR WS-OUTSIDE-COUNT > 0
020585         MOVE 'N' TO WS-BALANCED-SW
020586     END-IF.
020587     IF WS-BATCH-IS-BALANCED
020588         DISPLAY 'BATCH AGREES WITH THE CASHIER DECLARATION'
020589     ELSE
020590         MOVE 'U' TO WS-BATCH-OUTCOME
020591         DISPLAY 'BATCH OUT OF BALANCE - NOT CLOSED CLEAN - '
020592             'RECONCILE WITH THE CASHIER'
020593     END-IF.
020594     GO TO 3000-EXIT.
020595 3000-EXIT.
020596     EXIT.
020600*-----------------------------------------------------------------
020700* 9000-TERMINATE - CLOSE FILES BEFORE STOP RUN.
020800*-----------------------------------------------------------------
023100     MOVE WS-TRAN-REC-NUM TO RUN-CNT-1.
023200     MOVE WS-POSTED-COUNT TO RUN-CNT-2.
023300     MOVE WS-REJECT-COUNT TO RUN-CNT-3.
023310     COMPUTE RUN-CNT-4 = WS-MISSING-COUNT + WS-TWICE-COUNT
023320         + WS-OUTSIDE-COUNT.
023500     OPEN EXTEND RUN-LOG.
023600     IF WS-FS-RUNLOG = '35'
023700         OPEN OUTPUT RUN-LOG
