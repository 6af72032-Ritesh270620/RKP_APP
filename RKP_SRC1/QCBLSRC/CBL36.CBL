000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH34.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 05-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 05-SEP-2026  RKP  ORIGINAL - FEE RECEIPT REVERSAL RUN. A RECEIPT
001000*                   ON THE INDEXED FEELEDG CAN NEVER COME OFF, SO
001100*                   A BOUNCED CHEQUE, A RECEIPT POSTED TO THE
001200*                   WRONG ADM-NO OR A REFUND TO A LEAVER IS TAKEN
001300*                   BACK HERE INSTEAD. THE SUPERVISOR KEYS THE
001400*                   RECEIPT'S LEDGER KEY - ADM-NO, RECEIPT DATE
001500*                   AND RECEIPT NUMBER - AND THE RUN WRITES A
001600*                   DATED REVERSING ENTRY WITH THE REASON (BNCE,
001700*                   MISP OR RFND) TO THE INDEXED FEEREVS FILE
001800*                   (STUREV01) UNDER THE SAME KEY, LEAVING THE
001900*                   ORIGINAL RECEIPT IN PLACE. A RECEIPT CAN BE
002000*                   REVERSED ONCE ONLY. EVERY REVERSAL IS STAMPED
002100*                   TO THE AUDIT LOG AS A 'REVRS' LINE. RITESH10,
002200*                   RITESH21 AND RITESH26 READ FEEREVS AND NET
002300*                   THE REVERSED RECEIPTS OUT. A MIS-POSTED
002400*                   RECEIPT IS THEN POSTED AFRESH TO THE RIGHT
002500*                   ADM-NO THROUGH THE NORMAL RITESH9 RUN.
002600*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS STUDENT-MASTER-ADM-NO
003400         ALTERNATE RECORD KEY IS STUDENT-MASTER-NAME
003500             WITH DUPLICATES
003600         FILE STATUS IS WS-FS-MASTER.
003700     SELECT FEE-LEDGER ASSIGN TO "FEELEDG"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS FEE-LEDGER-KEY
004100         FILE STATUS IS WS-FS-LEDGER.
004200     SELECT FEE-REVERSALS ASSIGN TO "FEEREVS"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS FEE-REVERSALS-KEY
004600         FILE STATUS IS WS-FS-REVERSALS.
004700     SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FS-AUDIT.
005000     SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-FS-OPRMAST.
005300     SELECT RUN-LOG ASSIGN TO "RUNLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-FS-RUNLOG.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  STUDENT-MASTER.
005900 01  STUDENT-MASTER-REC.
006000     05  STUDENT-MASTER-ADM-NO   PIC 9(06).
006100     05  STUDENT-MASTER-NAME     PIC A(10).
006200     05  FILLER                  PIC X(89).
006300 FD  FEE-LEDGER.
006400 01  FEE-LEDGER-REC.
006500     05  FEE-LEDGER-KEY.
006600         10  FEE-LEDGER-ADM-NO   PIC 9(06).
006700         10  FEE-LEDGER-DATE     PIC 9(08).
006800         10  FEE-LEDGER-RCPT-NO  PIC X(08).
006900     05  FILLER                  PIC X(11).
007000 FD  FEE-REVERSALS.
007100 01  FEE-REVERSALS-REC.
007200     05  FEE-REVERSALS-KEY.
007300         10  FEE-REVERSALS-ADM-NO PIC 9(06).
007400         10  FEE-REVERSALS-DATE  PIC 9(08).
007500         10  FEE-REVERSALS-RCPT-NO PIC X(08).
007600     05  FILLER                  PIC X(51).
007700 FD  AUDIT-LOG.
007800 01  AUDIT-LOG-REC               PIC X(53).
007900 FD  OPERATOR-MASTER.
008000 01  OPERATOR-MASTER-REC         PIC X(30).
008100 FD  RUN-LOG.
008200 01  RUN-LOG-OUT-REC             PIC X(73).
008300 WORKING-STORAGE SECTION.
008400 COPY STUSTU01.
008500 COPY STUFEE01.
008600 COPY STUREV01.
008700 COPY STUAUD01.
008800 COPY STUOPR01.
008900 COPY STURUN01.
009000 77  WS-FS-MASTER                PIC X(02).
009100 77  WS-FS-LEDGER                PIC X(02).
009200 77  WS-FS-REVERSALS             PIC X(02).
009300 77  WS-FS-AUDIT                 PIC X(02).
009400 77  WS-FS-OPRMAST               PIC X(02).
009500 77  WS-OPERATOR-ID              PIC X(08).
009600 77  WS-OPR-EOF-SW               PIC X(01).
009700     88  WS-OPR-EOF              VALUE 'Y'.
009800 77  WS-OPR-FOUND-SW             PIC X(01).
009900     88  WS-OPR-FOUND            VALUE 'Y'.
010000 77  WS-REV-EOF-SW               PIC X(01).
010100     88  WS-REV-EOF              VALUE 'Y'.
010200 77  WS-REV-FOUND-SW             PIC X(01).
010300     88  WS-REV-FOUND            VALUE 'Y'.
010400 77  WS-ACTION                   PIC X(01).
010500     88  WS-ACTION-IS-REVERSE    VALUE 'R'.
010600     88  WS-ACTION-IS-LIST       VALUE 'L'.
010700     88  WS-ACTION-IS-END        VALUE 'X'.
010800 77  WS-CONFIRM                  PIC X(01).
010900     88  WS-CONFIRMED            VALUE 'Y'.
011000 77  WS-WORK-ADM-NO              PIC 9(06).
011100 77  WS-WORK-RCPT-DATE           PIC 9(08).
011200 77  WS-WORK-RCPT-NO             PIC X(08).
011300 77  WS-WORK-REV-DATE            PIC 9(08).
011400 77  WS-REV-DATE-VALID-SW        PIC X(01).
011500     88  WS-REV-DATE-IS-VALID    VALUE 'Y'.
011600 77  WS-TODAY-DATE               PIC 9(08).
011700 77  WS-TODAY-TIME               PIC 9(08).
011800 77  WS-REVERSED-COUNT           PIC 9(05) COMP.
011900 77  WS-BOUNCED-COUNT            PIC 9(05) COMP.
012000 77  WS-MISPOSTED-COUNT          PIC 9(05) COMP.
012100 77  WS-REFUND-COUNT             PIC 9(05) COMP.
012200 77  WS-LIST-COUNT               PIC 9(05) COMP.
012300 77  WS-REVERSED-AMOUNT          PIC 9(07)V99.
012400 77  WS-DISPLAY-AMOUNT           PIC ZZZZZZ9.99.
012500 77  WS-FS-RUNLOG                PIC X(02).
012600 77  WS-RUN-START-DATE           PIC 9(08).
012700 77  WS-RUN-START-TIME           PIC 9(08).
012800 PROCEDURE DIVISION.
012900 0000-MAINLINE.
013000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
013100     ACCEPT WS-RUN-START-TIME FROM TIME.
013200     MOVE 0 TO WS-REVERSED-COUNT.
013300     MOVE 0 TO WS-BOUNCED-COUNT.
013400     MOVE 0 TO WS-MISPOSTED-COUNT.
013500     MOVE 0 TO WS-REFUND-COUNT.
013600     MOVE 0 TO WS-REVERSED-AMOUNT.
013700     PERFORM 1050-ACCEPT-OPERATOR-ID THRU 1050-EXIT.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
014000         UNTIL WS-ACTION-IS-END.
014100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014200     MOVE 'C' TO RUN-OUTCOME.
014300     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
014400     STOP RUN.
014500*-----------------------------------------------------------------
014600* 1000-INITIALIZE - OPEN THE MASTER AND THE LEDGER FOR THE KEYED
014700*                   LOOKUPS AND THE REVERSALS FILE I-O. WITHOUT
014800*                   A LEDGER THERE IS NOTHING TO REVERSE AND THE
014900*                   RUN STOPS. A FEEREVS THAT DOES NOT YET EXIST
015000*                   IS CREATED EMPTY AND RE-OPENED I-O.
015100*-----------------------------------------------------------------
015200 1000-INITIALIZE.
015300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
015400     OPEN INPUT STUDENT-MASTER.
015500     IF WS-FS-MASTER NOT = '00'
015600         DISPLAY 'STUDENT MASTER OPEN FAILED - STATUS '
015700             WS-FS-MASTER
015800         MOVE 'A' TO RUN-OUTCOME
015900         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
016000         STOP RUN
016100     END-IF.
016200     OPEN INPUT FEE-LEDGER.
016300     IF WS-FS-LEDGER NOT = '00'
016400         DISPLAY 'FEELEDG NOT FOUND - NOTHING TO REVERSE'
016500         CLOSE STUDENT-MASTER
016600         MOVE 'A' TO RUN-OUTCOME
016700         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
016800         STOP RUN
016900     END-IF.
017000     OPEN I-O FEE-REVERSALS.
017100     IF WS-FS-REVERSALS = '35'
017200         OPEN OUTPUT FEE-REVERSALS
017300         CLOSE FEE-REVERSALS
017400         OPEN I-O FEE-REVERSALS
017500     END-IF.
017600     IF WS-FS-REVERSALS NOT = '00'
017700         DISPLAY 'FEEREVS OPEN FAILED - STATUS '
017800             WS-FS-REVERSALS
017900         CLOSE STUDENT-MASTER
018000         CLOSE FEE-LEDGER
018100         MOVE 'A' TO RUN-OUTCOME
018200         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
018300         STOP RUN
018400     END-IF.
018500     GO TO 1000-EXIT.
018600 1000-EXIT.
018700     EXIT.
018800*-----------------------------------------------------------------
018900* 1050-ACCEPT-OPERATOR-ID - CAPTURE WHO IS REVERSING THE RECEIPTS.
019000*                   THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE
019100*                   AND AT SUPERVISOR LEVEL - ANYTHING ELSE
019200*                   REFUSES THE RUN.
019300*-----------------------------------------------------------------
019400 1050-ACCEPT-OPERATOR-ID.
019500     DISPLAY 'ENTER OPERATOR ID'.
019600     ACCEPT WS-OPERATOR-ID.
019700     PERFORM 1060-VALIDATE-OPERATOR THRU 1060-EXIT.
019800     IF NOT WS-OPR-FOUND
019900         DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID
020000             ' NOT AUTHORIZED - RUN REFUSED'
020100         MOVE 'R' TO RUN-OUTCOME
020200         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
020300         STOP RUN
020400     END-IF.
020500     IF NOT OPR-IS-SUPERVISOR
020600         DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID
020700             ' IS NOT A SUPERVISOR - REVERSAL REFUSED'
020800         MOVE 'R' TO RUN-OUTCOME
020900         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
021000         STOP RUN
021100     END-IF.
021200     DISPLAY 'SIGNED ON - ' OPR-NAME.
021300     GO TO 1050-EXIT.
021400 1050-EXIT.
021500     EXIT.
021600*-----------------------------------------------------------------
021700* 1060-VALIDATE-OPERATOR - LOOK THE KEYED ID UP ON THE OPERATOR
021800*                   MASTER. FOUND AND ACTIVE SETS THE FOUND
021900*                   SWITCH AND LEAVES THE OPERATOR'S RECORD IN
022000*                   OPR-REC; A DISABLED ID COUNTS AS NOT FOUND.
022100*                   A MISSING OPERATOR MASTER REFUSES EVERY
022200*                   SIGN-ON - BUILD IT WITH RITESH14 FIRST.
022300*-----------------------------------------------------------------
022400 1060-VALIDATE-OPERATOR.
022500     MOVE 'N' TO WS-OPR-FOUND-SW.
022600     MOVE 'N' TO WS-OPR-EOF-SW.
022700     OPEN INPUT OPERATOR-MASTER.
022800     IF WS-FS-OPRMAST NOT = '00'
022900         DISPLAY 'OPERATOR MASTER NOT FOUND - RUN RITESH14'
023000         GO TO 1060-EXIT
023100     END-IF.
023200     PERFORM UNTIL WS-OPR-EOF OR WS-OPR-FOUND
023300         READ OPERATOR-MASTER INTO OPR-REC
023400             AT END
023500                 MOVE 'Y' TO WS-OPR-EOF-SW
023600         END-READ
023700         IF NOT WS-OPR-EOF
023800                 AND OPR-ID = WS-OPERATOR-ID
023900                 AND OPR-IS-ACTIVE
024000             MOVE 'Y' TO WS-OPR-FOUND-SW
024100         END-IF
024200     END-PERFORM.
024300     CLOSE OPERATOR-MASTER.
024400     GO TO 1060-EXIT.
024500 1060-EXIT.
024600     EXIT.
024700*-----------------------------------------------------------------
024800* 2000-ACTION-LOOP - ONE ACTION PER PASS. R=REVERSE A RECEIPT,
024900*                   L=LIST A STUDENT'S REVERSALS, X=END.
025000*-----------------------------------------------------------------
025100 2000-ACTION-LOOP.
025200     DISPLAY 'ACTION - R=REVERSE L=LIST X=END'.
025300     ACCEPT WS-ACTION.
025400     IF WS-ACTION-IS-REVERSE
025500         PERFORM 3000-REVERSE-RECEIPT THRU 3000-EXIT
025600     ELSE
025700         IF WS-ACTION-IS-LIST
025800             PERFORM 4000-LIST-REVERSALS THRU 4000-EXIT
025900         ELSE
026000             IF NOT WS-ACTION-IS-END
026100                 DISPLAY 'INVALID ACTION - R/L/X'
026200             END-IF
026300         END-IF
026400     END-IF.
026500     GO TO 2000-EXIT.
026600 2000-EXIT.
026700     EXIT.
026800*-----------------------------------------------------------------
026900* 3000-REVERSE-RECEIPT - TAKE THE RECEIPT'S LEDGER KEY, READ IT
027000*                   OFF FEELEDG AND, IF IT IS NOT ALREADY
027100*                   REVERSED, TAKE THE REASON, THE REVERSAL DATE
027200*                   AND A REMARK, CONFIRM, THEN WRITE THE
027300*                   REVERSING ENTRY AND STAMP THE AUDIT LOG.
027400*-----------------------------------------------------------------
027500 3000-REVERSE-RECEIPT.
027600     DISPLAY 'ENTER ADM NO'.
027700     ACCEPT WS-WORK-ADM-NO.
027800     DISPLAY 'ENTER RECEIPT DATE (YYYYMMDD)'.
027900     ACCEPT WS-WORK-RCPT-DATE.
028000     DISPLAY 'ENTER RECEIPT NO'.
028100     ACCEPT WS-WORK-RCPT-NO.
028200     MOVE WS-WORK-ADM-NO    TO FEE-LEDGER-ADM-NO.
028300     MOVE WS-WORK-RCPT-DATE TO FEE-LEDGER-DATE.
028400     MOVE WS-WORK-RCPT-NO   TO FEE-LEDGER-RCPT-NO.
028500     READ FEE-LEDGER INTO FEE-TRAN-REC
028600         KEY IS FEE-LEDGER-KEY
028700         INVALID KEY
028800             DISPLAY 'RECEIPT NOT ON LEDGER - NOTHING REVERSED'
028900             GO TO 3000-EXIT
029000     END-READ.
029100     MOVE 'Y' TO WS-REV-FOUND-SW.
029200     MOVE FEE-LEDGER-KEY TO FEE-REVERSALS-KEY.
029300     READ FEE-REVERSALS INTO REV-REC
029400         KEY IS FEE-REVERSALS-KEY
029500         INVALID KEY
029600             MOVE 'N' TO WS-REV-FOUND-SW
029700     END-READ.
029800     IF WS-REV-FOUND
029900         DISPLAY 'RECEIPT ALREADY REVERSED ON ' REV-DATE
030000             ' - ' REV-REASON ' - NOTHING REVERSED'
030100         GO TO 3000-EXIT
030200     END-IF.
030300     MOVE FEE-AMOUNT TO WS-DISPLAY-AMOUNT.
030400     DISPLAY 'RECEIPT - ' FEE-ADM-NO ' ' FEE-DATE ' '
030500         FEE-RCPT-NO ' ' FEE-HEAD ' ' WS-DISPLAY-AMOUNT.
030600     MOVE SPACES TO REV-REASON.
030700     PERFORM UNTIL REV-REASON-IS-VALID
030800         DISPLAY 'ENTER REASON - BNCE=CHEQUE BOUNCED'
030900             ' MISP=MIS-POSTED RFND=REFUND'
031000         ACCEPT REV-REASON
031100         IF NOT REV-REASON-IS-VALID
031200             DISPLAY 'INVALID REASON - BNCE, MISP OR RFND'
031300         END-IF
031400     END-PERFORM.
031500     PERFORM 3200-ACCEPT-REVERSAL-DATE THRU 3200-EXIT.
031600     DISPLAY 'ENTER REMARKS (CHEQUE NO, CORRECT ADM NO ETC)'.
031700     ACCEPT REV-REMARKS.
031800     DISPLAY 'REVERSE THIS RECEIPT (Y/N)'.
031900     ACCEPT WS-CONFIRM.
032000     IF NOT WS-CONFIRMED
032100         DISPLAY 'NOT CONFIRMED - NOTHING REVERSED'
032200         GO TO 3000-EXIT
032300     END-IF.
032400     MOVE FEE-ADM-NO       TO REV-ADM-NO.
032500     MOVE FEE-DATE         TO REV-RCPT-DATE.
032600     MOVE FEE-RCPT-NO      TO REV-RCPT-NO.
032700     MOVE WS-WORK-REV-DATE TO REV-DATE.
032800     MOVE FEE-HEAD         TO REV-HEAD.
032900     MOVE FEE-AMOUNT       TO REV-AMOUNT.
033000     MOVE WS-OPERATOR-ID   TO REV-OPERATOR-ID.
033100     MOVE REV-REC TO FEE-REVERSALS-REC.
033200     WRITE FEE-REVERSALS-REC
033300         INVALID KEY
033400             DISPLAY 'FEEREVS WRITE FAILED - STATUS '
033500                 WS-FS-REVERSALS
033600             GO TO 3000-EXIT
033700     END-WRITE.
033800     ADD 1 TO WS-REVERSED-COUNT.
033900     ADD REV-AMOUNT TO WS-REVERSED-AMOUNT.
034000     IF REV-IS-BOUNCED
034100         ADD 1 TO WS-BOUNCED-COUNT
034200     ELSE
034300         IF REV-IS-MISPOSTED
034400             ADD 1 TO WS-MISPOSTED-COUNT
034500         ELSE
034600             ADD 1 TO WS-REFUND-COUNT
034700         END-IF
034800     END-IF.
034900     PERFORM 3100-WRITE-AUDIT-REC THRU 3100-EXIT.
035000     DISPLAY 'REVERSED - ' REV-ADM-NO ' ' REV-RCPT-NO ' '
035100         REV-REASON ' ON ' REV-DATE.
035200     IF REV-IS-MISPOSTED
035300         DISPLAY 'POST THE RECEIPT TO THE CORRECT ADM NO'
035400             ' THROUGH RITESH9'
035500     END-IF.
035600     GO TO 3000-EXIT.
035700 3000-EXIT.
035800     EXIT.
035900*-----------------------------------------------------------------
036000* 3100-WRITE-AUDIT-REC - STAMP THE OPERATOR ID AND CURRENT DATE/
036100*                   TIME AND APPEND ONE 'REVRS' LINE TO THE AUDIT
036200*                   LOG FOR THE RECEIPT'S STUDENT. A STUDENT NO
036300*                   LONGER ON THE MASTER IS LOGGED BY ADM-NO
036400*                   ALONE.
036500*-----------------------------------------------------------------
036600 3100-WRITE-AUDIT-REC.
036700     ACCEPT WS-TODAY-TIME FROM TIME.
036800     MOVE REV-ADM-NO TO STUDENT-MASTER-ADM-NO.
036900     READ STUDENT-MASTER INTO STU-MASTER-REC
037000         KEY IS STUDENT-MASTER-ADM-NO
037100         INVALID KEY
037200             MOVE SPACES TO STU-NAME
037300             MOVE 0 TO STU-CLS
037400             MOVE SPACES TO STU-GENDER
037500     END-READ.
037600     MOVE REV-ADM-NO     TO AUD-ADM-NO.
037700     MOVE STU-NAME       TO AUD-NAME.
037800     MOVE STU-CLS        TO AUD-CLS.
037900     MOVE STU-GENDER     TO AUD-GENDER.
038000     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
038100     MOVE WS-TODAY-DATE  TO AUD-ENTRY-DATE.
038200     MOVE WS-TODAY-TIME  TO AUD-ENTRY-TIME.
038300     MOVE 'REVRS'        TO AUD-ACTION.
038400     OPEN EXTEND AUDIT-LOG.
038500     IF WS-FS-AUDIT = '35'
038600         OPEN OUTPUT AUDIT-LOG
038700     END-IF.
038800     MOVE AUD-LOG-REC TO AUDIT-LOG-REC.
038900     WRITE AUDIT-LOG-REC.
039000     CLOSE AUDIT-LOG.
039100     GO TO 3100-EXIT.
039200 3100-EXIT.
039300     EXIT.
039400*-----------------------------------------------------------------
039500* 3200-ACCEPT-REVERSAL-DATE - THE DATE THE MONEY WAS TAKEN BACK -
039600*                   THE BANK'S RETURN DATE FOR A BOUNCED CHEQUE,
039700*                   THE DAY OF THE REFUND. ZERO TAKES TODAY. THE
039800*                   DATE MAY NOT BE BEFORE THE RECEIPT OR AFTER
039900*                   TODAY.
040000*-----------------------------------------------------------------
040100 3200-ACCEPT-REVERSAL-DATE.
040200     MOVE 'N' TO WS-REV-DATE-VALID-SW.
040300     PERFORM UNTIL WS-REV-DATE-IS-VALID
040400         DISPLAY 'ENTER REVERSAL DATE (YYYYMMDD, 0 = TODAY)'
040500         ACCEPT WS-WORK-REV-DATE
040600         IF WS-WORK-REV-DATE = 0
040700             MOVE WS-TODAY-DATE TO WS-WORK-REV-DATE
040800         END-IF
040900         IF WS-WORK-REV-DATE < FEE-DATE
041000                 OR WS-WORK-REV-DATE > WS-TODAY-DATE
041100             DISPLAY 'INVALID DATE - NOT BEFORE THE RECEIPT,'
041200                 ' NOT AFTER TODAY'
041300         ELSE
041400             MOVE 'Y' TO WS-REV-DATE-VALID-SW
041500         END-IF
041600     END-PERFORM.
041700     GO TO 3200-EXIT.
041800 3200-EXIT.
041900     EXIT.
042000*-----------------------------------------------------------------
042100* 4000-LIST-REVERSALS - SHOW EVERY REVERSAL ON FILE FOR ONE
042200*                   ADM-NO, STARTING FEEREVS AT THE STUDENT'S
042300*                   FIRST KEY AND READING FORWARD.
042400*-----------------------------------------------------------------
042500 4000-LIST-REVERSALS.
042600     DISPLAY 'ENTER ADM NO'.
042700     ACCEPT WS-WORK-ADM-NO.
042800     MOVE 0 TO WS-LIST-COUNT.
042900     MOVE 'N' TO WS-REV-EOF-SW.
043000     MOVE WS-WORK-ADM-NO TO FEE-REVERSALS-ADM-NO.
043100     MOVE 0              TO FEE-REVERSALS-DATE.
043200     MOVE SPACES         TO FEE-REVERSALS-RCPT-NO.
043300     START FEE-REVERSALS
043400         KEY IS NOT LESS THAN FEE-REVERSALS-KEY
043500         INVALID KEY
043600             MOVE 'Y' TO WS-REV-EOF-SW
043700     END-START.
043800     PERFORM UNTIL WS-REV-EOF
043900         READ FEE-REVERSALS NEXT INTO REV-REC
044000             AT END
044100                 MOVE 'Y' TO WS-REV-EOF-SW
044200         END-READ
044300         IF NOT WS-REV-EOF
044400             IF REV-ADM-NO NOT = WS-WORK-ADM-NO
044500                 MOVE 'Y' TO WS-REV-EOF-SW
044600             ELSE
044700                 ADD 1 TO WS-LIST-COUNT
044800                 MOVE REV-AMOUNT TO WS-DISPLAY-AMOUNT
044900                 DISPLAY REV-RCPT-DATE ' ' REV-RCPT-NO ' '
045000                     REV-HEAD ' ' WS-DISPLAY-AMOUNT ' '
045100                     REV-REASON ' ON ' REV-DATE ' BY '
045200                     REV-OPERATOR-ID
045300             END-IF
045400         END-IF
045500     END-PERFORM.
045600     IF WS-LIST-COUNT = 0
045700         DISPLAY 'NO REVERSALS ON FILE FOR ' WS-WORK-ADM-NO
045800     END-IF.
045900     GO TO 4000-EXIT.
046000 4000-EXIT.
046100     EXIT.
046200*-----------------------------------------------------------------
046300* 9000-TERMINATE - CLOSE FILES AND SHOW WHAT THE RUN DID.
046400*-----------------------------------------------------------------
046500 9000-TERMINATE.
046600     CLOSE STUDENT-MASTER.
046700     CLOSE FEE-LEDGER.
046800     CLOSE FEE-REVERSALS.
046900     MOVE WS-REVERSED-AMOUNT TO WS-DISPLAY-AMOUNT.
047000     DISPLAY 'RECEIPTS REVERSED   = ' WS-REVERSED-COUNT.
047100     DISPLAY '  CHEQUES BOUNCED   = ' WS-BOUNCED-COUNT.
047200     DISPLAY '  MIS-POSTED        = ' WS-MISPOSTED-COUNT.
047300     DISPLAY '  REFUNDS           = ' WS-REFUND-COUNT.
047400     DISPLAY 'AMOUNT REVERSED     = ' WS-DISPLAY-AMOUNT.
047500     GO TO 9000-EXIT.
047600 9000-EXIT.
047700     EXIT.
047800*-----------------------------------------------------------------
047900* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
048000*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
048100*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
048200*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
048300*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
048400*-----------------------------------------------------------------
048500 9500-WRITE-RUN-LOG.
048600     MOVE 'RITESH34' TO RUN-PROGRAM-ID.
048700     MOVE WS-OPERATOR-ID TO RUN-OPERATOR-ID.
048800     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
048900     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
049000     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
049100     ACCEPT RUN-END-TIME FROM TIME.
049200     MOVE WS-REVERSED-COUNT TO RUN-CNT-1.
049300     MOVE WS-BOUNCED-COUNT TO RUN-CNT-2.
049400     MOVE WS-MISPOSTED-COUNT TO RUN-CNT-3.
049500     MOVE WS-REFUND-COUNT TO RUN-CNT-4.
049600     OPEN EXTEND RUN-LOG.
049700     IF WS-FS-RUNLOG = '35'
049800         OPEN OUTPUT RUN-LOG
049900     END-IF.
050000     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
050100     WRITE RUN-LOG-OUT-REC.
050200     CLOSE RUN-LOG.
050300     GO TO 9500-EXIT.
050400 9500-EXIT.
050500     EXIT.
