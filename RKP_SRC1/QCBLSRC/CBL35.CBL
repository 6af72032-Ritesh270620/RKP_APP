000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH33.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 04-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 04-SEP-2026  RKP  ORIGINAL - FEE CONCESSION REGISTER FOR THE
001000*                   MANAGEMENT COMMITTEE. TAKES THE ACADEMIC YEAR
001100*                   AT THE CONSOLE AND LISTS EVERY FEECHRG CHARGE
001200*                   OF THAT YEAR ON WHICH RITESH20 WAIVED A
001300*                   CONCESSION, CLASS BY CLASS IN ADM-NO ORDER,
001400*                   WITH THE HEAD, CONCESSION TYPE, GROSS RATE,
001500*                   AMOUNT WAIVED AND NET CHARGED, ON CONREG. EACH
001600*                   CLASS ENDS WITH THE TOTAL FEES WAIVED, THE
001700*                   REGISTER WITH THE GRAND TOTAL BY TYPE AND A
001800*                   COMMITTEE SIGN-OFF LINE. CHARGES WRITTEN
001900*                   BEFORE CONCESSIONS WERE CARRIED HAVE NOTHING
002000*                   WAIVED AND ARE NOT LISTED.
002100*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS STUDENT-MASTER-ADM-NO
002900         ALTERNATE RECORD KEY IS STUDENT-MASTER-NAME
003000             WITH DUPLICATES
003100         FILE STATUS IS WS-FS-MASTER.
003200     SELECT FEE-CHARGES ASSIGN TO "FEECHRG"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-FS-CHARGES.
003500     SELECT CONCESSION-REGISTER ASSIGN TO "CONREG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-FS-REPORT.
003800     SELECT SORT-WORK ASSIGN TO "SORTWK".
003900     SELECT RUN-LOG ASSIGN TO "RUNLOG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-FS-RUNLOG.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  STUDENT-MASTER.
004500 01  STUDENT-MASTER-REC.
004600     05  STUDENT-MASTER-ADM-NO   PIC 9(06).
004700     05  STUDENT-MASTER-NAME     PIC A(10).
004800     05  FILLER                  PIC X(89).
004900 FD  FEE-CHARGES.
005000 01  FEE-CHARGES-REC             PIC X(41).
005100 FD  CONCESSION-REGISTER.
005200 01  CONCESSION-REGISTER-REC     PIC X(80).
005300 SD  SORT-WORK.
005400 01  SORT-REC.
005500     05  SRT-CLS                 PIC 9(02).
005600     05  SRT-ADM-NO              PIC 9(06).
005700     05  SRT-HEAD                PIC X(04).
005800     05  SRT-CONC-TYPE           PIC X(04).
005900     05  SRT-GROSS-AMOUNT        PIC 9(05)V99.
006000     05  SRT-CONC-AMOUNT         PIC 9(05)V99.
006100     05  SRT-NET-AMOUNT          PIC 9(05)V99.
006200 FD  RUN-LOG.
006300 01  RUN-LOG-OUT-REC             PIC X(73).
006400 WORKING-STORAGE SECTION.
006500 COPY STUSTU01.
006600 COPY STUCHG01.
006700 COPY STURUN01.
006800 77  WS-CHARGES-EOF-SW           PIC X(01).
006900     88  WS-CHARGES-EOF          VALUE 'Y'.
007000 77  WS-SORT-EOF-SW              PIC X(01).
007100     88  WS-SORT-EOF             VALUE 'Y'.
007200 77  WS-FS-MASTER                PIC X(02).
007300 77  WS-FS-CHARGES               PIC X(02).
007400 77  WS-FS-REPORT                PIC X(02).
007500 77  WS-MASTER-OPEN-SW           PIC X(01).
007600     88  WS-MASTER-IS-OPEN       VALUE 'Y'.
007700 77  WS-FIRST-SW                 PIC X(01).
007800     88  WS-FIRST-CHARGE         VALUE 'Y'.
007900 77  WS-REG-YEAR                 PIC 9(04).
008000 77  WS-TODAY-DATE               PIC 9(08).
008100 77  WS-PREV-CLS                 PIC 9(02).
008200 77  WS-PREV-ADM-NO              PIC 9(06).
008300 77  WS-PREV-NAME                PIC A(10).
008400 77  WS-PAGE-NO                  PIC 9(03).
008500 77  WS-LINE-COUNT               PIC 9(03) COMP.
008600 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 50.
008700 77  WS-CLS-STUDENTS             PIC 9(05) COMP.
008800 77  WS-CLS-WAIVED               PIC 9(09)V99.
008900 77  WS-TOTAL-STUDENTS           PIC 9(05) COMP.
009000 77  WS-TOTAL-LINES              PIC 9(05) COMP.
009100 77  WS-TOTAL-GROSS              PIC 9(09)V99.
009200 77  WS-TOTAL-WAIVED             PIC 9(09)V99.
009300 77  WS-TOTAL-STAF               PIC 9(09)V99.
009400 77  WS-TOTAL-SIBL               PIC 9(09)V99.
009500 77  WS-TOTAL-MERT               PIC 9(09)V99.
009600 77  WS-TOTAL-OTHR               PIC 9(09)V99.
009700 77  WS-FS-RUNLOG                PIC X(02).
009800 77  WS-RUN-START-DATE           PIC 9(08).
009900 77  WS-RUN-START-TIME           PIC 9(08).
010000 01  WS-HEADING-LINE.
010100     05  FILLER                  PIC X(29) VALUE
010200         'FEE CONCESSION REGISTER YEAR'.
010300     05  WS-HDG-YEAR             PIC 9(04).
010400     05  FILLER                  PIC X(07) VALUE ' CLASS '.
010500     05  WS-HDG-CLS              PIC Z9.
010600     05  FILLER                  PIC X(06) VALUE ' PAGE '.
010700     05  WS-HDG-PAGE             PIC ZZ9.
010800     05  FILLER                  PIC X(10) VALUE
010900         '  RUN DATE'.
011000     05  FILLER                  PIC X(01) VALUE SPACES.
011100     05  WS-HDG-DATE             PIC 9(08).
011200     05  FILLER                  PIC X(10) VALUE SPACES.
011300 01  WS-COLUMN-LINE.
011400     05  FILLER                  PIC X(40) VALUE
011500         '  ADM NO  NAME        HEAD  TYPE     GRO'.
011600     05  FILLER                  PIC X(40) VALUE
011700         'SS   CONCESSION        NET'.
011800 01  WS-DETAIL-LINE.
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  WS-DTL-ADM-NO           PIC 9(06).
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  WS-DTL-NAME             PIC A(10).
012300     05  FILLER                  PIC X(02) VALUE SPACES.
012400     05  WS-DTL-HEAD             PIC X(04).
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  WS-DTL-TYPE             PIC X(04).
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  WS-DTL-GROSS            PIC ZZZZ9.99.
012900     05  FILLER                  PIC X(05) VALUE SPACES.
013000     05  WS-DTL-CONC             PIC ZZZZ9.99.
013100     05  FILLER                  PIC X(03) VALUE SPACES.
013200     05  WS-DTL-NET              PIC ZZZZ9.99.
013300     05  FILLER                  PIC X(14) VALUE SPACES.
013400 01  WS-CLS-TOTAL-LINE.
013500     05  FILLER                  PIC X(24) VALUE
013600         '  STUDENTS CONCEDED     '.
013700     05  WS-CLS-TOTAL            PIC ZZZZ9.
013800     05  FILLER                  PIC X(16) VALUE
013900         '  FEES WAIVED   '.
014000     05  WS-CLS-TOTAL-WAIVED     PIC ZZZZZZZ9.99.
014100     05  FILLER                  PIC X(24) VALUE SPACES.
014200 01  WS-GRAND-LINE.
014300     05  WS-GRAND-TEXT           PIC X(28).
014400     05  WS-GRAND-AMOUNT         PIC ZZZZZZZ9.99.
014500     05  FILLER                  PIC X(41) VALUE SPACES.
014600 01  WS-GRAND-COUNT-LINE.
014700     05  WS-GRAND-COUNT-TEXT     PIC X(28).
014800     05  WS-GRAND-COUNT          PIC ZZZZ9.
014900     05  FILLER                  PIC X(47) VALUE SPACES.
015000 01  WS-SIGN-LINE.
015100     05  FILLER                  PIC X(40) VALUE
015200         'VERIFIED - ACCOUNTS      APPROVED - CHAI'.
015300     05  FILLER                  PIC X(40) VALUE
015400         'RMAN, MANAGEMENT COMMITTEE'.
015500 PROCEDURE DIVISION.
015600 0000-MAINLINE.
015700     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
015800     ACCEPT WS-RUN-START-TIME FROM TIME.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000     PERFORM 1100-ACCEPT-YEAR THRU 1100-EXIT.
016100     SORT SORT-WORK
016200         ON ASCENDING KEY SRT-CLS SRT-ADM-NO SRT-HEAD
016300         INPUT PROCEDURE IS 2000-SELECT-CHARGES
016400             THRU 2000-EXIT
016500         OUTPUT PROCEDURE IS 3000-PRINT-REGISTER
016600             THRU 3000-EXIT.
016700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016800     MOVE 'C' TO RUN-OUTCOME.
016900     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
017000     STOP RUN.
017100*-----------------------------------------------------------------
017200* 1000-INITIALIZE - PICK UP THE RUN DATE, CLEAR THE TOTALS AND
017300*                   OPEN THE MASTER FOR THE NAME LOOKUPS. A
017400*                   MISSING MASTER STILL LETS THE REGISTER PRINT,
017500*                   WITHOUT NAMES. NO CHARGE FILE MEANS NOTHING
017600*                   HAS BEEN ASSESSED - THE RUN STOPS.
017700*-----------------------------------------------------------------
017800 1000-INITIALIZE.
017900     MOVE 0 TO WS-PREV-CLS.
018000     MOVE 0 TO WS-PAGE-NO.
018100     MOVE 0 TO WS-LINE-COUNT.
018200     MOVE 0 TO WS-TOTAL-STUDENTS.
018300     MOVE 0 TO WS-TOTAL-LINES.
018400     MOVE 0 TO WS-TOTAL-GROSS.
018500     MOVE 0 TO WS-TOTAL-WAIVED.
018600     MOVE 0 TO WS-TOTAL-STAF.
018700     MOVE 0 TO WS-TOTAL-SIBL.
018800     MOVE 0 TO WS-TOTAL-MERT.
018900     MOVE 0 TO WS-TOTAL-OTHR.
019000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
019100     OPEN INPUT FEE-CHARGES.
019200     IF WS-FS-CHARGES NOT = '00'
019300         DISPLAY 'FEECHRG NOT FOUND - RUN RITESH20 FIRST'
019400         MOVE 'A' TO RUN-OUTCOME
019500         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
019600         STOP RUN
019700     END-IF.
019800     MOVE 'N' TO WS-MASTER-OPEN-SW.
019900     OPEN INPUT STUDENT-MASTER.
020000     IF WS-FS-MASTER = '00'
020100         MOVE 'Y' TO WS-MASTER-OPEN-SW
020200     ELSE
020300         DISPLAY 'STUDENT MASTER NOT FOUND - NAMES NOT PRINTED'
020400     END-IF.
020500     GO TO 1000-EXIT.
020600 1000-EXIT.
020700     EXIT.
020800*-----------------------------------------------------------------
020900* 1100-ACCEPT-YEAR - RE-PROMPT UNTIL A NUMERIC YEAR IS ENTERED.
021000*-----------------------------------------------------------------
021100 1100-ACCEPT-YEAR.
021200     MOVE 0 TO WS-REG-YEAR.
021300     PERFORM UNTIL WS-REG-YEAR > 0
021400         DISPLAY 'ENTER ACADEMIC YEAR (YYYY)'
021500         ACCEPT WS-REG-YEAR
021600         IF WS-REG-YEAR = 0
021700             DISPLAY 'INVALID YEAR - MUST BE NUMERIC YYYY'
021800         END-IF
021900     END-PERFORM.
022000     GO TO 1100-EXIT.
022100 1100-EXIT.
022200     EXIT.
022300*-----------------------------------------------------------------
022400* 2000-SELECT-CHARGES - SORT INPUT PROCEDURE. RELEASE EVERY
022500*                   CHARGE OF THE YEAR THAT CARRIES A CONCESSION.
022600*-----------------------------------------------------------------
022700 2000-SELECT-CHARGES.
022800     MOVE 'N' TO WS-CHARGES-EOF-SW.
022900     PERFORM UNTIL WS-CHARGES-EOF
023000         READ FEE-CHARGES INTO CHG-REC
023100             AT END
023200                 MOVE 'Y' TO WS-CHARGES-EOF-SW
023300         END-READ
023400         IF NOT WS-CHARGES-EOF
023500                 AND CHG-YEAR = WS-REG-YEAR
023600                 AND CHG-CONC-AMOUNT IS NUMERIC
023700             IF CHG-CONC-AMOUNT > 0
023800                 MOVE CHG-CLS          TO SRT-CLS
023900                 MOVE CHG-ADM-NO       TO SRT-ADM-NO
024000                 MOVE CHG-HEAD         TO SRT-HEAD
024100                 MOVE CHG-CONC-TYPE    TO SRT-CONC-TYPE
024200                 MOVE CHG-GROSS-AMOUNT TO SRT-GROSS-AMOUNT
024300                 MOVE CHG-CONC-AMOUNT  TO SRT-CONC-AMOUNT
024400                 MOVE CHG-AMOUNT       TO SRT-NET-AMOUNT
024500                 RELEASE SORT-REC
024600             END-IF
024700         END-IF
024800     END-PERFORM.
024900     CLOSE FEE-CHARGES.
025000     GO TO 2000-EXIT.
025100 2000-EXIT.
025200     EXIT.
025300*-----------------------------------------------------------------
025400* 3000-PRINT-REGISTER - SORT OUTPUT PROCEDURE. RETURN THE
025500*                   CONCESSIONS IN CLASS AND ADM-NO ORDER AND
025600*                   PRINT THE REGISTER, WITH THE FOOT OF THE LAST
025700*                   CLASS AND THE GRAND TOTALS AT THE END.
025800*-----------------------------------------------------------------
025900 3000-PRINT-REGISTER.
026000     MOVE 'N' TO WS-SORT-EOF-SW.
026100     MOVE 'Y' TO WS-FIRST-SW.
026200     OPEN OUTPUT CONCESSION-REGISTER.
026300     PERFORM UNTIL WS-SORT-EOF
026400         RETURN SORT-WORK
026500             AT END
026600                 MOVE 'Y' TO WS-SORT-EOF-SW
026700         END-RETURN
026800         IF NOT WS-SORT-EOF
026900             PERFORM 3100-PRINT-ONE-CHARGE THRU 3100-EXIT
027000         END-IF
027100     END-PERFORM.
027200     IF WS-FIRST-CHARGE
027300         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
027400     ELSE
027500         PERFORM 3400-PRINT-CLASS-FOOT THRU 3400-EXIT
027600     END-IF.
027700     PERFORM 3500-PRINT-GRAND-TOTALS THRU 3500-EXIT.
027800     CLOSE CONCESSION-REGISTER.
027900     GO TO 3000-EXIT.
028000 3000-EXIT.
028100     EXIT.
028200*-----------------------------------------------------------------
028300* 3100-PRINT-ONE-CHARGE - HANDLE THE CLASS BREAK AND PAGE
028400*                   OVERFLOW, LOOK THE NAME UP ON A NEW STUDENT
028500*                   AND PRINT ONE REGISTER LINE.
028600*-----------------------------------------------------------------
028700 3100-PRINT-ONE-CHARGE.
028800     IF WS-FIRST-CHARGE OR SRT-CLS NOT = WS-PREV-CLS
028900         IF NOT WS-FIRST-CHARGE
029000             PERFORM 3400-PRINT-CLASS-FOOT THRU 3400-EXIT
029100         END-IF
029200         MOVE 'N' TO WS-FIRST-SW
029300         MOVE SRT-CLS TO WS-PREV-CLS
029400         MOVE 0 TO WS-PREV-ADM-NO
029500         MOVE 0 TO WS-PAGE-NO
029600         MOVE 0 TO WS-CLS-STUDENTS
029700         MOVE 0 TO WS-CLS-WAIVED
029800         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
029900     END-IF.
030000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
030100         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
030200     END-IF.
030300     IF SRT-ADM-NO NOT = WS-PREV-ADM-NO
030400         MOVE SRT-ADM-NO TO WS-PREV-ADM-NO
030500         PERFORM 3300-LOOK-UP-NAME THRU 3300-EXIT
030600         ADD 1 TO WS-CLS-STUDENTS
030700         ADD 1 TO WS-TOTAL-STUDENTS
030800     END-IF.
030900     MOVE SRT-ADM-NO       TO WS-DTL-ADM-NO.
031000     MOVE WS-PREV-NAME     TO WS-DTL-NAME.
031100     MOVE SRT-HEAD         TO WS-DTL-HEAD.
031200     MOVE SRT-CONC-TYPE    TO WS-DTL-TYPE.
031300     MOVE SRT-GROSS-AMOUNT TO WS-DTL-GROSS.
031400     MOVE SRT-CONC-AMOUNT  TO WS-DTL-CONC.
031500     MOVE SRT-NET-AMOUNT   TO WS-DTL-NET.
031600     MOVE WS-DETAIL-LINE TO CONCESSION-REGISTER-REC.
031700     WRITE CONCESSION-REGISTER-REC.
031800     ADD 1 TO WS-LINE-COUNT.
031900     ADD 1 TO WS-TOTAL-LINES.
032000     ADD SRT-CONC-AMOUNT TO WS-CLS-WAIVED.
032100     ADD SRT-CONC-AMOUNT TO WS-TOTAL-WAIVED.
032200     ADD SRT-GROSS-AMOUNT TO WS-TOTAL-GROSS.
032300     IF SRT-CONC-TYPE = 'STAF'
032400         ADD SRT-CONC-AMOUNT TO WS-TOTAL-STAF
032500     ELSE
032600         IF SRT-CONC-TYPE = 'SIBL'
032700             ADD SRT-CONC-AMOUNT TO WS-TOTAL-SIBL
032800         ELSE
032900             IF SRT-CONC-TYPE = 'MERT'
033000                 ADD SRT-CONC-AMOUNT TO WS-TOTAL-MERT
033100             ELSE
033200                 ADD SRT-CONC-AMOUNT TO WS-TOTAL-OTHR
033300             END-IF
033400         END-IF
033500     END-IF.
033600     GO TO 3100-EXIT.
033700 3100-EXIT.
033800     EXIT.
033900*-----------------------------------------------------------------
034000* 3200-START-NEW-PAGE - THROW TO A NEW PAGE AND PRINT THE YEAR/
034100*                   CLASS/PAGE HEADING AND THE COLUMN LINE.
034200*-----------------------------------------------------------------
034300 3200-START-NEW-PAGE.
034400     ADD 1 TO WS-PAGE-NO.
034500     MOVE WS-REG-YEAR TO WS-HDG-YEAR.
034600     MOVE WS-PREV-CLS TO WS-HDG-CLS.
034700     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
034800     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
034900     MOVE WS-HEADING-LINE TO CONCESSION-REGISTER-REC.
035000     WRITE CONCESSION-REGISTER-REC AFTER ADVANCING PAGE.
035100     MOVE WS-COLUMN-LINE TO CONCESSION-REGISTER-REC.
035200     WRITE CONCESSION-REGISTER-REC.
035300     MOVE 0 TO WS-LINE-COUNT.
035400     GO TO 3200-EXIT.
035500 3200-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------------
035800* 3300-LOOK-UP-NAME - READ THE STUDENT'S NAME OFF THE MASTER BY
035900*                   KEY. A STUDENT NO LONGER ON THE MASTER PRINTS
036000*                   WITHOUT A NAME.
036100*-----------------------------------------------------------------
036200 3300-LOOK-UP-NAME.
036300     MOVE SPACES TO WS-PREV-NAME.
036400     IF NOT WS-MASTER-IS-OPEN
036500         GO TO 3300-EXIT
036600     END-IF.
036700     MOVE SRT-ADM-NO TO STUDENT-MASTER-ADM-NO.
036800     READ STUDENT-MASTER INTO STU-MASTER-REC
036900         KEY IS STUDENT-MASTER-ADM-NO
037000         INVALID KEY
037100             GO TO 3300-EXIT
037200     END-READ.
037300     MOVE STU-NAME TO WS-PREV-NAME.
037400     GO TO 3300-EXIT.
037500 3300-EXIT.
037600     EXIT.
037700*-----------------------------------------------------------------
037800* 3400-PRINT-CLASS-FOOT - STUDENTS CONCEDED AND TOTAL FEES WAIVED
037900*                   AT THE FOOT OF THE CLASS JUST FINISHED.
038000*-----------------------------------------------------------------
038100 3400-PRINT-CLASS-FOOT.
038200     MOVE SPACES TO CONCESSION-REGISTER-REC.
038300     WRITE CONCESSION-REGISTER-REC.
038400     MOVE WS-CLS-STUDENTS TO WS-CLS-TOTAL.
038500     MOVE WS-CLS-WAIVED TO WS-CLS-TOTAL-WAIVED.
038600     MOVE WS-CLS-TOTAL-LINE TO CONCESSION-REGISTER-REC.
038700     WRITE CONCESSION-REGISTER-REC.
038800     ADD 2 TO WS-LINE-COUNT.
038900     GO TO 3400-EXIT.
039000 3400-EXIT.
039100     EXIT.
039200*-----------------------------------------------------------------
039300* 3500-PRINT-GRAND-TOTALS - THE YEAR'S TOTALS, THE AMOUNT WAIVED
039400*                   UNDER EACH CONCESSION TYPE AND THE SIGN-OFF
039500*                   LINE FOR THE COMMITTEE.
039600*-----------------------------------------------------------------
039700 3500-PRINT-GRAND-TOTALS.
039800     MOVE SPACES TO CONCESSION-REGISTER-REC.
039900     WRITE CONCESSION-REGISTER-REC.
040000     MOVE 'TOTAL STUDENTS CONCEDED     ' TO WS-GRAND-COUNT-TEXT.
040100     MOVE WS-TOTAL-STUDENTS TO WS-GRAND-COUNT.
040200     MOVE WS-GRAND-COUNT-LINE TO CONCESSION-REGISTER-REC.
040300     WRITE CONCESSION-REGISTER-REC.
040400     MOVE 'TOTAL GROSS AT RATE         ' TO WS-GRAND-TEXT.
040500     MOVE WS-TOTAL-GROSS TO WS-GRAND-AMOUNT.
040600     MOVE WS-GRAND-LINE TO CONCESSION-REGISTER-REC.
040700     WRITE CONCESSION-REGISTER-REC.
040800     MOVE '  STAFF WARD WAIVED         ' TO WS-GRAND-TEXT.
040900     MOVE WS-TOTAL-STAF TO WS-GRAND-AMOUNT.
041000     MOVE WS-GRAND-LINE TO CONCESSION-REGISTER-REC.
041100     WRITE CONCESSION-REGISTER-REC.
041200     MOVE '  SIBLING WAIVED            ' TO WS-GRAND-TEXT.
041300     MOVE WS-TOTAL-SIBL TO WS-GRAND-AMOUNT.
041400     MOVE WS-GRAND-LINE TO CONCESSION-REGISTER-REC.
041500     WRITE CONCESSION-REGISTER-REC.
041600     MOVE '  MERIT SCHOLARSHIP WAIVED  ' TO WS-GRAND-TEXT.
041700     MOVE WS-TOTAL-MERT TO WS-GRAND-AMOUNT.
041800     MOVE WS-GRAND-LINE TO CONCESSION-REGISTER-REC.
041900     WRITE CONCESSION-REGISTER-REC.
042000     MOVE '  OTHER WAIVED              ' TO WS-GRAND-TEXT.
042100     MOVE WS-TOTAL-OTHR TO WS-GRAND-AMOUNT.
042200     MOVE WS-GRAND-LINE TO CONCESSION-REGISTER-REC.
042300     WRITE CONCESSION-REGISTER-REC.
042400     MOVE 'TOTAL FEES WAIVED           ' TO WS-GRAND-TEXT.
042500     MOVE WS-TOTAL-WAIVED TO WS-GRAND-AMOUNT.
042600     MOVE WS-GRAND-LINE TO CONCESSION-REGISTER-REC.
042700     WRITE CONCESSION-REGISTER-REC.
042800     MOVE SPACES TO CONCESSION-REGISTER-REC.
042900     WRITE CONCESSION-REGISTER-REC.
043000     WRITE CONCESSION-REGISTER-REC.
043100     MOVE WS-SIGN-LINE TO CONCESSION-REGISTER-REC.
043200     WRITE CONCESSION-REGISTER-REC.
043300     GO TO 3500-EXIT.
043400 3500-EXIT.
043500     EXIT.
043600*-----------------------------------------------------------------
043700* 9000-TERMINATE - CLOSE THE MASTER AND SHOW THE RUN TOTALS.
043800*-----------------------------------------------------------------
043900 9000-TERMINATE.
044000     IF WS-MASTER-IS-OPEN
044100         CLOSE STUDENT-MASTER
044200     END-IF.
044300     DISPLAY 'STUDENTS CONCEDED   = ' WS-TOTAL-STUDENTS.
044400     DISPLAY 'CONCESSION LINES    = ' WS-TOTAL-LINES.
044500     DISPLAY 'TOTAL FEES WAIVED   = ' WS-TOTAL-WAIVED.
044600     GO TO 9000-EXIT.
044700 9000-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------------
045000* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
045100*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
045200*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
045300*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
045400*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
045500*                   THE REGISTER HAS NO SIGN-ON, SO THE OPERATOR
045600*                   IS LEFT BLANK.
045700*-----------------------------------------------------------------
045800 9500-WRITE-RUN-LOG.
045900     MOVE 'RITESH33' TO RUN-PROGRAM-ID.
046000     MOVE SPACES TO RUN-OPERATOR-ID.
046100     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
046200     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
046300     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
046400     ACCEPT RUN-END-TIME FROM TIME.
046500     MOVE WS-TOTAL-STUDENTS TO RUN-CNT-1.
046600     MOVE WS-TOTAL-LINES TO RUN-CNT-2.
046700     MOVE ZEROES TO RUN-CNT-3.
046800     MOVE ZEROES TO RUN-CNT-4.
046900     OPEN EXTEND RUN-LOG.
047000     IF WS-FS-RUNLOG = '35'
047100         OPEN OUTPUT RUN-LOG
047200     END-IF.
047300     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
047400     WRITE RUN-LOG-OUT-REC.
047500     CLOSE RUN-LOG.
047600     GO TO 9500-EXIT.
047700 9500-EXIT.
047800     EXIT.
