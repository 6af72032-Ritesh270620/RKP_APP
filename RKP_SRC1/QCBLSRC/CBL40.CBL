000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH38.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 08-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 08-SEP-2026  RKP  ORIGINAL - MONTH-END INTEGRITY SWEEP. RITESH6
001000*                   ONLY MATCHES THE MASTER AGAINST THE AUDIT LOG;
001100*                   THIS RUN CHECKS EVERY OTHER FILE KEYED ON
001200*                   ADM-NO AGAINST STUMAST AND PRINTS SEVEN
001300*                   EXCEPTION LISTS TO INTEGRPT FOR THE AUDITORS -
001400*                   FEELEDG RECEIPTS, FEECHRG CHARGES AND ATTMAST
001500*                   DAYS WHOSE ADM-NO IS NOT ON THE MASTER, ACTIVE
001600*                   STUDENTS ALSO ON LEAVARCH, WITHDRAWN STUDENTS
001700*                   STILL MARKED AFTER THEIR WITHDRAWAL DATE,
001800*                   STUDENTS IN A SECTION NOT OPEN ON SECCTL AND
001900*                   SECTIONS HOLDING MORE STUDENTS THAN THEIR
002000*                   CAPACITY - FOLLOWED BY CONTROL TOTALS FOR
002100*                   EACH FILE. A MISSING FILE OTHER THAN THE
002200*                   MASTER IS TREATED AS EMPTY AND SAYS SO.
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
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS FEE-LEDGER-KEY
003800         FILE STATUS IS WS-FS-LEDGER.
003900     SELECT FEE-CHARGES ASSIGN TO "FEECHRG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-FS-CHARGES.
004200     SELECT ATT-MASTER ASSIGN TO "ATTMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS ATT-MASTER-KEY
004600         FILE STATUS IS WS-FS-ATTMAST.
004700     SELECT LEAVERS-ARCHIVE ASSIGN TO "LEAVARCH"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FS-ARCHIVE.
005000     SELECT SECTION-CONTROL ASSIGN TO "SECCTL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-FS-SECCTL.
005300     SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-FS-REPORT.
005600     SELECT RUN-LOG ASSIGN TO "RUNLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-FS-RUNLOG.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  STUDENT-MASTER.
006200 01  STUDENT-MASTER-REC.
006300     05  STUDENT-MASTER-ADM-NO   PIC 9(06).
006400     05  STUDENT-MASTER-NAME     PIC A(10).
006500     05  FILLER                  PIC X(89).
006600 FD  FEE-LEDGER.
006700 01  FEE-LEDGER-REC.
006800     05  FEE-LEDGER-KEY.
006900         10  FEE-LEDGER-ADM-NO   PIC 9(06).
007000         10  FEE-LEDGER-DATE     PIC 9(08).
007100         10  FEE-LEDGER-RCPT-NO  PIC X(08).
007200     05  FILLER                  PIC X(11).
007300 FD  FEE-CHARGES.
007400 01  FEE-CHARGES-REC             PIC X(41).
007500 FD  ATT-MASTER.
007600 01  ATT-MASTER-REC.
007700     05  ATT-MASTER-KEY.
007800         10  ATT-MASTER-ADM-NO   PIC 9(06).
007900         10  ATT-MASTER-DATE     PIC 9(08).
008000     05  FILLER                  PIC X(01).
008100 FD  LEAVERS-ARCHIVE.
008200 01  LEAVERS-ARCHIVE-REC         PIC X(119).
008300 FD  SECTION-CONTROL.
008400 01  SECTION-CONTROL-REC         PIC X(06).
008500 FD  INTEGRITY-REPORT.
008600 01  INTEGRITY-REPORT-REC        PIC X(80).
008700 FD  RUN-LOG.
008800 01  RUN-LOG-OUT-REC             PIC X(73).
008900 WORKING-STORAGE SECTION.
009000 COPY STUSTU01.
009100 COPY STUFEE01.
009200 COPY STUCHG01.
009300 COPY STUATT01.
009400 COPY STULVR01.
009500 COPY STUSEC01.
009600 COPY STURUN01.
009700 77  WS-FS-MASTER                PIC X(02).
009800 77  WS-FS-LEDGER                PIC X(02).
009900 77  WS-FS-CHARGES               PIC X(02).
010000 77  WS-FS-ATTMAST               PIC X(02).
010100 77  WS-FS-ARCHIVE               PIC X(02).
010200 77  WS-FS-SECCTL                PIC X(02).
010300 77  WS-FS-REPORT                PIC X(02).
010400 77  WS-EOF-SW                   PIC X(01).
010500     88  WS-EOF                  VALUE 'Y'.
010600 77  WS-STU-FOUND-SW             PIC X(01).
010700     88  WS-STU-FOUND            VALUE 'Y'.
010800 77  WS-SECCTL-USE-SW            PIC X(01).
010900     88  WS-SECTIONS-IN-USE      VALUE 'Y'.
011000 77  WS-ATT-PASS                 PIC X(01).
011100     88  WS-ATT-PASS-ORPHANS     VALUE 'O'.
011200     88  WS-ATT-PASS-WITHDRAWN   VALUE 'W'.
011300 77  WS-LOOKUP-ADM-NO            PIC 9(06).
011400 77  WS-LAST-LOOKUP-ADM-NO       PIC 9(06).
011500 77  WS-GRP-ADM-NO               PIC 9(06).
011600 77  WS-GRP-FIRST-DATE           PIC 9(08).
011700 77  WS-GRP-AFTER-DATE           PIC 9(08).
011800 77  WS-GRP-DAYS                 PIC 9(05) COMP.
011900 77  WS-GRP-AFTER-DAYS           PIC 9(05) COMP.
012000 77  WS-GRP-STU-FOUND-SW         PIC X(01).
012100     88  WS-GRP-STU-FOUND        VALUE 'Y'.
012200 77  WS-GRP-WDRL-DATE            PIC 9(08).
012300 77  WS-GRP-NAME                 PIC A(10).
012400 77  WS-GRP-CLS                  PIC 9(02).
012500 77  WS-GRP-SECTION              PIC X(01).
012600 77  WS-SEC-COUNT                PIC 9(03) COMP.
012700 77  WS-SEC-IX                   PIC 9(03) COMP.
012800 77  WS-SEC-FOUND-IX             PIC 9(03) COMP.
012900 77  WS-SEC-OVERFLOW-COUNT       PIC 9(05) COMP.
013000 77  WS-MASTER-COUNT             PIC 9(06) COMP.
013100 77  WS-ACTIVE-COUNT             PIC 9(06) COMP.
013200 77  WS-WITHDRAWN-COUNT          PIC 9(06) COMP.
013300 77  WS-LEDGER-COUNT             PIC 9(06) COMP.
013400 77  WS-LEDGER-ORPHAN-COUNT      PIC 9(06) COMP.
013500 77  WS-CHARGE-COUNT             PIC 9(06) COMP.
013600 77  WS-CHARGE-ORPHAN-COUNT      PIC 9(06) COMP.
013700 77  WS-ATT-COUNT                PIC 9(07) COMP.
013800 77  WS-ATT-ORPHAN-COUNT         PIC 9(07) COMP.
013900 77  WS-ATT-ORPHAN-STU-COUNT     PIC 9(06) COMP.
014000 77  WS-ATT-AFTER-COUNT          PIC 9(06) COMP.
014100 77  WS-ARCHIVE-COUNT            PIC 9(06) COMP.
014200 77  WS-ARCHIVE-ACTIVE-COUNT     PIC 9(06) COMP.
014300 77  WS-NOT-OPEN-COUNT           PIC 9(06) COMP.
014400 77  WS-OVER-CAPACITY-COUNT      PIC 9(05) COMP.
014500 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP.
014600 77  WS-TODAY-DATE               PIC 9(08).
014700 77  WS-LIST-TITLE               PIC X(60).
014800 77  WS-FS-RUNLOG                PIC X(02).
014900 77  WS-RUN-START-DATE           PIC 9(08).
015000 77  WS-RUN-START-TIME           PIC 9(08).
015100 01  WS-SEC-TABLE.
015200     05  WS-SEC-ENTRY OCCURS 60 TIMES.
015300         10  WS-SEC-T-CLS        PIC 9(02).
015400         10  WS-SEC-T-ID         PIC X(01).
015500         10  WS-SEC-T-CAPACITY   PIC 9(03).
015600         10  WS-SEC-T-ON-ROLL    PIC 9(05) COMP.
015700 01  WS-HEADING-LINE.
015800     05  FILLER                  PIC X(46) VALUE
015900         'MONTH-END CROSS-FILE INTEGRITY SWEEP  RUN DATE'.
016000     05  FILLER                  PIC X(01) VALUE SPACES.
016100     05  WS-HDG-DATE             PIC 9(08).
016200     05  FILLER                  PIC X(25) VALUE SPACES.
016300 01  WS-COLUMN-LINE.
016400     05  FILLER                  PIC X(40) VALUE
016500         'ADM NO  NAME        CL S  DATE      REF '.
016600     05  FILLER                  PIC X(40) VALUE
016700         '      DETAIL'.
016800 01  WS-DETAIL-LINE.
016900     05  WS-DTL-ADM-NO           PIC X(06).
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  WS-DTL-NAME             PIC X(10).
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300     05  WS-DTL-CLS              PIC Z9.
017400     05  FILLER                  PIC X(01) VALUE SPACES.
017500     05  WS-DTL-SECTION          PIC X(01).
017600     05  FILLER                  PIC X(02) VALUE SPACES.
017700     05  WS-DTL-DATE             PIC X(08).
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  WS-DTL-REF              PIC X(08).
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  WS-DTL-TEXT             PIC X(34).
018200 01  WS-DAYS-TEXT.
018300     05  WS-DYT-COUNT            PIC ZZZZ9.
018400     05  FILLER                  PIC X(29) VALUE
018500         ' DAYS POSTED'.
018600 01  WS-AFTER-TEXT.
018700     05  WS-AFT-COUNT            PIC ZZZZ9.
018800     05  FILLER                  PIC X(21) VALUE
018900         ' DAYS AFTER WDRL ON '.
019000     05  WS-AFT-WDRL-DATE        PIC 9(08).
019100 01  WS-CAPACITY-TEXT.
019200     05  WS-CPT-ON-ROLL          PIC ZZZZ9.
019300     05  FILLER                  PIC X(20) VALUE
019400         ' ON ROLL - CAPACITY '.
019500     05  WS-CPT-CAPACITY         PIC ZZ9.
019600     05  FILLER                  PIC X(06) VALUE SPACES.
019700 01  WS-TOTAL-LINE.
019800     05  WS-TOT-TEXT             PIC X(40).
019900     05  WS-TOT-COUNT            PIC ZZZZZZ9.
020000     05  FILLER                  PIC X(33) VALUE SPACES.
020100 PROCEDURE DIVISION.
020200 0000-MAINLINE.
020300     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
020400     ACCEPT WS-RUN-START-TIME FROM TIME.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     PERFORM 1200-LOAD-SECTION-CONTROL THRU 1200-EXIT.
020700     PERFORM 2000-CHECK-LEDGER THRU 2000-EXIT.
020800     PERFORM 3000-CHECK-CHARGES THRU 3000-EXIT.
020900     MOVE 'O' TO WS-ATT-PASS.
021000     PERFORM 4000-SCAN-ATTENDANCE THRU 4000-EXIT.
021100     PERFORM 5000-CHECK-LEAVERS-ARCHIVE THRU 5000-EXIT.
021200     MOVE 'W' TO WS-ATT-PASS.
021300     PERFORM 4000-SCAN-ATTENDANCE THRU 4000-EXIT.
021400     PERFORM 6000-CHECK-SECTIONS THRU 6000-EXIT.
021500     PERFORM 6500-LIST-OVER-CAPACITY THRU 6500-EXIT.
021600     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
021700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021800     MOVE 'C' TO RUN-OUTCOME.
021900     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
022000     STOP RUN.
022100*-----------------------------------------------------------------
022200* 1000-INITIALIZE - CLEAR THE COUNTS, OPEN THE MASTER FOR KEYED
022300*                   LOOK-UPS AND THE REPORT, AND PRINT THE RUN
022400*                   HEADING. WITHOUT THE MASTER THERE IS NOTHING
022500*                   TO CHECK THE OTHER FILES AGAINST, SO THE RUN
022600*                   IS ABANDONED.
022700*-----------------------------------------------------------------
022800 1000-INITIALIZE.
022900     MOVE 0 TO WS-MASTER-COUNT.
023000     MOVE 0 TO WS-ACTIVE-COUNT.
023100     MOVE 0 TO WS-WITHDRAWN-COUNT.
023200     MOVE 0 TO WS-LEDGER-COUNT.
023300     MOVE 0 TO WS-LEDGER-ORPHAN-COUNT.
023400     MOVE 0 TO WS-CHARGE-COUNT.
023500     MOVE 0 TO WS-CHARGE-ORPHAN-COUNT.
023600     MOVE 0 TO WS-ATT-COUNT.
023700     MOVE 0 TO WS-ATT-ORPHAN-COUNT.
023800     MOVE 0 TO WS-ATT-ORPHAN-STU-COUNT.
023900     MOVE 0 TO WS-ATT-AFTER-COUNT.
024000     MOVE 0 TO WS-ARCHIVE-COUNT.
024100     MOVE 0 TO WS-ARCHIVE-ACTIVE-COUNT.
024200     MOVE 0 TO WS-NOT-OPEN-COUNT.
024300     MOVE 0 TO WS-OVER-CAPACITY-COUNT.
024400     MOVE 0 TO WS-EXCEPTION-COUNT.
024500     MOVE 0 TO WS-LAST-LOOKUP-ADM-NO.
024600     MOVE 'N' TO WS-STU-FOUND-SW.
024700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
024800     OPEN INPUT STUDENT-MASTER.
024900     IF WS-FS-MASTER NOT = '00'
025000         DISPLAY 'STUDENT MASTER OPEN FAILED - STATUS '
025100             WS-FS-MASTER
025200         MOVE 'A' TO RUN-OUTCOME
025300         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
025400         STOP RUN
025500     END-IF.
025600     OPEN OUTPUT INTEGRITY-REPORT.
025700     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
025800     MOVE WS-HEADING-LINE TO INTEGRITY-REPORT-REC.
025900     WRITE INTEGRITY-REPORT-REC.
026000     MOVE WS-COLUMN-LINE TO INTEGRITY-REPORT-REC.
026100     WRITE INTEGRITY-REPORT-REC.
026200     GO TO 1000-EXIT.
026300 1000-EXIT.
026400     EXIT.
026500*-----------------------------------------------------------------
026600* 1200-LOAD-SECTION-CONTROL - READ THE SECCTL SECTION CONTROL
026700*                   FILE INTO THE TABLE WITH EACH SECTION'S
026800*                   CAPACITY. MISSING OR EMPTY MEANS SECTIONS ARE
026900*                   NOT IN USE AND THE SECTION CHECKS ARE SKIPPED.
027000*-----------------------------------------------------------------
027100 1200-LOAD-SECTION-CONTROL.
027200     MOVE 0 TO WS-SEC-COUNT.
027300     MOVE 0 TO WS-SEC-OVERFLOW-COUNT.
027400     MOVE 'N' TO WS-SECCTL-USE-SW.
027500     MOVE 'N' TO WS-EOF-SW.
027600     OPEN INPUT SECTION-CONTROL.
027700     IF WS-FS-SECCTL NOT = '00'
027800         DISPLAY 'SECCTL NOT FOUND - SECTIONS NOT CHECKED'
027900         GO TO 1200-EXIT
028000     END-IF.
028100     PERFORM UNTIL WS-EOF
028200         READ SECTION-CONTROL INTO SEC-REC
028300             AT END
028400                 MOVE 'Y' TO WS-EOF-SW
028500         END-READ
028600         IF NOT WS-EOF
028700             IF WS-SEC-COUNT < 60
028800                 ADD 1 TO WS-SEC-COUNT
028900                 MOVE SEC-CLS TO WS-SEC-T-CLS (WS-SEC-COUNT)
029000                 MOVE SEC-ID  TO WS-SEC-T-ID (WS-SEC-COUNT)
029100                 MOVE SEC-CAPACITY
029200                     TO WS-SEC-T-CAPACITY (WS-SEC-COUNT)
029300                 MOVE 0 TO WS-SEC-T-ON-ROLL (WS-SEC-COUNT)
029400             ELSE
029500                 ADD 1 TO WS-SEC-OVERFLOW-COUNT
029600             END-IF
029700         END-IF
029800     END-PERFORM.
029900     CLOSE SECTION-CONTROL.
030000     IF WS-SEC-COUNT > 0
030100         MOVE 'Y' TO WS-SECCTL-USE-SW
030200     END-IF.
030300     GO TO 1200-EXIT.
030400 1200-EXIT.
030500     EXIT.
030600*-----------------------------------------------------------------
030700* 2000-CHECK-LEDGER - EXCEPTION LIST 1. READ THE POSTED FEELEDG
030800*                   LEDGER IN KEY ORDER AND PRINT EVERY RECEIPT
030900*                   WHOSE ADM-NO IS NOT ON THE MASTER.
031000*-----------------------------------------------------------------
031100 2000-CHECK-LEDGER.
031200     MOVE 'LIST 1 - FEELEDG RECEIPTS WITH NO MASTER RECORD'
031300         TO WS-LIST-TITLE.
031400     PERFORM 8100-PRINT-LIST-HEADING THRU 8100-EXIT.
031500     MOVE 'N' TO WS-EOF-SW.
031600     OPEN INPUT FEE-LEDGER.
031700     IF WS-FS-LEDGER NOT = '00'
031800         DISPLAY 'FEELEDG NOT FOUND - TREATED AS EMPTY'
031900         GO TO 2000-EXIT
032000     END-IF.
032100     PERFORM UNTIL WS-EOF
032200         READ FEE-LEDGER INTO FEE-TRAN-REC
032300             AT END
032400                 MOVE 'Y' TO WS-EOF-SW
032500         END-READ
032600         IF NOT WS-EOF
032700             ADD 1 TO WS-LEDGER-COUNT
032800             MOVE FEE-ADM-NO TO WS-LOOKUP-ADM-NO
032900             PERFORM 8000-LOOK-UP-MASTER THRU 8000-EXIT
033000             IF NOT WS-STU-FOUND
033100                 ADD 1 TO WS-LEDGER-ORPHAN-COUNT
033200                 MOVE SPACES TO WS-DETAIL-LINE
033300                 MOVE FEE-ADM-NO TO WS-DTL-ADM-NO
033400                 MOVE FEE-DATE TO WS-DTL-DATE
033500                 MOVE FEE-RCPT-NO TO WS-DTL-REF
033600                 MOVE FEE-HEAD TO WS-DTL-TEXT
033700                 PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT
033800             END-IF
033900         END-IF
034000     END-PERFORM.
034100     CLOSE FEE-LEDGER.
034200     GO TO 2000-EXIT.
034300 2000-EXIT.
034400     EXIT.
034500*-----------------------------------------------------------------
034600* 3000-CHECK-CHARGES - EXCEPTION LIST 2. READ THE FEECHRG TERM
034700*                   CHARGES AND PRINT EVERY CHARGE WHOSE ADM-NO IS
034800*                   NOT ON THE MASTER, WITH THE YEAR AND HEAD.
034900*-----------------------------------------------------------------
035000 3000-CHECK-CHARGES.
035100     MOVE 'LIST 2 - FEECHRG CHARGES WITH NO MASTER RECORD'
035200         TO WS-LIST-TITLE.
035300     PERFORM 8100-PRINT-LIST-HEADING THRU 8100-EXIT.
035400     MOVE 'N' TO WS-EOF-SW.
035500     OPEN INPUT FEE-CHARGES.
035600     IF WS-FS-CHARGES NOT = '00'
035700         DISPLAY 'FEECHRG NOT FOUND - TREATED AS EMPTY'
035800         GO TO 3000-EXIT
035900     END-IF.
036000     PERFORM UNTIL WS-EOF
036100         READ FEE-CHARGES INTO CHG-REC
036200             AT END
036300                 MOVE 'Y' TO WS-EOF-SW
036400         END-READ
036500         IF NOT WS-EOF
036600             ADD 1 TO WS-CHARGE-COUNT
036700             MOVE CHG-ADM-NO TO WS-LOOKUP-ADM-NO
036800             PERFORM 8000-LOOK-UP-MASTER THRU 8000-EXIT
036900             IF NOT WS-STU-FOUND
037000                 ADD 1 TO WS-CHARGE-ORPHAN-COUNT
037100                 MOVE SPACES TO WS-DETAIL-LINE
037200                 MOVE CHG-ADM-NO TO WS-DTL-ADM-NO
037300                 MOVE CHG-CLS TO WS-DTL-CLS
037400                 MOVE CHG-YEAR TO WS-DTL-DATE
037500                 MOVE CHG-HEAD TO WS-DTL-REF
037600                 MOVE 'TERM CHARGE' TO WS-DTL-TEXT
037700                 PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT
037800             END-IF
037900         END-IF
038000     END-PERFORM.
038100     CLOSE FEE-CHARGES.
038200     GO TO 3000-EXIT.
038300 3000-EXIT.
038400     EXIT.
038500*-----------------------------------------------------------------
038600* 4000-SCAN-ATTENDANCE - READ ATTMAST IN KEY ORDER, ONE STUDENT'S
038700*                   DAYS AT A TIME. RUN TWICE - THE 'O' PASS
038800*                   PRINTS EXCEPTION LIST 3, STUDENTS WITH DAYS
038900*                   POSTED BUT NO MASTER RECORD; THE 'W' PASS
039000*                   PRINTS EXCEPTION LIST 5, WITHDRAWN STUDENTS
039100*                   STILL MARKED AFTER THEIR WITHDRAWAL DATE. ONE
039200*                   LINE PER STUDENT, NOT PER DAY.
039300*-----------------------------------------------------------------
039400 4000-SCAN-ATTENDANCE.
039500     IF WS-ATT-PASS-ORPHANS
039600         MOVE 'LIST 3 - ATTMAST DAYS WITH NO MASTER RECORD'
039700             TO WS-LIST-TITLE
039800     ELSE
039900         MOVE 'LIST 5 - WITHDRAWN STUDENTS MARKED AFTER WDRL DATE'
040000             TO WS-LIST-TITLE
040100     END-IF.
040200     PERFORM 8100-PRINT-LIST-HEADING THRU 8100-EXIT.
040300     MOVE 'N' TO WS-EOF-SW.
040400     MOVE 0 TO WS-GRP-DAYS.
040500     OPEN INPUT ATT-MASTER.
040600     IF WS-FS-ATTMAST NOT = '00'
040700         IF WS-ATT-PASS-ORPHANS
040800             DISPLAY 'ATTMAST NOT FOUND - TREATED AS EMPTY'
040900         END-IF
041000         GO TO 4000-EXIT
041100     END-IF.
041200     PERFORM UNTIL WS-EOF
041300         READ ATT-MASTER INTO ATT-REC
041400             AT END
041500                 MOVE 'Y' TO WS-EOF-SW
041600         END-READ
041700         IF NOT WS-EOF
041800             IF WS-GRP-DAYS > 0 AND ATT-ADM-NO NOT = WS-GRP-ADM-NO
041900                 PERFORM 4200-END-STUDENT THRU 4200-EXIT
042000             END-IF
042100             PERFORM 4100-CHECK-ONE-DAY THRU 4100-EXIT
042200         END-IF
042300     END-PERFORM.
042400     IF WS-GRP-DAYS > 0
042500         PERFORM 4200-END-STUDENT THRU 4200-EXIT
042600     END-IF.
042700     CLOSE ATT-MASTER.
042800     GO TO 4000-EXIT.
042900 4000-EXIT.
043000     EXIT.
043100*-----------------------------------------------------------------
043200* 4100-CHECK-ONE-DAY - ON A STUDENT'S FIRST DAY LOOK THE STUDENT
043300*                   UP ON THE MASTER, THEN COUNT THE DAY AND ANY
043400*                   DAY DATED AFTER A WITHDRAWAL.
043500*-----------------------------------------------------------------
043600 4100-CHECK-ONE-DAY.
043700     IF WS-GRP-DAYS = 0
043800         MOVE ATT-ADM-NO TO WS-GRP-ADM-NO
043900         MOVE ATT-DATE TO WS-GRP-FIRST-DATE
044000         MOVE 0 TO WS-GRP-AFTER-DAYS
044100         MOVE 0 TO WS-GRP-AFTER-DATE
044200         MOVE ATT-ADM-NO TO WS-LOOKUP-ADM-NO
044300         PERFORM 8000-LOOK-UP-MASTER THRU 8000-EXIT
044400         MOVE WS-STU-FOUND-SW TO WS-GRP-STU-FOUND-SW
044500         MOVE 0 TO WS-GRP-WDRL-DATE
044600         IF WS-STU-FOUND AND STU-IS-WITHDRAWN
044700             MOVE STU-WDRL-DATE TO WS-GRP-WDRL-DATE
044800             MOVE STU-NAME TO WS-GRP-NAME
044900             MOVE STU-CLS TO WS-GRP-CLS
045000             MOVE STU-SECTION TO WS-GRP-SECTION
045100         END-IF
045200     END-IF.
045300     ADD 1 TO WS-GRP-DAYS.
045400     IF WS-ATT-PASS-ORPHANS
045500         ADD 1 TO WS-ATT-COUNT
045600     END-IF.
045700     IF WS-GRP-WDRL-DATE > 0 AND ATT-DATE > WS-GRP-WDRL-DATE
045800         IF WS-GRP-AFTER-DAYS = 0
045900             MOVE ATT-DATE TO WS-GRP-AFTER-DATE
046000         END-IF
046100         ADD 1 TO WS-GRP-AFTER-DAYS
046200     END-IF.
046300     GO TO 4100-EXIT.
046400 4100-EXIT.
046500     EXIT.
046600*-----------------------------------------------------------------
046700* 4200-END-STUDENT - PRINT THE STUDENT JUST FINISHED IF IT BELONGS
046800*                   ON THE LIST FOR THIS PASS, AND CLEAR THE
046900*                   GROUP.
047000*-----------------------------------------------------------------
047100 4200-END-STUDENT.
047200     IF WS-ATT-PASS-ORPHANS AND NOT WS-GRP-STU-FOUND
047300         ADD 1 TO WS-ATT-ORPHAN-STU-COUNT
047400         ADD WS-GRP-DAYS TO WS-ATT-ORPHAN-COUNT
047500         MOVE SPACES TO WS-DETAIL-LINE
047600         MOVE WS-GRP-ADM-NO TO WS-DTL-ADM-NO
047700         MOVE WS-GRP-FIRST-DATE TO WS-DTL-DATE
047800         MOVE WS-GRP-DAYS TO WS-DYT-COUNT
047900         MOVE WS-DAYS-TEXT TO WS-DTL-TEXT
048000         PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT
048100     END-IF.
048200     IF WS-ATT-PASS-WITHDRAWN AND WS-GRP-AFTER-DAYS > 0
048300         ADD 1 TO WS-ATT-AFTER-COUNT
048400         MOVE SPACES TO WS-DETAIL-LINE
048500         MOVE WS-GRP-ADM-NO TO WS-DTL-ADM-NO
048600         MOVE WS-GRP-NAME TO WS-DTL-NAME
048700         MOVE WS-GRP-CLS TO WS-DTL-CLS
048800         MOVE WS-GRP-SECTION TO WS-DTL-SECTION
048900         MOVE WS-GRP-AFTER-DATE TO WS-DTL-DATE
049000         MOVE WS-GRP-AFTER-DAYS TO WS-AFT-COUNT
049100         MOVE WS-GRP-WDRL-DATE TO WS-AFT-WDRL-DATE
049200         MOVE WS-AFTER-TEXT TO WS-DTL-TEXT
049300         PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT
049400     END-IF.
049500     MOVE 0 TO WS-GRP-DAYS.
049600     GO TO 4200-EXIT.
049700 4200-EXIT.
049800     EXIT.
049900*-----------------------------------------------------------------
050000* 5000-CHECK-LEAVERS-ARCHIVE - EXCEPTION LIST 4. THE ADM-NO LEADS
050100*                   THE ARCHIVED MASTER IMAGE ON OLD AND NEW LINES
050200*                   ALIKE. A LEAVER STILL ACTIVE ON THE MASTER WAS
050300*                   NEVER WITHDRAWN OR WAS REINSTATED WITHOUT THE
050400*                   ARCHIVE BEING SORTED OUT. A GRADUATE NO LONGER
050500*                   ON THE MASTER IS NORMAL AND NOT LISTED.
050600*-----------------------------------------------------------------
050700 5000-CHECK-LEAVERS-ARCHIVE.
050800     MOVE 'LIST 4 - ACTIVE STUDENTS ALSO ON LEAVARCH'
050900         TO WS-LIST-TITLE.
051000     PERFORM 8100-PRINT-LIST-HEADING THRU 8100-EXIT.
051100     MOVE 'N' TO WS-EOF-SW.
051200     OPEN INPUT LEAVERS-ARCHIVE.
051300     IF WS-FS-ARCHIVE NOT = '00'
051400         DISPLAY 'LEAVARCH NOT FOUND - TREATED AS EMPTY'
051500         GO TO 5000-EXIT
051600     END-IF.
051700     PERFORM UNTIL WS-EOF
051800         READ LEAVERS-ARCHIVE INTO LVR-REC
051900             AT END
052000                 MOVE 'Y' TO WS-EOF-SW
052100         END-READ
052200         IF NOT WS-EOF
052300             ADD 1 TO WS-ARCHIVE-COUNT
052400             MOVE LVR-STUDENT-DATA (1:6) TO WS-LOOKUP-ADM-NO
052500             PERFORM 8000-LOOK-UP-MASTER THRU 8000-EXIT
052600             IF WS-STU-FOUND AND STU-IS-ACTIVE
052700                 ADD 1 TO WS-ARCHIVE-ACTIVE-COUNT
052800                 MOVE SPACES TO WS-DETAIL-LINE
052900                 MOVE STU-ADM-NO TO WS-DTL-ADM-NO
053000                 MOVE STU-NAME TO WS-DTL-NAME
053100                 MOVE STU-CLS TO WS-DTL-CLS
053200                 MOVE STU-SECTION TO WS-DTL-SECTION
053300                 MOVE 'ACTIVE ON MASTER, ON LEAVARCH'
053400                     TO WS-DTL-TEXT
053500                 PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT
053600             END-IF
053700         END-IF
053800     END-PERFORM.
053900     CLOSE LEAVERS-ARCHIVE.
054000     GO TO 5000-EXIT.
054100 5000-EXIT.
054200     EXIT.
054300*-----------------------------------------------------------------
054400* 6000-CHECK-SECTIONS - EXCEPTION LIST 6. READ THE MASTER THROUGH,
054500*                   COUNT THE ACTIVE AND WITHDRAWN RECORDS, AND
054600*                   PUT EACH ACTIVE STUDENT WITH A SECTION AGAINST
054700*                   ITS SECCTL ENTRY - A SECTION NOT OPEN FOR THE
054800*                   CLASS IS PRINTED, AN OPEN ONE HAS ITS ROLL
054900*                   COUNTED FOR THE CAPACITY CHECK.
055000*-----------------------------------------------------------------
055100 6000-CHECK-SECTIONS.
055200     MOVE 'LIST 6 - STUDENTS IN A SECTION NOT OPEN ON SECCTL'
055300         TO WS-LIST-TITLE.
055400     PERFORM 8100-PRINT-LIST-HEADING THRU 8100-EXIT.
055500     IF NOT WS-SECTIONS-IN-USE
055600         MOVE '  SECCTL NOT FOUND OR EMPTY - NOT CHECKED'
055700             TO INTEGRITY-REPORT-REC
055800         WRITE INTEGRITY-REPORT-REC
055900     END-IF.
056000     MOVE 'N' TO WS-EOF-SW.
056100     MOVE 0 TO STUDENT-MASTER-ADM-NO.
056200     START STUDENT-MASTER
056300         KEY IS NOT LESS THAN STUDENT-MASTER-ADM-NO
056400         INVALID KEY
056500             MOVE 'Y' TO WS-EOF-SW
056600     END-START.
056700     PERFORM UNTIL WS-EOF
056800         READ STUDENT-MASTER NEXT INTO STU-MASTER-REC
056900             AT END
057000                 MOVE 'Y' TO WS-EOF-SW
057100         END-READ
057200         IF NOT WS-EOF
057300             ADD 1 TO WS-MASTER-COUNT
057400             IF STU-IS-ACTIVE
057500                 ADD 1 TO WS-ACTIVE-COUNT
057600                 IF WS-SECTIONS-IN-USE AND NOT STU-NO-SECTION
057700                     PERFORM 6100-CHECK-ONE-SECTION THRU 6100-EXIT
057800                 END-IF
057900             ELSE
058000                 ADD 1 TO WS-WITHDRAWN-COUNT
058100             END-IF
058200         END-IF
058300     END-PERFORM.
058400     MOVE 0 TO WS-LAST-LOOKUP-ADM-NO.
058500     GO TO 6000-EXIT.
058600 6000-EXIT.
058700     EXIT.
058800*-----------------------------------------------------------------
058900* 6100-CHECK-ONE-SECTION - FIND THE STUDENT'S CLASS AND SECTION ON
059000*                   THE SECCTL TABLE. INDEX 0 MEANS NOT OPEN.
059100*-----------------------------------------------------------------
059200 6100-CHECK-ONE-SECTION.
059300     MOVE 0 TO WS-SEC-FOUND-IX.
059400     PERFORM VARYING WS-SEC-IX FROM 1 BY 1
059500             UNTIL WS-SEC-IX > WS-SEC-COUNT
059600                OR WS-SEC-FOUND-IX > 0
059700         IF WS-SEC-T-CLS (WS-SEC-IX) = STU-CLS
059800                 AND WS-SEC-T-ID (WS-SEC-IX) = STU-SECTION
059900             MOVE WS-SEC-IX TO WS-SEC-FOUND-IX
060000         END-IF
060100     END-PERFORM.
060200     IF WS-SEC-FOUND-IX > 0
060300         ADD 1 TO WS-SEC-T-ON-ROLL (WS-SEC-FOUND-IX)
060400         GO TO 6100-EXIT
060500     END-IF.
060600     ADD 1 TO WS-NOT-OPEN-COUNT.
060700     MOVE SPACES TO WS-DETAIL-LINE.
060800     MOVE STU-ADM-NO TO WS-DTL-ADM-NO.
060900     MOVE STU-NAME TO WS-DTL-NAME.
061000     MOVE STU-CLS TO WS-DTL-CLS.
061100     MOVE STU-SECTION TO WS-DTL-SECTION.
061200     MOVE 'SECTION NOT OPEN FOR THE CLASS' TO WS-DTL-TEXT.
061300     PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT.
061400     GO TO 6100-EXIT.
061500 6100-EXIT.
061600     EXIT.
061700*-----------------------------------------------------------------
061800* 6500-LIST-OVER-CAPACITY - EXCEPTION LIST 7. EVERY SECCTL SECTION
061900*                   WHOSE ACTIVE ROLL IS ABOVE ITS CAPACITY.
062000*-----------------------------------------------------------------
062100 6500-LIST-OVER-CAPACITY.
062200     MOVE 'LIST 7 - SECTIONS OVER SECCTL CAPACITY'
062300         TO WS-LIST-TITLE.
062400     PERFORM 8100-PRINT-LIST-HEADING THRU 8100-EXIT.
062500     PERFORM VARYING WS-SEC-IX FROM 1 BY 1
062600             UNTIL WS-SEC-IX > WS-SEC-COUNT
062700         IF WS-SEC-T-ON-ROLL (WS-SEC-IX)
062800                 > WS-SEC-T-CAPACITY (WS-SEC-IX)
062900             ADD 1 TO WS-OVER-CAPACITY-COUNT
063000             MOVE SPACES TO WS-DETAIL-LINE
063100             MOVE WS-SEC-T-CLS (WS-SEC-IX) TO WS-DTL-CLS
063200             MOVE WS-SEC-T-ID (WS-SEC-IX) TO WS-DTL-SECTION
063300             MOVE WS-SEC-T-ON-ROLL (WS-SEC-IX) TO WS-CPT-ON-ROLL
063400             MOVE WS-SEC-T-CAPACITY (WS-SEC-IX)
063500                 TO WS-CPT-CAPACITY
063600             MOVE WS-CAPACITY-TEXT TO WS-DTL-TEXT
063700             PERFORM 8200-PRINT-DETAIL THRU 8200-EXIT
063800         END-IF
063900     END-PERFORM.
064000     GO TO 6500-EXIT.
064100 6500-EXIT.
064200     EXIT.
064300*-----------------------------------------------------------------
064400* 7000-PRINT-TOTALS - CONTROL TOTALS FOR EACH FILE AND THE
064500*                   EXCEPTIONS FOUND, ENDING WITH A ONE-LINE
064600*                   VERDICT FOR THE AUDITORS.
064700*-----------------------------------------------------------------
064800 7000-PRINT-TOTALS.
064900     MOVE SPACES TO INTEGRITY-REPORT-REC.
065000     WRITE INTEGRITY-REPORT-REC.
065100     MOVE 'CONTROL TOTALS' TO INTEGRITY-REPORT-REC.
065200     WRITE INTEGRITY-REPORT-REC.
065300     MOVE 'STUMAST RECORDS READ' TO WS-TOT-TEXT.
065400     MOVE WS-MASTER-COUNT TO WS-TOT-COUNT.
065500     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
065600     MOVE '  ACTIVE' TO WS-TOT-TEXT.
065700     MOVE WS-ACTIVE-COUNT TO WS-TOT-COUNT.
065800     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
065900     MOVE '  WITHDRAWN' TO WS-TOT-TEXT.
066000     MOVE WS-WITHDRAWN-COUNT TO WS-TOT-COUNT.
066100     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
066200     MOVE 'FEELEDG RECEIPTS READ' TO WS-TOT-TEXT.
066300     MOVE WS-LEDGER-COUNT TO WS-TOT-COUNT.
066400     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
066500     MOVE '  NOT ON MASTER' TO WS-TOT-TEXT.
066600     MOVE WS-LEDGER-ORPHAN-COUNT TO WS-TOT-COUNT.
066700     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
066800     MOVE 'FEECHRG CHARGES READ' TO WS-TOT-TEXT.
066900     MOVE WS-CHARGE-COUNT TO WS-TOT-COUNT.
067000     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
067100     MOVE '  NOT ON MASTER' TO WS-TOT-TEXT.
067200     MOVE WS-CHARGE-ORPHAN-COUNT TO WS-TOT-COUNT.
067300     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
067400     MOVE 'ATTMAST DAYS READ' TO WS-TOT-TEXT.
067500     MOVE WS-ATT-COUNT TO WS-TOT-COUNT.
067600     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
067700     MOVE '  NOT ON MASTER' TO WS-TOT-TEXT.
067800     MOVE WS-ATT-ORPHAN-COUNT TO WS-TOT-COUNT.
067900     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
068000     MOVE '  STUDENTS MARKED AFTER WITHDRAWAL' TO WS-TOT-TEXT.
068100     MOVE WS-ATT-AFTER-COUNT TO WS-TOT-COUNT.
068200     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
068300     MOVE 'LEAVARCH LINES READ' TO WS-TOT-TEXT.
068400     MOVE WS-ARCHIVE-COUNT TO WS-TOT-COUNT.
068500     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
068600     MOVE '  STILL ACTIVE ON MASTER' TO WS-TOT-TEXT.
068700     MOVE WS-ARCHIVE-ACTIVE-COUNT TO WS-TOT-COUNT.
068800     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
068900     MOVE 'SECCTL SECTIONS READ' TO WS-TOT-TEXT.
069000     MOVE WS-SEC-COUNT TO WS-TOT-COUNT.
069100     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
069200     MOVE '  STUDENTS IN A SECTION NOT OPEN' TO WS-TOT-TEXT.
069300     MOVE WS-NOT-OPEN-COUNT TO WS-TOT-COUNT.
069400     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
069500     MOVE '  SECTIONS OVER CAPACITY' TO WS-TOT-TEXT.
069600     MOVE WS-OVER-CAPACITY-COUNT TO WS-TOT-COUNT.
069700     PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT.
069800     IF WS-SEC-OVERFLOW-COUNT > 0
069900         MOVE '  SECTIONS PAST TABLE LIMIT' TO WS-TOT-TEXT
070000         MOVE WS-SEC-OVERFLOW-COUNT TO WS-TOT-COUNT
070100         PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT
070200     END-IF.
070300     COMPUTE WS-EXCEPTION-COUNT = WS-LEDGER-ORPHAN-COUNT
070400         + WS-CHARGE-ORPHAN-COUNT + WS-ATT-ORPHAN-STU-COUNT
070500         + WS-ARCHIVE-ACTIVE-COUNT + WS-ATT-AFTER-COUNT
070600         + WS-NOT-OPEN-COUNT + WS-OVER-CAPACITY-COUNT.
070700     MOVE SPACES TO INTEGRITY-REPORT-REC.
070800     WRITE INTEGRITY-REPORT-REC.
070900     IF WS-EXCEPTION-COUNT = 0
071000         MOVE 'NO EXCEPTIONS - FILES ARE CONSISTENT'
071100             TO INTEGRITY-REPORT-REC
071200         WRITE INTEGRITY-REPORT-REC
071300     ELSE
071400         MOVE 'EXCEPTION LINES PRINTED' TO WS-TOT-TEXT
071500         MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT
071600         PERFORM 8300-PRINT-TOTAL THRU 8300-EXIT
071700     END-IF.
071800     GO TO 7000-EXIT.
071900 7000-EXIT.
072000     EXIT.
072100*-----------------------------------------------------------------
072200* 8000-LOOK-UP-MASTER - KEYED READ OF THE MASTER FOR
072300*                   WS-LOOKUP-ADM-NO, SETTING THE FOUND SWITCH.
072400*                   THE LEDGER AND ATTMAST COME IN ADM-NO ORDER,
072500*                   SO A REPEAT OF THE LAST ADM-NO IS NOT READ
072600*                   AGAIN.
072700*-----------------------------------------------------------------
072800 8000-LOOK-UP-MASTER.
072900     IF WS-LOOKUP-ADM-NO = WS-LAST-LOOKUP-ADM-NO
073000         GO TO 8000-EXIT
073100     END-IF.
073200     MOVE WS-LOOKUP-ADM-NO TO WS-LAST-LOOKUP-ADM-NO.
073300     MOVE WS-LOOKUP-ADM-NO TO STUDENT-MASTER-ADM-NO.
073400     MOVE 'Y' TO WS-STU-FOUND-SW.
073500     READ STUDENT-MASTER INTO STU-MASTER-REC
073600         KEY IS STUDENT-MASTER-ADM-NO
073700         INVALID KEY
073800             MOVE 'N' TO WS-STU-FOUND-SW
073900     END-READ.
074000     GO TO 8000-EXIT.
074100 8000-EXIT.
074200     EXIT.
074300*-----------------------------------------------------------------
074400* 8100-PRINT-LIST-HEADING - A BLANK LINE AND THE LIST TITLE HELD
074500*                   IN WS-LIST-TITLE.
074600*-----------------------------------------------------------------
074700 8100-PRINT-LIST-HEADING.
074800     MOVE SPACES TO INTEGRITY-REPORT-REC.
074900     WRITE INTEGRITY-REPORT-REC.
075000     MOVE WS-LIST-TITLE TO INTEGRITY-REPORT-REC.
075100     WRITE INTEGRITY-REPORT-REC.
075200     GO TO 8100-EXIT.
075300 8100-EXIT.
075400     EXIT.
075500*-----------------------------------------------------------------
075600* 8200-PRINT-DETAIL - WRITE ONE EXCEPTION LINE.
075700*-----------------------------------------------------------------
075800 8200-PRINT-DETAIL.
075900     MOVE WS-DETAIL-LINE TO INTEGRITY-REPORT-REC.
076000     WRITE INTEGRITY-REPORT-REC.
076100     GO TO 8200-EXIT.
076200 8200-EXIT.
076300     EXIT.
076400*-----------------------------------------------------------------
076500* 8300-PRINT-TOTAL - WRITE ONE CONTROL TOTAL LINE.
076600*-----------------------------------------------------------------
076700 8300-PRINT-TOTAL.
076800     MOVE WS-TOTAL-LINE TO INTEGRITY-REPORT-REC.
076900     WRITE INTEGRITY-REPORT-REC.
077000     GO TO 8300-EXIT.
077100 8300-EXIT.
077200     EXIT.
077300*-----------------------------------------------------------------
077400* 9000-TERMINATE - CLOSE THE MASTER AND THE REPORT BEFORE STOP
077500*                   RUN.
077600*-----------------------------------------------------------------
077700 9000-TERMINATE.
077800     CLOSE STUDENT-MASTER.
077900     CLOSE INTEGRITY-REPORT.
078000     DISPLAY 'EXCEPTION LINES = ' WS-EXCEPTION-COUNT.
078100     DISPLAY 'INTEGRITY SWEEP DONE - REPORT ON INTEGRPT'.
078200     GO TO 9000-EXIT.
078300 9000-EXIT.
078400     EXIT.
078500*-----------------------------------------------------------------
078600* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
078700*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
078800*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
078900*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
079000*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
079100*-----------------------------------------------------------------
079200 9500-WRITE-RUN-LOG.
079300     MOVE 'RITESH38' TO RUN-PROGRAM-ID.
079400     MOVE SPACES TO RUN-OPERATOR-ID.
079500     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
079600     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
079700     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
079800     ACCEPT RUN-END-TIME FROM TIME.
079900     MOVE WS-MASTER-COUNT TO RUN-CNT-1.
080000     COMPUTE RUN-CNT-2 = WS-LEDGER-ORPHAN-COUNT
080100         + WS-CHARGE-ORPHAN-COUNT + WS-ATT-ORPHAN-STU-COUNT.
080200     COMPUTE RUN-CNT-3 = WS-ARCHIVE-ACTIVE-COUNT
080300         + WS-ATT-AFTER-COUNT.
080400     COMPUTE RUN-CNT-4 = WS-NOT-OPEN-COUNT
080500         + WS-OVER-CAPACITY-COUNT.
080600     OPEN EXTEND RUN-LOG.
080700     IF WS-FS-RUNLOG = '35'
080800         OPEN OUTPUT RUN-LOG
080900     END-IF.
081000     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
081100     WRITE RUN-LOG-OUT-REC.
081200     CLOSE RUN-LOG.
081300     GO TO 9500-EXIT.
081400 9500-EXIT.
081500     EXIT.
