000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH42.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 13-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 13-SEP-2026  RKP  ORIGINAL - NIGHTLY GUARDIAN NOTIFICATION RUN.
001000*                   WRITES THE SMSOUT MESSAGE FILE (STUSMS01) FOR
001100*                   THE SCHOOL'S SMS GATEWAY: ONE ABSENCE ALERT
001200*                   FOR EVERY ACTIVE STUDENT MARKED A ON ATTMAST
001300*                   FOR THE RUN DATE, AND ONE FEE REMINDER FOR
001400*                   EVERY ACTIVE STUDENT OWING ON A HEAD WHOSE
001500*                   FEESTRUC DUE DATE HAS PASSED. THE AMOUNT OWED
001600*                   IS WORKED OUT AS THE RITESH10 DUES REPORT DOES
001700*                   IT - FEECHRG CHARGES LESS FEELEDG RECEIPTS FOR
001800*                   THE SAME YEAR AND HEAD, NET OF FEEREVS. A
001900*                   STUDENT WHOSE STU-CONTACT IS BLANK OR NOT A
002000*                   MOBILE NUMBER IS LISTED ON THE SMSEXC
002100*                   EXCEPTION LIST INSTEAD. WHAT IS SENT IS KEPT
002200*                   ON THE SMSHIST HISTORY (STUSMH01) SO THE SAME
002300*                   FEE REMINDER IS NOT SENT TWICE IN SEVEN DAYS
002400*                   AND A RE-RUN NIGHT SENDS NO ALERT TWICE.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS STUDENT-MASTER-ADM-NO
003300         ALTERNATE RECORD KEY IS STUDENT-MASTER-NAME
003400             WITH DUPLICATES
003500         FILE STATUS IS WS-FS-MASTER.
003600     SELECT ATT-MASTER ASSIGN TO "ATTMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ATT-MASTER-KEY
004000         FILE STATUS IS WS-FS-ATTMAST.
004100     SELECT FEE-STRUCTURE ASSIGN TO "FEESTRUC"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-FS-STRUC.
004400     SELECT FEE-CHARGES ASSIGN TO "FEECHRG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-FS-CHARGES.
004700     SELECT FEE-LEDGER ASSIGN TO "FEELEDG"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS FEE-LEDGER-KEY
005100         FILE STATUS IS WS-FS-LEDGER.
005200     SELECT FEE-REVERSALS ASSIGN TO "FEEREVS"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS FEE-REVERSALS-KEY
005600         FILE STATUS IS WS-FS-REVERSALS.
005700     SELECT SMS-HISTORY ASSIGN TO "SMSHIST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS SMS-HISTORY-KEY
006100         FILE STATUS IS WS-FS-HISTORY.
006200     SELECT SMS-OUT ASSIGN TO "SMSOUT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FS-SMSOUT.
006500     SELECT EXCEPTION-LIST ASSIGN TO "SMSEXC"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-FS-REPORT.
006800     SELECT RUN-LOG ASSIGN TO "RUNLOG"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-FS-RUNLOG.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  STUDENT-MASTER.
007400 01  STUDENT-MASTER-REC.
007500     05  STUDENT-MASTER-ADM-NO   PIC 9(06).
007600     05  STUDENT-MASTER-NAME     PIC A(10).
007700     05  FILLER                  PIC X(89).
007800 FD  ATT-MASTER.
007900 01  ATT-MASTER-REC.
008000     05  ATT-MASTER-KEY.
008100         10  ATT-MASTER-ADM-NO   PIC 9(06).
008200         10  ATT-MASTER-DATE     PIC 9(08).
008300     05  FILLER                  PIC X(01).
008400 FD  FEE-STRUCTURE.
008500 01  FEE-STRUCTURE-REC           PIC X(25).
008600 FD  FEE-CHARGES.
008700 01  FEE-CHARGES-REC             PIC X(41).
008800 FD  FEE-LEDGER.
008900 01  FEE-LEDGER-REC.
009000     05  FEE-LEDGER-KEY.
009100         10  FEE-LEDGER-ADM-NO   PIC 9(06).
009200         10  FEE-LEDGER-DATE     PIC 9(08).
009300         10  FEE-LEDGER-RCPT-NO  PIC X(08).
009400     05  FILLER                  PIC X(11).
009500 FD  FEE-REVERSALS.
009600 01  FEE-REVERSALS-REC.
009700     05  FEE-REVERSALS-KEY.
009800         10  FEE-REVERSALS-ADM-NO PIC 9(06).
009900         10  FEE-REVERSALS-DATE  PIC 9(08).
010000         10  FEE-REVERSALS-RCPT-NO PIC X(08).
010100     05  FILLER                  PIC X(51).
010200 FD  SMS-HISTORY.
010300 01  SMS-HISTORY-REC.
010400     05  SMS-HISTORY-KEY.
010500         10  SMS-HISTORY-ADM-NO  PIC 9(06).
010600         10  SMS-HISTORY-TYPE    PIC X(04).
010700     05  FILLER                  PIC X(34).
010800 FD  SMS-OUT.
010900 01  SMS-OUT-REC                 PIC X(170).
011000 FD  EXCEPTION-LIST.
011100 01  EXCEPTION-LIST-REC          PIC X(80).
011200 FD  RUN-LOG.
011300 01  RUN-LOG-OUT-REC             PIC X(73).
011400 WORKING-STORAGE SECTION.
011500 COPY STUSTU01.
011600 COPY STUATT01.
011700 COPY STUFST01.
011800 COPY STUCHG01.
011900 COPY STUFEE01.
012000 COPY STUREV01.
012100 COPY STUSMS01.
012200 COPY STUSMH01.
012300 COPY STURUN01.
012400 77  WS-FS-MASTER                PIC X(02).
012500 77  WS-FS-ATTMAST               PIC X(02).
012600 77  WS-FS-STRUC                 PIC X(02).
012700 77  WS-FS-CHARGES               PIC X(02).
012800 77  WS-FS-LEDGER                PIC X(02).
012900 77  WS-FS-REVERSALS             PIC X(02).
013000 77  WS-FS-HISTORY               PIC X(02).
013100 77  WS-FS-SMSOUT                PIC X(02).
013200 77  WS-FS-REPORT                PIC X(02).
013300 77  WS-MASTER-EOF-SW            PIC X(01).
013400     88  WS-MASTER-EOF           VALUE 'Y'.
013500 77  WS-STRUC-EOF-SW             PIC X(01).
013600     88  WS-STRUC-EOF            VALUE 'Y'.
013700 77  WS-CHARGES-EOF-SW           PIC X(01).
013800     88  WS-CHARGES-EOF          VALUE 'Y'.
013900 77  WS-LEDGER-EOF-SW            PIC X(01).
014000     88  WS-LEDGER-EOF           VALUE 'Y'.
014100 77  WS-ATTMAST-OPEN-SW          PIC X(01).
014200     88  WS-ATTMAST-IS-OPEN      VALUE 'Y'.
014300 77  WS-LEDGER-OPEN-SW           PIC X(01).
014400     88  WS-LEDGER-IS-OPEN       VALUE 'Y'.
014500 77  WS-REVERSALS-OPEN-SW        PIC X(01).
014600     88  WS-REVERSALS-IS-OPEN    VALUE 'Y'.
014700 77  WS-ATT-FOUND-SW             PIC X(01).
014800     88  WS-ATT-FOUND            VALUE 'Y'.
014900 77  WS-REV-FOUND-SW             PIC X(01).
015000     88  WS-REV-FOUND            VALUE 'Y'.
015100 77  WS-HIST-FOUND-SW            PIC X(01).
015200     88  WS-HIST-FOUND           VALUE 'Y'.
015300 77  WS-CONTACT-SW               PIC X(01).
015400     88  WS-CONTACT-IS-VALID     VALUE 'Y'.
015500 77  WS-MOBILE-LEAD              PIC X(01).
015600     88  WS-MOBILE-LEAD-IS-VALID VALUE '6' '7' '8' '9'.
015700 77  WS-SEND-CONTACT             PIC X(12).
015800 77  WS-CONTACT-REASON           PIC X(30).
015900 77  WS-MSG-TYPE                 PIC X(04).
016000 77  WS-MSG-AMOUNT               PIC 9(07)V99.
016100 77  WS-MSG-TEXT                 PIC X(140).
016200 77  WS-AMOUNT-EDIT              PIC Z(06)9.99.
016300 77  WS-AMOUNT-LEAD              PIC 9(02) COMP.
016400 77  WS-LEDGER-YEAR              PIC 9(04).
016500 77  WS-CHARGE-PAID              PIC 9(07)V99.
016600 77  WS-CHARGE-SHORT             PIC 9(07)V99.
016700 77  WS-DD-LIMIT                 PIC 9(03) COMP VALUE 500.
016800 77  WS-DD-COUNT                 PIC 9(03) COMP.
016900 77  WS-DD-IX                    PIC 9(03) COMP.
017000 77  WS-DD-FOUND-IX              PIC 9(03) COMP.
017100 77  WS-DD-OVFL-COUNT            PIC 9(05) COMP.
017200 77  WS-OD-LIMIT                 PIC 9(05) COMP VALUE 3000.
017300 77  WS-OD-COUNT                 PIC 9(05) COMP.
017400 77  WS-OD-IX                    PIC 9(05) COMP.
017500 77  WS-OD-FOUND-IX              PIC 9(05) COMP.
017600 77  WS-OD-OVFL-COUNT            PIC 9(05) COMP.
017700 77  WS-STUDENT-COUNT            PIC 9(06) COMP.
017800 77  WS-ABSENT-COUNT             PIC 9(06) COMP.
017900 77  WS-REMINDER-COUNT           PIC 9(06) COMP.
018000 77  WS-SUPPRESSED-COUNT         PIC 9(06) COMP.
018100 77  WS-EXCEPTION-COUNT          PIC 9(06) COMP.
018200 77  WS-REMINDER-TOTAL           PIC 9(09)V99.
018300 77  WS-DISPLAY-AMOUNT           PIC Z(08)9.99.
018400 77  WS-LEAP-QUOT                PIC 9(04) COMP.
018500 77  WS-LEAP-REM                 PIC 9(04) COMP.
018600 77  WS-MONTH-END                PIC 9(02).
018700 77  WS-WEEK-AGO-DATE            PIC 9(08).
018800 77  WS-FS-RUNLOG                PIC X(02).
018900 77  WS-RUN-START-DATE           PIC 9(08).
019000 77  WS-RUN-START-TIME           PIC 9(08).
019100 01  WS-TODAY-DATE               PIC 9(08).
019200 01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
019300     05  WS-TODAY-YYYY           PIC 9(04).
019400     05  WS-TODAY-MM             PIC 9(02).
019500     05  WS-TODAY-DD             PIC 9(02).
019600 01  WS-WORK-DATE                PIC 9(08).
019700 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
019800     05  WS-WORK-YYYY            PIC 9(04).
019900     05  WS-WORK-MM              PIC 9(02).
020000     05  WS-WORK-DD              PIC 9(02).
020100 01  WS-MONTH-DAYS-VALUES.
020200     05  FILLER                  PIC X(24) VALUE
020300         '312831303130313130313031'.
020400 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
020500     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
020600 01  WS-DUE-TABLE.
020700     05  WS-DD-ENTRY OCCURS 500 TIMES.
020800         10  WS-DD-YEAR          PIC 9(04).
020900         10  WS-DD-CLS           PIC 9(02).
021000         10  WS-DD-HEAD          PIC X(04).
021100 01  WS-OVERDUE-TABLE.
021200     05  WS-OD-ENTRY OCCURS 3000 TIMES.
021300         10  WS-OD-ADM-NO        PIC 9(06).
021400         10  WS-OD-BALANCE       PIC 9(07)V99.
021500 01  WS-HEADING-LINE.
021600     05  FILLER                  PIC X(40) VALUE
021700         'GUARDIAN MESSAGES - EXCEPTIONS RUN DATE '.
021800     05  WS-HDG-DATE             PIC 9(08).
021900     05  FILLER                  PIC X(32) VALUE SPACES.
022000 01  WS-COLUMN-LINE.
022100     05  FILLER                  PIC X(29) VALUE
022200         'ADM NO NAME       CL S  TYPE '.
022300     05  FILLER                  PIC X(51) VALUE
022400         'CONTACT HELD  REASON'.
022500 01  WS-DETAIL-LINE.
022600     05  WS-DTL-ADM-NO           PIC 9(06).
022700     05  FILLER                  PIC X(01) VALUE SPACES.
022800     05  WS-DTL-NAME             PIC A(10).
022900     05  FILLER                  PIC X(01) VALUE SPACES.
023000     05  WS-DTL-CLS              PIC 9(02).
023100     05  FILLER                  PIC X(01) VALUE SPACES.
023200     05  WS-DTL-SECTION          PIC X(01).
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  WS-DTL-TYPE             PIC X(04).
023500     05  FILLER                  PIC X(01) VALUE SPACES.
023600     05  WS-DTL-CONTACT          PIC X(12).
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  WS-DTL-REASON           PIC X(30).
023900     05  FILLER                  PIC X(07) VALUE SPACES.
024000 01  WS-TOTAL-LINE.
024100     05  WS-TOT-TEXT             PIC X(30).
024200     05  WS-TOT-COUNT            PIC ZZZZZ9.
024300     05  FILLER                  PIC X(44) VALUE SPACES.
024400 PROCEDURE DIVISION.
024500 0000-MAINLINE.
024600     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
024700     ACCEPT WS-RUN-START-TIME FROM TIME.
024800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024900     PERFORM 1200-LOAD-DUE-HEADS THRU 1200-EXIT.
025000     PERFORM 1300-BUILD-OVERDUE-TABLE THRU 1300-EXIT.
025100     PERFORM 2000-NOTIFY-STUDENTS THRU 2000-EXIT.
025200     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
025300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025400     MOVE 'C' TO RUN-OUTCOME.
025500     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
025600     STOP RUN.
025700*-----------------------------------------------------------------
025800* 1000-INITIALIZE - PICK UP THE RUN DATE AND THE DATE A WEEK
025900*                   BEFORE IT, CLEAR THE TOTALS AND OPEN THE
026000*                   FILES. WITHOUT THE MASTER THERE IS NOBODY TO
026100*                   MESSAGE AND WITHOUT THE HISTORY A REMINDER
026200*                   COULD GO TWICE - EITHER STOPS THE RUN. THE
026300*                   HISTORY IS CREATED EMPTY THE FIRST NIGHT. NO
026400*                   ATTMAST MEANS NO ABSENCES; NO LEDGER OR
026500*                   REVERSALS, NOTHING PAID OR REVERSED YET.
026600*-----------------------------------------------------------------
026700 1000-INITIALIZE.
026800     MOVE 0 TO WS-STUDENT-COUNT.
026900     MOVE 0 TO WS-ABSENT-COUNT.
027000     MOVE 0 TO WS-REMINDER-COUNT.
027100     MOVE 0 TO WS-SUPPRESSED-COUNT.
027200     MOVE 0 TO WS-EXCEPTION-COUNT.
027300     MOVE 0 TO WS-REMINDER-TOTAL.
027400     MOVE 0 TO WS-DD-COUNT.
027500     MOVE 0 TO WS-DD-OVFL-COUNT.
027600     MOVE 0 TO WS-OD-COUNT.
027700     MOVE 0 TO WS-OD-OVFL-COUNT.
027800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
027900     MOVE WS-TODAY-DATE TO WS-WORK-DATE.
028000     PERFORM 1800-PREVIOUS-DATE THRU 1800-EXIT 7 TIMES.
028100     MOVE WS-WORK-DATE TO WS-WEEK-AGO-DATE.
028200     OPEN INPUT STUDENT-MASTER.
028300     IF WS-FS-MASTER NOT = '00'
028400         DISPLAY 'STUDENT MASTER OPEN FAILED - STATUS '
028500             WS-FS-MASTER
028600         MOVE 'A' TO RUN-OUTCOME
028700         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
028800         STOP RUN
028900     END-IF.
029000     OPEN I-O SMS-HISTORY.
029100     IF WS-FS-HISTORY = '35'
029200         OPEN OUTPUT SMS-HISTORY
029300         CLOSE SMS-HISTORY
029400         OPEN I-O SMS-HISTORY
029500     END-IF.
029600     IF WS-FS-HISTORY NOT = '00'
029700         DISPLAY 'SMSHIST OPEN FAILED - STATUS ' WS-FS-HISTORY
029800         CLOSE STUDENT-MASTER
029900         MOVE 'A' TO RUN-OUTCOME
030000         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
030100         STOP RUN
030200     END-IF.
030300     MOVE 'N' TO WS-ATTMAST-OPEN-SW.
030400     OPEN INPUT ATT-MASTER.
030500     IF WS-FS-ATTMAST = '00'
030600         MOVE 'Y' TO WS-ATTMAST-OPEN-SW
030700     ELSE
030800         DISPLAY 'ATTMAST NOT FOUND - NO ABSENCE ALERTS'
030900     END-IF.
031000     MOVE 'N' TO WS-LEDGER-OPEN-SW.
031100     OPEN INPUT FEE-LEDGER.
031200     IF WS-FS-LEDGER = '00'
031300         MOVE 'Y' TO WS-LEDGER-OPEN-SW
031400     END-IF.
031500     MOVE 'N' TO WS-REVERSALS-OPEN-SW.
031600     OPEN INPUT FEE-REVERSALS.
031700     IF WS-FS-REVERSALS = '00'
031800         MOVE 'Y' TO WS-REVERSALS-OPEN-SW
031900     END-IF.
032000     OPEN OUTPUT SMS-OUT.
032100     OPEN OUTPUT EXCEPTION-LIST.
032200     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
032300     MOVE WS-HEADING-LINE TO EXCEPTION-LIST-REC.
032400     WRITE EXCEPTION-LIST-REC.
032500     MOVE SPACES TO EXCEPTION-LIST-REC.
032600     WRITE EXCEPTION-LIST-REC.
032700     MOVE WS-COLUMN-LINE TO EXCEPTION-LIST-REC.
032800     WRITE EXCEPTION-LIST-REC.
032900     GO TO 1000-EXIT.
033000 1000-EXIT.
033100     EXIT.
033200*-----------------------------------------------------------------
033300* 1200-LOAD-DUE-HEADS - TABLE THE FEESTRUC RATES WHOSE DUE DATE
033400*                   HAS PASSED - SET AND EARLIER THAN THE RUN
033500*                   DATE. ONLY CHARGES FOR THESE YEAR, CLASS
033600*                   AND HEAD TRIPLES ARE REMINDED FOR. A RATE
033700*                   WITH NO DUE DATE, OR NO FEESTRUC AT ALL,
033800*                   SENDS NO REMINDERS.
033900*-----------------------------------------------------------------
034000 1200-LOAD-DUE-HEADS.
034100     MOVE 'N' TO WS-STRUC-EOF-SW.
034200     OPEN INPUT FEE-STRUCTURE.
034300     IF WS-FS-STRUC NOT = '00'
034400         DISPLAY 'FEESTRUC NOT FOUND - NO FEE REMINDERS'
034500         GO TO 1200-EXIT
034600     END-IF.
034700     PERFORM UNTIL WS-STRUC-EOF
034800         READ FEE-STRUCTURE INTO FST-REC
034900             AT END
035000                 MOVE 'Y' TO WS-STRUC-EOF-SW
035100         END-READ
035200         IF NOT WS-STRUC-EOF
035300                 AND FST-DUE-DATE IS NUMERIC
035400                 AND FST-DUE-DATE > 0
035500                 AND FST-DUE-DATE < WS-TODAY-DATE
035600             IF WS-DD-COUNT < WS-DD-LIMIT
035700                 ADD 1 TO WS-DD-COUNT
035800                 MOVE FST-YEAR TO WS-DD-YEAR (WS-DD-COUNT)
035900                 MOVE FST-CLS  TO WS-DD-CLS (WS-DD-COUNT)
036000                 MOVE FST-HEAD TO WS-DD-HEAD (WS-DD-COUNT)
036100             ELSE
036200                 ADD 1 TO WS-DD-OVFL-COUNT
036300             END-IF
036400         END-IF
036500     END-PERFORM.
036600     CLOSE FEE-STRUCTURE.
036700     IF WS-DD-OVFL-COUNT > 0
036800         DISPLAY 'WARNING - ' WS-DD-OVFL-COUNT
036900             ' PAST-DUE RATE(S) OVER THE TABLE LIMIT - NOT'
037000             ' REMINDED'
037100     END-IF.
037200     GO TO 1200-EXIT.
037300 1200-EXIT.
037400     EXIT.
037500*-----------------------------------------------------------------
037600* 1300-BUILD-OVERDUE-TABLE - ONE PASS OF FEECHRG. EACH CHARGE FOR
037700*                   A PAST-DUE HEAD IS SET AGAINST ITS RECEIPTS
037800*                   AND ANY SHORTFALL ADDED TO THE STUDENT'S
037900*                   OVERDUE BALANCE, SO EACH STUDENT GETS ONE
038000*                   REMINDER FOR EVERYTHING OVERDUE, WHATEVER THE
038100*                   YEAR. NO FEECHRG MEANS NOTHING CHARGED.
038200*-----------------------------------------------------------------
038300 1300-BUILD-OVERDUE-TABLE.
038400     IF WS-DD-COUNT = 0
038500         GO TO 1300-EXIT
038600     END-IF.
038700     MOVE 'N' TO WS-CHARGES-EOF-SW.
038800     OPEN INPUT FEE-CHARGES.
038900     IF WS-FS-CHARGES NOT = '00'
039000         DISPLAY 'FEECHRG NOT FOUND - NO FEE REMINDERS'
039100         GO TO 1300-EXIT
039200     END-IF.
039300     PERFORM UNTIL WS-CHARGES-EOF
039400         READ FEE-CHARGES INTO CHG-REC
039500             AT END
039600                 MOVE 'Y' TO WS-CHARGES-EOF-SW
039700         END-READ
039800         IF NOT WS-CHARGES-EOF
039900             PERFORM 1310-CHECK-ONE-CHARGE THRU 1310-EXIT
040000         END-IF
040100     END-PERFORM.
040200     CLOSE FEE-CHARGES.
040300     IF WS-OD-OVFL-COUNT > 0
040400         DISPLAY 'WARNING - ' WS-OD-OVFL-COUNT
040500             ' OVERDUE CHARGE(S) OVER THE TABLE LIMIT - NOT'
040600             ' REMINDED'
040700     END-IF.
040800     GO TO 1300-EXIT.
040900 1300-EXIT.
041000     EXIT.
041100*-----------------------------------------------------------------
041200* 1310-CHECK-ONE-CHARGE - A CHARGE WHOSE HEAD IS PAST ITS DUE
041300*                   DATE AND NOT FULLY PAID ON THE LEDGER ADDS
041400*                   WHAT IS SHORT TO THE STUDENT'S OVERDUE
041500*                   BALANCE. A STUDENT NEW TO A FULL TABLE IS
041600*                   COUNTED AS OVER THE LIMIT AND NOT REMINDED.
041700*-----------------------------------------------------------------
041800 1310-CHECK-ONE-CHARGE.
041900     MOVE 0 TO WS-DD-FOUND-IX.
042000     PERFORM VARYING WS-DD-IX FROM 1 BY 1
042100             UNTIL WS-DD-IX > WS-DD-COUNT OR WS-DD-FOUND-IX > 0
042200         IF WS-DD-YEAR (WS-DD-IX) = CHG-YEAR
042300                 AND WS-DD-CLS (WS-DD-IX) = CHG-CLS
042400                 AND WS-DD-HEAD (WS-DD-IX) = CHG-HEAD
042500             MOVE WS-DD-IX TO WS-DD-FOUND-IX
042600         END-IF
042700     END-PERFORM.
042800     IF WS-DD-FOUND-IX = 0
042900         GO TO 1310-EXIT
043000     END-IF.
043100     PERFORM 1400-TOTAL-LEDGER THRU 1400-EXIT.
043200     IF WS-CHARGE-PAID NOT < CHG-AMOUNT
043300         GO TO 1310-EXIT
043400     END-IF.
043500     COMPUTE WS-CHARGE-SHORT = CHG-AMOUNT - WS-CHARGE-PAID.
043600     MOVE 0 TO WS-OD-FOUND-IX.
043700     PERFORM VARYING WS-OD-IX FROM 1 BY 1
043800             UNTIL WS-OD-IX > WS-OD-COUNT OR WS-OD-FOUND-IX > 0
043900         IF WS-OD-ADM-NO (WS-OD-IX) = CHG-ADM-NO
044000             MOVE WS-OD-IX TO WS-OD-FOUND-IX
044100         END-IF
044200     END-PERFORM.
044300     IF WS-OD-FOUND-IX = 0
044400         IF WS-OD-COUNT < WS-OD-LIMIT
044500             ADD 1 TO WS-OD-COUNT
044600             MOVE WS-OD-COUNT TO WS-OD-FOUND-IX
044700             MOVE CHG-ADM-NO TO WS-OD-ADM-NO (WS-OD-FOUND-IX)
044800             MOVE 0 TO WS-OD-BALANCE (WS-OD-FOUND-IX)
044900         ELSE
045000             ADD 1 TO WS-OD-OVFL-COUNT
045100             GO TO 1310-EXIT
045200         END-IF
045300     END-IF.
045400     ADD WS-CHARGE-SHORT TO WS-OD-BALANCE (WS-OD-FOUND-IX).
045500     GO TO 1310-EXIT.
045600 1310-EXIT.
045700     EXIT.
045800*-----------------------------------------------------------------
045900* 1400-TOTAL-LEDGER - START THE LEDGER AT THE STUDENT'S FIRST
046000*                   POSSIBLE RECEIPT OF THE CHARGE YEAR AND READ
046100*                   FORWARD UNTIL THE ADM-NO OR THE YEAR CHANGES,
046200*                   TOTALLING THE CHARGE HEAD'S RECEIPTS THAT HAVE
046300*                   NOT BEEN REVERSED.
046400*-----------------------------------------------------------------
046500 1400-TOTAL-LEDGER.
046600     MOVE 0 TO WS-CHARGE-PAID.
046700     MOVE 'N' TO WS-LEDGER-EOF-SW.
046800     IF NOT WS-LEDGER-IS-OPEN
046900         GO TO 1400-EXIT
047000     END-IF.
047100     MOVE CHG-ADM-NO TO FEE-LEDGER-ADM-NO.
047200     COMPUTE FEE-LEDGER-DATE = CHG-YEAR * 10000 + 101.
047300     MOVE SPACES TO FEE-LEDGER-RCPT-NO.
047400     START FEE-LEDGER
047500         KEY IS NOT LESS THAN FEE-LEDGER-KEY
047600         INVALID KEY
047700             MOVE 'Y' TO WS-LEDGER-EOF-SW
047800     END-START.
047900     PERFORM UNTIL WS-LEDGER-EOF
048000         READ FEE-LEDGER NEXT INTO FEE-TRAN-REC
048100             AT END
048200                 MOVE 'Y' TO WS-LEDGER-EOF-SW
048300         END-READ
048400         IF NOT WS-LEDGER-EOF
048500             DIVIDE FEE-DATE BY 10000 GIVING WS-LEDGER-YEAR
048600             IF FEE-ADM-NO NOT = CHG-ADM-NO
048700                     OR WS-LEDGER-YEAR > CHG-YEAR
048800                 MOVE 'Y' TO WS-LEDGER-EOF-SW
048900             ELSE
049000                 IF FEE-HEAD = CHG-HEAD
049100                     PERFORM 1410-ADD-ONE-RECEIPT THRU 1410-EXIT
049200                 END-IF
049300             END-IF
049400         END-IF
049500     END-PERFORM.
049600     GO TO 1400-EXIT.
049700 1400-EXIT.
049800     EXIT.
049900*-----------------------------------------------------------------
050000* 1410-ADD-ONE-RECEIPT - ADD ONE RECEIPT TO THE CHARGE'S PAID
050100*                   TOTAL UNLESS IT HAS BEEN REVERSED ON FEEREVS -
050200*                   A REVERSED RECEIPT WAS NEVER REALLY PAID.
050300*-----------------------------------------------------------------
050400 1410-ADD-ONE-RECEIPT.
050500     IF WS-REVERSALS-IS-OPEN
050600         MOVE 'Y' TO WS-REV-FOUND-SW
050700         MOVE FEE-ADM-NO  TO FEE-REVERSALS-ADM-NO
050800         MOVE FEE-DATE    TO FEE-REVERSALS-DATE
050900         MOVE FEE-RCPT-NO TO FEE-REVERSALS-RCPT-NO
051000         READ FEE-REVERSALS INTO REV-REC
051100             KEY IS FEE-REVERSALS-KEY
051200             INVALID KEY
051300                 MOVE 'N' TO WS-REV-FOUND-SW
051400         END-READ
051500         IF WS-REV-FOUND
051600             GO TO 1410-EXIT
051700         END-IF
051800     END-IF.
051900     ADD FEE-AMOUNT TO WS-CHARGE-PAID.
052000     GO TO 1410-EXIT.
052100 1410-EXIT.
052200     EXIT.
052300*-----------------------------------------------------------------
052400* 1800-PREVIOUS-DATE - STEP THE WORK DATE BACK ONE DAY, ROLLING
052500*                   BACK OVER THE MONTH AND THE YEAR.
052600*-----------------------------------------------------------------
052700 1800-PREVIOUS-DATE.
052800     IF WS-WORK-DD > 1
052900         SUBTRACT 1 FROM WS-WORK-DD
053000         GO TO 1800-EXIT
053100     END-IF.
053200     IF WS-WORK-MM > 1
053300         SUBTRACT 1 FROM WS-WORK-MM
053400     ELSE
053500         MOVE 12 TO WS-WORK-MM
053600         SUBTRACT 1 FROM WS-WORK-YYYY
053700     END-IF.
053800     PERFORM 1850-SET-MONTH-END THRU 1850-EXIT.
053900     MOVE WS-MONTH-END TO WS-WORK-DD.
054000     GO TO 1800-EXIT.
054100 1800-EXIT.
054200     EXIT.
054300*-----------------------------------------------------------------
054400* 1850-SET-MONTH-END - THE LAST DAY OF THE WORK DATE'S MONTH,
054500*                   FEBRUARY TAKING 29 DAYS IN A LEAP YEAR (EVERY
054600*                   FOURTH YEAR, CENTURIES ONLY WHEN DIVISIBLE BY
054700*                   400).
054800*-----------------------------------------------------------------
054900 1850-SET-MONTH-END.
055000     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-MONTH-END.
055100     IF WS-WORK-MM NOT = 2
055200         GO TO 1850-EXIT
055300     END-IF.
055400     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOT
055500         REMAINDER WS-LEAP-REM.
055600     IF WS-LEAP-REM NOT = 0
055700         GO TO 1850-EXIT
055800     END-IF.
055900     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOT
056000         REMAINDER WS-LEAP-REM.
056100     IF WS-LEAP-REM NOT = 0
056200         MOVE 29 TO WS-MONTH-END
056300         GO TO 1850-EXIT
056400     END-IF.
056500     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOT
056600         REMAINDER WS-LEAP-REM.
056700     IF WS-LEAP-REM = 0
056800         MOVE 29 TO WS-MONTH-END
056900     END-IF.
057000     GO TO 1850-EXIT.
057100 1850-EXIT.
057200     EXIT.
057300*-----------------------------------------------------------------
057400* 2000-NOTIFY-STUDENTS - READ THE MASTER IN ADM-NO ORDER AND WORK
057500*                   OUT THE NIGHT'S MESSAGES FOR EACH ACTIVE
057600*                   STUDENT. WITHDRAWN STUDENTS ARE NOT MESSAGED.
057700*-----------------------------------------------------------------
057800 2000-NOTIFY-STUDENTS.
057900     MOVE 'N' TO WS-MASTER-EOF-SW.
058000     MOVE 0 TO STUDENT-MASTER-ADM-NO.
058100     START STUDENT-MASTER
058200         KEY IS NOT LESS THAN STUDENT-MASTER-ADM-NO
058300         INVALID KEY
058400             MOVE 'Y' TO WS-MASTER-EOF-SW
058500     END-START.
058600     PERFORM UNTIL WS-MASTER-EOF
058700         READ STUDENT-MASTER NEXT INTO STU-MASTER-REC
058800             AT END
058900                 MOVE 'Y' TO WS-MASTER-EOF-SW
059000         END-READ
059100         IF NOT WS-MASTER-EOF AND STU-IS-ACTIVE
059200             PERFORM 2100-NOTIFY-ONE-STUDENT THRU 2100-EXIT
059300         END-IF
059400     END-PERFORM.
059500     GO TO 2000-EXIT.
059600 2000-EXIT.
059700     EXIT.
059800*-----------------------------------------------------------------
059900* 2100-NOTIFY-ONE-STUDENT - AN ABSENCE ALERT IF THE STUDENT IS
060000*                   MARKED A ON ATTMAST FOR THE RUN DATE, AND A
060100*                   FEE REMINDER IF THE STUDENT IS ON THE OVERDUE
060200*                   TABLE. THE CONTACT IS CHECKED ONCE FOR BOTH.
060300*-----------------------------------------------------------------
060400 2100-NOTIFY-ONE-STUDENT.
060500     ADD 1 TO WS-STUDENT-COUNT.
060600     PERFORM 3000-CHECK-CONTACT THRU 3000-EXIT.
060700     IF WS-ATTMAST-IS-OPEN
060800         MOVE 'Y' TO WS-ATT-FOUND-SW
060900         MOVE STU-ADM-NO TO ATT-MASTER-ADM-NO
061000         MOVE WS-TODAY-DATE TO ATT-MASTER-DATE
061100         READ ATT-MASTER INTO ATT-REC
061200             KEY IS ATT-MASTER-KEY
061300             INVALID KEY
061400                 MOVE 'N' TO WS-ATT-FOUND-SW
061500         END-READ
061600         IF WS-ATT-FOUND AND ATT-IS-ABSENT
061700             PERFORM 4000-ABSENCE-ALERT THRU 4000-EXIT
061800         END-IF
061900     END-IF.
062000     MOVE 0 TO WS-OD-FOUND-IX.
062100     PERFORM VARYING WS-OD-IX FROM 1 BY 1
062200             UNTIL WS-OD-IX > WS-OD-COUNT OR WS-OD-FOUND-IX > 0
062300         IF WS-OD-ADM-NO (WS-OD-IX) = STU-ADM-NO
062400             MOVE WS-OD-IX TO WS-OD-FOUND-IX
062500         END-IF
062600     END-PERFORM.
062700     IF WS-OD-FOUND-IX > 0
062800         IF WS-OD-BALANCE (WS-OD-FOUND-IX) > 0
062900             PERFORM 5000-FEE-REMINDER THRU 5000-EXIT
063000         END-IF
063100     END-IF.
063200     GO TO 2100-EXIT.
063300 2100-EXIT.
063400     EXIT.
063500*-----------------------------------------------------------------
063600* 3000-CHECK-CONTACT - THE GATEWAY NEEDS AN INDIAN MOBILE NUMBER -
063700*                   TEN DIGITS STARTING 6, 7, 8 OR 9. IT IS TAKEN
063800*                   AS KEYED ON THE ADMISSION FORM - ON ITS OWN,
063900*                   WITH A LEADING 0 OR WITH THE 91 COUNTRY CODE -
064000*                   AND IS SENT AS 91 AND THE TEN DIGITS. ANYTHING
064100*                   ELSE - A LANDLINE, A SHORT NUMBER, EMBEDDED
064200*                   SPACES OR PUNCTUATION - IS MALFORMED.
064300*-----------------------------------------------------------------
064400 3000-CHECK-CONTACT.
064500     MOVE 'N' TO WS-CONTACT-SW.
064600     MOVE SPACES TO WS-SEND-CONTACT.
064700     MOVE SPACES TO WS-CONTACT-REASON.
064800     IF STU-CONTACT = SPACES
064900         MOVE 'CONTACT NUMBER BLANK' TO WS-CONTACT-REASON
065000         GO TO 3000-EXIT
065100     END-IF.
065200     IF STU-CONTACT (1:10) IS NUMERIC
065300             AND STU-CONTACT (11:2) = SPACES
065400         MOVE STU-CONTACT (1:1) TO WS-MOBILE-LEAD
065500         IF WS-MOBILE-LEAD-IS-VALID
065600             MOVE '91' TO WS-SEND-CONTACT (1:2)
065700             MOVE STU-CONTACT (1:10) TO WS-SEND-CONTACT (3:10)
065800             MOVE 'Y' TO WS-CONTACT-SW
065900             GO TO 3000-EXIT
066000         END-IF
066100     END-IF.
066200     IF STU-CONTACT (1:1) = '0'
066300             AND STU-CONTACT (2:10) IS NUMERIC
066400             AND STU-CONTACT (12:1) = SPACE
066500         MOVE STU-CONTACT (2:1) TO WS-MOBILE-LEAD
066600         IF WS-MOBILE-LEAD-IS-VALID
066700             MOVE '91' TO WS-SEND-CONTACT (1:2)
066800             MOVE STU-CONTACT (2:10) TO WS-SEND-CONTACT (3:10)
066900             MOVE 'Y' TO WS-CONTACT-SW
067000             GO TO 3000-EXIT
067100         END-IF
067200     END-IF.
067300     IF STU-CONTACT (1:2) = '91'
067400             AND STU-CONTACT IS NUMERIC
067500         MOVE STU-CONTACT (3:1) TO WS-MOBILE-LEAD
067600         IF WS-MOBILE-LEAD-IS-VALID
067700             MOVE STU-CONTACT TO WS-SEND-CONTACT
067800             MOVE 'Y' TO WS-CONTACT-SW
067900             GO TO 3000-EXIT
068000         END-IF
068100     END-IF.
068200     MOVE 'CONTACT NOT A 10-DIGIT MOBILE' TO WS-CONTACT-REASON.
068300     GO TO 3000-EXIT.
068400 3000-EXIT.
068500     EXIT.
068600*-----------------------------------------------------------------
068700* 4000-ABSENCE-ALERT - BUILD THE SAME-DAY ABSENCE MESSAGE.
068800*-----------------------------------------------------------------
068900 4000-ABSENCE-ALERT.
069000     MOVE 'ABSN' TO WS-MSG-TYPE.
069100     MOVE 0 TO WS-MSG-AMOUNT.
069200     MOVE SPACES TO WS-MSG-TEXT.
069300     STRING 'DEAR PARENT, '         DELIMITED BY SIZE
069400            STU-NAME                DELIMITED BY '  '
069500            ' (ADM NO '             DELIMITED BY SIZE
069600            STU-ADM-NO              DELIMITED BY SIZE
069700            ') WAS MARKED ABSENT FROM SCHOOL TODAY, '
069800                                    DELIMITED BY SIZE
069900            WS-TODAY-DD             DELIMITED BY SIZE
070000            '-'                     DELIMITED BY SIZE
070100            WS-TODAY-MM             DELIMITED BY SIZE
070200            '-'                     DELIMITED BY SIZE
070300            WS-TODAY-YYYY           DELIMITED BY SIZE
070400            '. PLEASE CONTACT THE CLASS TEACHER.'
070500                                    DELIMITED BY SIZE
070600            ' - SCHOOL OFFICE'      DELIMITED BY SIZE
070700         INTO WS-MSG-TEXT
070800     END-STRING.
070900     PERFORM 6000-SEND-MESSAGE THRU 6000-EXIT.
071000     GO TO 4000-EXIT.
071100 4000-EXIT.
071200     EXIT.
071300*-----------------------------------------------------------------
071400* 5000-FEE-REMINDER - BUILD THE OVERDUE FEE MESSAGE. THE AMOUNT IS
071500*                   EDITED AND ITS LEADING SPACES SKIPPED SO IT
071600*                   READS NATURALLY IN THE TEXT.
071700*-----------------------------------------------------------------
071800 5000-FEE-REMINDER.
071900     MOVE 'FEES' TO WS-MSG-TYPE.
072000     MOVE WS-OD-BALANCE (WS-OD-FOUND-IX) TO WS-MSG-AMOUNT.
072100     MOVE WS-MSG-AMOUNT TO WS-AMOUNT-EDIT.
072200     MOVE 0 TO WS-AMOUNT-LEAD.
072300     INSPECT WS-AMOUNT-EDIT TALLYING WS-AMOUNT-LEAD
072400         FOR LEADING SPACES.
072500     MOVE SPACES TO WS-MSG-TEXT.
072600     STRING 'DEAR PARENT, FEES OF RS '
072700                                    DELIMITED BY SIZE
072800            WS-AMOUNT-EDIT (WS-AMOUNT-LEAD + 1:)
072900                                    DELIMITED BY SIZE
073000            ' ARE OVERDUE FOR '     DELIMITED BY SIZE
073100            STU-NAME                DELIMITED BY '  '
073200            ' (ADM NO '             DELIMITED BY SIZE
073300            STU-ADM-NO              DELIMITED BY SIZE
073400            '). PAY AT THE OFFICE OR BY BANK QUOTING'
073500                                    DELIMITED BY SIZE
073600            ' THE ADM NO.'          DELIMITED BY SIZE
073700         INTO WS-MSG-TEXT
073800     END-STRING.
073900     PERFORM 6000-SEND-MESSAGE THRU 6000-EXIT.
074000     GO TO 5000-EXIT.
074100 5000-EXIT.
074200     EXIT.
074300*-----------------------------------------------------------------
074400* 6000-SEND-MESSAGE - A STUDENT WITH NO USABLE CONTACT GOES TO THE
074500*                   EXCEPTION LIST. OTHERWISE THE HISTORY IS READ:
074600*                   AN ALERT ALREADY SENT FOR THE RUN DATE, OR A
074700*                   REMINDER FOR THE SAME AMOUNT SENT IN THE LAST
074800*                   SEVEN DAYS, IS NOT SENT AGAIN. WHAT IS SENT IS
074900*                   WRITTEN TO SMSOUT AND RECORDED ON THE HISTORY.
075000*-----------------------------------------------------------------
075100 6000-SEND-MESSAGE.
075200     IF NOT WS-CONTACT-IS-VALID
075300         PERFORM 6500-WRITE-EXCEPTION THRU 6500-EXIT
075400         GO TO 6000-EXIT
075500     END-IF.
075600     MOVE 'Y' TO WS-HIST-FOUND-SW.
075700     MOVE STU-ADM-NO TO SMS-HISTORY-ADM-NO.
075800     MOVE WS-MSG-TYPE TO SMS-HISTORY-TYPE.
075900     READ SMS-HISTORY INTO SMH-REC
076000         KEY IS SMS-HISTORY-KEY
076100         INVALID KEY
076200             MOVE 'N' TO WS-HIST-FOUND-SW
076300     END-READ.
076400     IF WS-HIST-FOUND
076500         IF WS-MSG-TYPE = 'ABSN'
076600                 AND SMH-LAST-SENT-DATE = WS-TODAY-DATE
076700             ADD 1 TO WS-SUPPRESSED-COUNT
076800             GO TO 6000-EXIT
076900         END-IF
077000         IF WS-MSG-TYPE = 'FEES'
077100                 AND SMH-LAST-SENT-DATE > WS-WEEK-AGO-DATE
077200                 AND SMH-LAST-AMOUNT = WS-MSG-AMOUNT
077300             ADD 1 TO WS-SUPPRESSED-COUNT
077400             GO TO 6000-EXIT
077500         END-IF
077600     END-IF.
077700     MOVE STU-ADM-NO      TO SMS-ADM-NO.
077800     MOVE WS-SEND-CONTACT TO SMS-CONTACT.
077900     MOVE WS-MSG-TYPE     TO SMS-MSG-TYPE.
078000     MOVE WS-TODAY-DATE   TO SMS-SEND-DATE.
078100     MOVE WS-MSG-TEXT     TO SMS-TEXT.
078200     MOVE SMS-REC TO SMS-OUT-REC.
078300     WRITE SMS-OUT-REC.
078400     IF SMS-IS-ABSENCE
078500         ADD 1 TO WS-ABSENT-COUNT
078600     ELSE
078700         ADD 1 TO WS-REMINDER-COUNT
078800         ADD WS-MSG-AMOUNT TO WS-REMINDER-TOTAL
078900     END-IF.
079000     IF NOT WS-HIST-FOUND
079100         MOVE STU-ADM-NO  TO SMH-ADM-NO
079200         MOVE WS-MSG-TYPE TO SMH-MSG-TYPE
079300         MOVE 0           TO SMH-SENT-COUNT
079400     END-IF.
079500     MOVE WS-TODAY-DATE   TO SMH-LAST-SENT-DATE.
079600     MOVE WS-MSG-AMOUNT   TO SMH-LAST-AMOUNT.
079700     MOVE WS-SEND-CONTACT TO SMH-LAST-CONTACT.
079800     ADD 1 TO SMH-SENT-COUNT.
079900     MOVE SMH-REC TO SMS-HISTORY-REC.
080000     IF WS-HIST-FOUND
080100         REWRITE SMS-HISTORY-REC
080200             INVALID KEY
080300                 DISPLAY 'SMSHIST REWRITE FAILED - ADM NO '
080400                     STU-ADM-NO ' STATUS ' WS-FS-HISTORY
080500         END-REWRITE
080600     ELSE
080700         WRITE SMS-HISTORY-REC
080800             INVALID KEY
080900                 DISPLAY 'SMSHIST WRITE FAILED - ADM NO '
081000                     STU-ADM-NO ' STATUS ' WS-FS-HISTORY
081100         END-WRITE
081200     END-IF.
081300     GO TO 6000-EXIT.
081400 6000-EXIT.
081500     EXIT.
081600*-----------------------------------------------------------------
081700* 6500-WRITE-EXCEPTION - LIST THE MESSAGE THAT COULD NOT GO, WITH
081800*                   THE CONTACT AS HELD ON THE MASTER, FOR THE
081900*                   OFFICE TO CORRECT FROM THE ADMISSION FORM.
082000*-----------------------------------------------------------------
082100 6500-WRITE-EXCEPTION.
082200     ADD 1 TO WS-EXCEPTION-COUNT.
082300     MOVE STU-ADM-NO        TO WS-DTL-ADM-NO.
082400     MOVE STU-NAME          TO WS-DTL-NAME.
082500     MOVE STU-CLS           TO WS-DTL-CLS.
082600     MOVE STU-SECTION       TO WS-DTL-SECTION.
082700     MOVE WS-MSG-TYPE       TO WS-DTL-TYPE.
082800     MOVE STU-CONTACT       TO WS-DTL-CONTACT.
082900     MOVE WS-CONTACT-REASON TO WS-DTL-REASON.
083000     MOVE WS-DETAIL-LINE TO EXCEPTION-LIST-REC.
083100     WRITE EXCEPTION-LIST-REC.
083200     GO TO 6500-EXIT.
083300 6500-EXIT.
083400     EXIT.
083500*-----------------------------------------------------------------
083600* 8000-PRINT-TOTALS - THE NIGHT'S COUNTS AT THE FOOT OF THE
083700*                   EXCEPTION LIST.
083800*-----------------------------------------------------------------
083900 8000-PRINT-TOTALS.
084000     MOVE SPACES TO EXCEPTION-LIST-REC.
084100     WRITE EXCEPTION-LIST-REC.
084200     IF WS-EXCEPTION-COUNT = 0
084300         MOVE 'NO EXCEPTIONS - EVERY MESSAGE HAD A MOBILE NUMBER'
084400             TO EXCEPTION-LIST-REC
084500         WRITE EXCEPTION-LIST-REC
084600         MOVE SPACES TO EXCEPTION-LIST-REC
084700         WRITE EXCEPTION-LIST-REC
084800     END-IF.
084900     MOVE 'ACTIVE STUDENTS CHECKED' TO WS-TOT-TEXT.
085000     MOVE WS-STUDENT-COUNT TO WS-TOT-COUNT.
085100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
085200     MOVE 'ABSENCE ALERTS WRITTEN' TO WS-TOT-TEXT.
085300     MOVE WS-ABSENT-COUNT TO WS-TOT-COUNT.
085400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
085500     MOVE 'FEE REMINDERS WRITTEN' TO WS-TOT-TEXT.
085600     MOVE WS-REMINDER-COUNT TO WS-TOT-COUNT.
085700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
085800     MOVE 'ALREADY SENT - HELD BACK' TO WS-TOT-TEXT.
085900     MOVE WS-SUPPRESSED-COUNT TO WS-TOT-COUNT.
086000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
086100     MOVE 'NOT SENT - CONTACT EXCEPTIONS' TO WS-TOT-TEXT.
086200     MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT.
086300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
086400     MOVE 'PAST-DUE FEE HEADS ON FEESTRUC' TO WS-TOT-TEXT.
086500     MOVE WS-DD-COUNT TO WS-TOT-COUNT.
086600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
086700     GO TO 8000-EXIT.
086800 8000-EXIT.
086900     EXIT.
087000*-----------------------------------------------------------------
087100* 8100-WRITE-TOTAL-LINE - PRINT ONE CAPTION AND COUNT LINE OF
087200*                   THE RUN TOTALS ON THE EXCEPTION LIST.
087300*-----------------------------------------------------------------
087400 8100-WRITE-TOTAL-LINE.
087500     MOVE WS-TOTAL-LINE TO EXCEPTION-LIST-REC.
087600     WRITE EXCEPTION-LIST-REC.
087700     GO TO 8100-EXIT.
087800 8100-EXIT.
087900     EXIT.
088000*-----------------------------------------------------------------
088100* 9000-TERMINATE - CLOSE FILES AND DISPLAY THE RUN SUMMARY BEFORE
088200*                  STOP RUN.
088300*-----------------------------------------------------------------
088400 9000-TERMINATE.
088500     CLOSE STUDENT-MASTER.
088600     CLOSE SMS-HISTORY.
088700     CLOSE SMS-OUT.
088800     CLOSE EXCEPTION-LIST.
088900     IF WS-ATTMAST-IS-OPEN
089000         CLOSE ATT-MASTER
089100     END-IF.
089200     IF WS-LEDGER-IS-OPEN
089300         CLOSE FEE-LEDGER
089400     END-IF.
089500     IF WS-REVERSALS-IS-OPEN
089600         CLOSE FEE-REVERSALS
089700     END-IF.
089800     MOVE WS-REMINDER-TOTAL TO WS-DISPLAY-AMOUNT.
089900     DISPLAY 'GUARDIAN MESSAGES DONE'.
090000     DISPLAY 'STUDENTS CHECKED  = ' WS-STUDENT-COUNT.
090100     DISPLAY 'ABSENCE ALERTS    = ' WS-ABSENT-COUNT.
090200     DISPLAY 'FEE REMINDERS     = ' WS-REMINDER-COUNT
090300         ' AMOUNT ' WS-DISPLAY-AMOUNT.
090400     DISPLAY 'HELD BACK         = ' WS-SUPPRESSED-COUNT.
090500     DISPLAY 'EXCEPTIONS        = ' WS-EXCEPTION-COUNT.
090600     GO TO 9000-EXIT.
090700 9000-EXIT.
090800     EXIT.
090900*-----------------------------------------------------------------
091000* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
091100*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
091200*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
091300*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
091400*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
091500*-----------------------------------------------------------------
091600 9500-WRITE-RUN-LOG.
091700     MOVE 'RITESH42' TO RUN-PROGRAM-ID.
091800     MOVE SPACES TO RUN-OPERATOR-ID.
091900     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
092000     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
092100     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
092200     ACCEPT RUN-END-TIME FROM TIME.
092300     MOVE WS-ABSENT-COUNT TO RUN-CNT-1.
092400     MOVE WS-REMINDER-COUNT TO RUN-CNT-2.
092500     MOVE WS-EXCEPTION-COUNT TO RUN-CNT-3.
092600     MOVE WS-SUPPRESSED-COUNT TO RUN-CNT-4.
092700     OPEN EXTEND RUN-LOG.
092800     IF WS-FS-RUNLOG = '35'
092900         OPEN OUTPUT RUN-LOG
093000     END-IF.
093100     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
093200     WRITE RUN-LOG-OUT-REC.
093300     CLOSE RUN-LOG.
093400     GO TO 9500-EXIT.
093500 9500-EXIT.
093600     EXIT.
