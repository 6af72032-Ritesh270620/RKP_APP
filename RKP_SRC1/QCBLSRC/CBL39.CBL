000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH37.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 07-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 07-SEP-2026  RKP  ORIGINAL - MISSING-ATTENDANCE EXCEPTION
001000*                   REPORT. TAKES A DATE OR DATE RANGE AT THE
001100*                   CONSOLE AND, FOR EVERY SCHOOL DAY (WORKING OR
001200*                   EXAM DAY) ON THE SCHCAL CALENDAR IN THE
001300*                   PERIOD, CHECKS EACH ACTIVE STUDENT ON THE
001400*                   MASTER AGAINST ATTMAST BY KEY. A CLASS AND
001500*                   SECTION WITH NOBODY MARKED THAT DAY PRINTS ONE
001600*                   LINE - THE TEACHER'S LIST NEVER CAME IN. IN A
001700*                   CLASS AND SECTION THAT WAS MARKED, EACH ACTIVE
001800*                   STUDENT LEFT OFF THE LIST PRINTS BY NAME.
001900*                   REPORT ON ATTEXC, WITH THE SCHOOL DAYS CHECKED
002000*                   AND THE EXCEPTION COUNTS AT THE FOOT. WITHOUT
002100*                   THE REPORT A MISSED DAY SIMPLY DROPS OUT OF
002200*                   THE RITESH17 REGISTER.
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
003400     SELECT ATT-MASTER ASSIGN TO "ATTMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS ATT-MASTER-KEY
003800         FILE STATUS IS WS-FS-ATTMAST.
003900     SELECT SCHOOL-CALENDAR ASSIGN TO "SCHCAL"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS SCHOOL-CALENDAR-DATE
004300         FILE STATUS IS WS-FS-CALENDAR.
004400     SELECT EXCEPTION-REPORT ASSIGN TO "ATTEXC"
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
005800 FD  ATT-MASTER.
005900 01  ATT-MASTER-REC.
006000     05  ATT-MASTER-KEY.
006100         10  ATT-MASTER-ADM-NO   PIC 9(06).
006200         10  ATT-MASTER-DATE     PIC 9(08).
006300     05  FILLER                  PIC X(01).
006400 FD  SCHOOL-CALENDAR.
006500 01  SCHOOL-CALENDAR-REC.
006600     05  SCHOOL-CALENDAR-DATE    PIC 9(08).
006700     05  FILLER                  PIC X(36).
006800 FD  EXCEPTION-REPORT.
006900 01  EXCEPTION-REPORT-REC        PIC X(80).
007000 SD  SORT-WORK.
007100 01  SORT-REC.
007200     05  SRT-DATE                PIC 9(08).
007300     05  SRT-CLS                 PIC 9(02).
007400     05  SRT-SECTION             PIC X(01).
007500     05  SRT-MARKED-SW           PIC X(01).
007600         88  SRT-IS-MARKED       VALUE 'Y'.
007700     05  SRT-ADM-NO              PIC 9(06).
007800     05  SRT-NAME                PIC A(10).
007900     05  SRT-WEEKDAY             PIC X(03).
008000     05  SRT-DAY-TYPE            PIC X(01).
008100 FD  RUN-LOG.
008200 01  RUN-LOG-OUT-REC             PIC X(73).
008300 WORKING-STORAGE SECTION.
008400 COPY STUSTU01.
008500 COPY STUCAL01.
008600 COPY STURUN01.
008700 77  WS-FS-MASTER                PIC X(02).
008800 77  WS-FS-ATTMAST               PIC X(02).
008900 77  WS-FS-CALENDAR              PIC X(02).
009000 77  WS-FS-REPORT                PIC X(02).
009100 77  WS-ATTMAST-OPEN-SW          PIC X(01).
009200     88  WS-ATTMAST-IS-OPEN      VALUE 'Y'.
009300 77  WS-CAL-EOF-SW               PIC X(01).
009400     88  WS-CAL-EOF              VALUE 'Y'.
009500 77  WS-MASTER-EOF-SW            PIC X(01).
009600     88  WS-MASTER-EOF           VALUE 'Y'.
009700 77  WS-SORT-EOF-SW              PIC X(01).
009800     88  WS-SORT-EOF             VALUE 'Y'.
009900 77  WS-DATE-VALID-SW            PIC X(01).
010000     88  WS-DATE-IS-VALID        VALUE 'Y'.
010100 77  WS-FIRST-SW                 PIC X(01).
010200     88  WS-FIRST-GROUP          VALUE 'Y'.
010300 77  WS-GRP-MARKED-SW            PIC X(01).
010400     88  WS-GRP-IS-MARKED        VALUE 'Y'.
010500 77  WS-FROM-DATE                PIC 9(08).
010600 77  WS-TO-DATE                  PIC 9(08).
010700 77  WS-TODAY-DATE               PIC 9(08).
010800 77  WS-PREV-DATE                PIC 9(08).
010900 77  WS-PREV-CLS                 PIC 9(02).
011000 77  WS-PREV-SECTION             PIC X(01).
011100 77  WS-PREV-WEEKDAY             PIC X(03).
011200 77  WS-GRP-ON-ROLL              PIC 9(05) COMP.
011300 77  WS-PAGE-NO                  PIC 9(03).
011400 77  WS-LINE-COUNT               PIC 9(03) COMP.
011500 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 50.
011600 77  WS-SCHOOL-DAY-COUNT         PIC 9(05) COMP.
011700 77  WS-UNMARKED-COUNT           PIC 9(06) COMP.
011800 77  WS-MISSING-COUNT            PIC 9(06) COMP.
011900 77  WS-FS-RUNLOG                PIC X(02).
012000 77  WS-RUN-START-DATE           PIC 9(08).
012100 77  WS-RUN-START-TIME           PIC 9(08).
012200 01  WS-HEADING-LINE.
012300     05  FILLER                  PIC X(28) VALUE
012400         'MISSING ATTENDANCE   PERIOD '.
012500     05  WS-HDG-FROM             PIC 9(08).
012600     05  FILLER                  PIC X(03) VALUE ' - '.
012700     05  WS-HDG-TO               PIC 9(08).
012800     05  FILLER                  PIC X(06) VALUE ' PAGE '.
012900     05  WS-HDG-PAGE             PIC ZZ9.
013000     05  FILLER                  PIC X(10) VALUE
013100         '  RUN DATE'.
013200     05  FILLER                  PIC X(01) VALUE SPACES.
013300     05  WS-HDG-DATE             PIC 9(08).
013400     05  FILLER                  PIC X(05) VALUE SPACES.
013500 01  WS-COLUMN-LINE.
013600     05  FILLER                  PIC X(40) VALUE
013700         'DATE      DAY  CLS SEC  ADM NO  NAME    '.
013800     05  FILLER                  PIC X(40) VALUE
013900         '    EXCEPTION'.
014000 01  WS-DETAIL-LINE.
014100     05  WS-DTL-DATE             PIC 9(08).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  WS-DTL-WEEKDAY          PIC X(03).
014400     05  FILLER                  PIC X(03) VALUE SPACES.
014500     05  WS-DTL-CLS              PIC Z9.
014600     05  FILLER                  PIC X(03) VALUE SPACES.
014700     05  WS-DTL-SECTION          PIC X(01).
014800     05  FILLER                  PIC X(02) VALUE SPACES.
014900     05  WS-DTL-ADM-NO           PIC X(06).
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  WS-DTL-NAME             PIC X(10).
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  WS-DTL-TEXT             PIC X(36).
015400 01  WS-UNMARKED-TEXT.
015500     05  FILLER                  PIC X(21) VALUE
015600         'NO ATTENDANCE POSTED '.
015700     05  WS-UNM-ON-ROLL          PIC ZZZ9.
015800     05  FILLER                  PIC X(11) VALUE
015900         ' ON ROLL'.
016000 01  WS-TOTAL-LINE.
016100     05  WS-TOT-TEXT             PIC X(40).
016200     05  WS-TOT-COUNT            PIC ZZZZZ9.
016300     05  FILLER                  PIC X(34) VALUE SPACES.
016400 PROCEDURE DIVISION.
016500 0000-MAINLINE.
016600     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
016700     ACCEPT WS-RUN-START-TIME FROM TIME.
016800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016900     PERFORM 1100-ACCEPT-DATE-RANGE THRU 1100-EXIT.
017000     SORT SORT-WORK
017100         ON ASCENDING KEY SRT-DATE SRT-CLS SRT-SECTION
017200         DESCENDING KEY SRT-MARKED-SW
017300         ASCENDING KEY SRT-ADM-NO
017400         INPUT PROCEDURE IS 2000-CHECK-SCHOOL-DAYS
017500             THRU 2000-EXIT
017600         OUTPUT PROCEDURE IS 3000-PRINT-EXCEPTIONS
017700             THRU 3000-EXIT.
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900     MOVE 'C' TO RUN-OUTCOME.
018000     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
018100     STOP RUN.
018200*-----------------------------------------------------------------
018300* 1000-INITIALIZE - PICK UP THE RUN DATE, CLEAR THE TOTALS AND
018400*                   OPEN THE FILES. WITHOUT THE CALENDAR THERE ARE
018500*                   NO SCHOOL DAYS TO CHECK AND WITHOUT THE MASTER
018600*                   NO ROLL TO CHECK THEM AGAINST - EITHER STOPS
018700*                   THE RUN. NO ATTMAST MEANS NOTHING HAS EVER
018800*                   BEEN POSTED AND EVERY SCHOOL DAY IS MISSING.
018900*-----------------------------------------------------------------
019000 1000-INITIALIZE.
019100     MOVE 0 TO WS-PAGE-NO.
019200     MOVE 0 TO WS-LINE-COUNT.
019300     MOVE 0 TO WS-SCHOOL-DAY-COUNT.
019400     MOVE 0 TO WS-UNMARKED-COUNT.
019500     MOVE 0 TO WS-MISSING-COUNT.
019600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
019700     OPEN INPUT SCHOOL-CALENDAR.
019800     IF WS-FS-CALENDAR NOT = '00'
019900         DISPLAY 'SCHCAL NOT FOUND - RUN RITESH36 FIRST'
020000         MOVE 'A' TO RUN-OUTCOME
020100         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
020200         STOP RUN
020300     END-IF.
020400     OPEN INPUT STUDENT-MASTER.
020500     IF WS-FS-MASTER NOT = '00'
020600         DISPLAY 'STUDENT MASTER OPEN FAILED - STATUS '
020700             WS-FS-MASTER
020800         CLOSE SCHOOL-CALENDAR
020900         MOVE 'A' TO RUN-OUTCOME
021000         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
021100         STOP RUN
021200     END-IF.
021300     MOVE 'N' TO WS-ATTMAST-OPEN-SW.
021400     OPEN INPUT ATT-MASTER.
021500     IF WS-FS-ATTMAST = '00'
021600         MOVE 'Y' TO WS-ATTMAST-OPEN-SW
021700     ELSE
021800         DISPLAY 'ATTMAST NOT FOUND - NO ATTENDANCE POSTED YET'
021900     END-IF.
022000     GO TO 1000-EXIT.
022100 1000-EXIT.
022200     EXIT.
022300*-----------------------------------------------------------------
022400* 1100-ACCEPT-DATE-RANGE - TAKE THE FROM AND TO DATES. A ZERO
022500*                   TO-DATE MEANS A ONE-DAY REPORT FOR THE
022600*                   FROM-DATE. RE-PROMPT UNTIL THE RANGE IS
022700*                   NUMERIC AND THE TO-DATE IS NOT BEFORE THE
022800*                   FROM-DATE.
022900*-----------------------------------------------------------------
023000 1100-ACCEPT-DATE-RANGE.
023100     MOVE 'N' TO WS-DATE-VALID-SW.
023200     PERFORM UNTIL WS-DATE-IS-VALID
023300         DISPLAY 'ENTER FROM DATE (YYYYMMDD)'
023400         ACCEPT WS-FROM-DATE
023500         DISPLAY 'ENTER TO DATE (YYYYMMDD, 0 = FROM DATE)'
023600         ACCEPT WS-TO-DATE
023700         IF WS-FROM-DATE IS NUMERIC AND WS-FROM-DATE > 0
023800                 AND WS-TO-DATE IS NUMERIC
023900             IF WS-TO-DATE = 0
024000                 MOVE WS-FROM-DATE TO WS-TO-DATE
024100             END-IF
024200             IF WS-TO-DATE >= WS-FROM-DATE
024300                 MOVE 'Y' TO WS-DATE-VALID-SW
024400             ELSE
024500                 DISPLAY 'TO DATE IS BEFORE FROM DATE'
024600             END-IF
024700         ELSE
024800             DISPLAY 'INVALID DATE - MUST BE NUMERIC YYYYMMDD'
024900         END-IF
025000     END-PERFORM.
025100     GO TO 1100-EXIT.
025200 1100-EXIT.
025300     EXIT.
025400*-----------------------------------------------------------------
025500* 2000-CHECK-SCHOOL-DAYS - SORT INPUT PROCEDURE. READ THE
025600*                   CALENDAR FROM THE FROM-DATE AND CHECK THE
025700*                   ROLL FOR EVERY SCHOOL DAY UP TO THE TO-DATE.
025800*                   HOLIDAYS ARE PASSED OVER.
025900*-----------------------------------------------------------------
026000 2000-CHECK-SCHOOL-DAYS.
026100     MOVE 'N' TO WS-CAL-EOF-SW.
026200     MOVE WS-FROM-DATE TO SCHOOL-CALENDAR-DATE.
026300     START SCHOOL-CALENDAR
026400         KEY IS NOT LESS THAN SCHOOL-CALENDAR-DATE
026500         INVALID KEY
026600             MOVE 'Y' TO WS-CAL-EOF-SW
026700     END-START.
026800     PERFORM UNTIL WS-CAL-EOF
026900         READ SCHOOL-CALENDAR NEXT INTO CAL-REC
027000             AT END
027100                 MOVE 'Y' TO WS-CAL-EOF-SW
027200         END-READ
027300         IF NOT WS-CAL-EOF
027400             IF CAL-DATE > WS-TO-DATE
027500                 MOVE 'Y' TO WS-CAL-EOF-SW
027600             ELSE
027700                 IF CAL-IS-SCHOOL-DAY
027800                     ADD 1 TO WS-SCHOOL-DAY-COUNT
027900                     PERFORM 2100-CHECK-ONE-DAY THRU 2100-EXIT
028000                 END-IF
028100             END-IF
028200         END-IF
028300     END-PERFORM.
028400     GO TO 2000-EXIT.
028500 2000-EXIT.
028600     EXIT.
028700*-----------------------------------------------------------------
028800* 2100-CHECK-ONE-DAY - READ THE MASTER THROUGH AND RELEASE ONE
028900*                   SORT RECORD PER ACTIVE STUDENT FOR THE DAY,
029000*                   MARKED OR NOT ACCORDING TO A KEYED READ OF
029100*                   ATTMAST ON ADM-NO PLUS DATE.
029200*-----------------------------------------------------------------
029300 2100-CHECK-ONE-DAY.
029400     MOVE 'N' TO WS-MASTER-EOF-SW.
029500     MOVE 0 TO STUDENT-MASTER-ADM-NO.
029600     START STUDENT-MASTER
029700         KEY IS NOT LESS THAN STUDENT-MASTER-ADM-NO
029800         INVALID KEY
029900             MOVE 'Y' TO WS-MASTER-EOF-SW
030000     END-START.
030100     PERFORM UNTIL WS-MASTER-EOF
030200         READ STUDENT-MASTER NEXT INTO STU-MASTER-REC
030300             AT END
030400                 MOVE 'Y' TO WS-MASTER-EOF-SW
030500         END-READ
030600         IF NOT WS-MASTER-EOF AND STU-IS-ACTIVE
030700             PERFORM 2200-RELEASE-ONE-STUDENT THRU 2200-EXIT
030800         END-IF
030900     END-PERFORM.
031000     GO TO 2100-EXIT.
031100 2100-EXIT.
031200     EXIT.
031300*-----------------------------------------------------------------
031400* 2200-RELEASE-ONE-STUDENT - LOOK FOR THE STUDENT'S MARK FOR THE
031500*                   DAY AND RELEASE THE STUDENT TO THE SORT.
031600*-----------------------------------------------------------------
031700 2200-RELEASE-ONE-STUDENT.
031800     MOVE CAL-DATE     TO SRT-DATE.
031900     MOVE STU-CLS      TO SRT-CLS.
032000     MOVE STU-SECTION  TO SRT-SECTION.
032100     MOVE STU-ADM-NO   TO SRT-ADM-NO.
032200     MOVE STU-NAME     TO SRT-NAME.
032300     MOVE CAL-WEEKDAY  TO SRT-WEEKDAY.
032400     MOVE CAL-DAY-TYPE TO SRT-DAY-TYPE.
032500     MOVE 'N' TO SRT-MARKED-SW.
032600     IF WS-ATTMAST-IS-OPEN
032700         MOVE STU-ADM-NO TO ATT-MASTER-ADM-NO
032800         MOVE CAL-DATE TO ATT-MASTER-DATE
032900         MOVE 'Y' TO SRT-MARKED-SW
033000         READ ATT-MASTER
033100             KEY IS ATT-MASTER-KEY
033200             INVALID KEY
033300                 MOVE 'N' TO SRT-MARKED-SW
033400         END-READ
033500     END-IF.
033600     RELEASE SORT-REC.
033700     GO TO 2200-EXIT.
033800 2200-EXIT.
033900     EXIT.
034000*-----------------------------------------------------------------
034100* 3000-PRINT-EXCEPTIONS - SORT OUTPUT PROCEDURE. THE STUDENTS COME
034200*                   BACK BY DATE, CLASS AND SECTION WITH THE
034300*                   MARKED ONES FIRST, SO THE FIRST RECORD OF EACH
034400*                   GROUP SAYS WHETHER THE SECTION WAS MARKED THAT
034500*                   DAY AT ALL.
034600*-----------------------------------------------------------------
034700 3000-PRINT-EXCEPTIONS.
034800     MOVE 'N' TO WS-SORT-EOF-SW.
034900     MOVE 'Y' TO WS-FIRST-SW.
035000     OPEN OUTPUT EXCEPTION-REPORT.
035100     PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT.
035200     PERFORM UNTIL WS-SORT-EOF
035300         RETURN SORT-WORK
035400             AT END
035500                 MOVE 'Y' TO WS-SORT-EOF-SW
035600         END-RETURN
035700         IF NOT WS-SORT-EOF
035800             PERFORM 3100-CHECK-ONE-STUDENT THRU 3100-EXIT
035900         END-IF
036000     END-PERFORM.
036100     IF NOT WS-FIRST-GROUP
036200         PERFORM 3400-END-GROUP THRU 3400-EXIT
036300     END-IF.
036400     PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.
036500     CLOSE EXCEPTION-REPORT.
036600     GO TO 3000-EXIT.
036700 3000-EXIT.
036800     EXIT.
036900*-----------------------------------------------------------------
037000* 3100-CHECK-ONE-STUDENT - HANDLE THE DATE/CLASS/SECTION BREAK,
037100*                   THEN PRINT THE STUDENT IF THE SECTION WAS
037200*                   MARKED AND THE STUDENT WAS NOT.
037300*-----------------------------------------------------------------
037400 3100-CHECK-ONE-STUDENT.
037500     IF WS-FIRST-GROUP
037600             OR SRT-DATE NOT = WS-PREV-DATE
037700             OR SRT-CLS NOT = WS-PREV-CLS
037800             OR SRT-SECTION NOT = WS-PREV-SECTION
037900         IF NOT WS-FIRST-GROUP
038000             PERFORM 3400-END-GROUP THRU 3400-EXIT
038100         END-IF
038200         MOVE 'N' TO WS-FIRST-SW
038300         MOVE SRT-DATE TO WS-PREV-DATE
038400         MOVE SRT-CLS TO WS-PREV-CLS
038500         MOVE SRT-SECTION TO WS-PREV-SECTION
038600         MOVE SRT-WEEKDAY TO WS-PREV-WEEKDAY
038700         MOVE SRT-MARKED-SW TO WS-GRP-MARKED-SW
038800         MOVE 0 TO WS-GRP-ON-ROLL
038900     END-IF.
039000     ADD 1 TO WS-GRP-ON-ROLL.
039100     IF WS-GRP-IS-MARKED AND NOT SRT-IS-MARKED
039200         MOVE SRT-DATE TO WS-DTL-DATE
039300         MOVE SRT-WEEKDAY TO WS-DTL-WEEKDAY
039400         MOVE SRT-CLS TO WS-DTL-CLS
039500         MOVE SRT-SECTION TO WS-DTL-SECTION
039600         MOVE SRT-ADM-NO TO WS-DTL-ADM-NO
039700         MOVE SRT-NAME TO WS-DTL-NAME
039800         MOVE 'NOT ON THE DAY''S LIST' TO WS-DTL-TEXT
039900         PERFORM 3300-PRINT-DETAIL THRU 3300-EXIT
040000         ADD 1 TO WS-MISSING-COUNT
040100     END-IF.
040200     GO TO 3100-EXIT.
040300 3100-EXIT.
040400     EXIT.
040500*-----------------------------------------------------------------
040600* 3200-START-NEW-PAGE - THROW TO A NEW PAGE AND PRINT THE PERIOD/
040700*                   PAGE HEADING AND THE COLUMN LINE.
040800*-----------------------------------------------------------------
040900 3200-START-NEW-PAGE.
041000     ADD 1 TO WS-PAGE-NO.
041100     MOVE WS-FROM-DATE TO WS-HDG-FROM.
041200     MOVE WS-TO-DATE TO WS-HDG-TO.
041300     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
041400     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
041500     MOVE WS-HEADING-LINE TO EXCEPTION-REPORT-REC.
041600     WRITE EXCEPTION-REPORT-REC AFTER ADVANCING PAGE.
041700     MOVE WS-COLUMN-LINE TO EXCEPTION-REPORT-REC.
041800     WRITE EXCEPTION-REPORT-REC.
041900     MOVE 0 TO WS-LINE-COUNT.
042000     GO TO 3200-EXIT.
042100 3200-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------------
042400* 3300-PRINT-DETAIL - PRINT ONE EXCEPTION LINE, THROWING A PAGE
042500*                   WHEN THE PAGE IS FULL.
042600*-----------------------------------------------------------------
042700 3300-PRINT-DETAIL.
042800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
042900         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
043000     END-IF.
043100     MOVE WS-DETAIL-LINE TO EXCEPTION-REPORT-REC.
043200     WRITE EXCEPTION-REPORT-REC.
043300     ADD 1 TO WS-LINE-COUNT.
043400     GO TO 3300-EXIT.
043500 3300-EXIT.
043600     EXIT.
043700*-----------------------------------------------------------------
043800* 3400-END-GROUP - A SECTION NOBODY WAS MARKED IN PRINTS ONE LINE
043900*                   WITH THE NUMBER ON ITS ROLL.
044000*-----------------------------------------------------------------
044100 3400-END-GROUP.
044200     IF WS-GRP-IS-MARKED
044300         GO TO 3400-EXIT
044400     END-IF.
044500     MOVE WS-PREV-DATE TO WS-DTL-DATE.
044600     MOVE WS-PREV-WEEKDAY TO WS-DTL-WEEKDAY.
044700     MOVE WS-PREV-CLS TO WS-DTL-CLS.
044800     MOVE WS-PREV-SECTION TO WS-DTL-SECTION.
044900     MOVE SPACES TO WS-DTL-ADM-NO.
045000     MOVE SPACES TO WS-DTL-NAME.
045100     MOVE WS-GRP-ON-ROLL TO WS-UNM-ON-ROLL.
045200     MOVE WS-UNMARKED-TEXT TO WS-DTL-TEXT.
045300     PERFORM 3300-PRINT-DETAIL THRU 3300-EXIT.
045400     ADD 1 TO WS-UNMARKED-COUNT.
045500     GO TO 3400-EXIT.
045600 3400-EXIT.
045700     EXIT.
045800*-----------------------------------------------------------------
045900* 3500-PRINT-TOTALS - SCHOOL DAYS CHECKED AND THE EXCEPTION
046000*                   COUNTS AT THE FOOT OF THE REPORT.
046100*-----------------------------------------------------------------
046200 3500-PRINT-TOTALS.
046300     MOVE SPACES TO EXCEPTION-REPORT-REC.
046400     WRITE EXCEPTION-REPORT-REC.
046500     MOVE 'SCHOOL DAYS CHECKED' TO WS-TOT-TEXT.
046600     MOVE WS-SCHOOL-DAY-COUNT TO WS-TOT-COUNT.
046700     MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-REC.
046800     WRITE EXCEPTION-REPORT-REC.
046900     MOVE 'CLASS/SECTION DAYS WITH NO ATTENDANCE' TO WS-TOT-TEXT.
047000     MOVE WS-UNMARKED-COUNT TO WS-TOT-COUNT.
047100     MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-REC.
047200     WRITE EXCEPTION-REPORT-REC.
047300     MOVE 'STUDENTS MISSING FROM A MARKED DAY' TO WS-TOT-TEXT.
047400     MOVE WS-MISSING-COUNT TO WS-TOT-COUNT.
047500     MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-REC.
047600     WRITE EXCEPTION-REPORT-REC.
047700     GO TO 3500-EXIT.
047800 3500-EXIT.
047900     EXIT.
048000*-----------------------------------------------------------------
048100* 9000-TERMINATE - CLOSE THE FILES AND SHOW THE RUN TOTALS.
048200*-----------------------------------------------------------------
048300 9000-TERMINATE.
048400     CLOSE SCHOOL-CALENDAR.
048500     CLOSE STUDENT-MASTER.
048600     IF WS-ATTMAST-IS-OPEN
048700         CLOSE ATT-MASTER
048800     END-IF.
048900     DISPLAY 'SCHOOL DAYS CHECKED = ' WS-SCHOOL-DAY-COUNT.
049000     DISPLAY 'SECTIONS NOT MARKED = ' WS-UNMARKED-COUNT.
049100     DISPLAY 'STUDENTS MISSING    = ' WS-MISSING-COUNT.
049200     DISPLAY 'EXCEPTION REPORT ON ATTEXC'.
049300     GO TO 9000-EXIT.
049400 9000-EXIT.
049500     EXIT.
049600*-----------------------------------------------------------------
049700* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
049800*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
049900*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
050000*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
050100*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
050200*                   THE REPORT HAS NO SIGN-ON, SO THE OPERATOR IS
050300*                   LEFT BLANK.
050400*-----------------------------------------------------------------
050500 9500-WRITE-RUN-LOG.
050600     MOVE 'RITESH37' TO RUN-PROGRAM-ID.
050700     MOVE SPACES TO RUN-OPERATOR-ID.
050800     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
050900     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
051000     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
051100     ACCEPT RUN-END-TIME FROM TIME.
051200     MOVE WS-SCHOOL-DAY-COUNT TO RUN-CNT-1.
051300     MOVE WS-UNMARKED-COUNT TO RUN-CNT-2.
051400     MOVE WS-MISSING-COUNT TO RUN-CNT-3.
051500     MOVE ZEROES TO RUN-CNT-4.
051600     OPEN EXTEND RUN-LOG.
051700     IF WS-FS-RUNLOG = '35'
051800         OPEN OUTPUT RUN-LOG
051900     END-IF.
052000     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
052100     WRITE RUN-LOG-OUT-REC.
052200     CLOSE RUN-LOG.
052300     GO TO 9500-EXIT.
052400 9500-EXIT.
052500     EXIT.
