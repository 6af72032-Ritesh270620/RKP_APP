000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH31.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 03-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 03-SEP-2026  RKP  ORIGINAL - CLASS RESULT SHEET. TAKES THE YEAR
001000*                   AND TERM AT THE CONSOLE AND, FOR EVERY ACTIVE
001100*                   STUDENT, TOTALS THE TERM'S MARKS OFF MARKMAST
001200*                   OVER THE CLASS'S SUBJECTS ON SUBJMAST. THE
001300*                   STUDENTS ARE SORTED BY CLASS AND SECTION, THEN
001400*                   TOTAL HIGHEST FIRST, AND PRINTED ON RESSHEET
001500*                   ONE PAGE PER SECTION (NEW PAGE EVERY 50 LINES
001600*                   TOO) WITH THE RANK IN THE SECTION - EQUAL
001700*                   TOTALS SHARE A RANK - PERCENTAGE, GRADE AND
001800*                   PASS/FAIL, ON THE SAME RULES AS THE RITESH30
001900*                   REPORT CARD. THE SECTION STRENGTH AND THE
002000*                   PASS AND FAIL COUNTS PRINT AT THE FOOT OF
002100*                   EACH SECTION. WITHDRAWN STUDENTS ARE NOT ON
002200*                   THE ROLL AND ARE LEFT OFF THE SHEET, AS ON
002300*                   THE RITESH17 REGISTER.
002400*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS STUDENT-MASTER-ADM-NO
003200         ALTERNATE RECORD KEY IS STUDENT-MASTER-NAME
003300             WITH DUPLICATES
003400         FILE STATUS IS WS-FS-MASTER.
003500     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-FS-SUBJ.
003800     SELECT MARK-MASTER ASSIGN TO "MARKMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS MARK-MASTER-KEY
004200         FILE STATUS IS WS-FS-MRKMAST.
004300     SELECT RESULT-SHEET ASSIGN TO "RESSHEET"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-FS-REPORT.
004600     SELECT SORT-WORK ASSIGN TO "SORTWK".
004700     SELECT RUN-LOG ASSIGN TO "RUNLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FS-RUNLOG.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  STUDENT-MASTER.
005300 01  STUDENT-MASTER-REC.
005400     05  STUDENT-MASTER-ADM-NO   PIC 9(06).
005500     05  STUDENT-MASTER-NAME     PIC A(10).
005600     05  FILLER                  PIC X(89).
005700 FD  SUBJECT-MASTER.
005800 01  SUBJECT-MASTER-REC          PIC X(27).
005900 FD  MARK-MASTER.
006000 01  MARK-MASTER-REC.
006100     05  MARK-MASTER-KEY.
006200         10  MARK-MASTER-ADM-NO  PIC 9(06).
006300         10  MARK-MASTER-YEAR    PIC 9(04).
006400         10  MARK-MASTER-TERM    PIC 9(01).
006500         10  MARK-MASTER-SUBJECT PIC X(04).
006600     05  FILLER                  PIC X(03).
006700 FD  RESULT-SHEET.
006800 01  RESULT-SHEET-REC            PIC X(80).
006900 SD  SORT-WORK.
007000 01  SORT-REC.
007100     05  SRT-CLS                 PIC 9(02).
007200     05  SRT-SECTION             PIC X(01).
007300     05  SRT-TOTAL               PIC 9(05).
007400     05  SRT-NAME                PIC A(10).
007500     05  SRT-ADM-NO              PIC 9(06).
007600     05  SRT-MAX-TOTAL           PIC 9(05).
007700     05  SRT-RESULT              PIC X(04).
007800 FD  RUN-LOG.
007900 01  RUN-LOG-OUT-REC             PIC X(73).
008000 WORKING-STORAGE SECTION.
008100 COPY STUSTU01.
008200 COPY STUSUB01.
008300 COPY STUMRK01.
008400 COPY STURUN01.
008500 77  WS-MASTER-EOF-SW            PIC X(01).
008600     88  WS-MASTER-EOF           VALUE 'Y'.
008700 77  WS-SUBJ-EOF-SW              PIC X(01).
008800     88  WS-SUBJ-EOF             VALUE 'Y'.
008900 77  WS-SORT-EOF-SW              PIC X(01).
009000     88  WS-SORT-EOF             VALUE 'Y'.
009100 77  WS-FS-MASTER                PIC X(02).
009200 77  WS-FS-SUBJ                  PIC X(02).
009300 77  WS-FS-MRKMAST               PIC X(02).
009400 77  WS-FS-REPORT                PIC X(02).
009500 77  WS-MRKMAST-OPEN-SW          PIC X(01).
009600     88  WS-MRKMAST-IS-OPEN      VALUE 'Y'.
009700 77  WS-FIRST-SW                 PIC X(01).
009800     88  WS-FIRST-STUDENT        VALUE 'Y'.
009900 77  WS-STU-FAILED-SW            PIC X(01).
010000     88  WS-STU-FAILED           VALUE 'Y'.
010100 77  WS-SHEET-YEAR               PIC 9(04).
010200 77  WS-SHEET-TERM               PIC 9(01).
010300 77  WS-TODAY-DATE               PIC 9(08).
010400 77  WS-PREV-CLS                 PIC 9(02).
010500 77  WS-PREV-SECTION             PIC X(01).
010600 77  WS-PREV-TOTAL               PIC 9(05).
010700 77  WS-PAGE-NO                  PIC 9(03).
010800 77  WS-LINE-COUNT               PIC 9(03) COMP.
010900 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 50.
011000 77  WS-SUB-COUNT                PIC 9(03) COMP.
011100 77  WS-SUB-IX                   PIC 9(03) COMP.
011200 77  WS-STU-TOTAL                PIC 9(05) COMP.
011300 77  WS-STU-MAX-TOTAL            PIC 9(05) COMP.
011400 77  WS-STU-PCT                  PIC 9(03)V99.
011500 77  WS-STU-GRADE                PIC X(02).
011600 77  WS-SEC-POSITION             PIC 9(05) COMP.
011700 77  WS-SEC-RANK                 PIC 9(05) COMP.
011800 77  WS-SEC-STRENGTH             PIC 9(05) COMP.
011900 77  WS-SEC-PASSED               PIC 9(05) COMP.
012000 77  WS-SEC-FAILED               PIC 9(05) COMP.
012100 77  WS-PRINTED-COUNT            PIC 9(06) COMP.
012200 77  WS-PASSED-COUNT             PIC 9(06) COMP.
012300 77  WS-FAILED-COUNT             PIC 9(06) COMP.
012400 77  WS-FS-RUNLOG                PIC X(02).
012500 77  WS-RUN-START-DATE           PIC 9(08).
012600 77  WS-RUN-START-TIME           PIC 9(08).
012700 01  WS-SUB-TABLE.
012800     05  WS-SUB-ENTRY OCCURS 500 TIMES.
012900         10  WS-T-CLS            PIC 9(02).
013000         10  WS-T-CODE           PIC X(04).
013100         10  WS-T-MAX            PIC 9(03).
013200         10  WS-T-PASS           PIC 9(03).
013300 01  WS-HEADING-LINE.
013400     05  FILLER                  PIC X(19) VALUE
013500         'RESULT SHEET - YEAR'.
013600     05  FILLER                  PIC X(01) VALUE SPACES.
013700     05  WS-HDG-YEAR             PIC 9(04).
013800     05  FILLER                  PIC X(06) VALUE ' TERM '.
013900     05  WS-HDG-TERM             PIC 9(01).
014000     05  FILLER                  PIC X(07) VALUE ' CLASS '.
014100     05  WS-HDG-CLS              PIC Z9.
014200     05  FILLER                  PIC X(09) VALUE ' SECTION '.
014300     05  WS-HDG-SECTION          PIC X(01).
014400     05  FILLER                  PIC X(06) VALUE ' PAGE '.
014500     05  WS-HDG-PAGE             PIC ZZ9.
014600     05  FILLER                  PIC X(10) VALUE
014700         '  RUN DATE'.
014800     05  FILLER                  PIC X(01) VALUE SPACES.
014900     05  WS-HDG-DATE             PIC 9(08).
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100 01  WS-COLUMN-LINE.
015200     05  FILLER                  PIC X(40) VALUE
015300         'RANK  ADM NO  NAME        TOTAL    MAX'.
015400     05  FILLER                  PIC X(40) VALUE
015500         '   PCT  GRADE  RESULT'.
015600 01  WS-DETAIL-LINE.
015700     05  WS-DTL-RANK             PIC ZZZ9.
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  WS-DTL-ADM-NO           PIC 9(06).
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  WS-DTL-NAME             PIC A(10).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  WS-DTL-TOTAL            PIC ZZZZ9.
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  WS-DTL-MAX              PIC ZZZZ9.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  WS-DTL-PCT              PIC ZZ9.99.
016800     05  FILLER                  PIC X(03) VALUE SPACES.
016900     05  WS-DTL-GRADE            PIC X(02).
017000     05  FILLER                  PIC X(05) VALUE SPACES.
017100     05  WS-DTL-RESULT           PIC X(04).
017200     05  FILLER                  PIC X(20) VALUE SPACES.
017300 01  WS-FOOT-LINE.
017400     05  WS-FOOT-TEXT            PIC X(18).
017500     05  WS-FOOT-COUNT           PIC ZZZZ9.
017600     05  FILLER                  PIC X(57) VALUE SPACES.
017700 PROCEDURE DIVISION.
017800 0000-MAINLINE.
017900     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
018000     ACCEPT WS-RUN-START-TIME FROM TIME.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     PERFORM 1100-ACCEPT-TERM THRU 1100-EXIT.
018300     PERFORM 1200-LOAD-SUBJECTS THRU 1200-EXIT.
018400     SORT SORT-WORK
018500         ON ASCENDING KEY SRT-CLS SRT-SECTION
018600            DESCENDING KEY SRT-TOTAL
018700            ASCENDING KEY SRT-NAME
018800         INPUT PROCEDURE IS 2000-SELECT-STUDENTS
018900             THRU 2000-EXIT
019000         OUTPUT PROCEDURE IS 3000-PRINT-SHEET
019100             THRU 3000-EXIT.
019200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019300     MOVE 'C' TO RUN-OUTCOME.
019400     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
019500     STOP RUN.
019600*-----------------------------------------------------------------
019700* 1000-INITIALIZE - PICK UP THE RUN DATE, CLEAR THE REPORT
019800*                   CONTROLS AND OPEN THE MARKS FILE FOR THE
019900*                   KEYED READS. A MISSING MARKS FILE MEANS NO
020000*                   MARKS POSTED YET - THE SHEET STILL PRINTS,
020100*                   EVERY STUDENT FAILED. THE MASTER AND THE
020200*                   REPORT ARE OPENED BY THE SORT PROCEDURES THAT
020300*                   USE THEM.
020400*-----------------------------------------------------------------
020500 1000-INITIALIZE.
020600     MOVE 0 TO WS-PREV-CLS.
020700     MOVE SPACES TO WS-PREV-SECTION.
020800     MOVE 0 TO WS-PAGE-NO.
020900     MOVE 0 TO WS-LINE-COUNT.
021000     MOVE 0 TO WS-PRINTED-COUNT.
021100     MOVE 0 TO WS-PASSED-COUNT.
021200     MOVE 0 TO WS-FAILED-COUNT.
021300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
021400     MOVE 'N' TO WS-MRKMAST-OPEN-SW.
021500     OPEN INPUT MARK-MASTER.
021600     IF WS-FS-MRKMAST = '00'
021700         MOVE 'Y' TO WS-MRKMAST-OPEN-SW
021800     ELSE
021900         DISPLAY 'MARKMAST NOT FOUND - NO MARKS POSTED YET'
022000     END-IF.
022100     GO TO 1000-EXIT.
022200 1000-EXIT.
022300     EXIT.
022400*-----------------------------------------------------------------
022500* 1100-ACCEPT-TERM - RE-PROMPT UNTIL A NUMERIC YEAR AND A TERM OF
022600*                   1, 2 OR 3 ARE ENTERED.
022700*-----------------------------------------------------------------
022800 1100-ACCEPT-TERM.
022900     MOVE 0 TO WS-SHEET-YEAR.
023000     PERFORM UNTIL WS-SHEET-YEAR > 0
023100         DISPLAY 'ENTER ACADEMIC YEAR (YYYY)'
023200         ACCEPT WS-SHEET-YEAR
023300         IF WS-SHEET-YEAR = 0
023400             DISPLAY 'INVALID YEAR - MUST BE NUMERIC YYYY'
023500         END-IF
023600     END-PERFORM.
023700     MOVE 0 TO WS-SHEET-TERM.
023800     PERFORM UNTIL WS-SHEET-TERM >= 1 AND WS-SHEET-TERM <= 3
023900         DISPLAY 'ENTER TERM (1-3)'
024000         ACCEPT WS-SHEET-TERM
024100         IF WS-SHEET-TERM < 1 OR WS-SHEET-TERM > 3
024200             DISPLAY 'INVALID TERM - MUST BE 1, 2 OR 3'
024300         END-IF
024400     END-PERFORM.
024500     GO TO 1100-EXIT.
024600 1100-EXIT.
024700     EXIT.
024800*-----------------------------------------------------------------
024900* 1200-LOAD-SUBJECTS - READ THE SUBJECT MASTER INTO THE TABLE
025000*                   EACH STUDENT'S TOTAL IS TAKEN OVER. A MISSING
025100*                   SUBJECT MASTER LEAVES THE TABLE EMPTY AND
025200*                   EVERY TOTAL ZERO.
025300*-----------------------------------------------------------------
025400 1200-LOAD-SUBJECTS.
025500     MOVE 0 TO WS-SUB-COUNT.
025600     MOVE 'N' TO WS-SUBJ-EOF-SW.
025700     OPEN INPUT SUBJECT-MASTER.
025800     IF WS-FS-SUBJ NOT = '00'
025900         DISPLAY 'SUBJMAST NOT FOUND - RUN RITESH28'
026000         GO TO 1200-EXIT
026100     END-IF.
026200     PERFORM UNTIL WS-SUBJ-EOF
026300         READ SUBJECT-MASTER INTO SUB-REC
026400             AT END
026500                 MOVE 'Y' TO WS-SUBJ-EOF-SW
026600         END-READ
026700         IF NOT WS-SUBJ-EOF AND WS-SUB-COUNT < 500
026800             ADD 1 TO WS-SUB-COUNT
026900             MOVE SUB-CLS        TO WS-T-CLS (WS-SUB-COUNT)
027000             MOVE SUB-CODE       TO WS-T-CODE (WS-SUB-COUNT)
027100             MOVE SUB-MAX-MARKS  TO WS-T-MAX (WS-SUB-COUNT)
027200             MOVE SUB-PASS-MARKS TO WS-T-PASS (WS-SUB-COUNT)
027300         END-IF
027400     END-PERFORM.
027500     CLOSE SUBJECT-MASTER.
027600     GO TO 1200-EXIT.
027700 1200-EXIT.
027800     EXIT.
027900*-----------------------------------------------------------------
028000* 2000-SELECT-STUDENTS - SORT INPUT PROCEDURE. READ THE MASTER,
028100*                   TOTAL EACH ACTIVE STUDENT'S TERM AND RELEASE
028200*                   ONE SORT RECORD PER STUDENT. A MISSING MASTER
028300*                   IS AN EMPTY ROLL.
028400*-----------------------------------------------------------------
028500 2000-SELECT-STUDENTS.
028600     MOVE 'N' TO WS-MASTER-EOF-SW.
028700     OPEN INPUT STUDENT-MASTER.
028800     IF WS-FS-MASTER NOT = '00'
028900         DISPLAY 'STUDENT MASTER NOT FOUND - EMPTY ROLL'
029000         MOVE 'Y' TO WS-MASTER-EOF-SW
029100     END-IF.
029200     PERFORM UNTIL WS-MASTER-EOF
029300         READ STUDENT-MASTER INTO STU-MASTER-REC
029400             AT END
029500                 MOVE 'Y' TO WS-MASTER-EOF-SW
029600         END-READ
029700         IF NOT WS-MASTER-EOF AND NOT STU-IS-WITHDRAWN
029800             PERFORM 2100-TOTAL-ONE-STUDENT THRU 2100-EXIT
029900             MOVE STU-CLS          TO SRT-CLS
030000             MOVE STU-SECTION      TO SRT-SECTION
030100             MOVE WS-STU-TOTAL     TO SRT-TOTAL
030200             MOVE STU-NAME         TO SRT-NAME
030300             MOVE STU-ADM-NO       TO SRT-ADM-NO
030400             MOVE WS-STU-MAX-TOTAL TO SRT-MAX-TOTAL
030500             IF WS-STU-FAILED
030600                 MOVE 'FAIL' TO SRT-RESULT
030700             ELSE
030800                 MOVE 'PASS' TO SRT-RESULT
030900             END-IF
031000             RELEASE SORT-REC
031100         END-IF
031200     END-PERFORM.
031300     CLOSE STUDENT-MASTER.
031400     GO TO 2000-EXIT.
031500 2000-EXIT.
031600     EXIT.
031700*-----------------------------------------------------------------
031800* 2100-TOTAL-ONE-STUDENT - READ THE STUDENT'S MARKS BY KEY FOR
031900*                   EACH SUBJECT OF THE CLASS, TOTALLING THE
032000*                   MARKS AND THE MAXIMUM. A PAPER WITH NO MARKS
032100*                   POSTED, OR BELOW ITS PASS MARKS, FAILS THE
032200*                   STUDENT, AS ON THE REPORT CARD. A CLASS WITH
032300*                   NO SUBJECTS SET UP HAS NOTHING TO PASS AND
032400*                   IS SHOWN FAILED.
032500*-----------------------------------------------------------------
032600 2100-TOTAL-ONE-STUDENT.
032700     MOVE 0 TO WS-STU-TOTAL.
032800     MOVE 0 TO WS-STU-MAX-TOTAL.
032900     MOVE 'N' TO WS-STU-FAILED-SW.
033000     PERFORM VARYING WS-SUB-IX FROM 1 BY 1
033100             UNTIL WS-SUB-IX > WS-SUB-COUNT
033200         IF WS-T-CLS (WS-SUB-IX) = STU-CLS
033300             ADD WS-T-MAX (WS-SUB-IX) TO WS-STU-MAX-TOTAL
033400             PERFORM 2200-ADD-ONE-SUBJECT THRU 2200-EXIT
033500         END-IF
033600     END-PERFORM.
033700     IF WS-STU-MAX-TOTAL = 0
033800         MOVE 'Y' TO WS-STU-FAILED-SW
033900     END-IF.
034000     GO TO 2100-EXIT.
034100 2100-EXIT.
034200     EXIT.
034300*-----------------------------------------------------------------
034400* 2200-ADD-ONE-SUBJECT - READ ONE SUBJECT'S MARKS BY KEY AND ADD
034500*                   THEM TO THE STUDENT'S TOTAL.
034600*-----------------------------------------------------------------
034700 2200-ADD-ONE-SUBJECT.
034800     IF NOT WS-MRKMAST-IS-OPEN
034900         MOVE 'Y' TO WS-STU-FAILED-SW
035000         GO TO 2200-EXIT
035100     END-IF.
035200     MOVE STU-ADM-NO            TO MARK-MASTER-ADM-NO.
035300     MOVE WS-SHEET-YEAR         TO MARK-MASTER-YEAR.
035400     MOVE WS-SHEET-TERM         TO MARK-MASTER-TERM.
035500     MOVE WS-T-CODE (WS-SUB-IX) TO MARK-MASTER-SUBJECT.
035600     READ MARK-MASTER INTO MRK-REC
035700         KEY IS MARK-MASTER-KEY
035800         INVALID KEY
035900             MOVE 'Y' TO WS-STU-FAILED-SW
036000             GO TO 2200-EXIT
036100     END-READ.
036200     ADD MRK-MARKS TO WS-STU-TOTAL.
036300     IF MRK-MARKS < WS-T-PASS (WS-SUB-IX)
036400         MOVE 'Y' TO WS-STU-FAILED-SW
036500     END-IF.
036600     GO TO 2200-EXIT.
036700 2200-EXIT.
036800     EXIT.
036900*-----------------------------------------------------------------
037000* 3000-PRINT-SHEET - SORT OUTPUT PROCEDURE. RETURN THE STUDENTS
037100*                   IN CLASS, SECTION AND RANK ORDER AND PRINT
037200*                   THE SHEET, WITH THE FOOT OF THE LAST SECTION
037300*                   AFTER THE LAST STUDENT.
037400*-----------------------------------------------------------------
037500 3000-PRINT-SHEET.
037600     MOVE 'N' TO WS-SORT-EOF-SW.
037700     MOVE 'Y' TO WS-FIRST-SW.
037800     OPEN OUTPUT RESULT-SHEET.
037900     PERFORM UNTIL WS-SORT-EOF
038000         RETURN SORT-WORK
038100             AT END
038200                 MOVE 'Y' TO WS-SORT-EOF-SW
038300         END-RETURN
038400         IF NOT WS-SORT-EOF
038500             PERFORM 3100-PRINT-ONE-STUDENT THRU 3100-EXIT
038600         END-IF
038700     END-PERFORM.
038800     IF NOT WS-FIRST-STUDENT
038900         PERFORM 3400-PRINT-SECTION-FOOT THRU 3400-EXIT
039000     END-IF.
039100     CLOSE RESULT-SHEET.
039200     GO TO 3000-EXIT.
039300 3000-EXIT.
039400     EXIT.
039500*-----------------------------------------------------------------
039600* 3100-PRINT-ONE-STUDENT - HANDLE THE SECTION BREAK AND PAGE
039700*                   OVERFLOW, WORK OUT THE RANK - A TOTAL EQUAL
039800*                   TO THE ONE ABOVE SHARES ITS RANK - AND PRINT
039900*                   ONE SHEET LINE.
040000*-----------------------------------------------------------------
040100 3100-PRINT-ONE-STUDENT.
040200     IF WS-FIRST-STUDENT
040300             OR SRT-CLS NOT = WS-PREV-CLS
040400             OR SRT-SECTION NOT = WS-PREV-SECTION
040500         IF NOT WS-FIRST-STUDENT
040600             PERFORM 3400-PRINT-SECTION-FOOT THRU 3400-EXIT
040700         END-IF
040800         MOVE 'N' TO WS-FIRST-SW
040900         MOVE SRT-CLS TO WS-PREV-CLS
041000         MOVE SRT-SECTION TO WS-PREV-SECTION
041100         MOVE 0 TO WS-PAGE-NO
041200         MOVE 0 TO WS-SEC-POSITION
041300         MOVE 0 TO WS-SEC-RANK
041400         MOVE 0 TO WS-SEC-STRENGTH
041500         MOVE 0 TO WS-SEC-PASSED
041600         MOVE 0 TO WS-SEC-FAILED
041700         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
041800     END-IF.
041900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
042000         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
042100     END-IF.
042200     ADD 1 TO WS-SEC-POSITION.
042300     IF WS-SEC-POSITION = 1 OR SRT-TOTAL NOT = WS-PREV-TOTAL
042400         MOVE WS-SEC-POSITION TO WS-SEC-RANK
042500     END-IF.
042600     MOVE SRT-TOTAL TO WS-PREV-TOTAL.
042700     MOVE SRT-TOTAL     TO WS-STU-TOTAL.
042800     MOVE SRT-MAX-TOTAL TO WS-STU-MAX-TOTAL.
042900     IF WS-STU-MAX-TOTAL > 0
043000         COMPUTE WS-STU-PCT ROUNDED =
043100             WS-STU-TOTAL * 100 / WS-STU-MAX-TOTAL
043200     ELSE
043300         MOVE 0 TO WS-STU-PCT
043400     END-IF.
043500     PERFORM 3600-WORK-OUT-GRADE THRU 3600-EXIT.
043600     MOVE WS-SEC-RANK   TO WS-DTL-RANK.
043700     MOVE SRT-ADM-NO    TO WS-DTL-ADM-NO.
043800     MOVE SRT-NAME      TO WS-DTL-NAME.
043900     MOVE SRT-TOTAL     TO WS-DTL-TOTAL.
044000     MOVE SRT-MAX-TOTAL TO WS-DTL-MAX.
044100     MOVE WS-STU-PCT    TO WS-DTL-PCT.
044200     MOVE WS-STU-GRADE  TO WS-DTL-GRADE.
044300     MOVE SRT-RESULT    TO WS-DTL-RESULT.
044400     MOVE WS-DETAIL-LINE TO RESULT-SHEET-REC.
044500     WRITE RESULT-SHEET-REC.
044600     ADD 1 TO WS-LINE-COUNT.
044700     ADD 1 TO WS-SEC-STRENGTH.
044800     ADD 1 TO WS-PRINTED-COUNT.
044900     IF SRT-RESULT = 'PASS'
045000         ADD 1 TO WS-SEC-PASSED
045100         ADD 1 TO WS-PASSED-COUNT
045200     ELSE
045300         ADD 1 TO WS-SEC-FAILED
045400         ADD 1 TO WS-FAILED-COUNT
045500     END-IF.
045600     GO TO 3100-EXIT.
045700 3100-EXIT.
045800     EXIT.
045900*-----------------------------------------------------------------
046000* 3200-START-NEW-PAGE - THROW TO A NEW PAGE AND PRINT THE YEAR/
046100*                   TERM/CLASS/SECTION/PAGE HEADING AND THE
046200*                   COLUMN LINE.
046300*-----------------------------------------------------------------
046400 3200-START-NEW-PAGE.
046500     ADD 1 TO WS-PAGE-NO.
046600     MOVE WS-SHEET-YEAR TO WS-HDG-YEAR.
046700     MOVE WS-SHEET-TERM TO WS-HDG-TERM.
046800     MOVE WS-PREV-CLS TO WS-HDG-CLS.
046900     MOVE WS-PREV-SECTION TO WS-HDG-SECTION.
047000     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
047100     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
047200     MOVE WS-HEADING-LINE TO RESULT-SHEET-REC.
047300     WRITE RESULT-SHEET-REC AFTER ADVANCING PAGE.
047400     MOVE WS-COLUMN-LINE TO RESULT-SHEET-REC.
047500     WRITE RESULT-SHEET-REC.
047600     MOVE 0 TO WS-LINE-COUNT.
047700     GO TO 3200-EXIT.
047800 3200-EXIT.
047900     EXIT.
048000*-----------------------------------------------------------------
048100* 3400-PRINT-SECTION-FOOT - STRENGTH, PASSED AND FAILED COUNTS AT
048200*                   THE FOOT OF THE SECTION JUST FINISHED.
048300*-----------------------------------------------------------------
048400 3400-PRINT-SECTION-FOOT.
048500     MOVE SPACES TO RESULT-SHEET-REC.
048600     WRITE RESULT-SHEET-REC.
048700     MOVE 'SECTION STRENGTH  ' TO WS-FOOT-TEXT.
048800     MOVE WS-SEC-STRENGTH TO WS-FOOT-COUNT.
048900     MOVE WS-FOOT-LINE TO RESULT-SHEET-REC.
049000     WRITE RESULT-SHEET-REC.
049100     MOVE 'PASSED            ' TO WS-FOOT-TEXT.
049200     MOVE WS-SEC-PASSED TO WS-FOOT-COUNT.
049300     MOVE WS-FOOT-LINE TO RESULT-SHEET-REC.
049400     WRITE RESULT-SHEET-REC.
049500     MOVE 'FAILED            ' TO WS-FOOT-TEXT.
049600     MOVE WS-SEC-FAILED TO WS-FOOT-COUNT.
049700     MOVE WS-FOOT-LINE TO RESULT-SHEET-REC.
049800     WRITE RESULT-SHEET-REC.
049900     GO TO 3400-EXIT.
050000 3400-EXIT.
050100     EXIT.
050200*-----------------------------------------------------------------
050300* 3600-WORK-OUT-GRADE - NINE-POINT GRADE FOR THE TERM PERCENTAGE,
050400*                   THE SAME SCALE AS THE RITESH30 REPORT CARD -
050500*                   A1 91 AND OVER, A2 81, B1 71, B2 61, C1 51,
050600*                   C2 41, D 33, E BELOW 33.
050700*-----------------------------------------------------------------
050800 3600-WORK-OUT-GRADE.
050900     IF WS-STU-PCT >= 91
051000         MOVE 'A1' TO WS-STU-GRADE
051100     ELSE
051200         IF WS-STU-PCT >= 81
051300             MOVE 'A2' TO WS-STU-GRADE
051400         ELSE
051500             IF WS-STU-PCT >= 71
051600                 MOVE 'B1' TO WS-STU-GRADE
051700             ELSE
051800                 IF WS-STU-PCT >= 61
051900                     MOVE 'B2' TO WS-STU-GRADE
052000                 ELSE
052100                     IF WS-STU-PCT >= 51
052200                         MOVE 'C1' TO WS-STU-GRADE
052300                     ELSE
052400                         IF WS-STU-PCT >= 41
052500                             MOVE 'C2' TO WS-STU-GRADE
052600                         ELSE
052700                             IF WS-STU-PCT >= 33
052800                                 MOVE 'D ' TO WS-STU-GRADE
052900                             ELSE
053000                                 MOVE 'E ' TO WS-STU-GRADE
053100                             END-IF
053200                         END-IF
053300                     END-IF
053400                 END-IF
053500             END-IF
053600         END-IF
053700     END-IF.
053800     GO TO 3600-EXIT.
053900 3600-EXIT.
054000     EXIT.
054100*-----------------------------------------------------------------
054200* 9000-TERMINATE - CLOSE THE MARKS FILE AND REPORT WHERE THE
054300*                  SHEET WENT.
054400*-----------------------------------------------------------------
054500 9000-TERMINATE.
054600     IF WS-MRKMAST-IS-OPEN
054700         CLOSE MARK-MASTER
054800     END-IF.
054900     DISPLAY 'RESULT SHEET DONE - REPORT ON RESSHEET'.
055000     DISPLAY 'STUDENTS LISTED = ' WS-PRINTED-COUNT.
055100     DISPLAY 'PASSED          = ' WS-PASSED-COUNT.
055200     DISPLAY 'FAILED          = ' WS-FAILED-COUNT.
055300     GO TO 9000-EXIT.
055400 9000-EXIT.
055500     EXIT.
055600*-----------------------------------------------------------------
055700* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
055800*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
055900*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
056000*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
056100*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
056200*-----------------------------------------------------------------
056300 9500-WRITE-RUN-LOG.
056400     MOVE 'RITESH31' TO RUN-PROGRAM-ID.
056500     MOVE SPACES TO RUN-OPERATOR-ID.
056600     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
056700     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
056800     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
056900     ACCEPT RUN-END-TIME FROM TIME.
057000     MOVE WS-PRINTED-COUNT TO RUN-CNT-1.
057100     MOVE WS-PASSED-COUNT TO RUN-CNT-2.
057200     MOVE WS-FAILED-COUNT TO RUN-CNT-3.
057300     MOVE ZEROES TO RUN-CNT-4.
057400     OPEN EXTEND RUN-LOG.
057500     IF WS-FS-RUNLOG = '35'
057600         OPEN OUTPUT RUN-LOG
057700     END-IF.
057800     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
057900     WRITE RUN-LOG-OUT-REC.
058000     CLOSE RUN-LOG.
058100     GO TO 9500-EXIT.
058200 9500-EXIT.
058300     EXIT.
