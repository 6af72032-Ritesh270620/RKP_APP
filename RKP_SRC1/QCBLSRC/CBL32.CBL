000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH30.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 03-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 03-SEP-2026  RKP  ORIGINAL - TERM REPORT CARDS. TAKES THE YEAR,
001000*                   TERM AND THE TERM'S FIRST AND LAST DAY AT THE
001100*                   CONSOLE, SORTS THE ACTIVE STUDENTS BY CLASS,
001200*                   SECTION AND NAME AND PRINTS ONE CARD PER
001300*                   STUDENT ON REPCARD - GUARDIAN AND ADDRESS OFF
001400*                   THE MASTER, ONE LINE PER SUBJECT OF THE CLASS
001500*                   ON SUBJMAST WITH THE MARKS READ BY KEY FROM
001600*                   MARKMAST, THE TOTAL, PERCENTAGE, GRADE AND
001700*                   PASS/FAIL, AND THE DAYS PRESENT OUT OF THE
001800*                   DAYS MARKED ON ATTMAST BETWEEN THE TERM DATES,
001900*                   COUNTED THE WAY THE RITESH17 REGISTER COUNTS
002000*                   A MONTH. A PAPER WITH NO MARKS POSTED PRINTS
002100*                   AB AND FAILS THE SUBJECT. WITHDRAWN STUDENTS
002200*                   ARE NOT ON THE ROLL AND GET NO CARD.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS STUDENT-MASTER-ADM-NO
003100         ALTERNATE RECORD KEY IS STUDENT-MASTER-NAME
003200             WITH DUPLICATES
003300         FILE STATUS IS WS-FS-MASTER.
003400     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-FS-SUBJ.
003700     SELECT MARK-MASTER ASSIGN TO "MARKMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS MARK-MASTER-KEY
004100         FILE STATUS IS WS-FS-MRKMAST.
004200     SELECT ATT-MASTER ASSIGN TO "ATTMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ATT-MASTER-KEY
004600         FILE STATUS IS WS-FS-ATTMAST.
004700     SELECT REPORT-CARDS ASSIGN TO "REPCARD"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-FS-REPORT.
005000     SELECT SORT-WORK ASSIGN TO "SORTWK".
005100     SELECT RUN-LOG ASSIGN TO "RUNLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-FS-RUNLOG.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  STUDENT-MASTER.
005700 01  STUDENT-MASTER-REC.
005800     05  STUDENT-MASTER-ADM-NO   PIC 9(06).
005900     05  STUDENT-MASTER-NAME     PIC A(10).
006000     05  FILLER                  PIC X(89).
006100 FD  SUBJECT-MASTER.
006200 01  SUBJECT-MASTER-REC          PIC X(27).
006300 FD  MARK-MASTER.
006400 01  MARK-MASTER-REC.
006500     05  MARK-MASTER-KEY.
006600         10  MARK-MASTER-ADM-NO  PIC 9(06).
006700         10  MARK-MASTER-YEAR    PIC 9(04).
006800         10  MARK-MASTER-TERM    PIC 9(01).
006900         10  MARK-MASTER-SUBJECT PIC X(04).
007000     05  FILLER                  PIC X(03).
007100 FD  ATT-MASTER.
007200 01  ATT-MASTER-REC.
007300     05  ATT-MASTER-KEY.
007400         10  ATT-MASTER-ADM-NO   PIC 9(06).
007500         10  ATT-MASTER-DATE     PIC 9(08).
007600     05  FILLER                  PIC X(01).
007700 FD  REPORT-CARDS.
007800 01  REPORT-CARDS-REC            PIC X(80).
007900 SD  SORT-WORK.
008000 01  SORT-REC.
008100     05  SRT-CLS                 PIC 9(02).
008200     05  SRT-SECTION             PIC X(01).
008300     05  SRT-NAME                PIC A(10).
008400     05  SRT-ADM-NO              PIC 9(06).
008500     05  SRT-GUARDIAN            PIC X(20).
008600     05  SRT-ADDRESS             PIC X(30).
008700 FD  RUN-LOG.
008800 01  RUN-LOG-OUT-REC             PIC X(73).
008900 WORKING-STORAGE SECTION.
009000 COPY STUSTU01.
009100 COPY STUSUB01.
009200 COPY STUMRK01.
009300 COPY STUATT01.
009400 COPY STURUN01.
009500 77  WS-MASTER-EOF-SW            PIC X(01).
009600     88  WS-MASTER-EOF           VALUE 'Y'.
009700 77  WS-SUBJ-EOF-SW              PIC X(01).
009800     88  WS-SUBJ-EOF             VALUE 'Y'.
009900 77  WS-SORT-EOF-SW              PIC X(01).
010000     88  WS-SORT-EOF             VALUE 'Y'.
010100 77  WS-ATT-EOF-SW               PIC X(01).
010200     88  WS-ATT-EOF              VALUE 'Y'.
010300 77  WS-FS-MASTER                PIC X(02).
010400 77  WS-FS-SUBJ                  PIC X(02).
010500 77  WS-FS-MRKMAST               PIC X(02).
010600 77  WS-FS-ATTMAST               PIC X(02).
010700 77  WS-FS-REPORT                PIC X(02).
010800 77  WS-MRKMAST-OPEN-SW          PIC X(01).
010900     88  WS-MRKMAST-IS-OPEN      VALUE 'Y'.
011000 77  WS-ATTMAST-OPEN-SW          PIC X(01).
011100     88  WS-ATTMAST-IS-OPEN      VALUE 'Y'.
011200 77  WS-TERM-VALID-SW            PIC X(01).
011300     88  WS-TERM-IS-VALID        VALUE 'Y'.
011400 77  WS-MARK-FOUND-SW            PIC X(01).
011500     88  WS-MARK-FOUND           VALUE 'Y'.
011600 77  WS-STU-FAILED-SW            PIC X(01).
011700     88  WS-STU-FAILED           VALUE 'Y'.
011800 77  WS-CARD-YEAR                PIC 9(04).
011900 77  WS-CARD-TERM                PIC 9(01).
012000 77  WS-TERM-FROM-DATE           PIC 9(08).
012100 77  WS-TERM-TO-DATE             PIC 9(08).
012200 77  WS-TODAY-DATE               PIC 9(08).
012300 77  WS-SUB-COUNT                PIC 9(03) COMP.
012400 77  WS-SUB-IX                   PIC 9(03) COMP.
012500 77  WS-STU-SUBJECTS             PIC 9(03) COMP.
012600 77  WS-STU-TOTAL                PIC 9(05) COMP.
012700 77  WS-STU-MAX-TOTAL            PIC 9(05) COMP.
012800 77  WS-STU-PCT                  PIC 9(03)V99.
012900 77  WS-STU-GRADE                PIC X(02).
013000 77  WS-STU-PRESENT              PIC 9(03) COMP.
013100 77  WS-STU-MARKED               PIC 9(03) COMP.
013200 77  WS-CARD-COUNT               PIC 9(06) COMP.
013300 77  WS-NOT-POSTED-COUNT         PIC 9(06) COMP.
013400 77  WS-EDIT-MARKS               PIC ZZ9.
013500 77  WS-FS-RUNLOG                PIC X(02).
013600 77  WS-RUN-START-DATE           PIC 9(08).
013700 77  WS-RUN-START-TIME           PIC 9(08).
013800 01  WS-SUB-TABLE.
013900     05  WS-SUB-ENTRY OCCURS 500 TIMES.
014000         10  WS-T-CLS            PIC 9(02).
014100         10  WS-T-CODE           PIC X(04).
014200         10  WS-T-NAME           PIC X(15).
014300         10  WS-T-MAX            PIC 9(03).
014400         10  WS-T-PASS           PIC 9(03).
014500 01  WS-HEADING-LINE.
014600     05  FILLER                  PIC X(26) VALUE
014700         'TERM REPORT CARD -  YEAR '.
014800     05  WS-HDG-YEAR             PIC 9(04).
014900     05  FILLER                  PIC X(07) VALUE '  TERM '.
015000     05  WS-HDG-TERM             PIC 9(01).
015100     05  FILLER                  PIC X(22) VALUE SPACES.
015200     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
015300     05  WS-HDG-DATE             PIC 9(08).
015400     05  FILLER                  PIC X(03) VALUE SPACES.
015500 01  WS-STUDENT-LINE.
015600     05  FILLER                  PIC X(09) VALUE 'STUDENT  '.
015700     05  WS-STL-NAME             PIC A(10).
015800     05  FILLER                  PIC X(10) VALUE '  ADM NO '.
015900     05  WS-STL-ADM-NO           PIC 9(06).
016000     05  FILLER                  PIC X(08) VALUE '  CLASS '.
016100     05  WS-STL-CLS              PIC Z9.
016200     05  FILLER                  PIC X(10) VALUE '  SECTION '.
016300     05  WS-STL-SECTION          PIC X(01).
016400     05  FILLER                  PIC X(24) VALUE SPACES.
016500 01  WS-GUARDIAN-LINE.
016600     05  FILLER                  PIC X(09) VALUE 'GUARDIAN '.
016700     05  WS-GDL-GUARDIAN         PIC X(20).
016800     05  FILLER                  PIC X(51) VALUE SPACES.
016900 01  WS-ADDRESS-LINE.
017000     05  FILLER                  PIC X(09) VALUE 'ADDRESS  '.
017100     05  WS-ADL-ADDRESS          PIC X(30).
017200     05  FILLER                  PIC X(41) VALUE SPACES.
017300 01  WS-COLUMN-LINE.
017400     05  FILLER                  PIC X(80) VALUE
017500         'SUBJECT            MAX   PASS  MARKS  RESULT'.
017600 01  WS-DETAIL-LINE.
017700     05  WS-DTL-SUBJECT          PIC X(15).
017800     05  FILLER                  PIC X(04) VALUE SPACES.
017900     05  WS-DTL-MAX              PIC ZZ9.
018000     05  FILLER                  PIC X(04) VALUE SPACES.
018100     05  WS-DTL-PASS             PIC ZZ9.
018200     05  FILLER                  PIC X(04) VALUE SPACES.
018300     05  WS-DTL-MARKS            PIC X(03).
018400     05  FILLER                  PIC X(04) VALUE SPACES.
018500     05  WS-DTL-RESULT           PIC X(04).
018600     05  FILLER                  PIC X(36) VALUE SPACES.
018700 01  WS-TOTAL-LINE.
018800     05  FILLER                  PIC X(17) VALUE 'TOTAL'.
018900     05  WS-TOT-MAX              PIC ZZZZ9.
019000     05  FILLER                  PIC X(11) VALUE SPACES.
019100     05  WS-TOT-MARKS            PIC ZZZZ9.
019200     05  FILLER                  PIC X(42) VALUE SPACES.
019300 01  WS-GRADE-LINE.
019400     05  FILLER                  PIC X(11) VALUE 'PERCENTAGE '.
019500     05  WS-GRL-PCT              PIC ZZ9.99.
019600     05  FILLER                  PIC X(08) VALUE '  GRADE '.
019700     05  WS-GRL-GRADE            PIC X(02).
019800     05  FILLER                  PIC X(09) VALUE '  RESULT '.
019900     05  WS-GRL-RESULT           PIC X(04).
020000     05  FILLER                  PIC X(40) VALUE SPACES.
020100 01  WS-ATTENDANCE-LINE.
020200     05  FILLER                  PIC X(19) VALUE
020300         'ATTENDANCE PRESENT '.
020400     05  WS-ATL-PRESENT          PIC ZZ9.
020500     05  FILLER                  PIC X(04) VALUE ' OF '.
020600     05  WS-ATL-MARKED           PIC ZZ9.
020700     05  FILLER                  PIC X(13) VALUE ' DAYS MARKED '.
020800     05  FILLER                  PIC X(01) VALUE '('.
020900     05  WS-ATL-FROM             PIC 9(08).
021000     05  FILLER                  PIC X(04) VALUE ' TO '.
021100     05  WS-ATL-TO               PIC 9(08).
021200     05  FILLER                  PIC X(01) VALUE ')'.
021300     05  FILLER                  PIC X(16) VALUE SPACES.
021400 01  WS-NO-SUBJECT-LINE.
021500     05  FILLER                  PIC X(80) VALUE
021600         'NO SUBJECTS ON THE SUBJECT MASTER FOR THIS CLASS'.
021700 01  WS-SIGN-LINE.
021800     05  FILLER                  PIC X(80) VALUE
021900         'SIGNED - CLASS TEACHER     SIGNED - HEAD OF SCHOOL'.
022000 PROCEDURE DIVISION.
022100 0000-MAINLINE.
022200     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
022300     ACCEPT WS-RUN-START-TIME FROM TIME.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500     PERFORM 1100-ACCEPT-TERM THRU 1100-EXIT.
022600     PERFORM 1200-LOAD-SUBJECTS THRU 1200-EXIT.
022700     SORT SORT-WORK
022800         ON ASCENDING KEY SRT-CLS SRT-SECTION SRT-NAME
022900         INPUT PROCEDURE IS 2000-SELECT-STUDENTS
023000             THRU 2000-EXIT
023100         OUTPUT PROCEDURE IS 3000-PRINT-CARDS
023200             THRU 3000-EXIT.
023300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023400     MOVE 'C' TO RUN-OUTCOME.
023500     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
023600     STOP RUN.
023700*-----------------------------------------------------------------
023800* 1000-INITIALIZE - PICK UP THE RUN DATE, CLEAR THE COUNTS AND
023900*                   OPEN THE MARKS AND ATTENDANCE FILES FOR THE
024000*                   KEYED READS. A MISSING MARKS FILE MEANS NO
024100*                   MARKS POSTED YET - EVERY PAPER PRINTS AB. A
024200*                   MISSING ATTENDANCE FILE PRINTS NO DAYS. THE
024300*                   MASTER AND THE REPORT ARE OPENED BY THE SORT
024400*                   PROCEDURES THAT USE THEM.
024500*-----------------------------------------------------------------
024600 1000-INITIALIZE.
024700     MOVE 0 TO WS-CARD-COUNT.
024800     MOVE 0 TO WS-NOT-POSTED-COUNT.
024900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
025000     MOVE 'N' TO WS-MRKMAST-OPEN-SW.
025100     OPEN INPUT MARK-MASTER.
025200     IF WS-FS-MRKMAST = '00'
025300         MOVE 'Y' TO WS-MRKMAST-OPEN-SW
025400     ELSE
025500         DISPLAY 'MARKMAST NOT FOUND - NO MARKS POSTED YET'
025600     END-IF.
025700     MOVE 'N' TO WS-ATTMAST-OPEN-SW.
025800     OPEN INPUT ATT-MASTER.
025900     IF WS-FS-ATTMAST = '00'
026000         MOVE 'Y' TO WS-ATTMAST-OPEN-SW
026100     ELSE
026200         DISPLAY 'ATTMAST NOT FOUND - NO DAYS POSTED YET'
026300     END-IF.
026400     GO TO 1000-EXIT.
026500 1000-EXIT.
026600     EXIT.
026700*-----------------------------------------------------------------
026800* 1100-ACCEPT-TERM - RE-PROMPT UNTIL A NUMERIC YEAR, A TERM OF 1,
026900*                   2 OR 3 AND A FIRST AND LAST DAY OF THE TERM
027000*                   (YYYYMMDD, FIRST NOT AFTER LAST) ARE ENTERED.
027100*-----------------------------------------------------------------
027200 1100-ACCEPT-TERM.
027300     MOVE 0 TO WS-CARD-YEAR.
027400     PERFORM UNTIL WS-CARD-YEAR > 0
027500         DISPLAY 'ENTER ACADEMIC YEAR (YYYY)'
027600         ACCEPT WS-CARD-YEAR
027700         IF WS-CARD-YEAR = 0
027800             DISPLAY 'INVALID YEAR - MUST BE NUMERIC YYYY'
027900         END-IF
028000     END-PERFORM.
028100     MOVE 0 TO WS-CARD-TERM.
028200     PERFORM UNTIL WS-CARD-TERM >= 1 AND WS-CARD-TERM <= 3
028300         DISPLAY 'ENTER TERM (1-3)'
028400         ACCEPT WS-CARD-TERM
028500         IF WS-CARD-TERM < 1 OR WS-CARD-TERM > 3
028600             DISPLAY 'INVALID TERM - MUST BE 1, 2 OR 3'
028700         END-IF
028800     END-PERFORM.
028900     MOVE 'N' TO WS-TERM-VALID-SW.
029000     PERFORM UNTIL WS-TERM-IS-VALID
029100         DISPLAY 'ENTER FIRST DAY OF TERM (YYYYMMDD)'
029200         ACCEPT WS-TERM-FROM-DATE
029300         DISPLAY 'ENTER LAST DAY OF TERM (YYYYMMDD)'
029400         ACCEPT WS-TERM-TO-DATE
029500         IF WS-TERM-FROM-DATE > 0
029600                 AND WS-TERM-FROM-DATE NOT > WS-TERM-TO-DATE
029700             MOVE 'Y' TO WS-TERM-VALID-SW
029800         ELSE
029900             DISPLAY 'INVALID DATES - FIRST DAY MUST NOT BE AFTER'
030000                 ' THE LAST'
030100         END-IF
030200     END-PERFORM.
030300     GO TO 1100-EXIT.
030400 1100-EXIT.
030500     EXIT.
030600*-----------------------------------------------------------------
030700* 1200-LOAD-SUBJECTS - READ THE SUBJECT MASTER INTO THE TABLE THE
030800*                   CARDS TAKE EACH CLASS'S SUBJECT LIST FROM, IN
030900*                   FILE ORDER. A MISSING SUBJECT MASTER LEAVES
031000*                   THE TABLE EMPTY AND EVERY CARD SAYS SO.
031100*-----------------------------------------------------------------
031200 1200-LOAD-SUBJECTS.
031300     MOVE 0 TO WS-SUB-COUNT.
031400     MOVE 'N' TO WS-SUBJ-EOF-SW.
031500     OPEN INPUT SUBJECT-MASTER.
031600     IF WS-FS-SUBJ NOT = '00'
031700         DISPLAY 'SUBJMAST NOT FOUND - RUN RITESH28'
031800         GO TO 1200-EXIT
031900     END-IF.
032000     PERFORM UNTIL WS-SUBJ-EOF
032100         READ SUBJECT-MASTER INTO SUB-REC
032200             AT END
032300                 MOVE 'Y' TO WS-SUBJ-EOF-SW
032400         END-READ
032500         IF NOT WS-SUBJ-EOF AND WS-SUB-COUNT < 500
032600             ADD 1 TO WS-SUB-COUNT
032700             MOVE SUB-CLS        TO WS-T-CLS (WS-SUB-COUNT)
032800             MOVE SUB-CODE       TO WS-T-CODE (WS-SUB-COUNT)
032900             MOVE SUB-NAME       TO WS-T-NAME (WS-SUB-COUNT)
033000             MOVE SUB-MAX-MARKS  TO WS-T-MAX (WS-SUB-COUNT)
033100             MOVE SUB-PASS-MARKS TO WS-T-PASS (WS-SUB-COUNT)
033200         END-IF
033300     END-PERFORM.
033400     CLOSE SUBJECT-MASTER.
033500     GO TO 1200-EXIT.
033600 1200-EXIT.
033700     EXIT.
033800*-----------------------------------------------------------------
033900* 2000-SELECT-STUDENTS - SORT INPUT PROCEDURE. READ THE MASTER
034000*                   AND RELEASE ONE SORT RECORD PER ACTIVE
034100*                   STUDENT. A MISSING MASTER IS AN EMPTY ROLL.
034200*-----------------------------------------------------------------
034300 2000-SELECT-STUDENTS.
034400     MOVE 'N' TO WS-MASTER-EOF-SW.
034500     OPEN INPUT STUDENT-MASTER.
034600     IF WS-FS-MASTER NOT = '00'
034700         DISPLAY 'STUDENT MASTER NOT FOUND - EMPTY ROLL'
034800         MOVE 'Y' TO WS-MASTER-EOF-SW
034900     END-IF.
035000     PERFORM UNTIL WS-MASTER-EOF
035100         READ STUDENT-MASTER INTO STU-MASTER-REC
035200             AT END
035300                 MOVE 'Y' TO WS-MASTER-EOF-SW
035400         END-READ
035500         IF NOT WS-MASTER-EOF AND NOT STU-IS-WITHDRAWN
035600             MOVE STU-CLS      TO SRT-CLS
035700             MOVE STU-SECTION  TO SRT-SECTION
035800             MOVE STU-NAME     TO SRT-NAME
035900             MOVE STU-ADM-NO   TO SRT-ADM-NO
036000             MOVE STU-GUARDIAN TO SRT-GUARDIAN
036100             MOVE STU-ADDRESS  TO SRT-ADDRESS
036200             RELEASE SORT-REC
036300         END-IF
036400     END-PERFORM.
036500     CLOSE STUDENT-MASTER.
036600     GO TO 2000-EXIT.
036700 2000-EXIT.
036800     EXIT.
036900*-----------------------------------------------------------------
037000* 3000-PRINT-CARDS - SORT OUTPUT PROCEDURE. RETURN THE SORTED
037100*                   STUDENTS AND PRINT ONE CARD EACH.
037200*-----------------------------------------------------------------
037300 3000-PRINT-CARDS.
037400     MOVE 'N' TO WS-SORT-EOF-SW.
037500     OPEN OUTPUT REPORT-CARDS.
037600     PERFORM UNTIL WS-SORT-EOF
037700         RETURN SORT-WORK
037800             AT END
037900                 MOVE 'Y' TO WS-SORT-EOF-SW
038000         END-RETURN
038100         IF NOT WS-SORT-EOF
038200             PERFORM 3100-PRINT-ONE-CARD THRU 3100-EXIT
038300         END-IF
038400     END-PERFORM.
038500     CLOSE REPORT-CARDS.
038600     GO TO 3000-EXIT.
038700 3000-EXIT.
038800     EXIT.
038900*-----------------------------------------------------------------
039000* 3100-PRINT-ONE-CARD - THROW TO A NEW PAGE AND PRINT THE CARD
039100*                   HEADING, THE STUDENT, GUARDIAN AND ADDRESS
039200*                   LINES, ONE LINE PER SUBJECT OF THE CLASS, THE
039300*                   TOTAL AND GRADE, THE TERM'S ATTENDANCE AND
039400*                   THE SIGNATURE LINE.
039500*-----------------------------------------------------------------
039600 3100-PRINT-ONE-CARD.
039700     MOVE WS-CARD-YEAR TO WS-HDG-YEAR.
039800     MOVE WS-CARD-TERM TO WS-HDG-TERM.
039900     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
040000     MOVE WS-HEADING-LINE TO REPORT-CARDS-REC.
040100     WRITE REPORT-CARDS-REC AFTER ADVANCING PAGE.
040200     MOVE SPACES TO REPORT-CARDS-REC.
040300     WRITE REPORT-CARDS-REC.
040400     MOVE SRT-NAME    TO WS-STL-NAME.
040500     MOVE SRT-ADM-NO  TO WS-STL-ADM-NO.
040600     MOVE SRT-CLS     TO WS-STL-CLS.
040700     MOVE SRT-SECTION TO WS-STL-SECTION.
040800     MOVE WS-STUDENT-LINE TO REPORT-CARDS-REC.
040900     WRITE REPORT-CARDS-REC.
041000     MOVE SRT-GUARDIAN TO WS-GDL-GUARDIAN.
041100     MOVE WS-GUARDIAN-LINE TO REPORT-CARDS-REC.
041200     WRITE REPORT-CARDS-REC.
041300     MOVE SRT-ADDRESS TO WS-ADL-ADDRESS.
041400     MOVE WS-ADDRESS-LINE TO REPORT-CARDS-REC.
041500     WRITE REPORT-CARDS-REC.
041600     MOVE SPACES TO REPORT-CARDS-REC.
041700     WRITE REPORT-CARDS-REC.
041800     MOVE WS-COLUMN-LINE TO REPORT-CARDS-REC.
041900     WRITE REPORT-CARDS-REC.
042000     MOVE 0 TO WS-STU-SUBJECTS.
042100     MOVE 0 TO WS-STU-TOTAL.
042200     MOVE 0 TO WS-STU-MAX-TOTAL.
042300     MOVE 'N' TO WS-STU-FAILED-SW.
042400     PERFORM VARYING WS-SUB-IX FROM 1 BY 1
042500             UNTIL WS-SUB-IX > WS-SUB-COUNT
042600         IF WS-T-CLS (WS-SUB-IX) = SRT-CLS
042700             PERFORM 3200-PRINT-ONE-SUBJECT THRU 3200-EXIT
042800         END-IF
042900     END-PERFORM.
043000     IF WS-STU-SUBJECTS = 0
043100         MOVE WS-NO-SUBJECT-LINE TO REPORT-CARDS-REC
043200         WRITE REPORT-CARDS-REC
043300     ELSE
043400         PERFORM 3300-PRINT-CARD-TOTALS THRU 3300-EXIT
043500     END-IF.
043600     PERFORM 3500-COUNT-TERM-ATTENDANCE THRU 3500-EXIT.
043700     MOVE SPACES TO REPORT-CARDS-REC.
043800     WRITE REPORT-CARDS-REC.
043900     MOVE WS-STU-PRESENT TO WS-ATL-PRESENT.
044000     MOVE WS-STU-MARKED  TO WS-ATL-MARKED.
044100     MOVE WS-TERM-FROM-DATE TO WS-ATL-FROM.
044200     MOVE WS-TERM-TO-DATE   TO WS-ATL-TO.
044300     MOVE WS-ATTENDANCE-LINE TO REPORT-CARDS-REC.
044400     WRITE REPORT-CARDS-REC.
044500     MOVE SPACES TO REPORT-CARDS-REC.
044600     WRITE REPORT-CARDS-REC.
044700     WRITE REPORT-CARDS-REC.
044800     MOVE WS-SIGN-LINE TO REPORT-CARDS-REC.
044900     WRITE REPORT-CARDS-REC.
045000     ADD 1 TO WS-CARD-COUNT.
045100     GO TO 3100-EXIT.
045200 3100-EXIT.
045300     EXIT.
045400*-----------------------------------------------------------------
045500* 3200-PRINT-ONE-SUBJECT - READ THE STUDENT'S MARKS FOR ONE
045600*                   SUBJECT BY KEY AND PRINT THE SUBJECT LINE. NO
045700*                   MARKS POSTED PRINTS AB AND FAILS THE SUBJECT.
045800*-----------------------------------------------------------------
045900 3200-PRINT-ONE-SUBJECT.
046000     ADD 1 TO WS-STU-SUBJECTS.
046100     ADD WS-T-MAX (WS-SUB-IX) TO WS-STU-MAX-TOTAL.
046200     MOVE WS-T-NAME (WS-SUB-IX) TO WS-DTL-SUBJECT.
046300     MOVE WS-T-MAX (WS-SUB-IX)  TO WS-DTL-MAX.
046400     MOVE WS-T-PASS (WS-SUB-IX) TO WS-DTL-PASS.
046500     PERFORM 3400-READ-MARKS THRU 3400-EXIT.
046600     IF NOT WS-MARK-FOUND
046700         ADD 1 TO WS-NOT-POSTED-COUNT
046800         MOVE 'Y' TO WS-STU-FAILED-SW
046900         MOVE ' AB' TO WS-DTL-MARKS
047000         MOVE 'FAIL' TO WS-DTL-RESULT
047100     ELSE
047200         ADD MRK-MARKS TO WS-STU-TOTAL
047300         MOVE MRK-MARKS TO WS-EDIT-MARKS
047400         MOVE WS-EDIT-MARKS TO WS-DTL-MARKS
047500         IF MRK-MARKS < WS-T-PASS (WS-SUB-IX)
047600             MOVE 'Y' TO WS-STU-FAILED-SW
047700             MOVE 'FAIL' TO WS-DTL-RESULT
047800         ELSE
047900             MOVE 'PASS' TO WS-DTL-RESULT
048000         END-IF
048100     END-IF.
048200     MOVE WS-DETAIL-LINE TO REPORT-CARDS-REC.
048300     WRITE REPORT-CARDS-REC.
048400     GO TO 3200-EXIT.
048500 3200-EXIT.
048600     EXIT.
048700*-----------------------------------------------------------------
048800* 3300-PRINT-CARD-TOTALS - TOTAL AND PERCENTAGE OVER THE CLASS'S
048900*                   SUBJECTS, THE GRADE FOR THE PERCENTAGE AND
049000*                   THE OVERALL RESULT - FAIL IF ANY ONE SUBJECT
049100*                   WAS FAILED OR NOT SAT.
049200*-----------------------------------------------------------------
049300 3300-PRINT-CARD-TOTALS.
049400     MOVE SPACES TO REPORT-CARDS-REC.
049500     WRITE REPORT-CARDS-REC.
049600     MOVE WS-STU-MAX-TOTAL TO WS-TOT-MAX.
049700     MOVE WS-STU-TOTAL     TO WS-TOT-MARKS.
049800     MOVE WS-TOTAL-LINE TO REPORT-CARDS-REC.
049900     WRITE REPORT-CARDS-REC.
050000     IF WS-STU-MAX-TOTAL > 0
050100         COMPUTE WS-STU-PCT ROUNDED =
050200             WS-STU-TOTAL * 100 / WS-STU-MAX-TOTAL
050300     ELSE
050400         MOVE 0 TO WS-STU-PCT
050500     END-IF.
050600     PERFORM 3600-WORK-OUT-GRADE THRU 3600-EXIT.
050700     MOVE WS-STU-PCT   TO WS-GRL-PCT.
050800     MOVE WS-STU-GRADE TO WS-GRL-GRADE.
050900     IF WS-STU-FAILED
051000         MOVE 'FAIL' TO WS-GRL-RESULT
051100     ELSE
051200         MOVE 'PASS' TO WS-GRL-RESULT
051300     END-IF.
051400     MOVE WS-GRADE-LINE TO REPORT-CARDS-REC.
051500     WRITE REPORT-CARDS-REC.
051600     GO TO 3300-EXIT.
051700 3300-EXIT.
051800     EXIT.
051900*-----------------------------------------------------------------
052000* 3400-READ-MARKS - READ MARKMAST BY KEY FOR THE STUDENT, YEAR,
052100*                   TERM AND THE CURRENT SUBJECT. NOT ON FILE (OR
052200*                   NO MARKS FILE AT ALL) CLEARS THE FOUND SWITCH.
052300*-----------------------------------------------------------------
052400 3400-READ-MARKS.
052500     MOVE 'N' TO WS-MARK-FOUND-SW.
052600     IF NOT WS-MRKMAST-IS-OPEN
052700         GO TO 3400-EXIT
052800     END-IF.
052900     MOVE SRT-ADM-NO           TO MARK-MASTER-ADM-NO.
053000     MOVE WS-CARD-YEAR         TO MARK-MASTER-YEAR.
053100     MOVE WS-CARD-TERM         TO MARK-MASTER-TERM.
053200     MOVE WS-T-CODE (WS-SUB-IX) TO MARK-MASTER-SUBJECT.
053300     READ MARK-MASTER INTO MRK-REC
053400         KEY IS MARK-MASTER-KEY
053500         INVALID KEY
053600             GO TO 3400-EXIT
053700     END-READ.
053800     MOVE 'Y' TO WS-MARK-FOUND-SW.
053900     GO TO 3400-EXIT.
054000 3400-EXIT.
054100     EXIT.
054200*-----------------------------------------------------------------
054300* 3500-COUNT-TERM-ATTENDANCE - START THE ATTENDANCE FILE AT THE
054400*                   STUDENT'S FIRST DAY OF THE TERM AND READ
054500*                   FORWARD UNTIL THE ADM-NO CHANGES OR THE TERM
054600*                   ENDS, COUNTING DAYS PRESENT AND DAYS MARKED.
054700*-----------------------------------------------------------------
054800 3500-COUNT-TERM-ATTENDANCE.
054900     MOVE 0 TO WS-STU-PRESENT.
055000     MOVE 0 TO WS-STU-MARKED.
055100     IF NOT WS-ATTMAST-IS-OPEN
055200         GO TO 3500-EXIT
055300     END-IF.
055400     MOVE 'N' TO WS-ATT-EOF-SW.
055500     MOVE SRT-ADM-NO TO ATT-MASTER-ADM-NO.
055600     MOVE WS-TERM-FROM-DATE TO ATT-MASTER-DATE.
055700     START ATT-MASTER
055800         KEY IS NOT LESS THAN ATT-MASTER-KEY
055900         INVALID KEY
056000             MOVE 'Y' TO WS-ATT-EOF-SW
056100     END-START.
056200     PERFORM UNTIL WS-ATT-EOF
056300         READ ATT-MASTER NEXT INTO ATT-REC
056400             AT END
056500                 MOVE 'Y' TO WS-ATT-EOF-SW
056600         END-READ
056700         IF NOT WS-ATT-EOF
056800             IF ATT-ADM-NO NOT = SRT-ADM-NO
056900                     OR ATT-DATE > WS-TERM-TO-DATE
057000                 MOVE 'Y' TO WS-ATT-EOF-SW
057100             ELSE
057200                 ADD 1 TO WS-STU-MARKED
057300                 IF ATT-IS-PRESENT
057400                     ADD 1 TO WS-STU-PRESENT
057500                 END-IF
057600             END-IF
057700         END-IF
057800     END-PERFORM.
057900     GO TO 3500-EXIT.
058000 3500-EXIT.
058100     EXIT.
058200*-----------------------------------------------------------------
058300* 3600-WORK-OUT-GRADE - NINE-POINT GRADE FOR THE TERM PERCENTAGE -
058400*                   A1 91 AND OVER, A2 81, B1 71, B2 61, C1 51,
058500*                   C2 41, D 33, E BELOW 33.
058600*-----------------------------------------------------------------
058700 3600-WORK-OUT-GRADE.
058800     IF WS-STU-PCT >= 91
058900         MOVE 'A1' TO WS-STU-GRADE
059000     ELSE
059100         IF WS-STU-PCT >= 81
059200             MOVE 'A2' TO WS-STU-GRADE
059300         ELSE
059400             IF WS-STU-PCT >= 71
059500                 MOVE 'B1' TO WS-STU-GRADE
059600             ELSE
059700                 IF WS-STU-PCT >= 61
059800                     MOVE 'B2' TO WS-STU-GRADE
059900                 ELSE
060000                     IF WS-STU-PCT >= 51
060100                         MOVE 'C1' TO WS-STU-GRADE
060200                     ELSE
060300                         IF WS-STU-PCT >= 41
060400                             MOVE 'C2' TO WS-STU-GRADE
060500                         ELSE
060600                             IF WS-STU-PCT >= 33
060700                                 MOVE 'D ' TO WS-STU-GRADE
060800                             ELSE
060900                                 MOVE 'E ' TO WS-STU-GRADE
061000                             END-IF
061100                         END-IF
061200                     END-IF
061300                 END-IF
061400             END-IF
061500         END-IF
061600     END-IF.
061700     GO TO 3600-EXIT.
061800 3600-EXIT.
061900     EXIT.
062000*-----------------------------------------------------------------
062100* 9000-TERMINATE - CLOSE THE MARKS AND ATTENDANCE FILES AND
062200*                  REPORT WHERE THE CARDS WENT.
062300*-----------------------------------------------------------------
062400 9000-TERMINATE.
062500     IF WS-MRKMAST-IS-OPEN
062600         CLOSE MARK-MASTER
062700     END-IF.
062800     IF WS-ATTMAST-IS-OPEN
062900         CLOSE ATT-MASTER
063000     END-IF.
063100     DISPLAY 'REPORT CARDS DONE - ' WS-CARD-COUNT
063200         ' CARD(S) ON REPCARD'.
063300     IF WS-NOT-POSTED-COUNT > 0
063400         DISPLAY WS-NOT-POSTED-COUNT
063500             ' PAPER(S) WITH NO MARKS POSTED - PRINTED AB'
063600     END-IF.
063700     GO TO 9000-EXIT.
063800 9000-EXIT.
063900     EXIT.
064000*-----------------------------------------------------------------
064100* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
064200*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
064300*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
064400*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
064500*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
064600*-----------------------------------------------------------------
064700 9500-WRITE-RUN-LOG.
064800     MOVE 'RITESH30' TO RUN-PROGRAM-ID.
064900     MOVE SPACES TO RUN-OPERATOR-ID.
065000     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
065100     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
065200     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
065300     ACCEPT RUN-END-TIME FROM TIME.
065400     MOVE WS-CARD-COUNT TO RUN-CNT-1.
065500     MOVE WS-NOT-POSTED-COUNT TO RUN-CNT-2.
065600     MOVE ZEROES TO RUN-CNT-3.
065700     MOVE ZEROES TO RUN-CNT-4.
065800     OPEN EXTEND RUN-LOG.
065900     IF WS-FS-RUNLOG = '35'
066000         OPEN OUTPUT RUN-LOG
066100     END-IF.
066200     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
066300     WRITE RUN-LOG-OUT-REC.
066400     CLOSE RUN-LOG.
066500     GO TO 9500-EXIT.
066600 9500-EXIT.
066700     EXIT.
