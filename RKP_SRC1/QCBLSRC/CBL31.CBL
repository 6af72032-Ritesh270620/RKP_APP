000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH29.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 03-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 03-SEP-2026  RKP  ORIGINAL - TERM EXAMINATION MARKS POSTING RUN.
001000*                   READS THE MARKIN LINES KEYED UP FROM THE
001100*                   SUBJECT TEACHERS' MARKS LISTS (ADM-NO, YEAR,
001200*                   TERM, SUBJECT, MARKS), VALIDATES EACH LINE'S
001300*                   ADM-NO AGAINST THE STUDENT MASTER BY KEY AND
001400*                   ITS SUBJECT AND MARKS AGAINST THE SUBJECT
001500*                   MASTER FOR THE STUDENT'S CLASS, THEN WRITES
001600*                   ACCEPTED LINES TO THE MARKMAST POSTED MARKS
001700*                   FILE, INDEXED ON ADM-NO PLUS YEAR, TERM AND
001800*                   SUBJECT SO THE SAME PAPER CAN NEVER BE MARKED
001900*                   TWICE FOR A STUDENT. FAILED LINES GO TO THE
002000*                   MARKREJ REJECT FILE IN THE ORIGINAL LAYOUT
002100*                   PLUS A REASON CODE AND RECORD NUMBER, SAME
002200*                   PATTERN AS THE ATTREJ ATTENDANCE REJECTS, AND
002300*                   A POSTING SUMMARY IS DISPLAYED AT END OF RUN.
002400*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS STUDENT-MASTER-ADM-NO
003200         ALTERNATE RECORD KEY IS STUDENT-MASTER-NAME
003300             WITH DUPLICATES
003400         FILE STATUS IS WS-FS-MASTER.
003500     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-FS-SUBJ.
003800     SELECT MARK-TRAN-IN ASSIGN TO "MARKIN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-FS-TRAN.
004100     SELECT MARK-MASTER ASSIGN TO "MARKMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS MARK-MASTER-KEY
004500         FILE STATUS IS WS-FS-MRKMAST.
004600     SELECT MARK-REJECT ASSIGN TO "MARKREJ"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-FS-REJECT.
004900     SELECT RUN-LOG ASSIGN TO "RUNLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-FS-RUNLOG.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  STUDENT-MASTER.
005500 01  STUDENT-MASTER-REC.
005600     05  STUDENT-MASTER-ADM-NO   PIC 9(06).
005700     05  STUDENT-MASTER-NAME     PIC A(10).
005800     05  FILLER                  PIC X(89).
005900 FD  SUBJECT-MASTER.
006000 01  SUBJECT-MASTER-REC          PIC X(27).
006100 FD  MARK-TRAN-IN.
006200 01  MARK-TRAN-IN-REC            PIC X(18).
006300 FD  MARK-MASTER.
006400 01  MARK-MASTER-REC.
006500     05  MARK-MASTER-KEY.
006600         10  MARK-MASTER-ADM-NO  PIC 9(06).
006700         10  MARK-MASTER-YEAR    PIC 9(04).
006800         10  MARK-MASTER-TERM    PIC 9(01).
006900         10  MARK-MASTER-SUBJECT PIC X(04).
007000     05  FILLER                  PIC X(03).
007100 FD  MARK-REJECT.
007200 01  MARK-REJECT-REC             PIC X(26).
007300 FD  RUN-LOG.
007400 01  RUN-LOG-OUT-REC             PIC X(73).
007500 WORKING-STORAGE SECTION.
007600 COPY STUSTU01.
007700 COPY STUSUB01.
007800 COPY STUMRK01.
007900 COPY STUMRJ01.
008000 COPY STURUN01.
008100 77  WS-TRAN-EOF-SW              PIC X(01).
008200     88  WS-TRAN-EOF             VALUE 'Y'.
008300 77  WS-SUBJ-EOF-SW              PIC X(01).
008400     88  WS-SUBJ-EOF             VALUE 'Y'.
008500 77  WS-FS-MASTER                PIC X(02).
008600 77  WS-FS-SUBJ                  PIC X(02).
008700 77  WS-FS-TRAN                  PIC X(02).
008800 77  WS-FS-MRKMAST               PIC X(02).
008900 77  WS-FS-REJECT                PIC X(02).
009000 77  WS-TRAN-REC-NUM             PIC 9(06) COMP.
009100 77  WS-POSTED-COUNT             PIC 9(06) COMP.
009200 77  WS-REJECT-COUNT             PIC 9(06) COMP.
009300 77  WS-SUB-COUNT                PIC 9(03) COMP.
009400 77  WS-SUB-IX                   PIC 9(03) COMP.
009500 77  WS-FOUND-IX                 PIC 9(03) COMP.
009600 77  WS-FS-RUNLOG                PIC X(02).
009700 77  WS-RUN-START-DATE           PIC 9(08).
009800 77  WS-RUN-START-TIME           PIC 9(08).
009900 01  WS-SUB-TABLE.
010000     05  WS-SUB-ENTRY OCCURS 500 TIMES.
010100         10  WS-T-CLS            PIC 9(02).
010200         10  WS-T-CODE           PIC X(04).
010300         10  WS-T-MAX            PIC 9(03).
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010600     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
010700     ACCEPT WS-RUN-START-TIME FROM TIME.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010900     PERFORM 1100-LOAD-SUBJECTS THRU 1100-EXIT.
011000     PERFORM 2000-POST-MARKS THRU 2000-EXIT.
011100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011200     MOVE 'C' TO RUN-OUTCOME.
011300     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
011400     STOP RUN.
011500*-----------------------------------------------------------------
011600* 1000-INITIALIZE - OPEN THE MASTER FOR THE KEYED LOOKUPS, THE
011700*                   MARKS LIST FOR INPUT, THE MARKS FILE I-O AND
011800*                   THE REJECT FILE FOR OUTPUT. A MISSING MASTER
011900*                   STOPS THE RUN - NOTHING CAN BE VALIDATED
012000*                   WITHOUT IT. A MISSING MARKIN IS AN EMPTY
012100*                   POSTING, NOT AN ABEND. A MARKMAST THAT DOES
012200*                   NOT YET EXIST IS CREATED EMPTY AND RE-OPENED
012300*                   I-O, AS THE ATTENDANCE POSTING DOES FOR
012400*                   ATTMAST.
012500*-----------------------------------------------------------------
012600 1000-INITIALIZE.
012700     MOVE 0 TO WS-TRAN-REC-NUM.
012800     MOVE 0 TO WS-POSTED-COUNT.
012900     MOVE 0 TO WS-REJECT-COUNT.
013000     MOVE 'N' TO WS-TRAN-EOF-SW.
013100     OPEN INPUT STUDENT-MASTER.
013200     IF WS-FS-MASTER NOT = '00'
013300         DISPLAY 'STUDENT MASTER OPEN FAILED - STATUS '
013400             WS-FS-MASTER
013500         MOVE 'A' TO RUN-OUTCOME
013600         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
013700         STOP RUN
013800     END-IF.
013900     OPEN INPUT MARK-TRAN-IN.
014000     IF WS-FS-TRAN NOT = '00'
014100         DISPLAY 'MARKIN NOT FOUND - NO MARKS TO POST'
014200         MOVE 'Y' TO WS-TRAN-EOF-SW
014300     END-IF.
014400     OPEN I-O MARK-MASTER.
014500     IF WS-FS-MRKMAST = '35'
014600         OPEN OUTPUT MARK-MASTER
014700         CLOSE MARK-MASTER
014800         OPEN I-O MARK-MASTER
014900     END-IF.
015000     IF WS-FS-MRKMAST NOT = '00'
015100         DISPLAY 'MARKS FILE OPEN FAILED - STATUS '
015200             WS-FS-MRKMAST
015300         MOVE 'A' TO RUN-OUTCOME
015400         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
015500         STOP RUN
015600     END-IF.
015700     OPEN OUTPUT MARK-REJECT.
015800     GO TO 1000-EXIT.
015900 1000-EXIT.
016000     EXIT.
016100*-----------------------------------------------------------------
016200* 1100-LOAD-SUBJECTS - READ THE SUBJECT MASTER INTO THE TABLE THE
016300*                   EDIT CHECKS EACH LINE AGAINST. A MISSING OR
016400*                   EMPTY SUBJECT MASTER STOPS THE RUN - EVERY
016500*                   LINE WOULD REJECT - SET IT UP WITH RITESH28
016600*                   FIRST. SUBJECTS PAST THE TABLE LIMIT ARE
016700*                   WARNED ABOUT; THEIR MARKS REJECT AS 03.
016800*-----------------------------------------------------------------
016900 1100-LOAD-SUBJECTS.
017000     MOVE 0 TO WS-SUB-COUNT.
017100     MOVE 'N' TO WS-SUBJ-EOF-SW.
017200     OPEN INPUT SUBJECT-MASTER.
017300     IF WS-FS-SUBJ NOT = '00'
017400         MOVE 'Y' TO WS-SUBJ-EOF-SW
017500     END-IF.
017600     PERFORM UNTIL WS-SUBJ-EOF
017700         READ SUBJECT-MASTER INTO SUB-REC
017800             AT END
017900                 MOVE 'Y' TO WS-SUBJ-EOF-SW
018000         END-READ
018100         IF NOT WS-SUBJ-EOF
018200             IF WS-SUB-COUNT < 500
018300                 ADD 1 TO WS-SUB-COUNT
018400                 MOVE SUB-CLS       TO WS-T-CLS (WS-SUB-COUNT)
018500                 MOVE SUB-CODE      TO WS-T-CODE (WS-SUB-COUNT)
018600                 MOVE SUB-MAX-MARKS TO WS-T-MAX (WS-SUB-COUNT)
018700             ELSE
018800                 DISPLAY 'WARNING - SUBJECT TABLE FULL - '
018900                     SUB-CLS ' ' SUB-CODE ' NOT LOADED'
019000             END-IF
019100         END-IF
019200     END-PERFORM.
019300     IF WS-FS-SUBJ = '00' OR WS-FS-SUBJ = '10'
019400         CLOSE SUBJECT-MASTER
019500     END-IF.
019600     IF WS-SUB-COUNT = 0
019700         DISPLAY 'SUBJECT MASTER NOT FOUND OR EMPTY - RUN'
019800             ' RITESH28 FIRST'
019900         PERFORM 9000-TERMINATE THRU 9000-EXIT
020000         MOVE 'A' TO RUN-OUTCOME
020100         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
020200         STOP RUN
020300     END-IF.
020400     GO TO 1100-EXIT.
020500 1100-EXIT.
020600     EXIT.
020700*-----------------------------------------------------------------
020800* 2000-POST-MARKS - READ THE MARKS LIST TO EOF, EDITING AND
020900*                   POSTING EACH LINE IN TURN, THEN DISPLAY THE
021000*                   POSTING SUMMARY.
021100*-----------------------------------------------------------------
021200 2000-POST-MARKS.
021300     PERFORM UNTIL WS-TRAN-EOF
021400         READ MARK-TRAN-IN INTO MRK-REC
021500             AT END
021600                 MOVE 'Y' TO WS-TRAN-EOF-SW
021700         END-READ
021800         IF NOT WS-TRAN-EOF
021900             ADD 1 TO WS-TRAN-REC-NUM
022000             PERFORM 2100-EDIT-ONE-LINE THRU 2100-EXIT
022100         END-IF
022200     END-PERFORM.
022300     DISPLAY 'MARKS POSTING SUMMARY'.
022400     DISPLAY 'LINES READ     = ' WS-TRAN-REC-NUM.
022500     DISPLAY 'LINES POSTED   = ' WS-POSTED-COUNT.
022600     DISPLAY 'LINES REJECTED = ' WS-REJECT-COUNT.
022700     IF WS-REJECT-COUNT > 0
022800         DISPLAY 'REJECTS WRITTEN TO MARKREJ - CORRECT AND'
022900             ' RESUBMIT AS MARKIN'
023000     END-IF.
023100     GO TO 2000-EXIT.
023200 2000-EXIT.
023300     EXIT.
023400*-----------------------------------------------------------------
023500* 2100-EDIT-ONE-LINE - VALIDATE ONE MARKS LINE AND POST OR REJECT
023600*                   IT. THE YEAR MUST BE NUMERIC AND NON-ZERO,
023700*                   THE TERM 1, 2 OR 3, THE MARKS NUMERIC, THE
023800*                   ADM-NO ON THE MASTER AND THE STUDENT STILL ON
023900*                   THE ACTIVE ROLL. THE SUBJECT MUST BE ON THE
024000*                   SUBJECT MASTER FOR THE STUDENT'S CLASS AND
024100*                   THE MARKS NOT OVER ITS MAXIMUM. A PAPER
024200*                   ALREADY MARKED FOR THE STUDENT SURFACES AS A
024300*                   DUPLICATE KEY ON THE WRITE AND IS REJECTED.
024400*-----------------------------------------------------------------
024500 2100-EDIT-ONE-LINE.
024600     IF MRK-YEAR IS NOT NUMERIC OR MRK-YEAR = 0
024700             OR MRK-TERM IS NOT NUMERIC
024800             OR NOT MRK-TERM-IS-VALID
024900         DISPLAY 'REJECTED - INVALID YEAR OR TERM - ADM NO '
025000             MRK-ADM-NO
025100         MOVE '04' TO MRJ-REASON-CODE
025200         PERFORM 2200-WRITE-REJECT-REC THRU 2200-EXIT
025300         GO TO 2100-EXIT
025400     END-IF.
025500     IF MRK-MARKS IS NOT NUMERIC
025600         DISPLAY 'REJECTED - MARKS NOT NUMERIC - ADM NO '
025700             MRK-ADM-NO
025800         MOVE '05' TO MRJ-REASON-CODE
025900         PERFORM 2200-WRITE-REJECT-REC THRU 2200-EXIT
026000         GO TO 2100-EXIT
026100     END-IF.
026200     MOVE MRK-ADM-NO TO STUDENT-MASTER-ADM-NO.
026300     READ STUDENT-MASTER INTO STU-MASTER-REC
026400         KEY IS STUDENT-MASTER-ADM-NO
026500         INVALID KEY
026600             DISPLAY 'REJECTED - ADM NO ' MRK-ADM-NO
026700                 ' NOT ON MASTER'
026800             MOVE '01' TO MRJ-REASON-CODE
026900             PERFORM 2200-WRITE-REJECT-REC THRU 2200-EXIT
027000             GO TO 2100-EXIT
027100     END-READ.
027200     IF STU-IS-WITHDRAWN
027300         DISPLAY 'REJECTED - ADM NO ' MRK-ADM-NO
027400             ' IS WITHDRAWN - ' STU-NAME
027500         MOVE '02' TO MRJ-REASON-CODE
027600         PERFORM 2200-WRITE-REJECT-REC THRU 2200-EXIT
027700         GO TO 2100-EXIT
027800     END-IF.
027900     PERFORM 2300-FIND-SUBJECT THRU 2300-EXIT.
028000     IF WS-FOUND-IX = 0
028100         DISPLAY 'REJECTED - SUBJECT ' MRK-SUBJECT
028200             ' NOT TAUGHT IN CLASS ' STU-CLS ' - ADM NO '
028300             MRK-ADM-NO
028400         MOVE '03' TO MRJ-REASON-CODE
028500         PERFORM 2200-WRITE-REJECT-REC THRU 2200-EXIT
028600         GO TO 2100-EXIT
028700     END-IF.
028800     IF MRK-MARKS > WS-T-MAX (WS-FOUND-IX)
028900         DISPLAY 'REJECTED - MARKS ' MRK-MARKS ' OVER MAXIMUM '
029000             WS-T-MAX (WS-FOUND-IX) ' - ADM NO ' MRK-ADM-NO
029100         MOVE '05' TO MRJ-REASON-CODE
029200         PERFORM 2200-WRITE-REJECT-REC THRU 2200-EXIT
029300         GO TO 2100-EXIT
029400     END-IF.
029500     MOVE MRK-REC TO MARK-MASTER-REC.
029600     WRITE MARK-MASTER-REC
029700         INVALID KEY
029800             DISPLAY 'REJECTED - ADM NO ' MRK-ADM-NO
029900                 ' ALREADY MARKED FOR ' MRK-SUBJECT
030000                 ' TERM ' MRK-TERM
030100             MOVE '06' TO MRJ-REASON-CODE
030200             PERFORM 2200-WRITE-REJECT-REC THRU 2200-EXIT
030300             GO TO 2100-EXIT
030400     END-WRITE.
030500     ADD 1 TO WS-POSTED-COUNT.
030600     GO TO 2100-EXIT.
030700 2100-EXIT.
030800     EXIT.
030900*-----------------------------------------------------------------
031000* 2200-WRITE-REJECT-REC - WRITE THE CURRENT MARKIN LINE TO THE
031100*                   REJECT FILE IN ITS ORIGINAL LAYOUT WITH THE
031200*                   REASON CODE (ALREADY SET BY THE CALLER) AND
031300*                   THE INPUT RECORD NUMBER APPENDED.
031400*-----------------------------------------------------------------
031500 2200-WRITE-REJECT-REC.
031600     ADD 1 TO WS-REJECT-COUNT.
031700     MOVE MRK-ADM-NO  TO MRJ-ADM-NO.
031800     MOVE MRK-YEAR    TO MRJ-YEAR.
031900     MOVE MRK-TERM    TO MRJ-TERM.
032000     MOVE MRK-SUBJECT TO MRJ-SUBJECT.
032100     MOVE MRK-MARKS   TO MRJ-MARKS.
032200     MOVE WS-TRAN-REC-NUM TO MRJ-REC-NUM.
032300     MOVE MRJ-REC TO MARK-REJECT-REC.
032400     WRITE MARK-REJECT-REC.
032500     GO TO 2200-EXIT.
032600 2200-EXIT.
032700     EXIT.
032800*-----------------------------------------------------------------
032900* 2300-FIND-SUBJECT - SCAN THE SUBJECT TABLE FOR THE LINE'S
033000*                   SUBJECT IN THE STUDENT'S CLASS. FOUND LEAVES
033100*                   THE SLOT NUMBER IN WS-FOUND-IX; ZERO MEANS
033200*                   THE CLASS DOES NOT TAKE THE SUBJECT.
033300*-----------------------------------------------------------------
033400 2300-FIND-SUBJECT.
033500     MOVE 0 TO WS-FOUND-IX.
033600     PERFORM VARYING WS-SUB-IX FROM 1 BY 1
033700             UNTIL WS-SUB-IX > WS-SUB-COUNT
033800                OR WS-FOUND-IX > 0
033900         IF WS-T-CLS (WS-SUB-IX) = STU-CLS
034000                 AND WS-T-CODE (WS-SUB-IX) = MRK-SUBJECT
034100             MOVE WS-SUB-IX TO WS-FOUND-IX
034200         END-IF
034300     END-PERFORM.
034400     GO TO 2300-EXIT.
034500 2300-EXIT.
034600     EXIT.
034700*-----------------------------------------------------------------
034800* 9000-TERMINATE - CLOSE FILES BEFORE STOP RUN.
034900*-----------------------------------------------------------------
035000 9000-TERMINATE.
035100     CLOSE STUDENT-MASTER.
035200     CLOSE MARK-TRAN-IN.
035300     CLOSE MARK-MASTER.
035400     CLOSE MARK-REJECT.
035500     GO TO 9000-EXIT.
035600 9000-EXIT.
035700     EXIT.
035800*-----------------------------------------------------------------
035900* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
036000*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
036100*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
036200*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
036300*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
036400*-----------------------------------------------------------------
036500 9500-WRITE-RUN-LOG.
036600     MOVE 'RITESH29' TO RUN-PROGRAM-ID.
036700     MOVE SPACES TO RUN-OPERATOR-ID.
036800     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
036900     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
037000     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
037100     ACCEPT RUN-END-TIME FROM TIME.
037200     MOVE WS-TRAN-REC-NUM TO RUN-CNT-1.
037300     MOVE WS-POSTED-COUNT TO RUN-CNT-2.
037400     MOVE WS-REJECT-COUNT TO RUN-CNT-3.
037500     MOVE ZEROES TO RUN-CNT-4.
037600     OPEN EXTEND RUN-LOG.
037700     IF WS-FS-RUNLOG = '35'
037800         OPEN OUTPUT RUN-LOG
037900     END-IF.
038000     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
038100     WRITE RUN-LOG-OUT-REC.
038200     CLOSE RUN-LOG.
038300     GO TO 9500-EXIT.
038400 9500-EXIT.
038500     EXIT.
