000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH28.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 03-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 03-SEP-2026  RKP  ORIGINAL - SUBJECT MASTER MAINTENANCE. ADDS,
001000*                   CHANGES AND DELETES THE SUBJECTS TAUGHT IN
001100*                   EACH CLASS ON SUBJMAST (STUSUB01) - NAME,
001200*                   MAXIMUM MARKS AND PASS MARKS - THE SAME
001300*                   LOAD-TABLE-WORK-WRITE-BACK PATTERN RITESH19
001400*                   USES FOR THE FEE STRUCTURE. THE RITESH29
001500*                   MARKS POSTING EDITS AGAINST THESE SUBJECTS
001600*                   AND THE REPORT CARD AND RESULT SHEET PRINT
001700*                   FROM THEM, SO MAINTAINING THEM IS A
001800*                   SUPERVISOR ACTION. A CLASS/SUBJECT PAIR IS
001900*                   UNIQUE ON THE FILE - A SECOND ENTRY FOR THE
002000*                   SAME PAIR IS REFUSED; CHANGE THE EXISTING ONE
002100*                   INSTEAD. RECORDS PAST THE TABLE LIMIT ARE
002200*                   COUNTED AT LOAD AND THE WRITE-BACK IS REFUSED
002300*                   WHEN ANY WERE DROPPED.
002400*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-FS-SUBJ.
003100     SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-FS-OPRMAST.
003400     SELECT RUN-LOG ASSIGN TO "RUNLOG"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-FS-RUNLOG.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  SUBJECT-MASTER.
004000 01  SUBJECT-MASTER-REC          PIC X(27).
004100 FD  OPERATOR-MASTER.
004200 01  OPERATOR-MASTER-REC         PIC X(30).
004300 FD  RUN-LOG.
004400 01  RUN-LOG-OUT-REC             PIC X(73).
004500 WORKING-STORAGE SECTION.
004600 COPY STUSUB01.
004700 COPY STUOPR01.
004800 COPY STURUN01.
004900 77  WS-FS-SUBJ                  PIC X(02).
005000 77  WS-FS-OPRMAST               PIC X(02).
005100 77  WS-OPERATOR-ID              PIC X(08).
005200 77  WS-OPR-EOF-SW               PIC X(01).
005300     88  WS-OPR-EOF              VALUE 'Y'.
005400 77  WS-OPR-FOUND-SW             PIC X(01).
005500     88  WS-OPR-FOUND            VALUE 'Y'.
005600 77  WS-SUBJ-EOF-SW              PIC X(01).
005700     88  WS-SUBJ-EOF             VALUE 'Y'.
005800 77  WS-ACTION                   PIC X(01).
005900     88  WS-ACTION-IS-ADD        VALUE 'A'.
006000     88  WS-ACTION-IS-CHANGE     VALUE 'C'.
006100     88  WS-ACTION-IS-DELETE     VALUE 'D'.
006200     88  WS-ACTION-IS-LIST       VALUE 'L'.
006300     88  WS-ACTION-IS-END        VALUE 'X'.
006400 77  WS-WORK-CLS                 PIC 9(02).
006500 77  WS-WORK-CODE                PIC X(04).
006600 77  WS-WORK-NAME                PIC X(15).
006700 77  WS-WORK-MAX                 PIC 9(03).
006800 77  WS-WORK-PASS                PIC 9(03).
006900 77  WS-SUB-COUNT                PIC 9(03) COMP.
007000 77  WS-SUB-IX                   PIC 9(03) COMP.
007100 77  WS-FOUND-IX                 PIC 9(03) COMP.
007200 77  WS-LOAD-OVFL-COUNT          PIC 9(03) COMP.
007300 77  WS-WRITE-COUNT              PIC 9(03) COMP.
007400 77  WS-CHANGED-SW               PIC X(01).
007500     88  WS-FILE-CHANGED         VALUE 'Y'.
007600 77  WS-MARKS-VALID-SW           PIC X(01).
007700     88  WS-MARKS-ARE-VALID      VALUE 'Y'.
007800 77  WS-FS-RUNLOG                PIC X(02).
007900 77  WS-RUN-START-DATE           PIC 9(08).
008000 77  WS-RUN-START-TIME           PIC 9(08).
008100 01  WS-SUB-TABLE.
008200     05  WS-SUB-ENTRY OCCURS 500 TIMES.
008300         10  WS-T-CLS            PIC 9(02).
008400         10  WS-T-CODE           PIC X(04).
008500         10  WS-T-NAME           PIC X(15).
008600         10  WS-T-MAX            PIC 9(03).
008700         10  WS-T-PASS           PIC 9(03).
008800         10  WS-T-DEL-SW         PIC X(01).
008900 PROCEDURE DIVISION.
009000 0000-MAINLINE.
009100     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
009200     ACCEPT WS-RUN-START-TIME FROM TIME.
009300     MOVE 0 TO WS-SUB-COUNT.
009400     MOVE 0 TO WS-WRITE-COUNT.
009500     PERFORM 1050-ACCEPT-OPERATOR-ID THRU 1050-EXIT.
009600     PERFORM 1000-LOAD-SUB-TABLE THRU 1000-EXIT.
009700     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
009800         UNTIL WS-ACTION-IS-END.
009900     PERFORM 9000-WRITE-BACK THRU 9000-EXIT.
010000     MOVE 'C' TO RUN-OUTCOME.
010100     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
010200     STOP RUN.
010300*-----------------------------------------------------------------
010400* 1000-LOAD-SUB-TABLE - READ THE WHOLE SUBJECT MASTER INTO THE
010500*                   TABLE. A MISSING OR EMPTY FILE IS A FRESH
010600*                   MASTER WAITING TO BE KEYED. RECORDS PAST THE
010700*                   TABLE LIMIT ARE COUNTED AND REPORTED - THE
010800*                   WRITE-BACK REFUSES TO RUN WHEN ANY WERE
010900*                   DROPPED, SO THEY CANNOT BE REWRITTEN AWAY.
011000*-----------------------------------------------------------------
011100 1000-LOAD-SUB-TABLE.
011200     MOVE 0 TO WS-SUB-COUNT.
011300     MOVE 0 TO WS-LOAD-OVFL-COUNT.
011400     MOVE 'N' TO WS-SUBJ-EOF-SW.
011500     MOVE 'N' TO WS-CHANGED-SW.
011600     OPEN INPUT SUBJECT-MASTER.
011700     IF WS-FS-SUBJ NOT = '00'
011800         DISPLAY 'SUBJMAST NOT FOUND - STARTING A FRESH FILE'
011900         MOVE 'Y' TO WS-SUBJ-EOF-SW
012000         GO TO 1000-EXIT
012100     END-IF.
012200     PERFORM UNTIL WS-SUBJ-EOF
012300         READ SUBJECT-MASTER INTO SUB-REC
012400             AT END
012500                 MOVE 'Y' TO WS-SUBJ-EOF-SW
012600         END-READ
012700         IF NOT WS-SUBJ-EOF
012800             IF WS-SUB-COUNT < 500
012900                 ADD 1 TO WS-SUB-COUNT
013000                 MOVE SUB-CLS        TO WS-T-CLS (WS-SUB-COUNT)
013100                 MOVE SUB-CODE       TO WS-T-CODE (WS-SUB-COUNT)
013200                 MOVE SUB-NAME       TO WS-T-NAME (WS-SUB-COUNT)
013300                 MOVE SUB-MAX-MARKS  TO WS-T-MAX (WS-SUB-COUNT)
013400                 MOVE SUB-PASS-MARKS TO WS-T-PASS (WS-SUB-COUNT)
013500                 MOVE SPACE          TO WS-T-DEL-SW (WS-SUB-COUNT)
013600             ELSE
013700                 ADD 1 TO WS-LOAD-OVFL-COUNT
013800             END-IF
013900         END-IF
014000     END-PERFORM.
014100     CLOSE SUBJECT-MASTER.
014200     IF WS-LOAD-OVFL-COUNT > 0
014300         DISPLAY 'WARNING - ' WS-LOAD-OVFL-COUNT
014400             ' SUBJECT RECORD(S) PAST THE TABLE LIMIT'
014500         DISPLAY 'THE FILE WILL NOT BE WRITTEN BACK THIS RUN'
014600     END-IF.
014700     GO TO 1000-EXIT.
014800 1000-EXIT.
014900     EXIT.
015000*-----------------------------------------------------------------
015100* 1050-ACCEPT-OPERATOR-ID - CAPTURE WHO IS MAINTAINING THE
015200*                   SUBJECT MASTER. THE ID MUST BE ON THE
015300*                   OPERATOR MASTER, ACTIVE AND AT SUPERVISOR
015400*                   LEVEL - ANYTHING ELSE REFUSES THE RUN.
015500*-----------------------------------------------------------------
015600 1050-ACCEPT-OPERATOR-ID.
015700     DISPLAY 'ENTER OPERATOR ID'.
015800     ACCEPT WS-OPERATOR-ID.
015900     PERFORM 1060-VALIDATE-OPERATOR THRU 1060-EXIT.
016000     IF NOT WS-OPR-FOUND
016100         DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID
016200             ' NOT AUTHORIZED - RUN REFUSED'
016300         MOVE 'R' TO RUN-OUTCOME
016400         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
016500         STOP RUN
016600     END-IF.
016700     IF NOT OPR-IS-SUPERVISOR
016800         DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID
016900             ' IS NOT A SUPERVISOR - MAINTENANCE REFUSED'
017000         MOVE 'R' TO RUN-OUTCOME
017100         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
017200         STOP RUN
017300     END-IF.
017400     DISPLAY 'SIGNED ON - ' OPR-NAME.
017500     GO TO 1050-EXIT.
017600 1050-EXIT.
017700     EXIT.
017800*-----------------------------------------------------------------
017900* 1060-VALIDATE-OPERATOR - LOOK THE KEYED ID UP ON THE OPERATOR
018000*                   MASTER. FOUND AND ACTIVE SETS THE FOUND
018100*                   SWITCH AND LEAVES THE OPERATOR'S RECORD IN
018200*                   OPR-REC; A DISABLED ID COUNTS AS NOT FOUND.
018300*                   A MISSING OPERATOR MASTER REFUSES EVERY
018400*                   SIGN-ON - BUILD IT WITH RITESH14 FIRST.
018500*-----------------------------------------------------------------
018600 1060-VALIDATE-OPERATOR.
018700     MOVE 'N' TO WS-OPR-FOUND-SW.
018800     MOVE 'N' TO WS-OPR-EOF-SW.
018900     OPEN INPUT OPERATOR-MASTER.
019000     IF WS-FS-OPRMAST NOT = '00'
019100         DISPLAY 'OPERATOR MASTER NOT FOUND - RUN RITESH14'
019200         GO TO 1060-EXIT
019300     END-IF.
019400     PERFORM UNTIL WS-OPR-EOF OR WS-OPR-FOUND
019500         READ OPERATOR-MASTER INTO OPR-REC
019600             AT END
019700                 MOVE 'Y' TO WS-OPR-EOF-SW
019800         END-READ
019900         IF NOT WS-OPR-EOF
020000                 AND OPR-ID = WS-OPERATOR-ID
020100                 AND OPR-IS-ACTIVE
020200             MOVE 'Y' TO WS-OPR-FOUND-SW
020300         END-IF
020400     END-PERFORM.
020500     CLOSE OPERATOR-MASTER.
020600     GO TO 1060-EXIT.
020700 1060-EXIT.
020800     EXIT.
020900*-----------------------------------------------------------------
021000* 1200-FIND-IN-TABLE - SCAN THE TABLE FOR THE CLASS/SUBJECT PAIR
021100*                   THE CALLER PUT IN THE WORK FIELDS, SKIPPING
021200*                   ENTRIES ALREADY DELETED THIS RUN. FOUND
021300*                   LEAVES THE SLOT NUMBER IN WS-FOUND-IX; ZERO
021400*                   MEANS NOT ON FILE.
021500*-----------------------------------------------------------------
021600 1200-FIND-IN-TABLE.
021700     MOVE 0 TO WS-FOUND-IX.
021800     PERFORM VARYING WS-SUB-IX FROM 1 BY 1
021900             UNTIL WS-SUB-IX > WS-SUB-COUNT
022000                OR WS-FOUND-IX > 0
022100         IF WS-T-CLS (WS-SUB-IX) = WS-WORK-CLS
022200                 AND WS-T-CODE (WS-SUB-IX) = WS-WORK-CODE
022300                 AND WS-T-DEL-SW (WS-SUB-IX) = SPACE
022400             MOVE WS-SUB-IX TO WS-FOUND-IX
022500         END-IF
022600     END-PERFORM.
022700     GO TO 1200-EXIT.
022800 1200-EXIT.
022900     EXIT.
023000*-----------------------------------------------------------------
023100* 1300-ACCEPT-SUBJECT-KEY - TAKE THE CLASS AND SUBJECT CODE THAT
023200*                   NAME ONE SUBJECT, RE-PROMPTING UNTIL THE
023300*                   CLASS IS 1-12 AND THE CODE IS NOT BLANK.
023400*                   SHARED BY ADD, CHANGE AND DELETE.
023500*-----------------------------------------------------------------
023600 1300-ACCEPT-SUBJECT-KEY.
023700     MOVE 0 TO WS-WORK-CLS.
023800     PERFORM UNTIL WS-WORK-CLS >= 1 AND WS-WORK-CLS <= 12
023900         DISPLAY 'ENTER CLASS (1-12)'
024000         ACCEPT WS-WORK-CLS
024100         IF WS-WORK-CLS < 1 OR WS-WORK-CLS > 12
024200             DISPLAY 'INVALID CLASS - MUST BE 1 THRU 12'
024300         END-IF
024400     END-PERFORM.
024500     MOVE SPACES TO WS-WORK-CODE.
024600     PERFORM UNTIL WS-WORK-CODE NOT = SPACES
024700         DISPLAY 'ENTER SUBJECT CODE (4 CHARACTERS, E.G. MATH)'
024800         ACCEPT WS-WORK-CODE
024900         IF WS-WORK-CODE = SPACES
025000             DISPLAY 'INVALID SUBJECT CODE - MUST NOT BE BLANK'
025100         END-IF
025200     END-PERFORM.
025300     GO TO 1300-EXIT.
025400 1300-EXIT.
025500     EXIT.
025600*-----------------------------------------------------------------
025700* 1400-ACCEPT-SUBJECT-DETAIL - TAKE THE SUBJECT NAME, MAXIMUM
025800*                   MARKS AND PASS MARKS, RE-PROMPTING UNTIL THE
025900*                   NAME IS NOT BLANK, THE MAXIMUM IS NON-ZERO
026000*                   AND THE PASS MARK IS NON-ZERO AND NOT OVER
026100*                   THE MAXIMUM.
026200*-----------------------------------------------------------------
026300 1400-ACCEPT-SUBJECT-DETAIL.
026400     MOVE SPACES TO WS-WORK-NAME.
026500     PERFORM UNTIL WS-WORK-NAME NOT = SPACES
026600         DISPLAY 'ENTER SUBJECT NAME'
026700         ACCEPT WS-WORK-NAME
026800         IF WS-WORK-NAME = SPACES
026900             DISPLAY 'INVALID NAME - MUST NOT BE BLANK'
027000         END-IF
027100     END-PERFORM.
027200     MOVE 'N' TO WS-MARKS-VALID-SW.
027300     PERFORM UNTIL WS-MARKS-ARE-VALID
027400         DISPLAY 'ENTER MAXIMUM MARKS (1-999)'
027500         ACCEPT WS-WORK-MAX
027600         DISPLAY 'ENTER PASS MARKS'
027700         ACCEPT WS-WORK-PASS
027800         IF WS-WORK-MAX > 0 AND WS-WORK-PASS > 0
027900                 AND WS-WORK-PASS NOT > WS-WORK-MAX
028000             MOVE 'Y' TO WS-MARKS-VALID-SW
028100         ELSE
028200             DISPLAY 'INVALID MARKS - PASS MARKS MUST BE NON-ZERO'
028300                 ' AND NOT OVER THE MAXIMUM'
028400         END-IF
028500     END-PERFORM.
028600     GO TO 1400-EXIT.
028700 1400-EXIT.
028800     EXIT.
028900*-----------------------------------------------------------------
029000* 2000-ACTION-LOOP - ONE MAINTENANCE ACTION PER PASS. A=ADD,
029100*                   C=CHANGE, D=DELETE, L=LIST, X=END.
029200*-----------------------------------------------------------------
029300 2000-ACTION-LOOP.
029400     DISPLAY 'ACTION - A=ADD C=CHANGE D=DELETE L=LIST X=END'.
029500     ACCEPT WS-ACTION.
029600     IF WS-ACTION-IS-ADD
029700         PERFORM 3000-ADD-SUBJECT THRU 3000-EXIT
029800     ELSE
029900         IF WS-ACTION-IS-CHANGE
030000             PERFORM 4000-CHANGE-SUBJECT THRU 4000-EXIT
030100         ELSE
030200             IF WS-ACTION-IS-DELETE
030300                 PERFORM 5000-DELETE-SUBJECT THRU 5000-EXIT
030400             ELSE
030500                 IF WS-ACTION-IS-LIST
030600                     PERFORM 6000-LIST-SUBJECTS THRU 6000-EXIT
030700                 ELSE
030800                     IF NOT WS-ACTION-IS-END
030900                         DISPLAY 'INVALID ACTION - A/C/D/L/X'
031000                     END-IF
031100                 END-IF
031200             END-IF
031300         END-IF
031400     END-IF.
031500     GO TO 2000-EXIT.
031600 2000-EXIT.
031700     EXIT.
031800*-----------------------------------------------------------------
031900* 3000-ADD-SUBJECT - TAKE A NEW CLASS/SUBJECT AND ADD IT TO THE
032000*                   TABLE. A PAIR ALREADY ON FILE IS REFUSED -
032100*                   CHANGE THE EXISTING SUBJECT INSTEAD OF
032200*                   KEYING A SECOND COPY.
032300*-----------------------------------------------------------------
032400 3000-ADD-SUBJECT.
032500     IF WS-SUB-COUNT >= 500
032600         DISPLAY 'SUBJECT TABLE FULL - NOTHING ADDED'
032700         GO TO 3000-EXIT
032800     END-IF.
032900     PERFORM 1300-ACCEPT-SUBJECT-KEY THRU 1300-EXIT.
033000     PERFORM 1200-FIND-IN-TABLE THRU 1200-EXIT.
033100     IF WS-FOUND-IX > 0
033200         DISPLAY 'SUBJECT ALREADY ON FILE FOR CLASS ' WS-WORK-CLS
033300             ' ' WS-WORK-CODE ' - USE CHANGE - NOTHING ADDED'
033400         GO TO 3000-EXIT
033500     END-IF.
033600     PERFORM 1400-ACCEPT-SUBJECT-DETAIL THRU 1400-EXIT.
033700     ADD 1 TO WS-SUB-COUNT.
033800     MOVE WS-WORK-CLS  TO WS-T-CLS (WS-SUB-COUNT).
033900     MOVE WS-WORK-CODE TO WS-T-CODE (WS-SUB-COUNT).
034000     MOVE WS-WORK-NAME TO WS-T-NAME (WS-SUB-COUNT).
034100     MOVE WS-WORK-MAX  TO WS-T-MAX (WS-SUB-COUNT).
034200     MOVE WS-WORK-PASS TO WS-T-PASS (WS-SUB-COUNT).
034300     MOVE SPACE        TO WS-T-DEL-SW (WS-SUB-COUNT).
034400     MOVE 'Y'          TO WS-CHANGED-SW.
034500     DISPLAY 'ADDED - CLASS ' WS-WORK-CLS ' ' WS-WORK-CODE ' '
034600         WS-WORK-NAME ' MAX ' WS-WORK-MAX ' PASS ' WS-WORK-PASS.
034700     GO TO 3000-EXIT.
034800 3000-EXIT.
034900     EXIT.
035000*-----------------------------------------------------------------
035100* 4000-CHANGE-SUBJECT - PUT A NEW NAME, MAXIMUM AND PASS MARK ON
035200*                   AN EXISTING SUBJECT.
035300*-----------------------------------------------------------------
035400 4000-CHANGE-SUBJECT.
035500     PERFORM 1300-ACCEPT-SUBJECT-KEY THRU 1300-EXIT.
035600     PERFORM 1200-FIND-IN-TABLE THRU 1200-EXIT.
035700     IF WS-FOUND-IX = 0
035800         DISPLAY 'SUBJECT NOT ON FILE - NOTHING DONE'
035900         GO TO 4000-EXIT
036000     END-IF.
036100     DISPLAY 'CURRENT - ' WS-T-NAME (WS-FOUND-IX)
036200         ' MAX ' WS-T-MAX (WS-FOUND-IX)
036300         ' PASS ' WS-T-PASS (WS-FOUND-IX).
036400     PERFORM 1400-ACCEPT-SUBJECT-DETAIL THRU 1400-EXIT.
036500     MOVE WS-WORK-NAME TO WS-T-NAME (WS-FOUND-IX).
036600     MOVE WS-WORK-MAX  TO WS-T-MAX (WS-FOUND-IX).
036700     MOVE WS-WORK-PASS TO WS-T-PASS (WS-FOUND-IX).
036800     MOVE 'Y' TO WS-CHANGED-SW.
036900     DISPLAY 'CHANGED - CLASS ' WS-WORK-CLS ' ' WS-WORK-CODE ' '
037000         WS-WORK-NAME ' MAX ' WS-WORK-MAX ' PASS ' WS-WORK-PASS.
037100     GO TO 4000-EXIT.
037200 4000-EXIT.
037300     EXIT.
037400*-----------------------------------------------------------------
037500* 5000-DELETE-SUBJECT - MARK AN EXISTING SUBJECT DELETED. THE
037600*                   SLOT IS LEFT OFF THE WRITE-BACK. MARKS
037700*                   ALREADY POSTED FOR THE SUBJECT STAY ON
037800*                   MARKMAST BUT NO LONGER PRINT.
037900*-----------------------------------------------------------------
038000 5000-DELETE-SUBJECT.
038100     PERFORM 1300-ACCEPT-SUBJECT-KEY THRU 1300-EXIT.
038200     PERFORM 1200-FIND-IN-TABLE THRU 1200-EXIT.
038300     IF WS-FOUND-IX = 0
038400         DISPLAY 'SUBJECT NOT ON FILE - NOTHING DONE'
038500         GO TO 5000-EXIT
038600     END-IF.
038700     MOVE 'D' TO WS-T-DEL-SW (WS-FOUND-IX).
038800     MOVE 'Y' TO WS-CHANGED-SW.
038900     DISPLAY 'DELETED - CLASS ' WS-WORK-CLS ' ' WS-WORK-CODE.
039000     GO TO 5000-EXIT.
039100 5000-EXIT.
039200     EXIT.
039300*-----------------------------------------------------------------
039400* 6000-LIST-SUBJECTS - SHOW THE TABLE AS IT STANDS, INCLUDING
039500*                   CHANGES NOT YET WRITTEN BACK. DELETED
039600*                   ENTRIES ARE LEFT OFF THE LISTING.
039700*-----------------------------------------------------------------
039800 6000-LIST-SUBJECTS.
039900     IF WS-SUB-COUNT = 0
040000         DISPLAY 'NO SUBJECTS ON FILE'
040100         GO TO 6000-EXIT
040200     END-IF.
040300     PERFORM VARYING WS-SUB-IX FROM 1 BY 1
040400             UNTIL WS-SUB-IX > WS-SUB-COUNT
040500         IF WS-T-DEL-SW (WS-SUB-IX) = SPACE
040600             DISPLAY 'CLASS ' WS-T-CLS (WS-SUB-IX) ' '
040700                 WS-T-CODE (WS-SUB-IX) ' '
040800                 WS-T-NAME (WS-SUB-IX)
040900                 ' MAX ' WS-T-MAX (WS-SUB-IX)
041000                 ' PASS ' WS-T-PASS (WS-SUB-IX)
041100         END-IF
041200     END-PERFORM.
041300     GO TO 6000-EXIT.
041400 6000-EXIT.
041500     EXIT.
041600*-----------------------------------------------------------------
041700* 9000-WRITE-BACK - REWRITE THE WHOLE SUBJECT MASTER FROM THE
041800*                   TABLE, LEAVING DELETED ENTRIES OFF. NOTHING
041900*                   IS WRITTEN UNLESS SOMETHING CHANGED, AND
042000*                   NEVER WHEN RECORDS WERE DROPPED AT LOAD -
042100*                   THE REWRITE WOULD DELETE THEM.
042200*-----------------------------------------------------------------
042300 9000-WRITE-BACK.
042400     IF NOT WS-FILE-CHANGED
042500         DISPLAY 'NO CHANGES - SUBJECT MASTER LEFT AS IT WAS'
042600         GO TO 9000-EXIT
042700     END-IF.
042800     IF WS-LOAD-OVFL-COUNT > 0
042900         DISPLAY 'SUBJECT RECORD(S) DROPPED AT LOAD - NOT'
043000             ' WRITTEN - SUBJECT MASTER LEFT AS IT WAS'
043100         GO TO 9000-EXIT
043200     END-IF.
043300     OPEN OUTPUT SUBJECT-MASTER.
043400     IF WS-FS-SUBJ NOT = '00'
043500         DISPLAY 'SUBJMAST OPEN FAILED - STATUS ' WS-FS-SUBJ
043600         GO TO 9000-EXIT
043700     END-IF.
043800     MOVE 0 TO WS-WRITE-COUNT.
043900     PERFORM VARYING WS-SUB-IX FROM 1 BY 1
044000             UNTIL WS-SUB-IX > WS-SUB-COUNT
044100         IF WS-T-DEL-SW (WS-SUB-IX) = SPACE
044200             MOVE WS-T-CLS (WS-SUB-IX)  TO SUB-CLS
044300             MOVE WS-T-CODE (WS-SUB-IX) TO SUB-CODE
044400             MOVE WS-T-NAME (WS-SUB-IX) TO SUB-NAME
044500             MOVE WS-T-MAX (WS-SUB-IX)  TO SUB-MAX-MARKS
044600             MOVE WS-T-PASS (WS-SUB-IX) TO SUB-PASS-MARKS
044700             MOVE SUB-REC TO SUBJECT-MASTER-REC
044800             WRITE SUBJECT-MASTER-REC
044900             ADD 1 TO WS-WRITE-COUNT
045000         END-IF
045100     END-PERFORM.
045200     CLOSE SUBJECT-MASTER.
045300     DISPLAY 'SUBJECT MASTER WRITTEN - ' WS-WRITE-COUNT
045400         ' RECORD(S)'.
045500     GO TO 9000-EXIT.
045600 9000-EXIT.
045700     EXIT.
045800*-----------------------------------------------------------------
045900* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
046000*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
046100*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
046200*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
046300*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
046400*-----------------------------------------------------------------
046500 9500-WRITE-RUN-LOG.
046600     MOVE 'RITESH28' TO RUN-PROGRAM-ID.
046700     MOVE WS-OPERATOR-ID TO RUN-OPERATOR-ID.
046800     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
046900     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
047000     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
047100     ACCEPT RUN-END-TIME FROM TIME.
047200     MOVE WS-SUB-COUNT TO RUN-CNT-1.
047300     MOVE WS-WRITE-COUNT TO RUN-CNT-2.
047400     MOVE ZEROES TO RUN-CNT-3.
047500     MOVE ZEROES TO RUN-CNT-4.
047600     OPEN EXTEND RUN-LOG.
047700     IF WS-FS-RUNLOG = '35'
047800         OPEN OUTPUT RUN-LOG
047900     END-IF.
048000     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
048100     WRITE RUN-LOG-OUT-REC.
048200     CLOSE RUN-LOG.
048300     GO TO 9500-EXIT.
048400 9500-EXIT.
048500     EXIT.
