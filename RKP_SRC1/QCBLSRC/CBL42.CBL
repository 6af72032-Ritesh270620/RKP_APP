000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH40.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 11-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 11-SEP-2026  RKP  ORIGINAL - LEAVERS ARCHIVE VERIFICATION AND
001000*                   DUPLICATE CERTIFICATE RUN. FINDS A FORMER
001100*                   STUDENT ON LEAVARCH BY CERTIFICATE SERIAL,
001200*                   ADM-NO OR NAME AND PRINTS FROM THE ARCHIVED
001300*                   MASTER IMAGE EITHER A SIGNED-FORMAT
001400*                   VERIFICATION LETTER FOR A COLLEGE ON VERLTR -
001500*                   CLASS AT LEAVING, LEAVING DATE, SERIAL AND
001600*                   GUARDIAN - OR, FOR A SUPERVISOR ONLY, A COPY
001700*                   OF A LOST CERTIFICATE MARKED DUPLICATE ON
001800*                   TCDUPL. EVERY DUPLICATE IS COUNTED AGAINST ITS
001900*                   SERIAL ON TCDUPCT (STUDUP01) AND LOGGED TO THE
002000*                   AUDIT TRAIL AS 'TCDUP'. ARCHIVE LINES WRITTEN
002100*                   ON THE OLD 104-BYTE STUDENT WIDTH ARE READ
002200*                   THROUGH THE STULVR01 OLD-WIDTH VIEW, SO THEIR
002300*                   DATE AND SERIAL COME OUT RIGHT.
002400*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT LEAVERS-ARCHIVE ASSIGN TO "LEAVARCH"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-FS-ARCHIVE.
003100     SELECT DUP-CONTROL ASSIGN TO "TCDUPCT"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS DUP-CONTROL-SERIAL
003500         FILE STATUS IS WS-FS-DUPCTL.
003600     SELECT VERIFY-LETTERS ASSIGN TO "VERLTR"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-FS-LETTERS.
003900     SELECT DUP-CERTIFICATES ASSIGN TO "TCDUPL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-FS-DUPCERTS.
004200     SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-FS-AUDIT.
004500     SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FS-OPRMAST.
004800     SELECT RUN-LOG ASSIGN TO "RUNLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-FS-RUNLOG.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  LEAVERS-ARCHIVE.
005400 01  LEAVERS-ARCHIVE-REC         PIC X(119).
005500 FD  DUP-CONTROL.
005600 01  DUP-CONTROL-REC.
005700     05  DUP-CONTROL-SERIAL      PIC 9(06).
005800     05  FILLER                  PIC X(25).
005900 FD  VERIFY-LETTERS.
006000 01  VERIFY-LETTERS-REC          PIC X(80).
006100 FD  DUP-CERTIFICATES.
006200 01  DUP-CERTIFICATES-REC        PIC X(80).
006300 FD  AUDIT-LOG.
006400 01  AUDIT-LOG-REC               PIC X(53).
006500 FD  OPERATOR-MASTER.
006600 01  OPERATOR-MASTER-REC         PIC X(30).
006700 FD  RUN-LOG.
006800 01  RUN-LOG-OUT-REC             PIC X(73).
006900 WORKING-STORAGE SECTION.
007000 COPY STUSTU01.
007100 COPY STULVR01.
007200 COPY STUDUP01.
007300 COPY STUAUD01.
007400 COPY STUOPR01.
007500 COPY STURUN01.
007600 77  WS-FS-ARCHIVE               PIC X(02).
007700 77  WS-FS-DUPCTL                PIC X(02).
007800 77  WS-FS-LETTERS               PIC X(02).
007900 77  WS-FS-DUPCERTS              PIC X(02).
008000 77  WS-FS-AUDIT                 PIC X(02).
008100 77  WS-FS-OPRMAST               PIC X(02).
008200 77  WS-OPERATOR-ID              PIC X(08).
008300 77  WS-OPR-EOF-SW               PIC X(01).
008400     88  WS-OPR-EOF              VALUE 'Y'.
008500 77  WS-OPR-FOUND-SW             PIC X(01).
008600     88  WS-OPR-FOUND            VALUE 'Y'.
008700 77  WS-ACTION                   PIC X(01).
008800     88  WS-ACTION-IS-VERIFY     VALUE 'V'.
008900     88  WS-ACTION-IS-DUPLICATE  VALUE 'D'.
009000     88  WS-ACTION-IS-END        VALUE 'X'.
009100 77  WS-SEARCH-BY                PIC X(01).
009200     88  WS-SEARCH-BY-SERIAL     VALUE 'S'.
009300     88  WS-SEARCH-BY-ADM-NO     VALUE 'A'.
009400     88  WS-SEARCH-BY-NAME       VALUE 'N'.
009500 77  WS-SEARCH-NUMBER            PIC 9(06).
009600 77  WS-SEARCH-NAME              PIC A(10).
009700 77  WS-VALID-SW                 PIC X(01).
009800     88  WS-ENTRY-IS-VALID       VALUE 'Y'.
009900 77  WS-ARCH-EOF-SW              PIC X(01).
010000     88  WS-ARCH-EOF             VALUE 'Y'.
010100 77  WS-LINE-OK-SW               PIC X(01).
010200     88  WS-LINE-IS-OK           VALUE 'Y'.
010300 77  WS-LEAVER-FOUND-SW          PIC X(01).
010400     88  WS-LEAVER-FOUND         VALUE 'Y'.
010500 77  WS-DUP-FOUND-SW             PIC X(01).
010600     88  WS-DUP-FOUND            VALUE 'Y'.
010700 77  WS-CONFIRM                  PIC X(01).
010800 77  WS-CUR-LEAVING-DATE         PIC 9(08).
010900 77  WS-CUR-TC-SERIAL            PIC 9(06).
011000 77  WS-CUR-WIDTH-SW             PIC X(01).
011100     88  WS-CUR-IS-OLD-WIDTH     VALUE 'O'.
011200 77  WS-MATCH-LIMIT              PIC 9(03) COMP VALUE 20.
011300 77  WS-MATCH-COUNT              PIC 9(03) COMP.
011400 77  WS-MATCH-OVERFLOW-COUNT     PIC 9(05) COMP.
011500 77  WS-MATCH-IX                 PIC 9(03) COMP.
011600 77  WS-PICK                     PIC 9(02).
011700 77  WS-REQUESTED-BY             PIC X(40).
011800 77  WS-OUT-FILE-SW              PIC X(01).
011900     88  WS-OUT-TO-LETTERS       VALUE 'L'.
012000     88  WS-OUT-TO-DUPLICATES    VALUE 'D'.
012100 77  WS-SEARCH-COUNT             PIC 9(05) COMP.
012200 77  WS-LETTER-COUNT             PIC 9(05) COMP.
012300 77  WS-DUPLICATE-COUNT          PIC 9(05) COMP.
012400 77  WS-BAD-LINE-COUNT           PIC 9(05) COMP.
012500 77  WS-TODAY-DATE               PIC 9(08).
012600 77  WS-TODAY-TIME               PIC 9(08).
012700 77  WS-FS-RUNLOG                PIC X(02).
012800 77  WS-RUN-START-DATE           PIC 9(08).
012900 77  WS-RUN-START-TIME           PIC 9(08).
013000 01  WS-MATCH-TABLE.
013100     05  WS-MATCH-ENTRY OCCURS 20 TIMES.
013200         10  WS-MT-STUDENT-DATA  PIC X(105).
013300         10  WS-MT-LEAVING-DATE  PIC 9(08).
013400         10  WS-MT-TC-SERIAL     PIC 9(06).
013500         10  WS-MT-WIDTH-SW      PIC X(01).
013600 01  WS-OUT-LINE                 PIC X(80).
013700 01  WS-RULE-LINE.
013800     05  FILLER                  PIC X(40) VALUE
013900         '----------------------------------------'.
014000     05  FILLER                  PIC X(40) VALUE
014100         '----------------------------------------'.
014200 01  WS-LTR-HEADING-LINE.
014300     05  FILLER                  PIC X(44) VALUE
014400         'SCHOOL ADMISSION OFFICE                 DATE'.
014500     05  FILLER                  PIC X(01) VALUE SPACES.
014600     05  WS-LHDG-DATE            PIC 9(08).
014700     05  FILLER                  PIC X(27) VALUE SPACES.
014800 01  WS-LTR-TO-LINE.
014900     05  FILLER                  PIC X(05) VALUE 'TO - '.
015000     05  WS-LTO-REQUESTED-BY     PIC X(40).
015100     05  FILLER                  PIC X(35) VALUE SPACES.
015200 01  WS-FIELD-LINE.
015300     05  FILLER                  PIC X(05) VALUE SPACES.
015400     05  WS-FLD-LABEL            PIC X(22).
015500     05  FILLER                  PIC X(02) VALUE '- '.
015600     05  WS-FLD-VALUE            PIC X(40).
015700     05  FILLER                  PIC X(11) VALUE SPACES.
015800 01  WS-DUP-HEADING-LINE.
015900     05  FILLER                  PIC X(47) VALUE
016000         'TRANSFER / LEAVING CERTIFICATE - DUPLICATE NO. '.
016100     05  WS-DHDG-COPY-NO         PIC ZZ9.
016200     05  FILLER                  PIC X(10) VALUE
016300         '   ISSUED '.
016400     05  WS-DHDG-DATE            PIC 9(08).
016500     05  FILLER                  PIC X(12) VALUE SPACES.
016600 01  WS-DUP-BANNER-LINE.
016700     05  FILLER                  PIC X(40) VALUE
016800         '*** DUPLICATE ***     *** DUPLICATE *** '.
016900     05  FILLER                  PIC X(40) VALUE
017000         '    *** DUPLICATE ***'.
017100 01  WS-DUP-COUNT-DISP           PIC ZZ9.
017200 01  WS-SIGNED-BY-LINE.
017300     05  WS-SGN-TEXT             PIC X(14).
017400     05  WS-SGN-OPERATOR-ID      PIC X(08).
017500     05  FILLER                  PIC X(01) VALUE SPACES.
017600     05  WS-SGN-OPERATOR-NAME    PIC X(20).
017700     05  FILLER                  PIC X(37) VALUE SPACES.
017800 PROCEDURE DIVISION.
017900 0000-MAINLINE.
018000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
018100     ACCEPT WS-RUN-START-TIME FROM TIME.
018200     MOVE 0 TO WS-SEARCH-COUNT.
018300     MOVE 0 TO WS-LETTER-COUNT.
018400     MOVE 0 TO WS-DUPLICATE-COUNT.
018500     MOVE 0 TO WS-BAD-LINE-COUNT.
018600     PERFORM 1050-ACCEPT-OPERATOR-ID THRU 1050-EXIT.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018800     MOVE SPACES TO WS-ACTION.
018900     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
019000         UNTIL WS-ACTION-IS-END.
019100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019200     MOVE 'C' TO RUN-OUTCOME.
019300     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
019400     STOP RUN.
019500*-----------------------------------------------------------------
019600* 1000-INITIALIZE - OPEN THE DUPLICATE COUNT FILE I-O, CREATING
019700*                   IT EMPTY THE FIRST TIME AS THE ADMISSION RUN
019800*                   DOES FOR THE STUDENT MASTER, AND THE LETTER
019900*                   AND DUPLICATE PRINTS FOR OUTPUT. THE ARCHIVE
020000*                   IS OPENED AFRESH FOR EACH SEARCH.
020100*-----------------------------------------------------------------
020200 1000-INITIALIZE.
020300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
020400     OPEN I-O DUP-CONTROL.
020500     IF WS-FS-DUPCTL = '35'
020600         OPEN OUTPUT DUP-CONTROL
020700         CLOSE DUP-CONTROL
020800         OPEN I-O DUP-CONTROL
020900     END-IF.
021000     IF WS-FS-DUPCTL NOT = '00'
021100         DISPLAY 'TCDUPCT OPEN FAILED - STATUS ' WS-FS-DUPCTL
021200         MOVE 'A' TO RUN-OUTCOME
021300         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
021400         STOP RUN
021500     END-IF.
021600     OPEN OUTPUT VERIFY-LETTERS.
021700     OPEN OUTPUT DUP-CERTIFICATES.
021800     GO TO 1000-EXIT.
021900 1000-EXIT.
022000     EXIT.
022100*-----------------------------------------------------------------
022200* 1050-ACCEPT-OPERATOR-ID - CAPTURE WHO IS ANSWERING THE
022300*                   VERIFICATION REQUESTS. ANY ACTIVE OPERATOR ON
022400*                   THE OPERATOR MASTER MAY PRINT LETTERS; ONLY A
022500*                   SUPERVISOR MAY ISSUE A DUPLICATE, WHICH IS
022600*                   CHECKED WHEN ONE IS ASKED FOR.
022700*-----------------------------------------------------------------
022800 1050-ACCEPT-OPERATOR-ID.
022900     DISPLAY 'ENTER OPERATOR ID'.
023000     ACCEPT WS-OPERATOR-ID.
023100     PERFORM 1060-VALIDATE-OPERATOR THRU 1060-EXIT.
023200     IF NOT WS-OPR-FOUND
023300         DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID
023400             ' NOT AUTHORIZED - RUN REFUSED'
023500         MOVE 'R' TO RUN-OUTCOME
023600         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
023700         STOP RUN
023800     END-IF.
023900     DISPLAY 'SIGNED ON - ' OPR-NAME.
024000     GO TO 1050-EXIT.
024100 1050-EXIT.
024200     EXIT.
024300*-----------------------------------------------------------------
024400* 1060-VALIDATE-OPERATOR - LOOK THE KEYED ID UP ON THE OPERATOR
024500*                   MASTER. FOUND AND ACTIVE SETS THE FOUND
024600*                   SWITCH AND LEAVES THE OPERATOR'S RECORD IN
024700*                   OPR-REC; A DISABLED ID COUNTS AS NOT FOUND.
024800*                   A MISSING OPERATOR MASTER REFUSES EVERY
024900*                   SIGN-ON - BUILD IT WITH RITESH14 FIRST.
025000*-----------------------------------------------------------------
025100 1060-VALIDATE-OPERATOR.
025200     MOVE 'N' TO WS-OPR-FOUND-SW.
025300     MOVE 'N' TO WS-OPR-EOF-SW.
025400     OPEN INPUT OPERATOR-MASTER.
025500     IF WS-FS-OPRMAST NOT = '00'
025600         DISPLAY 'OPERATOR MASTER NOT FOUND - RUN RITESH14'
025700         GO TO 1060-EXIT
025800     END-IF.
025900     PERFORM UNTIL WS-OPR-EOF OR WS-OPR-FOUND
026000         READ OPERATOR-MASTER INTO OPR-REC
026100             AT END
026200                 MOVE 'Y' TO WS-OPR-EOF-SW
026300         END-READ
026400         IF NOT WS-OPR-EOF
026500                 AND OPR-ID = WS-OPERATOR-ID
026600                 AND OPR-IS-ACTIVE
026700             MOVE 'Y' TO WS-OPR-FOUND-SW
026800         END-IF
026900     END-PERFORM.
027000     CLOSE OPERATOR-MASTER.
027100     GO TO 1060-EXIT.
027200 1060-EXIT.
027300     EXIT.
027400*-----------------------------------------------------------------
027500* 2000-ACTION-LOOP - ONE REQUEST PER PASS. V=VERIFICATION LETTER,
027600*                   D=DUPLICATE CERTIFICATE, X=END.
027700*-----------------------------------------------------------------
027800 2000-ACTION-LOOP.
027900     DISPLAY 'ACTION - V=VERIFICATION LETTER D=DUPLICATE TC'
028000         ' X=END'.
028100     ACCEPT WS-ACTION.
028200     IF WS-ACTION-IS-VERIFY
028300         PERFORM 5000-PRINT-VERIFICATION THRU 5000-EXIT
028400     ELSE
028500         IF WS-ACTION-IS-DUPLICATE
028600             PERFORM 6000-ISSUE-DUPLICATE THRU 6000-EXIT
028700         ELSE
028800             IF NOT WS-ACTION-IS-END
028900                 DISPLAY 'INVALID ACTION - V/D/X'
029000             END-IF
029100         END-IF
029200     END-IF.
029300     GO TO 2000-EXIT.
029400 2000-EXIT.
029500     EXIT.
029600*-----------------------------------------------------------------
029700* 3000-FIND-LEAVER - ASK HOW TO SEARCH AND FOR WHAT, THEN READ THE
029800*                   WHOLE ARCHIVE COLLECTING EVERY LINE THAT
029900*                   MATCHES. ONE MATCH IS TAKEN AS IT STANDS; WHEN
030000*                   SEVERAL MATCH (A COMMON NAME, OR A STUDENT
030100*                   WHO LEFT, CAME BACK AND LEFT AGAIN) THEY ARE
030200*                   LISTED AND THE OPERATOR PICKS ONE. THE CHOSEN
030300*                   LINE IS LEFT IN STU-MASTER-REC AND THE
030400*                   WS-CUR- FIELDS WITH THE FOUND SWITCH SET.
030500*-----------------------------------------------------------------
030600 3000-FIND-LEAVER.
030700     MOVE 'N' TO WS-LEAVER-FOUND-SW.
030800     MOVE 0 TO WS-MATCH-COUNT.
030900     MOVE 0 TO WS-MATCH-OVERFLOW-COUNT.
031000     PERFORM 3200-ACCEPT-SEARCH THRU 3200-EXIT.
031100     ADD 1 TO WS-SEARCH-COUNT.
031200     MOVE 'N' TO WS-ARCH-EOF-SW.
031300     OPEN INPUT LEAVERS-ARCHIVE.
031400     IF WS-FS-ARCHIVE NOT = '00'
031500         DISPLAY 'LEAVARCH NOT FOUND - NO LEAVERS ARCHIVED YET'
031600         GO TO 3000-EXIT
031700     END-IF.
031800     PERFORM UNTIL WS-ARCH-EOF
031900         READ LEAVERS-ARCHIVE INTO LVR-REC
032000             AT END
032100                 MOVE 'Y' TO WS-ARCH-EOF-SW
032200         END-READ
032300         IF NOT WS-ARCH-EOF
032400             PERFORM 3100-CHECK-ONE-LINE THRU 3100-EXIT
032500         END-IF
032600     END-PERFORM.
032700     CLOSE LEAVERS-ARCHIVE.
032800     IF WS-MATCH-COUNT = 0
032900         DISPLAY 'NOT FOUND ON THE LEAVERS ARCHIVE'
033000         GO TO 3000-EXIT
033100     END-IF.
033200     IF WS-MATCH-OVERFLOW-COUNT > 0
033300         DISPLAY 'WARNING - ' WS-MATCH-OVERFLOW-COUNT
033400             ' FURTHER MATCHES NOT SHOWN - SEARCH BY SERIAL'
033500     END-IF.
033600     MOVE 1 TO WS-PICK.
033700     IF WS-MATCH-COUNT > 1
033800         PERFORM 3300-PICK-MATCH THRU 3300-EXIT
033900     END-IF.
034000     IF WS-PICK = 0
034100         GO TO 3000-EXIT
034200     END-IF.
034300     MOVE WS-PICK TO WS-MATCH-IX.
034400     MOVE WS-MT-STUDENT-DATA (WS-MATCH-IX) TO STU-MASTER-REC.
034500     MOVE WS-MT-LEAVING-DATE (WS-MATCH-IX) TO WS-CUR-LEAVING-DATE.
034600     MOVE WS-MT-TC-SERIAL (WS-MATCH-IX) TO WS-CUR-TC-SERIAL.
034700     MOVE WS-MT-WIDTH-SW (WS-MATCH-IX) TO WS-CUR-WIDTH-SW.
034800     MOVE 'Y' TO WS-LEAVER-FOUND-SW.
034900     DISPLAY 'FOUND - SERIAL ' WS-CUR-TC-SERIAL ' ADM NO '
035000         STU-ADM-NO ' ' STU-NAME ' CLASS ' STU-CLS.
035100     IF WS-CUR-IS-OLD-WIDTH
035200         DISPLAY 'ARCHIVED ON THE OLD 104-BYTE WIDTH - NO SECTION'
035300     END-IF.
035400     GO TO 3000-EXIT.
035500 3000-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------------
035800* 3100-CHECK-ONE-LINE - SORT OUT WHICH WIDTH THE ARCHIVE LINE WAS
035900*                   WRITTEN ON. A CURRENT LINE ENDS IN A NUMERIC
036000*                   SERIAL; AN OLD 104-BYTE LINE IS ONE BYTE SHORT
036100*                   AND READS BACK WITH A SPACE IN THE LAST
036200*                   POSITION, SO ITS DATE AND SERIAL ARE TAKEN
036300*                   FROM THE OLD-WIDTH VIEW. A LINE THAT FITS
036400*                   NEITHER IS COUNTED AND SKIPPED. THE ADM-NO AND
036500*                   NAME LEAD THE STUDENT IMAGE ON BOTH WIDTHS.
036600*-----------------------------------------------------------------
036700 3100-CHECK-ONE-LINE.
036800     MOVE 'Y' TO WS-LINE-OK-SW.
036900     IF LVR-TC-SERIAL IS NUMERIC
037000         MOVE LVR-STUDENT-DATA TO STU-MASTER-REC
037100         MOVE LVR-LEAVING-DATE TO WS-CUR-LEAVING-DATE
037200         MOVE LVR-TC-SERIAL    TO WS-CUR-TC-SERIAL
037300         MOVE 'N' TO WS-CUR-WIDTH-SW
037400     ELSE
037500         IF LVR-OLD-TC-SERIAL IS NUMERIC
037600             MOVE LVR-OLD-STUDENT-DATA TO STU-MASTER-REC
037700             MOVE LVR-OLD-LEAVING-DATE TO WS-CUR-LEAVING-DATE
037800             MOVE LVR-OLD-TC-SERIAL    TO WS-CUR-TC-SERIAL
037900             MOVE 'O' TO WS-CUR-WIDTH-SW
038000         ELSE
038100             MOVE 'N' TO WS-LINE-OK-SW
038200         END-IF
038300     END-IF.
038400     IF NOT WS-LINE-IS-OK
038500         ADD 1 TO WS-BAD-LINE-COUNT
038600         GO TO 3100-EXIT
038700     END-IF.
038800     IF WS-SEARCH-BY-SERIAL
038900             AND WS-CUR-TC-SERIAL NOT = WS-SEARCH-NUMBER
039000         GO TO 3100-EXIT
039100     END-IF.
039200     IF WS-SEARCH-BY-ADM-NO
039300             AND STU-ADM-NO NOT = WS-SEARCH-NUMBER
039400         GO TO 3100-EXIT
039500     END-IF.
039600     IF WS-SEARCH-BY-NAME
039700             AND STU-NAME NOT = WS-SEARCH-NAME
039800         GO TO 3100-EXIT
039900     END-IF.
040000     IF WS-MATCH-COUNT NOT < WS-MATCH-LIMIT
040100         ADD 1 TO WS-MATCH-OVERFLOW-COUNT
040200         GO TO 3100-EXIT
040300     END-IF.
040400     ADD 1 TO WS-MATCH-COUNT.
040500     MOVE STU-MASTER-REC TO WS-MT-STUDENT-DATA (WS-MATCH-COUNT).
040600     MOVE WS-CUR-LEAVING-DATE
040700         TO WS-MT-LEAVING-DATE (WS-MATCH-COUNT).
040800     MOVE WS-CUR-TC-SERIAL TO WS-MT-TC-SERIAL (WS-MATCH-COUNT).
040900     MOVE WS-CUR-WIDTH-SW TO WS-MT-WIDTH-SW (WS-MATCH-COUNT).
041000     GO TO 3100-EXIT.
041100 3100-EXIT.
041200     EXIT.
041300*-----------------------------------------------------------------
041400* 3200-ACCEPT-SEARCH - RE-PROMPT UNTIL A SEARCH TYPE OF S, A OR N
041500*                   IS KEYED, THEN FOR A NUMERIC SERIAL OR ADM-NO
041600*                   OR A NON-BLANK NAME.
041700*-----------------------------------------------------------------
041800 3200-ACCEPT-SEARCH.
041900     MOVE SPACES TO WS-SEARCH-BY.
042000     PERFORM UNTIL WS-SEARCH-BY-SERIAL OR WS-SEARCH-BY-ADM-NO
042100             OR WS-SEARCH-BY-NAME
042200         DISPLAY 'SEARCH BY - S=TC SERIAL A=ADM NO N=NAME'
042300         ACCEPT WS-SEARCH-BY
042400     END-PERFORM.
042500     IF WS-SEARCH-BY-NAME
042600         MOVE SPACES TO WS-SEARCH-NAME
042700         PERFORM UNTIL WS-SEARCH-NAME NOT = SPACES
042800             DISPLAY 'ENTER NAME AS ADMITTED'
042900             ACCEPT WS-SEARCH-NAME
043000         END-PERFORM
043100         GO TO 3200-EXIT
043200     END-IF.
043300     MOVE 'N' TO WS-VALID-SW.
043400     PERFORM UNTIL WS-ENTRY-IS-VALID
043500         IF WS-SEARCH-BY-SERIAL
043600             DISPLAY 'ENTER CERTIFICATE SERIAL'
043700         ELSE
043800             DISPLAY 'ENTER ADM NO'
043900         END-IF
044000         ACCEPT WS-SEARCH-NUMBER
044100         IF WS-SEARCH-NUMBER IS NUMERIC AND WS-SEARCH-NUMBER > 0
044200             MOVE 'Y' TO WS-VALID-SW
044300         ELSE
044400             DISPLAY 'INVALID - MUST BE NUMERIC'
044500         END-IF
044600     END-PERFORM.
044700     GO TO 3200-EXIT.
044800 3200-EXIT.
044900     EXIT.
045000*-----------------------------------------------------------------
045100* 3300-PICK-MATCH - LIST THE MATCHING ARCHIVE LINES AND RE-PROMPT
045200*                   UNTIL THE OPERATOR KEYS ONE OF THEIR LINE
045300*                   NUMBERS, OR 0 TO DROP THE REQUEST.
045400*-----------------------------------------------------------------
045500 3300-PICK-MATCH.
045600     PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
045700             UNTIL WS-MATCH-IX > WS-MATCH-COUNT
045800         MOVE WS-MT-STUDENT-DATA (WS-MATCH-IX) TO STU-MASTER-REC
045900         MOVE WS-MATCH-IX TO WS-PICK
046000         DISPLAY WS-PICK ' - SERIAL '
046100             WS-MT-TC-SERIAL (WS-MATCH-IX)
046200             ' ' STU-ADM-NO ' ' STU-NAME ' CLASS ' STU-CLS
046300             ' LEFT ' WS-MT-LEAVING-DATE (WS-MATCH-IX)
046400     END-PERFORM.
046500     MOVE 'N' TO WS-VALID-SW.
046600     PERFORM UNTIL WS-ENTRY-IS-VALID
046700         DISPLAY 'ENTER LINE NO OF THE LEAVER (0 = NONE)'
046800         ACCEPT WS-PICK
046900         IF WS-PICK IS NUMERIC AND WS-PICK NOT > WS-MATCH-COUNT
047000             MOVE 'Y' TO WS-VALID-SW
047100         ELSE
047200             DISPLAY 'INVALID LINE NO'
047300         END-IF
047400     END-PERFORM.
047500     GO TO 3300-EXIT.
047600 3300-EXIT.
047700     EXIT.
047800*-----------------------------------------------------------------
047900* 3400-READ-DUP-CONTROL - READ THE DUPLICATE COUNT FOR THE CHOSEN
048000*                   SERIAL BY KEY. NOT ON FILE MEANS NO DUPLICATE
048100*                   HAS BEEN ISSUED - THE RECORD IS SET UP AT ZERO
048200*                   AND THE FOUND SWITCH LEFT OFF.
048300*-----------------------------------------------------------------
048400 3400-READ-DUP-CONTROL.
048500     MOVE 'Y' TO WS-DUP-FOUND-SW.
048600     MOVE WS-CUR-TC-SERIAL TO DUP-CONTROL-SERIAL.
048700     READ DUP-CONTROL INTO DUP-REC
048800         KEY IS DUP-CONTROL-SERIAL
048900         INVALID KEY
049000             MOVE 'N' TO WS-DUP-FOUND-SW
049100     END-READ.
049200     IF NOT WS-DUP-FOUND
049300         MOVE WS-CUR-TC-SERIAL TO DUP-TC-SERIAL
049400         MOVE STU-ADM-NO       TO DUP-ADM-NO
049500         MOVE 0                TO DUP-COUNT
049600         MOVE 0                TO DUP-LAST-DATE
049700         MOVE SPACES           TO DUP-LAST-OPERATOR-ID
049800     END-IF.
049900     GO TO 3400-EXIT.
050000 3400-EXIT.
050100     EXIT.
050200*-----------------------------------------------------------------
050300* 5000-PRINT-VERIFICATION - FIND THE LEAVER AND PRINT A SIGNED-
050400*                   FORMAT VERIFICATION LETTER ON VERLTR FOR THE
050500*                   COLLEGE OR EMPLOYER ASKING. THE FACTS COME
050600*                   FROM THE ARCHIVED MASTER IMAGE AS IT STOOD AT
050700*                   LEAVING. ANY DUPLICATES OF THE CERTIFICATE
050800*                   ALREADY ISSUED ARE SHOWN SO THE READER KNOWS
050900*                   MORE THAN ONE COPY IS IN CIRCULATION.
051000*-----------------------------------------------------------------
051100 5000-PRINT-VERIFICATION.
051200     PERFORM 3000-FIND-LEAVER THRU 3000-EXIT.
051300     IF NOT WS-LEAVER-FOUND
051400         GO TO 5000-EXIT
051500     END-IF.
051600     MOVE SPACES TO WS-REQUESTED-BY.
051700     PERFORM UNTIL WS-REQUESTED-BY NOT = SPACES
051800         DISPLAY 'ENTER COLLEGE / INSTITUTION ASKING'
051900         ACCEPT WS-REQUESTED-BY
052000     END-PERFORM.
052100     PERFORM 3400-READ-DUP-CONTROL THRU 3400-EXIT.
052200     MOVE 'L' TO WS-OUT-FILE-SW.
052300     MOVE WS-TODAY-DATE TO WS-LHDG-DATE.
052400     MOVE WS-LTR-HEADING-LINE TO WS-OUT-LINE.
052500     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
052600     MOVE 'VERIFICATION OF SCHOOL LEAVING RECORD' TO WS-OUT-LINE.
052700     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
052800     MOVE SPACES TO WS-OUT-LINE.
052900     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
053000     MOVE WS-REQUESTED-BY TO WS-LTO-REQUESTED-BY.
053100     MOVE WS-LTR-TO-LINE TO WS-OUT-LINE.
053200     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
053300     MOVE SPACES TO WS-OUT-LINE.
053400     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
053500     MOVE 'THIS IS TO CERTIFY THAT THE SCHOOL LEAVERS ARCHIVE'
053600         TO WS-OUT-LINE.
053700     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
053800     MOVE 'SHOWS THE FOLLOWING FORMER STUDENT -' TO WS-OUT-LINE.
053900     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
054000     MOVE SPACES TO WS-OUT-LINE.
054100     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
054200     PERFORM 6800-PRINT-LEAVER-FIELDS THRU 6800-EXIT.
054300     IF DUP-COUNT > 0
054400         MOVE 'DUPLICATES ISSUED' TO WS-FLD-LABEL
054500         MOVE DUP-COUNT TO WS-DUP-COUNT-DISP
054600         MOVE WS-DUP-COUNT-DISP TO WS-FLD-VALUE
054700         MOVE WS-FIELD-LINE TO WS-OUT-LINE
054800         PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT
054900     END-IF.
055000     MOVE SPACES TO WS-OUT-LINE.
055100     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
055200     MOVE 'THE PARTICULARS ABOVE ARE AS RECORDED ON THE DATE OF'
055300         TO WS-OUT-LINE.
055400     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
055500     MOVE 'LEAVING AND ARE CERTIFIED CORRECT.' TO WS-OUT-LINE.
055600     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
055700     MOVE 'PREPARED BY - ' TO WS-SGN-TEXT.
055800     PERFORM 6850-PRINT-SIGNATURE THRU 6850-EXIT.
055900     ADD 1 TO WS-LETTER-COUNT.
056000     DISPLAY 'VERIFICATION LETTER PRINTED ON VERLTR'.
056100     GO TO 5000-EXIT.
056200 5000-EXIT.
056300     EXIT.
056400*-----------------------------------------------------------------
056500* 6000-ISSUE-DUPLICATE - SUPERVISOR ONLY. FIND THE LEAVER,
056600*                   CONFIRM, COUNT THE DUPLICATE AGAINST THE
056700*                   SERIAL ON TCDUPCT, PRINT THE COPY ON TCDUPL
056800*                   MARKED DUPLICATE WITH ITS COPY NUMBER, AND
056900*                   STAMP A 'TCDUP' LINE ON THE AUDIT LOG. THE
057000*                   COUNT IS WRITTEN BEFORE THE PRINT SO A FAILED
057100*                   UPDATE NEVER LEAVES AN UNCOUNTED COPY.
057200*-----------------------------------------------------------------
057300 6000-ISSUE-DUPLICATE.
057400     IF NOT OPR-IS-SUPERVISOR
057500         DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID
057600             ' IS NOT A SUPERVISOR - DUPLICATE REFUSED'
057700         GO TO 6000-EXIT
057800     END-IF.
057900     PERFORM 3000-FIND-LEAVER THRU 3000-EXIT.
058000     IF NOT WS-LEAVER-FOUND
058100         GO TO 6000-EXIT
058200     END-IF.
058300     PERFORM 3400-READ-DUP-CONTROL THRU 3400-EXIT.
058400     IF DUP-COUNT > 0
058500         DISPLAY 'NOTE - ' DUP-COUNT ' DUPLICATE(S) ALREADY'
058600             ' ISSUED, LAST ON ' DUP-LAST-DATE
058700     END-IF.
058800     MOVE SPACES TO WS-CONFIRM.
058900     PERFORM UNTIL WS-CONFIRM = 'Y' OR WS-CONFIRM = 'N'
059000         DISPLAY 'ISSUE DUPLICATE OF SERIAL ' WS-CUR-TC-SERIAL
059100             ' ? (Y/N)'
059200         ACCEPT WS-CONFIRM
059300     END-PERFORM.
059400     IF WS-CONFIRM = 'N'
059500         DISPLAY 'NOTHING DONE'
059600         GO TO 6000-EXIT
059700     END-IF.
059800     ADD 1 TO DUP-COUNT.
059900     MOVE WS-TODAY-DATE  TO DUP-LAST-DATE.
060000     MOVE WS-OPERATOR-ID TO DUP-LAST-OPERATOR-ID.
060100     MOVE DUP-REC TO DUP-CONTROL-REC.
060200     IF WS-DUP-FOUND
060300         REWRITE DUP-CONTROL-REC
060400     ELSE
060500         WRITE DUP-CONTROL-REC
060600     END-IF.
060700     IF WS-FS-DUPCTL NOT = '00'
060800         DISPLAY 'TCDUPCT UPDATE FAILED - STATUS ' WS-FS-DUPCTL
060900             ' - DUPLICATE NOT ISSUED'
061000         GO TO 6000-EXIT
061100     END-IF.
061200     MOVE 'D' TO WS-OUT-FILE-SW.
061300     MOVE WS-DUP-BANNER-LINE TO WS-OUT-LINE.
061400     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
061500     MOVE DUP-COUNT TO WS-DHDG-COPY-NO.
061600     MOVE WS-TODAY-DATE TO WS-DHDG-DATE.
061700     MOVE WS-DUP-HEADING-LINE TO WS-OUT-LINE.
061800     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
061900     MOVE SPACES TO WS-OUT-LINE.
062000     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
062100     PERFORM 6800-PRINT-LEAVER-FIELDS THRU 6800-EXIT.
062200     MOVE SPACES TO WS-OUT-LINE.
062300     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
062400     MOVE 'ISSUED IN PLACE OF THE ORIGINAL REPORTED LOST.'
062500         TO WS-OUT-LINE.
062600     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
062700     MOVE 'THE ORIGINAL, IF FOUND, IS CANCELLED.' TO WS-OUT-LINE.
062800     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
062900     MOVE 'ISSUED BY  - ' TO WS-SGN-TEXT.
063000     PERFORM 6850-PRINT-SIGNATURE THRU 6850-EXIT.
063100     PERFORM 7000-WRITE-AUDIT-REC THRU 7000-EXIT.
063200     ADD 1 TO WS-DUPLICATE-COUNT.
063300     DISPLAY 'DUPLICATE NO. ' DUP-COUNT ' OF SERIAL '
063400         WS-CUR-TC-SERIAL ' PRINTED ON TCDUPL'.
063500     GO TO 6000-EXIT.
063600 6000-EXIT.
063700     EXIT.
063800*-----------------------------------------------------------------
063900* 6800-PRINT-LEAVER-FIELDS - THE ARCHIVED PARTICULARS, ONE PER
064000*                   LINE, COMMON TO THE LETTER AND THE DUPLICATE.
064100*                   THE SECTION IS LEFT OFF WHEN THE ARCHIVE LINE
064200*                   CARRIES NONE.
064300*-----------------------------------------------------------------
064400 6800-PRINT-LEAVER-FIELDS.
064500     MOVE 'NAME' TO WS-FLD-LABEL.
064600     MOVE STU-NAME TO WS-FLD-VALUE.
064700     PERFORM 6810-WRITE-FIELD THRU 6810-EXIT.
064800     MOVE 'ADMISSION NO' TO WS-FLD-LABEL.
064900     MOVE STU-ADM-NO TO WS-FLD-VALUE.
065000     PERFORM 6810-WRITE-FIELD THRU 6810-EXIT.
065100     MOVE 'DATE OF BIRTH' TO WS-FLD-LABEL.
065200     MOVE STU-DOB TO WS-FLD-VALUE.
065300     PERFORM 6810-WRITE-FIELD THRU 6810-EXIT.
065400     MOVE 'PARENT / GUARDIAN' TO WS-FLD-LABEL.
065500     MOVE STU-GUARDIAN TO WS-FLD-VALUE.
065600     PERFORM 6810-WRITE-FIELD THRU 6810-EXIT.
065700     MOVE 'CLASS AT LEAVING' TO WS-FLD-LABEL.
065800     MOVE STU-CLS TO WS-FLD-VALUE.
065900     PERFORM 6810-WRITE-FIELD THRU 6810-EXIT.
066000     IF NOT STU-NO-SECTION
066100         MOVE 'SECTION' TO WS-FLD-LABEL
066200         MOVE STU-SECTION TO WS-FLD-VALUE
066300         PERFORM 6810-WRITE-FIELD THRU 6810-EXIT
066400     END-IF.
066500     MOVE 'DATE OF LEAVING' TO WS-FLD-LABEL.
066600     MOVE WS-CUR-LEAVING-DATE TO WS-FLD-VALUE.
066700     PERFORM 6810-WRITE-FIELD THRU 6810-EXIT.
066800     MOVE 'CERTIFICATE SERIAL' TO WS-FLD-LABEL.
066900     MOVE WS-CUR-TC-SERIAL TO WS-FLD-VALUE.
067000     PERFORM 6810-WRITE-FIELD THRU 6810-EXIT.
067100     GO TO 6800-EXIT.
067200 6800-EXIT.
067300     EXIT.
067400*-----------------------------------------------------------------
067500* 6810-WRITE-FIELD - PRINT ONE LABEL AND VALUE LINE OF THE
067600*                   CERTIFICATE. THE CALLER SETS WS-FLD-LABEL AND
067700*                   WS-FLD-VALUE.
067800*-----------------------------------------------------------------
067900 6810-WRITE-FIELD.
068000     MOVE WS-FIELD-LINE TO WS-OUT-LINE.
068100     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
068200     GO TO 6810-EXIT.
068300 6810-EXIT.
068400     EXIT.
068500*-----------------------------------------------------------------
068600* 6850-PRINT-SIGNATURE - SIGNATURE BLOCK UNDER A LETTER OR A
068700*                   DUPLICATE, THEN A RULE TO PART IT FROM THE
068800*                   NEXT. THE CALLER SETS THE PREPARED / ISSUED
068900*                   TEXT.
069000*-----------------------------------------------------------------
069100 6850-PRINT-SIGNATURE.
069200     MOVE SPACES TO WS-OUT-LINE.
069300     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
069400     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
069500     MOVE 'SIGNED - HEAD OF SCHOOL - DATE' TO WS-OUT-LINE.
069600     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
069700     MOVE WS-OPERATOR-ID TO WS-SGN-OPERATOR-ID.
069800     MOVE OPR-NAME       TO WS-SGN-OPERATOR-NAME.
069900     MOVE WS-SIGNED-BY-LINE TO WS-OUT-LINE.
070000     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
070100     MOVE WS-RULE-LINE TO WS-OUT-LINE.
070200     PERFORM 6900-WRITE-OUT-LINE THRU 6900-EXIT.
070300     GO TO 6850-EXIT.
070400 6850-EXIT.
070500     EXIT.
070600*-----------------------------------------------------------------
070700* 6900-WRITE-OUT-LINE - WRITE THE PRINT LINE TO THE LETTERS OR
070800*                   THE DUPLICATES, AS THE CALLER HAS SET.
070900*-----------------------------------------------------------------
071000 6900-WRITE-OUT-LINE.
071100     IF WS-OUT-TO-LETTERS
071200         MOVE WS-OUT-LINE TO VERIFY-LETTERS-REC
071300         WRITE VERIFY-LETTERS-REC
071400     ELSE
071500         MOVE WS-OUT-LINE TO DUP-CERTIFICATES-REC
071600         WRITE DUP-CERTIFICATES-REC
071700     END-IF.
071800     GO TO 6900-EXIT.
071900 6900-EXIT.
072000     EXIT.
072100*-----------------------------------------------------------------
072200* 7000-WRITE-AUDIT-REC - STAMP THE OPERATOR ID AND CURRENT DATE/
072300*                   TIME AND APPEND ONE 'TCDUP' LINE TO THE AUDIT
072400*                   LOG FOR THE DUPLICATE JUST ISSUED.
072500*-----------------------------------------------------------------
072600 7000-WRITE-AUDIT-REC.
072700     ACCEPT WS-TODAY-TIME FROM TIME.
072800     MOVE STU-ADM-NO     TO AUD-ADM-NO.
072900     MOVE STU-NAME       TO AUD-NAME.
073000     MOVE STU-CLS        TO AUD-CLS.
073100     MOVE STU-GENDER     TO AUD-GENDER.
073200     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
073300     MOVE WS-TODAY-DATE  TO AUD-ENTRY-DATE.
073400     MOVE WS-TODAY-TIME  TO AUD-ENTRY-TIME.
073500     MOVE 'TCDUP'        TO AUD-ACTION.
073600     OPEN EXTEND AUDIT-LOG.
073700     IF WS-FS-AUDIT = '35'
073800         OPEN OUTPUT AUDIT-LOG
073900     END-IF.
074000     MOVE AUD-LOG-REC TO AUDIT-LOG-REC.
074100     WRITE AUDIT-LOG-REC.
074200     CLOSE AUDIT-LOG.
074300     GO TO 7000-EXIT.
074400 7000-EXIT.
074500     EXIT.
074600*-----------------------------------------------------------------
074700* 9000-TERMINATE - CLOSE FILES AND REPORT THE RUN'S COUNTS BEFORE
074800*                  STOP RUN.
074900*-----------------------------------------------------------------
075000 9000-TERMINATE.
075100     CLOSE DUP-CONTROL.
075200     CLOSE VERIFY-LETTERS.
075300     CLOSE DUP-CERTIFICATES.
075400     DISPLAY 'ARCHIVE VERIFICATION DONE - ' WS-LETTER-COUNT
075500         ' LETTERS, ' WS-DUPLICATE-COUNT ' DUPLICATES'.
075600     IF WS-BAD-LINE-COUNT > 0
075700         DISPLAY 'WARNING - ' WS-BAD-LINE-COUNT
075800             ' UNREADABLE LEAVARCH LINES SKIPPED'
075900     END-IF.
076000     GO TO 9000-EXIT.
076100 9000-EXIT.
076200     EXIT.
076300*-----------------------------------------------------------------
076400* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
076500*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
076600*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
076700*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
076800*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
076900*-----------------------------------------------------------------
077000 9500-WRITE-RUN-LOG.
077100     MOVE 'RITESH40' TO RUN-PROGRAM-ID.
077200     MOVE WS-OPERATOR-ID TO RUN-OPERATOR-ID.
077300     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
077400     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
077500     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
077600     ACCEPT RUN-END-TIME FROM TIME.
077700     MOVE WS-LETTER-COUNT TO RUN-CNT-1.
077800     MOVE WS-DUPLICATE-COUNT TO RUN-CNT-2.
077900     MOVE WS-SEARCH-COUNT TO RUN-CNT-3.
078000     MOVE WS-BAD-LINE-COUNT TO RUN-CNT-4.
078100     OPEN EXTEND RUN-LOG.
078200     IF WS-FS-RUNLOG = '35'
078300         OPEN OUTPUT RUN-LOG
078400     END-IF.
078500     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
078600     WRITE RUN-LOG-OUT-REC.
078700     CLOSE RUN-LOG.
078800     GO TO 9500-EXIT.
078900 9500-EXIT.
079000     EXIT.
