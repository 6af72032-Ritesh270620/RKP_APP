000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH32.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 04-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 04-SEP-2026  RKP  ORIGINAL - FEE CONCESSION MASTER MAINTENANCE.
001000*                   ADDS, CHANGES, DELETES AND LISTS THE STAFF
001100*                   WARD, SIBLING AND MERIT-SCHOLARSHIP
001200*                   CONCESSIONS ON CONMAST (STUCON01), INDEXED ON
001300*                   ADM-NO, WHICH THE RITESH20 TERM ASSESSMENT
001400*                   APPLIES WHEN IT CHARGES. A CONCESSION IS
001500*                   GRANTED BY THE MANAGEMENT COMMITTEE, SO
001600*                   KEYING IT IS A SUPERVISOR ACTION. ONLY A
001700*                   STUDENT ON THE ACTIVE ROLL CAN BE GIVEN ONE,
001800*                   AND A STUDENT HOLDS AT MOST ONE - CHANGE THE
001900*                   EXISTING CONCESSION RATHER THAN ADD A SECOND.
002000*                   EACH ACTION GOES STRAIGHT TO THE INDEXED FILE
002100*                   BY KEY; THERE IS NO WRITE-BACK STEP.
002200*-----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS STUDENT-MASTER-ADM-NO
003000         ALTERNATE RECORD KEY IS STUDENT-MASTER-NAME
003100             WITH DUPLICATES
003200         FILE STATUS IS WS-FS-MASTER.
003300     SELECT CONCESSION-MASTER ASSIGN TO "CONMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CONCESSION-MASTER-ADM-NO
003700         FILE STATUS IS WS-FS-CONMAST.
003800     SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-FS-OPRMAST.
004100     SELECT RUN-LOG ASSIGN TO "RUNLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-FS-RUNLOG.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  STUDENT-MASTER.
004700 01  STUDENT-MASTER-REC.
004800     05  STUDENT-MASTER-ADM-NO   PIC 9(06).
004900     05  STUDENT-MASTER-NAME     PIC A(10).
005000     05  FILLER                  PIC X(89).
005100 FD  CONCESSION-MASTER.
005200 01  CONCESSION-MASTER-REC.
005300     05  CONCESSION-MASTER-ADM-NO PIC 9(06).
005400     05  FILLER                  PIC X(49).
005500 FD  OPERATOR-MASTER.
005600 01  OPERATOR-MASTER-REC         PIC X(30).
005700 FD  RUN-LOG.
005800 01  RUN-LOG-OUT-REC             PIC X(73).
005900 WORKING-STORAGE SECTION.
006000 COPY STUSTU01.
006100 COPY STUCON01.
006200 COPY STUOPR01.
006300 COPY STURUN01.
006400 77  WS-FS-MASTER                PIC X(02).
006500 77  WS-FS-CONMAST               PIC X(02).
006600 77  WS-FS-OPRMAST               PIC X(02).
006700 77  WS-OPERATOR-ID              PIC X(08).
006800 77  WS-OPR-EOF-SW               PIC X(01).
006900     88  WS-OPR-EOF              VALUE 'Y'.
007000 77  WS-OPR-FOUND-SW             PIC X(01).
007100     88  WS-OPR-FOUND            VALUE 'Y'.
007200 77  WS-CON-EOF-SW               PIC X(01).
007300     88  WS-CON-EOF              VALUE 'Y'.
007400 77  WS-CON-FOUND-SW             PIC X(01).
007500     88  WS-CON-FOUND            VALUE 'Y'.
007600 77  WS-ACTION                   PIC X(01).
007700     88  WS-ACTION-IS-ADD        VALUE 'A'.
007800     88  WS-ACTION-IS-CHANGE     VALUE 'C'.
007900     88  WS-ACTION-IS-DELETE     VALUE 'D'.
008000     88  WS-ACTION-IS-LIST       VALUE 'L'.
008100     88  WS-ACTION-IS-END        VALUE 'X'.
008200 77  WS-WORK-ADM-NO              PIC 9(06).
008300 77  WS-YES-NO                   PIC X(01).
008400     88  WS-ANSWER-IS-VALID      VALUE 'Y' 'N'.
008500 77  WS-VALID-SW                 PIC X(01).
008600     88  WS-ENTRY-IS-VALID       VALUE 'Y'.
008700 77  WS-PROMPT-HEAD              PIC X(04).
008800 77  WS-ADD-COUNT                PIC 9(05) COMP.
008900 77  WS-CHANGE-COUNT             PIC 9(05) COMP.
009000 77  WS-DELETE-COUNT             PIC 9(05) COMP.
009100 77  WS-LIST-COUNT               PIC 9(05) COMP.
009200 77  WS-DISPLAY-PCT              PIC ZZ9.99.
009300 77  WS-DISPLAY-AMOUNT           PIC Z(04)9.99.
009400 77  WS-FS-RUNLOG                PIC X(02).
009500 77  WS-RUN-START-DATE           PIC 9(08).
009600 77  WS-RUN-START-TIME           PIC 9(08).
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
010000     ACCEPT WS-RUN-START-TIME FROM TIME.
010100     MOVE 0 TO WS-ADD-COUNT.
010200     MOVE 0 TO WS-CHANGE-COUNT.
010300     MOVE 0 TO WS-DELETE-COUNT.
010400     PERFORM 1050-ACCEPT-OPERATOR-ID THRU 1050-EXIT.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
010700         UNTIL WS-ACTION-IS-END.
010800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010900     MOVE 'C' TO RUN-OUTCOME.
011000     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
011100     STOP RUN.
011200*-----------------------------------------------------------------
011300* 1000-INITIALIZE - OPEN THE MASTER FOR THE KEYED LOOKUPS AND THE
011400*                   CONCESSION MASTER I-O. A MISSING STUDENT
011500*                   MASTER STOPS THE RUN. A CONMAST THAT DOES NOT
011600*                   YET EXIST IS CREATED EMPTY AND RE-OPENED I-O,
011700*                   AS THE ADMISSION RUN DOES FOR THE STUDENT
011800*                   MASTER.
011900*-----------------------------------------------------------------
012000 1000-INITIALIZE.
012100     OPEN INPUT STUDENT-MASTER.
012200     IF WS-FS-MASTER NOT = '00'
012300         DISPLAY 'STUDENT MASTER OPEN FAILED - STATUS '
012400             WS-FS-MASTER
012500         MOVE 'A' TO RUN-OUTCOME
012600         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
012700         STOP RUN
012800     END-IF.
012900     OPEN I-O CONCESSION-MASTER.
013000     IF WS-FS-CONMAST = '35'
013100         OPEN OUTPUT CONCESSION-MASTER
013200         CLOSE CONCESSION-MASTER
013300         OPEN I-O CONCESSION-MASTER
013400     END-IF.
013500     IF WS-FS-CONMAST NOT = '00'
013600         DISPLAY 'CONCESSION MASTER OPEN FAILED - STATUS '
013700             WS-FS-CONMAST
013800         CLOSE STUDENT-MASTER
013900         MOVE 'A' TO RUN-OUTCOME
014000         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
014100         STOP RUN
014200     END-IF.
014300     GO TO 1000-EXIT.
014400 1000-EXIT.
014500     EXIT.
014600*-----------------------------------------------------------------
014700* 1050-ACCEPT-OPERATOR-ID - CAPTURE WHO IS MAINTAINING THE
014800*                   CONCESSIONS. THE ID MUST BE ON THE OPERATOR
014900*                   MASTER, ACTIVE AND AT SUPERVISOR LEVEL -
015000*                   ANYTHING ELSE REFUSES THE RUN.
015100*-----------------------------------------------------------------
015200 1050-ACCEPT-OPERATOR-ID.
015300     DISPLAY 'ENTER OPERATOR ID'.
015400     ACCEPT WS-OPERATOR-ID.
015500     PERFORM 1060-VALIDATE-OPERATOR THRU 1060-EXIT.
015600     IF NOT WS-OPR-FOUND
015700         DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID
015800             ' NOT AUTHORIZED - RUN REFUSED'
015900         MOVE 'R' TO RUN-OUTCOME
016000         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
016100         STOP RUN
016200     END-IF.
016300     IF NOT OPR-IS-SUPERVISOR
016400         DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID
016500             ' IS NOT A SUPERVISOR - MAINTENANCE REFUSED'
016600         MOVE 'R' TO RUN-OUTCOME
016700         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
016800         STOP RUN
016900     END-IF.
017000     DISPLAY 'SIGNED ON - ' OPR-NAME.
017100     GO TO 1050-EXIT.
017200 1050-EXIT.
017300     EXIT.
017400*-----------------------------------------------------------------
017500* 1060-VALIDATE-OPERATOR - LOOK THE KEYED ID UP ON THE OPERATOR
017600*                   MASTER. FOUND AND ACTIVE SETS THE FOUND
017700*                   SWITCH AND LEAVES THE OPERATOR'S RECORD IN
017800*                   OPR-REC; A DISABLED ID COUNTS AS NOT FOUND.
017900*                   A MISSING OPERATOR MASTER REFUSES EVERY
018000*                   SIGN-ON - BUILD IT WITH RITESH14 FIRST.
018100*-----------------------------------------------------------------
018200 1060-VALIDATE-OPERATOR.
018300     MOVE 'N' TO WS-OPR-FOUND-SW.
018400     MOVE 'N' TO WS-OPR-EOF-SW.
018500     OPEN INPUT OPERATOR-MASTER.
018600     IF WS-FS-OPRMAST NOT = '00'
018700         DISPLAY 'OPERATOR MASTER NOT FOUND - RUN RITESH14'
018800         GO TO 1060-EXIT
018900     END-IF.
019000     PERFORM UNTIL WS-OPR-EOF OR WS-OPR-FOUND
019100         READ OPERATOR-MASTER INTO OPR-REC
019200             AT END
019300                 MOVE 'Y' TO WS-OPR-EOF-SW
019400         END-READ
019500         IF NOT WS-OPR-EOF
019600                 AND OPR-ID = WS-OPERATOR-ID
019700                 AND OPR-IS-ACTIVE
019800             MOVE 'Y' TO WS-OPR-FOUND-SW
019900         END-IF
020000     END-PERFORM.
020100     CLOSE OPERATOR-MASTER.
020200     GO TO 1060-EXIT.
020300 1060-EXIT.
020400     EXIT.
020500*-----------------------------------------------------------------
020600* 1200-READ-CONCESSION - READ THE CONCESSION FOR THE ADM-NO IN
020700*                   THE WORK FIELD BY KEY. FOUND SETS THE SWITCH
020800*                   AND LEAVES THE RECORD IN CON-REC.
020900*-----------------------------------------------------------------
021000 1200-READ-CONCESSION.
021100     MOVE 'N' TO WS-CON-FOUND-SW.
021200     MOVE WS-WORK-ADM-NO TO CONCESSION-MASTER-ADM-NO.
021300     READ CONCESSION-MASTER INTO CON-REC
021400         KEY IS CONCESSION-MASTER-ADM-NO
021500         INVALID KEY
021600             GO TO 1200-EXIT
021700     END-READ.
021800     MOVE 'Y' TO WS-CON-FOUND-SW.
021900     GO TO 1200-EXIT.
022000 1200-EXIT.
022100     EXIT.
022200*-----------------------------------------------------------------
022300* 1300-ACCEPT-ADM-NO - RE-PROMPT UNTIL A NON-ZERO ADM-NO IS
022400*                   KEYED. SHARED BY ADD, CHANGE AND DELETE.
022500*-----------------------------------------------------------------
022600 1300-ACCEPT-ADM-NO.
022700     MOVE 0 TO WS-WORK-ADM-NO.
022800     PERFORM UNTIL WS-WORK-ADM-NO > 0
022900         DISPLAY 'ENTER ADM NO'
023000         ACCEPT WS-WORK-ADM-NO
023100         IF WS-WORK-ADM-NO = 0
023200             DISPLAY 'INVALID ADM NO - MUST BE NUMERIC, NON-ZERO'
023300         END-IF
023400     END-PERFORM.
023500     GO TO 1300-EXIT.
023600 1300-EXIT.
023700     EXIT.
023800*-----------------------------------------------------------------
023900* 1400-ACCEPT-CONCESSION - TAKE THE CONCESSION TYPE, BASIS,
024000*                   PERCENTAGE OR FIXED AMOUNT, THE HEADS COVERED,
024100*                   THE YEARS IT IS VALID FOR AND THE APPROVAL
024200*                   REFERENCE INTO CON-REC, RE-PROMPTING UNTIL
024300*                   EACH IS VALID. AT LEAST ONE HEAD MUST BE
024400*                   COVERED AND THE TO-YEAR MAY NOT BE BEFORE
024500*                   THE FROM-YEAR.
024600*-----------------------------------------------------------------
024700 1400-ACCEPT-CONCESSION.
024800     MOVE SPACES TO CON-TYPE.
024900     PERFORM UNTIL CON-TYPE-IS-VALID
025000         DISPLAY 'ENTER TYPE - STAF=STAFF WARD SIBL=SIBLING'
025100             ' MERT=MERIT SCHOLARSHIP OTHR=OTHER'
025200         ACCEPT CON-TYPE
025300         IF NOT CON-TYPE-IS-VALID
025400             DISPLAY 'INVALID TYPE - STAF, SIBL, MERT OR OTHR'
025500         END-IF
025600     END-PERFORM.
025700     MOVE SPACE TO CON-BASIS.
025800     PERFORM UNTIL CON-IS-PERCENT OR CON-IS-FIXED
025900         DISPLAY 'ENTER BASIS - P=PERCENTAGE F=FIXED AMOUNT'
026000         ACCEPT CON-BASIS
026100         IF NOT CON-IS-PERCENT AND NOT CON-IS-FIXED
026200             DISPLAY 'INVALID BASIS - P OR F'
026300         END-IF
026400     END-PERFORM.
026500     MOVE 0 TO CON-PERCENT.
026600     MOVE 0 TO CON-FIXED-AMOUNT.
026700     IF CON-IS-PERCENT
026800         PERFORM UNTIL CON-PERCENT > 0 AND CON-PERCENT NOT > 100
026900             DISPLAY 'ENTER PERCENTAGE (10000 = 100.00)'
027000             ACCEPT CON-PERCENT
027100             IF CON-PERCENT = 0 OR CON-PERCENT > 100
027200                 DISPLAY 'INVALID PERCENTAGE - 0.01 THRU 100.00'
027300             END-IF
027400         END-PERFORM
027500     ELSE
027600         PERFORM UNTIL CON-FIXED-AMOUNT > 0
027700             DISPLAY 'ENTER FIXED AMOUNT PER HEAD'
027800                 ' (9999999 = 99999.99)'
027900             ACCEPT CON-FIXED-AMOUNT
028000             IF CON-FIXED-AMOUNT = 0
028100                 DISPLAY 'INVALID AMOUNT - MUST BE NON-ZERO'
028200             END-IF
028300         END-PERFORM
028400     END-IF.
028500     MOVE 'N' TO WS-VALID-SW.
028600     PERFORM UNTIL WS-ENTRY-IS-VALID
028700         MOVE 'ADMN' TO WS-PROMPT-HEAD
028800         PERFORM 1500-ACCEPT-YES-NO THRU 1500-EXIT
028900         MOVE WS-YES-NO TO CON-COVERS-ADMN
029000         MOVE 'TRM1' TO WS-PROMPT-HEAD
029100         PERFORM 1500-ACCEPT-YES-NO THRU 1500-EXIT
029200         MOVE WS-YES-NO TO CON-COVERS-TRM1
029300         MOVE 'TRM2' TO WS-PROMPT-HEAD
029400         PERFORM 1500-ACCEPT-YES-NO THRU 1500-EXIT
029500         MOVE WS-YES-NO TO CON-COVERS-TRM2
029600         MOVE 'TRM3' TO WS-PROMPT-HEAD
029700         PERFORM 1500-ACCEPT-YES-NO THRU 1500-EXIT
029800         MOVE WS-YES-NO TO CON-COVERS-TRM3
029900         IF CON-HEAD-FLAGS = 'NNNN'
030000             DISPLAY 'INVALID - THE CONCESSION MUST COVER AT'
030100                 ' LEAST ONE HEAD'
030200         ELSE
030300             MOVE 'Y' TO WS-VALID-SW
030400         END-IF
030500     END-PERFORM.
030600     MOVE 'N' TO WS-VALID-SW.
030700     PERFORM UNTIL WS-ENTRY-IS-VALID
030800         DISPLAY 'ENTER FIRST ACADEMIC YEAR VALID (YYYY)'
030900         ACCEPT CON-FROM-YEAR
031000         DISPLAY 'ENTER LAST ACADEMIC YEAR VALID (YYYY)'
031100         ACCEPT CON-TO-YEAR
031200         IF CON-FROM-YEAR > 0
031300                 AND CON-TO-YEAR NOT < CON-FROM-YEAR
031400             MOVE 'Y' TO WS-VALID-SW
031500         ELSE
031600             DISPLAY 'INVALID YEARS - LAST BEFORE FIRST'
031700         END-IF
031800     END-PERFORM.
031900     DISPLAY 'ENTER APPROVAL REFERENCE (COMMITTEE MINUTE NO)'.
032000     ACCEPT CON-APPROVAL-REF.
032100     GO TO 1400-EXIT.
032200 1400-EXIT.
032300     EXIT.
032400*-----------------------------------------------------------------
032500* 1500-ACCEPT-YES-NO - ASK WHETHER THE CONCESSION COVERS THE HEAD
032600*                   IN WS-PROMPT-HEAD, RE-PROMPTING UNTIL Y OR N.
032700*-----------------------------------------------------------------
032800 1500-ACCEPT-YES-NO.
032900     MOVE SPACE TO WS-YES-NO.
033000     PERFORM UNTIL WS-ANSWER-IS-VALID
033100         DISPLAY 'COVERS ' WS-PROMPT-HEAD ' (Y/N)'
033200         ACCEPT WS-YES-NO
033300         IF NOT WS-ANSWER-IS-VALID
033400             DISPLAY 'INVALID ANSWER - Y OR N'
033500         END-IF
033600     END-PERFORM.
033700     GO TO 1500-EXIT.
033800 1500-EXIT.
033900     EXIT.
034000*-----------------------------------------------------------------
034100* 2000-ACTION-LOOP - ONE MAINTENANCE ACTION PER PASS. A=ADD,
034200*                   C=CHANGE, D=DELETE, L=LIST, X=END.
034300*-----------------------------------------------------------------
034400 2000-ACTION-LOOP.
034500     DISPLAY 'ACTION - A=ADD C=CHANGE D=DELETE L=LIST X=END'.
034600     ACCEPT WS-ACTION.
034700     IF WS-ACTION-IS-ADD
034800         PERFORM 3000-ADD-CONCESSION THRU 3000-EXIT
034900     ELSE
035000         IF WS-ACTION-IS-CHANGE
035100             PERFORM 4000-CHANGE-CONCESSION THRU 4000-EXIT
035200         ELSE
035300             IF WS-ACTION-IS-DELETE
035400                 PERFORM 5000-DELETE-CONCESSION THRU 5000-EXIT
035500             ELSE
035600                 IF WS-ACTION-IS-LIST
035700                     PERFORM 6000-LIST-CONCESSIONS THRU 6000-EXIT
035800                 ELSE
035900                     IF NOT WS-ACTION-IS-END
036000                         DISPLAY 'INVALID ACTION - A/C/D/L/X'
036100                     END-IF
036200                 END-IF
036300             END-IF
036400         END-IF
036500     END-IF.
036600     GO TO 2000-EXIT.
036700 2000-EXIT.
036800     EXIT.
036900*-----------------------------------------------------------------
037000* 3000-ADD-CONCESSION - GRANT A CONCESSION TO A STUDENT ON THE
037100*                   ACTIVE ROLL WHO DOES NOT ALREADY HOLD ONE.
037200*-----------------------------------------------------------------
037300 3000-ADD-CONCESSION.
037400     PERFORM 1300-ACCEPT-ADM-NO THRU 1300-EXIT.
037500     MOVE WS-WORK-ADM-NO TO STUDENT-MASTER-ADM-NO.
037600     READ STUDENT-MASTER INTO STU-MASTER-REC
037700         KEY IS STUDENT-MASTER-ADM-NO
037800         INVALID KEY
037900             DISPLAY 'ADM NO ' WS-WORK-ADM-NO
038000                 ' NOT ON MASTER - NOTHING ADDED'
038100             GO TO 3000-EXIT
038200     END-READ.
038300     IF STU-IS-WITHDRAWN
038400         DISPLAY 'ADM NO ' WS-WORK-ADM-NO ' IS WITHDRAWN - '
038500             STU-NAME ' - NOTHING ADDED'
038600         GO TO 3000-EXIT
038700     END-IF.
038800     PERFORM 1200-READ-CONCESSION THRU 1200-EXIT.
038900     IF WS-CON-FOUND
039000         DISPLAY 'CONCESSION ALREADY ON FILE FOR ' WS-WORK-ADM-NO
039100             ' - USE CHANGE - NOTHING ADDED'
039200         GO TO 3000-EXIT
039300     END-IF.
039400     DISPLAY 'STUDENT - ' STU-NAME ' CLASS ' STU-CLS.
039500     MOVE WS-WORK-ADM-NO TO CON-ADM-NO.
039600     PERFORM 1400-ACCEPT-CONCESSION THRU 1400-EXIT.
039700     MOVE CON-REC TO CONCESSION-MASTER-REC.
039800     WRITE CONCESSION-MASTER-REC
039900         INVALID KEY
040000             DISPLAY 'CONCESSION WRITE FAILED - STATUS '
040100                 WS-FS-CONMAST
040200             GO TO 3000-EXIT
040300     END-WRITE.
040400     ADD 1 TO WS-ADD-COUNT.
040500     DISPLAY 'ADDED - ' WS-WORK-ADM-NO ' ' CON-TYPE.
040600     GO TO 3000-EXIT.
040700 3000-EXIT.
040800     EXIT.
040900*-----------------------------------------------------------------
041000* 4000-CHANGE-CONCESSION - SHOW AN EXISTING CONCESSION AND TAKE
041100*                   ITS TERMS AGAIN IN FULL.
041200*-----------------------------------------------------------------
041300 4000-CHANGE-CONCESSION.
041400     PERFORM 1300-ACCEPT-ADM-NO THRU 1300-EXIT.
041500     PERFORM 1200-READ-CONCESSION THRU 1200-EXIT.
041600     IF NOT WS-CON-FOUND
041700         DISPLAY 'NO CONCESSION ON FILE - NOTHING DONE'
041800         GO TO 4000-EXIT
041900     END-IF.
042000     PERFORM 6100-DISPLAY-ONE THRU 6100-EXIT.
042100     PERFORM 1400-ACCEPT-CONCESSION THRU 1400-EXIT.
042200     MOVE CON-REC TO CONCESSION-MASTER-REC.
042300     REWRITE CONCESSION-MASTER-REC
042400         INVALID KEY
042500             DISPLAY 'CONCESSION REWRITE FAILED - STATUS '
042600                 WS-FS-CONMAST
042700             GO TO 4000-EXIT
042800     END-REWRITE.
042900     ADD 1 TO WS-CHANGE-COUNT.
043000     DISPLAY 'CHANGED - ' WS-WORK-ADM-NO ' ' CON-TYPE.
043100     GO TO 4000-EXIT.
043200 4000-EXIT.
043300     EXIT.
043400*-----------------------------------------------------------------
043500* 5000-DELETE-CONCESSION - WITHDRAW A STUDENT'S CONCESSION. THE
043600*                   CHARGES ALREADY ASSESSED WITH IT STAND; ONLY
043700*                   LATER ASSESSMENTS CHARGE THE FULL RATE.
043800*-----------------------------------------------------------------
043900 5000-DELETE-CONCESSION.
044000     PERFORM 1300-ACCEPT-ADM-NO THRU 1300-EXIT.
044100     PERFORM 1200-READ-CONCESSION THRU 1200-EXIT.
044200     IF NOT WS-CON-FOUND
044300         DISPLAY 'NO CONCESSION ON FILE - NOTHING DONE'
044400         GO TO 5000-EXIT
044500     END-IF.
044600     DELETE CONCESSION-MASTER
044700         INVALID KEY
044800             DISPLAY 'CONCESSION DELETE FAILED - STATUS '
044900                 WS-FS-CONMAST
045000             GO TO 5000-EXIT
045100     END-DELETE.
045200     ADD 1 TO WS-DELETE-COUNT.
045300     DISPLAY 'DELETED - ' WS-WORK-ADM-NO.
045400     GO TO 5000-EXIT.
045500 5000-EXIT.
045600     EXIT.
045700*-----------------------------------------------------------------
045800* 6000-LIST-CONCESSIONS - SHOW EVERY CONCESSION ON FILE IN ADM-NO
045900*                   ORDER.
046000*-----------------------------------------------------------------
046100 6000-LIST-CONCESSIONS.
046200     MOVE 0 TO WS-LIST-COUNT.
046300     MOVE 'N' TO WS-CON-EOF-SW.
046400     MOVE 0 TO CONCESSION-MASTER-ADM-NO.
046500     START CONCESSION-MASTER
046600         KEY IS NOT LESS THAN CONCESSION-MASTER-ADM-NO
046700         INVALID KEY
046800             MOVE 'Y' TO WS-CON-EOF-SW
046900     END-START.
047000     PERFORM UNTIL WS-CON-EOF
047100         READ CONCESSION-MASTER NEXT INTO CON-REC
047200             AT END
047300                 MOVE 'Y' TO WS-CON-EOF-SW
047400         END-READ
047500         IF NOT WS-CON-EOF
047600             ADD 1 TO WS-LIST-COUNT
047700             PERFORM 6100-DISPLAY-ONE THRU 6100-EXIT
047800         END-IF
047900     END-PERFORM.
048000     IF WS-LIST-COUNT = 0
048100         DISPLAY 'NO CONCESSIONS ON FILE'
048200     END-IF.
048300     GO TO 6000-EXIT.
048400 6000-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------------
048700* 6100-DISPLAY-ONE - SHOW THE CONCESSION IN CON-REC ON TWO LINES.
048800*-----------------------------------------------------------------
048900 6100-DISPLAY-ONE.
049000     IF CON-IS-PERCENT
049100         MOVE CON-PERCENT TO WS-DISPLAY-PCT
049200         DISPLAY CON-ADM-NO ' ' CON-TYPE ' ' WS-DISPLAY-PCT
049300             ' PCT  HEADS ADMN/TRM1/TRM2/TRM3 ' CON-HEAD-FLAGS
049400     ELSE
049500         MOVE CON-FIXED-AMOUNT TO WS-DISPLAY-AMOUNT
049600         DISPLAY CON-ADM-NO ' ' CON-TYPE ' ' WS-DISPLAY-AMOUNT
049700             ' FIXED  HEADS ADMN/TRM1/TRM2/TRM3 ' CON-HEAD-FLAGS
049800     END-IF.
049900     DISPLAY '       YEARS ' CON-FROM-YEAR ' - ' CON-TO-YEAR
050000         '  APPROVAL ' CON-APPROVAL-REF.
050100     GO TO 6100-EXIT.
050200 6100-EXIT.
050300     EXIT.
050400*-----------------------------------------------------------------
050500* 9000-TERMINATE - CLOSE FILES AND SHOW WHAT THE RUN DID.
050600*-----------------------------------------------------------------
050700 9000-TERMINATE.
050800     CLOSE STUDENT-MASTER.
050900     CLOSE CONCESSION-MASTER.
051000     DISPLAY 'CONCESSIONS ADDED   = ' WS-ADD-COUNT.
051100     DISPLAY 'CONCESSIONS CHANGED = ' WS-CHANGE-COUNT.
051200     DISPLAY 'CONCESSIONS DELETED = ' WS-DELETE-COUNT.
051300     GO TO 9000-EXIT.
051400 9000-EXIT.
051500     EXIT.
051600*-----------------------------------------------------------------
051700* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
051800*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
051900*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
052000*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
052100*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
052200*-----------------------------------------------------------------
052300 9500-WRITE-RUN-LOG.
052400     MOVE 'RITESH32' TO RUN-PROGRAM-ID.
052500     MOVE WS-OPERATOR-ID TO RUN-OPERATOR-ID.
052600     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
052700     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
052800     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
052900     ACCEPT RUN-END-TIME FROM TIME.
053000     MOVE WS-ADD-COUNT TO RUN-CNT-1.
053100     MOVE WS-CHANGE-COUNT TO RUN-CNT-2.
053200     MOVE WS-DELETE-COUNT TO RUN-CNT-3.
053300     MOVE ZEROES TO RUN-CNT-4.
053400     OPEN EXTEND RUN-LOG.
053500     IF WS-FS-RUNLOG = '35'
053600         OPEN OUTPUT RUN-LOG
053700     END-IF.
053800     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
053900     WRITE RUN-LOG-OUT-REC.
054000     CLOSE RUN-LOG.
054100     GO TO 9500-EXIT.
054200 9500-EXIT.
054300     EXIT.
