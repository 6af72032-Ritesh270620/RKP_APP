000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH36.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 07-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 07-SEP-2026  RKP  ORIGINAL - SCHOOL CALENDAR MAINTENANCE. KEEPS
001000*                   THE SCHCAL FILE (STUCAL01), INDEXED ON THE
001100*                   DATE, OF WORKING DAYS, HOLIDAYS AND EXAM DAYS
001200*                   FOR THE ACADEMIC YEAR. G GENERATES A DATE
001300*                   RANGE - NORMALLY THE WHOLE YEAR - AS WORKING
001400*                   DAYS WITH SUNDAYS AS HOLIDAYS, LEAVING ANY
001500*                   DATE ALREADY ON FILE ALONE; THE OFFICE THEN
001600*                   CHANGES THE GAZETTED HOLIDAYS, VACATIONS AND
001700*                   EXAM DAYS ONE DATE AT A TIME. THE CALENDAR
001800*                   DECIDES WHICH DAYS ATTENDANCE IS TAKEN, SO
001900*                   KEEPING IT IS A SUPERVISOR ACTION. EACH ACTION
002000*                   GOES STRAIGHT TO THE INDEXED FILE BY KEY.
002100*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT SCHOOL-CALENDAR ASSIGN TO "SCHCAL"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS SCHOOL-CALENDAR-DATE
002900         FILE STATUS IS WS-FS-CALENDAR.
003000     SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-FS-OPRMAST.
003300     SELECT RUN-LOG ASSIGN TO "RUNLOG"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-FS-RUNLOG.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  SCHOOL-CALENDAR.
003900 01  SCHOOL-CALENDAR-REC.
004000     05  SCHOOL-CALENDAR-DATE    PIC 9(08).
004100     05  FILLER                  PIC X(36).
004200 FD  OPERATOR-MASTER.
004300 01  OPERATOR-MASTER-REC         PIC X(30).
004400 FD  RUN-LOG.
004500 01  RUN-LOG-OUT-REC             PIC X(73).
004600 WORKING-STORAGE SECTION.
004700 COPY STUCAL01.
004800 COPY STUOPR01.
004900 COPY STURUN01.
005000 77  WS-FS-CALENDAR              PIC X(02).
005100 77  WS-FS-OPRMAST               PIC X(02).
005200 77  WS-OPERATOR-ID              PIC X(08).
005300 77  WS-OPR-EOF-SW               PIC X(01).
005400     88  WS-OPR-EOF              VALUE 'Y'.
005500 77  WS-OPR-FOUND-SW             PIC X(01).
005600     88  WS-OPR-FOUND            VALUE 'Y'.
005700 77  WS-CAL-EOF-SW               PIC X(01).
005800     88  WS-CAL-EOF              VALUE 'Y'.
005900 77  WS-CAL-FOUND-SW             PIC X(01).
006000     88  WS-CAL-FOUND            VALUE 'Y'.
006100 77  WS-DATE-VALID-SW            PIC X(01).
006200     88  WS-DATE-IS-VALID        VALUE 'Y'.
006300 77  WS-VALID-SW                 PIC X(01).
006400     88  WS-ENTRY-IS-VALID       VALUE 'Y'.
006500 77  WS-ACTION                   PIC X(01).
006600     88  WS-ACTION-IS-GENERATE   VALUE 'G'.
006700     88  WS-ACTION-IS-ADD        VALUE 'A'.
006800     88  WS-ACTION-IS-CHANGE     VALUE 'C'.
006900     88  WS-ACTION-IS-DELETE     VALUE 'D'.
007000     88  WS-ACTION-IS-LIST       VALUE 'L'.
007100     88  WS-ACTION-IS-END        VALUE 'X'.
007200 77  WS-ACAD-YEAR                PIC 9(04).
007300 77  WS-FROM-DATE                PIC 9(08).
007400 77  WS-TO-DATE                  PIC 9(08).
007500 77  WS-DAY-LIMIT                PIC 9(05) COMP VALUE 400.
007600 77  WS-DAY-COUNT                PIC 9(05) COMP.
007700 77  WS-GENERATE-COUNT           PIC 9(05) COMP.
007800 77  WS-SKIP-COUNT               PIC 9(05) COMP.
007900 77  WS-ADD-COUNT                PIC 9(05) COMP.
008000 77  WS-CHANGE-COUNT             PIC 9(05) COMP.
008100 77  WS-DELETE-COUNT             PIC 9(05) COMP.
008200 77  WS-LIST-COUNT               PIC 9(05) COMP.
008300 77  WS-SCHOOL-DAY-COUNT         PIC 9(05) COMP.
008400 77  WS-LEAP-QUOT                PIC 9(04) COMP.
008500 77  WS-LEAP-REM                 PIC 9(04) COMP.
008600 77  WS-MONTH-END                PIC 9(02).
008700 77  WS-Z-MONTH                  PIC 9(02).
008800 77  WS-Z-YEAR                   PIC 9(04).
008900 77  WS-Z-CENTURY                PIC 9(02).
009000 77  WS-Z-YY                     PIC 9(02).
009100 77  WS-Z-TERM                   PIC 9(03).
009200 77  WS-Z-T1                     PIC 9(03).
009300 77  WS-Z-T2                     PIC 9(03).
009400 77  WS-Z-T3                     PIC 9(03).
009500 77  WS-Z-SUM                    PIC 9(04).
009600 77  WS-Z-QUOT                   PIC 9(04).
009700 77  WS-Z-DAY                    PIC 9(01).
009800 77  WS-FS-RUNLOG                PIC X(02).
009900 77  WS-RUN-START-DATE           PIC 9(08).
010000 77  WS-RUN-START-TIME           PIC 9(08).
010100 01  WS-WORK-DATE                PIC 9(08).
010200 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
010300     05  WS-WORK-YYYY            PIC 9(04).
010400     05  WS-WORK-MM              PIC 9(02).
010500     05  WS-WORK-DD              PIC 9(02).
010600 01  WS-MONTH-DAYS-VALUES.
010700     05  FILLER                  PIC X(24) VALUE
010800         '312831303130313130313031'.
010900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
011000     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
011100 01  WS-WEEKDAY-VALUES.
011200     05  FILLER                  PIC X(21) VALUE
011300         'SATSUNMONTUEWEDTHUFRI'.
011400 01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-VALUES.
011500     05  WS-WEEKDAY-NAME         PIC X(03) OCCURS 7 TIMES.
011600 PROCEDURE DIVISION.
011700 0000-MAINLINE.
011800     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
011900     ACCEPT WS-RUN-START-TIME FROM TIME.
012000     MOVE 0 TO WS-GENERATE-COUNT.
012100     MOVE 0 TO WS-ADD-COUNT.
012200     MOVE 0 TO WS-CHANGE-COUNT.
012300     MOVE 0 TO WS-DELETE-COUNT.
012400     PERFORM 1050-ACCEPT-OPERATOR-ID THRU 1050-EXIT.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012600     PERFORM 2000-ACTION-LOOP THRU 2000-EXIT
012700         UNTIL WS-ACTION-IS-END.
012800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012900     MOVE 'C' TO RUN-OUTCOME.
013000     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
013100     STOP RUN.
013200*-----------------------------------------------------------------
013300* 1000-INITIALIZE - OPEN THE CALENDAR I-O. A SCHCAL THAT DOES NOT
013400*                   YET EXIST IS CREATED EMPTY AND RE-OPENED I-O,
013500*                   AS THE ADMISSION RUN DOES FOR THE STUDENT
013600*                   MASTER.
013700*-----------------------------------------------------------------
013800 1000-INITIALIZE.
013900     OPEN I-O SCHOOL-CALENDAR.
014000     IF WS-FS-CALENDAR = '35'
014100         OPEN OUTPUT SCHOOL-CALENDAR
014200         CLOSE SCHOOL-CALENDAR
014300         OPEN I-O SCHOOL-CALENDAR
014400     END-IF.
014500     IF WS-FS-CALENDAR NOT = '00'
014600         DISPLAY 'SCHOOL CALENDAR OPEN FAILED - STATUS '
014700             WS-FS-CALENDAR
014800         MOVE 'A' TO RUN-OUTCOME
014900         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
015000         STOP RUN
015100     END-IF.
015200     GO TO 1000-EXIT.
015300 1000-EXIT.
015400     EXIT.
015500*-----------------------------------------------------------------
015600* 1050-ACCEPT-OPERATOR-ID - CAPTURE WHO IS MAINTAINING THE
015700*                   CALENDAR. THE ID MUST BE ON THE OPERATOR
015800*                   MASTER, ACTIVE AND AT SUPERVISOR LEVEL -
015900*                   ANYTHING ELSE REFUSES THE RUN.
016000*-----------------------------------------------------------------
016100 1050-ACCEPT-OPERATOR-ID.
016200     DISPLAY 'ENTER OPERATOR ID'.
016300     ACCEPT WS-OPERATOR-ID.
016400     PERFORM 1060-VALIDATE-OPERATOR THRU 1060-EXIT.
016500     IF NOT WS-OPR-FOUND
016600         DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID
016700             ' NOT AUTHORIZED - RUN REFUSED'
016800         MOVE 'R' TO RUN-OUTCOME
016900         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
017000         STOP RUN
017100     END-IF.
017200     IF NOT OPR-IS-SUPERVISOR
017300         DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID
017400             ' IS NOT A SUPERVISOR - MAINTENANCE REFUSED'
017500         MOVE 'R' TO RUN-OUTCOME
017600         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
017700         STOP RUN
017800     END-IF.
017900     DISPLAY 'SIGNED ON - ' OPR-NAME.
018000     GO TO 1050-EXIT.
018100 1050-EXIT.
018200     EXIT.
018300*-----------------------------------------------------------------
018400* 1060-VALIDATE-OPERATOR - LOOK THE KEYED ID UP ON THE OPERATOR
018500*                   MASTER. FOUND AND ACTIVE SETS THE FOUND
018600*                   SWITCH AND LEAVES THE OPERATOR'S RECORD IN
018700*                   OPR-REC; A DISABLED ID COUNTS AS NOT FOUND.
018800*                   A MISSING OPERATOR MASTER REFUSES EVERY
018900*                   SIGN-ON - BUILD IT WITH RITESH14 FIRST.
019000*-----------------------------------------------------------------
019100 1060-VALIDATE-OPERATOR.
019200     MOVE 'N' TO WS-OPR-FOUND-SW.
019300     MOVE 'N' TO WS-OPR-EOF-SW.
019400     OPEN INPUT OPERATOR-MASTER.
019500     IF WS-FS-OPRMAST NOT = '00'
019600         DISPLAY 'OPERATOR MASTER NOT FOUND - RUN RITESH14'
019700         GO TO 1060-EXIT
019800     END-IF.
019900     PERFORM UNTIL WS-OPR-EOF OR WS-OPR-FOUND
020000         READ OPERATOR-MASTER INTO OPR-REC
020100             AT END
020200                 MOVE 'Y' TO WS-OPR-EOF-SW
020300         END-READ
020400         IF NOT WS-OPR-EOF
020500                 AND OPR-ID = WS-OPERATOR-ID
020600                 AND OPR-IS-ACTIVE
020700             MOVE 'Y' TO WS-OPR-FOUND-SW
020800         END-IF
020900     END-PERFORM.
021000     CLOSE OPERATOR-MASTER.
021100     GO TO 1060-EXIT.
021200 1060-EXIT.
021300     EXIT.
021400*-----------------------------------------------------------------
021500* 1200-READ-CALENDAR - READ THE CALENDAR RECORD FOR THE DATE IN
021600*                   THE WORK FIELD BY KEY. FOUND SETS THE SWITCH
021700*                   AND LEAVES THE RECORD IN CAL-REC.
021800*-----------------------------------------------------------------
021900 1200-READ-CALENDAR.
022000     MOVE 'N' TO WS-CAL-FOUND-SW.
022100     MOVE WS-WORK-DATE TO SCHOOL-CALENDAR-DATE.
022200     READ SCHOOL-CALENDAR INTO CAL-REC
022300         KEY IS SCHOOL-CALENDAR-DATE
022400         INVALID KEY
022500             GO TO 1200-EXIT
022600     END-READ.
022700     MOVE 'Y' TO WS-CAL-FOUND-SW.
022800     GO TO 1200-EXIT.
022900 1200-EXIT.
023000     EXIT.
023100*-----------------------------------------------------------------
023200* 1300-ACCEPT-DATE - RE-PROMPT UNTIL A REAL CALENDAR DATE IS
023300*                   KEYED INTO THE WORK FIELD. SHARED BY ADD,
023400*                   CHANGE AND DELETE.
023500*-----------------------------------------------------------------
023600 1300-ACCEPT-DATE.
023700     MOVE 'N' TO WS-DATE-VALID-SW.
023800     PERFORM UNTIL WS-DATE-IS-VALID
023900         DISPLAY 'ENTER DATE (YYYYMMDD)'
024000         ACCEPT WS-WORK-DATE
024100         PERFORM 1700-CHECK-DATE THRU 1700-EXIT
024200         IF NOT WS-DATE-IS-VALID
024300             DISPLAY 'INVALID DATE - NOT A CALENDAR DATE'
024400         END-IF
024500     END-PERFORM.
024600     GO TO 1300-EXIT.
024700 1300-EXIT.
024800     EXIT.
024900*-----------------------------------------------------------------
025000* 1400-ACCEPT-DAY - TAKE THE DAY TYPE AND DESCRIPTION INTO
025100*                   CAL-REC, RE-PROMPTING UNTIL THE TYPE IS VALID.
025200*-----------------------------------------------------------------
025300 1400-ACCEPT-DAY.
025400     MOVE SPACE TO CAL-DAY-TYPE.
025500     PERFORM UNTIL CAL-TYPE-IS-VALID
025600         DISPLAY 'ENTER DAY TYPE - W=WORKING H=HOLIDAY E=EXAM'
025700         ACCEPT CAL-DAY-TYPE
025800         IF NOT CAL-TYPE-IS-VALID
025900             DISPLAY 'INVALID DAY TYPE - W, H OR E'
026000         END-IF
026100     END-PERFORM.
026200     DISPLAY 'ENTER DESCRIPTION (E.G. DIWALI, TERM 1 EXAM)'.
026300     ACCEPT CAL-DESC.
026400     MOVE WS-OPERATOR-ID TO CAL-OPERATOR-ID.
026500     GO TO 1400-EXIT.
026600 1400-EXIT.
026700     EXIT.
026800*-----------------------------------------------------------------
026900* 1500-ACCEPT-RANGE - TAKE A FROM AND TO DATE, BOTH REAL DATES,
027000*                   THE TO-DATE NOT BEFORE THE FROM-DATE. SHARED
027100*                   BY GENERATE AND LIST.
027200*-----------------------------------------------------------------
027300 1500-ACCEPT-RANGE.
027400     MOVE 'N' TO WS-VALID-SW.
027500     PERFORM UNTIL WS-ENTRY-IS-VALID
027600         DISPLAY 'ENTER FROM DATE (YYYYMMDD)'
027700         ACCEPT WS-WORK-DATE
027800         PERFORM 1700-CHECK-DATE THRU 1700-EXIT
027900         MOVE WS-WORK-DATE TO WS-FROM-DATE
028000         IF WS-DATE-IS-VALID
028100             DISPLAY 'ENTER TO DATE (YYYYMMDD)'
028200             ACCEPT WS-WORK-DATE
028300             PERFORM 1700-CHECK-DATE THRU 1700-EXIT
028400             MOVE WS-WORK-DATE TO WS-TO-DATE
028500         END-IF
028600         IF NOT WS-DATE-IS-VALID
028700             DISPLAY 'INVALID DATE - NOT A CALENDAR DATE'
028800         ELSE
028900             IF WS-TO-DATE < WS-FROM-DATE
029000                 DISPLAY 'TO DATE IS BEFORE FROM DATE'
029100             ELSE
029200                 MOVE 'Y' TO WS-VALID-SW
029300             END-IF
029400         END-IF
029500     END-PERFORM.
029600     GO TO 1500-EXIT.
029700 1500-EXIT.
029800     EXIT.
029900*-----------------------------------------------------------------
030000* 1600-ACCEPT-YEAR - RE-PROMPT UNTIL A NUMERIC YEAR IS ENTERED.
030100*-----------------------------------------------------------------
030200 1600-ACCEPT-YEAR.
030300     MOVE 0 TO WS-ACAD-YEAR.
030400     PERFORM UNTIL WS-ACAD-YEAR > 0
030500         DISPLAY 'ENTER ACADEMIC YEAR (YYYY)'
030600         ACCEPT WS-ACAD-YEAR
030700         IF WS-ACAD-YEAR = 0
030800             DISPLAY 'INVALID YEAR - MUST BE NUMERIC YYYY'
030900         END-IF
031000     END-PERFORM.
031100     GO TO 1600-EXIT.
031200 1600-EXIT.
031300     EXIT.
031400*-----------------------------------------------------------------
031500* 1700-CHECK-DATE - SET THE DATE-VALID SWITCH FOR THE DATE IN THE
031600*                   WORK FIELD - NUMERIC, MONTH 1 TO 12 AND DAY
031700*                   WITHIN THE MONTH, FEBRUARY TAKING 29 DAYS IN A
031800*                   LEAP YEAR (EVERY FOURTH YEAR, CENTURIES ONLY
031900*                   WHEN DIVISIBLE BY 400).
032000*-----------------------------------------------------------------
032100 1700-CHECK-DATE.
032200     MOVE 'N' TO WS-DATE-VALID-SW.
032300     IF WS-WORK-DATE IS NOT NUMERIC OR WS-WORK-YYYY = 0
032400         GO TO 1700-EXIT
032500     END-IF.
032600     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
032700         GO TO 1700-EXIT
032800     END-IF.
032900     PERFORM 1750-SET-MONTH-END THRU 1750-EXIT.
033000     IF WS-WORK-DD < 1 OR WS-WORK-DD > WS-MONTH-END
033100         GO TO 1700-EXIT
033200     END-IF.
033300     MOVE 'Y' TO WS-DATE-VALID-SW.
033400     GO TO 1700-EXIT.
033500 1700-EXIT.
033600     EXIT.
033700*-----------------------------------------------------------------
033800* 1750-SET-MONTH-END - THE LAST DAY OF THE WORK DATE'S MONTH.
033900*-----------------------------------------------------------------
034000 1750-SET-MONTH-END.
034100     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-MONTH-END.
034200     IF WS-WORK-MM NOT = 2
034300         GO TO 1750-EXIT
034400     END-IF.
034500     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOT
034600         REMAINDER WS-LEAP-REM.
034700     IF WS-LEAP-REM NOT = 0
034800         GO TO 1750-EXIT
034900     END-IF.
035000     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOT
035100         REMAINDER WS-LEAP-REM.
035200     IF WS-LEAP-REM NOT = 0
035300         MOVE 29 TO WS-MONTH-END
035400         GO TO 1750-EXIT
035500     END-IF.
035600     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOT
035700         REMAINDER WS-LEAP-REM.
035800     IF WS-LEAP-REM = 0
035900         MOVE 29 TO WS-MONTH-END
036000     END-IF.
036100     GO TO 1750-EXIT.
036200 1750-EXIT.
036300     EXIT.
036400*-----------------------------------------------------------------
036500* 1800-SET-WEEKDAY - THE DAY OF THE WEEK OF THE WORK DATE INTO
036600*                   CAL-WEEKDAY, BY ZELLER'S CONGRUENCE - JANUARY
036700*                   AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
036800*                   YEAR BEFORE. THE RESULT RUNS 0 = SATURDAY TO
036900*                   6 = FRIDAY.
037000*-----------------------------------------------------------------
037100 1800-SET-WEEKDAY.
037200     MOVE WS-WORK-MM TO WS-Z-MONTH.
037300     MOVE WS-WORK-YYYY TO WS-Z-YEAR.
037400     IF WS-Z-MONTH < 3
037500         ADD 12 TO WS-Z-MONTH
037600         SUBTRACT 1 FROM WS-Z-YEAR
037700     END-IF.
037800     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
037900         REMAINDER WS-Z-YY.
038000     COMPUTE WS-Z-TERM = 13 * (WS-Z-MONTH + 1).
038100     DIVIDE WS-Z-TERM BY 5 GIVING WS-Z-T1.
038200     DIVIDE WS-Z-YY BY 4 GIVING WS-Z-T2.
038300     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-T3.
038400     COMPUTE WS-Z-SUM = WS-WORK-DD + WS-Z-T1 + WS-Z-YY
038500         + WS-Z-T2 + WS-Z-T3 + (5 * WS-Z-CENTURY).
038600     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
038700         REMAINDER WS-Z-DAY.
038800     MOVE WS-WEEKDAY-NAME (WS-Z-DAY + 1) TO CAL-WEEKDAY.
038900     GO TO 1800-EXIT.
039000 1800-EXIT.
039100     EXIT.
039200*-----------------------------------------------------------------
039300* 1900-NEXT-DATE - STEP THE WORK DATE ON ONE DAY, ROLLING OVER
039400*                   THE MONTH AND THE YEAR.
039500*-----------------------------------------------------------------
039600 1900-NEXT-DATE.
039700     PERFORM 1750-SET-MONTH-END THRU 1750-EXIT.
039800     IF WS-WORK-DD < WS-MONTH-END
039900         ADD 1 TO WS-WORK-DD
040000         GO TO 1900-EXIT
040100     END-IF.
040200     MOVE 1 TO WS-WORK-DD.
040300     IF WS-WORK-MM < 12
040400         ADD 1 TO WS-WORK-MM
040500         GO TO 1900-EXIT
040600     END-IF.
040700     MOVE 1 TO WS-WORK-MM.
040800     ADD 1 TO WS-WORK-YYYY.
040900     GO TO 1900-EXIT.
041000 1900-EXIT.
041100     EXIT.
041200*-----------------------------------------------------------------
041300* 2000-ACTION-LOOP - ONE MAINTENANCE ACTION PER PASS. G=GENERATE,
041400*                   A=ADD, C=CHANGE, D=DELETE, L=LIST, X=END.
041500*-----------------------------------------------------------------
041600 2000-ACTION-LOOP.
041700     DISPLAY 'ACTION - G=GENERATE A=ADD C=CHANGE D=DELETE'
041800         ' L=LIST X=END'.
041900     ACCEPT WS-ACTION.
042000     IF WS-ACTION-IS-GENERATE
042100         PERFORM 3000-GENERATE-RANGE THRU 3000-EXIT
042200     ELSE
042300         IF WS-ACTION-IS-ADD
042400             PERFORM 4000-ADD-DAY THRU 4000-EXIT
042500         ELSE
042600             IF WS-ACTION-IS-CHANGE
042700                 PERFORM 5000-CHANGE-DAY THRU 5000-EXIT
042800             ELSE
042900                 IF WS-ACTION-IS-DELETE
043000                     PERFORM 6000-DELETE-DAY THRU 6000-EXIT
043100                 ELSE
043200                     IF WS-ACTION-IS-LIST
043300                         PERFORM 7000-LIST-RANGE THRU 7000-EXIT
043400                     ELSE
043500                         IF NOT WS-ACTION-IS-END
043600                             DISPLAY 'INVALID ACTION - '
043700                                 'G/A/C/D/L/X'
043800                         END-IF
043900                     END-IF
044000                 END-IF
044100             END-IF
044200         END-IF
044300     END-IF.
044400     GO TO 2000-EXIT.
044500 2000-EXIT.
044600     EXIT.
044700*-----------------------------------------------------------------
044800* 3000-GENERATE-RANGE - WRITE EVERY DATE IN THE RANGE NOT ALREADY
044900*                   ON FILE AS A WORKING DAY, SUNDAYS AS HOLIDAYS.
045000*                   A RANGE OVER 400 DAYS IS REFUSED - ONE YEAR AT
045100*                   A TIME.
045200*-----------------------------------------------------------------
045300 3000-GENERATE-RANGE.
045400     PERFORM 1600-ACCEPT-YEAR THRU 1600-EXIT.
045500     PERFORM 1500-ACCEPT-RANGE THRU 1500-EXIT.
045600     MOVE 0 TO WS-SKIP-COUNT.
045700     MOVE 0 TO WS-DAY-COUNT.
045800     MOVE WS-FROM-DATE TO WS-WORK-DATE.
045900     PERFORM UNTIL WS-WORK-DATE > WS-TO-DATE
046000             OR WS-DAY-COUNT >= WS-DAY-LIMIT
046100         ADD 1 TO WS-DAY-COUNT
046200         PERFORM 1900-NEXT-DATE THRU 1900-EXIT
046300     END-PERFORM.
046400     IF WS-WORK-DATE NOT > WS-TO-DATE
046500         DISPLAY 'RANGE OVER ' WS-DAY-LIMIT
046600             ' DAYS - GENERATE ONE YEAR AT A TIME'
046700         GO TO 3000-EXIT
046800     END-IF.
046900     MOVE WS-FROM-DATE TO WS-WORK-DATE.
047000     PERFORM UNTIL WS-WORK-DATE > WS-TO-DATE
047100         PERFORM 3100-GENERATE-ONE-DAY THRU 3100-EXIT
047200         PERFORM 1900-NEXT-DATE THRU 1900-EXIT
047300     END-PERFORM.
047400     DISPLAY 'GENERATED - ' WS-GENERATE-COUNT
047500         ' DAY(S) IN THIS RUN, ' WS-SKIP-COUNT
047600         ' ALREADY ON FILE LEFT ALONE'.
047700     GO TO 3000-EXIT.
047800 3000-EXIT.
047900     EXIT.
048000*-----------------------------------------------------------------
048100* 3100-GENERATE-ONE-DAY - WRITE ONE DATE OF THE RANGE UNLESS IT
048200*                   IS ALREADY ON FILE.
048300*-----------------------------------------------------------------
048400 3100-GENERATE-ONE-DAY.
048500     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT.
048600     IF WS-CAL-FOUND
048700         ADD 1 TO WS-SKIP-COUNT
048800         GO TO 3100-EXIT
048900     END-IF.
049000     MOVE WS-WORK-DATE TO CAL-DATE.
049100     MOVE WS-ACAD-YEAR TO CAL-ACAD-YEAR.
049200     MOVE WS-OPERATOR-ID TO CAL-OPERATOR-ID.
049300     PERFORM 1800-SET-WEEKDAY THRU 1800-EXIT.
049400     IF CAL-WEEKDAY = 'SUN'
049500         MOVE 'H' TO CAL-DAY-TYPE
049600         MOVE 'SUNDAY' TO CAL-DESC
049700     ELSE
049800         MOVE 'W' TO CAL-DAY-TYPE
049900         MOVE SPACES TO CAL-DESC
050000     END-IF.
050100     MOVE CAL-REC TO SCHOOL-CALENDAR-REC.
050200     WRITE SCHOOL-CALENDAR-REC
050300         INVALID KEY
050400             DISPLAY 'CALENDAR WRITE FAILED - STATUS '
050500                 WS-FS-CALENDAR ' - ' WS-WORK-DATE
050600             GO TO 3100-EXIT
050700     END-WRITE.
050800     ADD 1 TO WS-GENERATE-COUNT.
050900     GO TO 3100-EXIT.
051000 3100-EXIT.
051100     EXIT.
051200*-----------------------------------------------------------------
051300* 4000-ADD-DAY - ADD ONE DATE NOT ALREADY ON FILE.
051400*-----------------------------------------------------------------
051500 4000-ADD-DAY.
051600     PERFORM 1300-ACCEPT-DATE THRU 1300-EXIT.
051700     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT.
051800     IF WS-CAL-FOUND
051900         DISPLAY 'DATE ALREADY ON FILE - USE CHANGE - NOTHING'
052000             ' ADDED'
052100         GO TO 4000-EXIT
052200     END-IF.
052300     PERFORM 1600-ACCEPT-YEAR THRU 1600-EXIT.
052400     MOVE WS-WORK-DATE TO CAL-DATE.
052500     MOVE WS-ACAD-YEAR TO CAL-ACAD-YEAR.
052600     PERFORM 1800-SET-WEEKDAY THRU 1800-EXIT.
052700     PERFORM 1400-ACCEPT-DAY THRU 1400-EXIT.
052800     MOVE CAL-REC TO SCHOOL-CALENDAR-REC.
052900     WRITE SCHOOL-CALENDAR-REC
053000         INVALID KEY
053100             DISPLAY 'CALENDAR WRITE FAILED - STATUS '
053200                 WS-FS-CALENDAR
053300             GO TO 4000-EXIT
053400     END-WRITE.
053500     ADD 1 TO WS-ADD-COUNT.
053600     DISPLAY 'ADDED - ' CAL-DATE ' ' CAL-WEEKDAY ' '
053700         CAL-DAY-TYPE.
053800     GO TO 4000-EXIT.
053900 4000-EXIT.
054000     EXIT.
054100*-----------------------------------------------------------------
054200* 5000-CHANGE-DAY - SHOW A DATE ON FILE AND TAKE ITS TYPE AND
054300*                   DESCRIPTION AGAIN. THE ACADEMIC YEAR AND THE
054400*                   WEEKDAY STAND.
054500*-----------------------------------------------------------------
054600 5000-CHANGE-DAY.
054700     PERFORM 1300-ACCEPT-DATE THRU 1300-EXIT.
054800     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT.
054900     IF NOT WS-CAL-FOUND
055000         DISPLAY 'DATE NOT ON FILE - NOTHING DONE'
055100         GO TO 5000-EXIT
055200     END-IF.
055300     PERFORM 7100-DISPLAY-ONE THRU 7100-EXIT.
055400     PERFORM 1400-ACCEPT-DAY THRU 1400-EXIT.
055500     MOVE CAL-REC TO SCHOOL-CALENDAR-REC.
055600     REWRITE SCHOOL-CALENDAR-REC
055700         INVALID KEY
055800             DISPLAY 'CALENDAR REWRITE FAILED - STATUS '
055900                 WS-FS-CALENDAR
056000             GO TO 5000-EXIT
056100     END-REWRITE.
056200     ADD 1 TO WS-CHANGE-COUNT.
056300     DISPLAY 'CHANGED - ' CAL-DATE ' ' CAL-WEEKDAY ' '
056400         CAL-DAY-TYPE.
056500     GO TO 5000-EXIT.
056600 5000-EXIT.
056700     EXIT.
056800*-----------------------------------------------------------------
056900* 6000-DELETE-DAY - TAKE A DATE OFF THE CALENDAR. A DATE NOT ON
057000*                   THE CALENDAR IS NEITHER A HOLIDAY NOR A
057100*                   SCHOOL DAY - RITESH16 POSTS IT AND RITESH37
057200*                   DOES NOT EXPECT IT MARKED.
057300*-----------------------------------------------------------------
057400 6000-DELETE-DAY.
057500     PERFORM 1300-ACCEPT-DATE THRU 1300-EXIT.
057600     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT.
057700     IF NOT WS-CAL-FOUND
057800         DISPLAY 'DATE NOT ON FILE - NOTHING DONE'
057900         GO TO 6000-EXIT
058000     END-IF.
058100     DELETE SCHOOL-CALENDAR
058200         INVALID KEY
058300             DISPLAY 'CALENDAR DELETE FAILED - STATUS '
058400                 WS-FS-CALENDAR
058500             GO TO 6000-EXIT
058600     END-DELETE.
058700     ADD 1 TO WS-DELETE-COUNT.
058800     DISPLAY 'DELETED - ' WS-WORK-DATE.
058900     GO TO 6000-EXIT.
059000 6000-EXIT.
059100     EXIT.
059200*-----------------------------------------------------------------
059300* 7000-LIST-RANGE - SHOW EVERY DATE ON FILE IN THE RANGE IN DATE
059400*                   ORDER WITH THE COUNT OF SCHOOL DAYS.
059500*-----------------------------------------------------------------
059600 7000-LIST-RANGE.
059700     PERFORM 1500-ACCEPT-RANGE THRU 1500-EXIT.
059800     MOVE 0 TO WS-LIST-COUNT.
059900     MOVE 0 TO WS-SCHOOL-DAY-COUNT.
060000     MOVE 'N' TO WS-CAL-EOF-SW.
060100     MOVE WS-FROM-DATE TO SCHOOL-CALENDAR-DATE.
060200     START SCHOOL-CALENDAR
060300         KEY IS NOT LESS THAN SCHOOL-CALENDAR-DATE
060400         INVALID KEY
060500             MOVE 'Y' TO WS-CAL-EOF-SW
060600     END-START.
060700     PERFORM UNTIL WS-CAL-EOF
060800         READ SCHOOL-CALENDAR NEXT INTO CAL-REC
060900             AT END
061000                 MOVE 'Y' TO WS-CAL-EOF-SW
061100         END-READ
061200         IF NOT WS-CAL-EOF
061300             IF CAL-DATE > WS-TO-DATE
061400                 MOVE 'Y' TO WS-CAL-EOF-SW
061500             ELSE
061600                 ADD 1 TO WS-LIST-COUNT
061700                 IF CAL-IS-SCHOOL-DAY
061800                     ADD 1 TO WS-SCHOOL-DAY-COUNT
061900                 END-IF
062000                 PERFORM 7100-DISPLAY-ONE THRU 7100-EXIT
062100             END-IF
062200         END-IF
062300     END-PERFORM.
062400     IF WS-LIST-COUNT = 0
062500         DISPLAY 'NO CALENDAR DATES IN THE RANGE'
062600     ELSE
062700         DISPLAY WS-LIST-COUNT ' DATE(S) ON FILE, '
062800             WS-SCHOOL-DAY-COUNT ' SCHOOL DAY(S)'
062900     END-IF.
063000     GO TO 7000-EXIT.
063100 7000-EXIT.
063200     EXIT.
063300*-----------------------------------------------------------------
063400* 7100-DISPLAY-ONE - SHOW THE CALENDAR DATE IN CAL-REC.
063500*-----------------------------------------------------------------
063600 7100-DISPLAY-ONE.
063700     DISPLAY CAL-DATE ' ' CAL-WEEKDAY ' ' CAL-DAY-TYPE ' '
063800         CAL-DESC ' YEAR ' CAL-ACAD-YEAR.
063900     GO TO 7100-EXIT.
064000 7100-EXIT.
064100     EXIT.
064200*-----------------------------------------------------------------
064300* 9000-TERMINATE - CLOSE THE CALENDAR AND SHOW WHAT THE RUN DID.
064400*-----------------------------------------------------------------
064500 9000-TERMINATE.
064600     CLOSE SCHOOL-CALENDAR.
064700     DISPLAY 'DAYS GENERATED      = ' WS-GENERATE-COUNT.
064800     DISPLAY 'DAYS ADDED          = ' WS-ADD-COUNT.
064900     DISPLAY 'DAYS CHANGED        = ' WS-CHANGE-COUNT.
065000     DISPLAY 'DAYS DELETED        = ' WS-DELETE-COUNT.
065100     GO TO 9000-EXIT.
065200 9000-EXIT.
065300     EXIT.
065400*-----------------------------------------------------------------
065500* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
065600*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
065700*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
065800*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
065900*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
066000*-----------------------------------------------------------------
066100 9500-WRITE-RUN-LOG.
066200     MOVE 'RITESH36' TO RUN-PROGRAM-ID.
066300     MOVE WS-OPERATOR-ID TO RUN-OPERATOR-ID.
066400     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
066500     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
066600     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
066700     ACCEPT RUN-END-TIME FROM TIME.
066800     MOVE WS-GENERATE-COUNT TO RUN-CNT-1.
066900     MOVE WS-ADD-COUNT TO RUN-CNT-2.
067000     MOVE WS-CHANGE-COUNT TO RUN-CNT-3.
067100     MOVE WS-DELETE-COUNT TO RUN-CNT-4.
067200     OPEN EXTEND RUN-LOG.
067300     IF WS-FS-RUNLOG = '35'
067400         OPEN OUTPUT RUN-LOG
067500     END-IF.
067600     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
067700     WRITE RUN-LOG-OUT-REC.
067800     CLOSE RUN-LOG.
067900     GO TO 9500-EXIT.
068000 9500-EXIT.
068100     EXIT.
