002103*                   AND ITS KEY COUNTS - TO THE CENTRAL RUNLOG
002104*                   (STURUN01) FOR THE RITESH27 DAILY OPERATIONS
002105*                   REPORT.
002118* 13-SEP-2026  RKP  EACH RATE NOW CARRIES THE DATE THE HEAD FALLS
002132*                   DUE (STUFST01), KEYED WITH THE AMOUNT ON ADD
002145*                   AND CHANGE AND SHOWN ON THE LIST. ZERO LEAVES
002159*                   NO DUE DATE SET. THE RITESH42 NIGHTLY GUARDIAN
002172*                   MESSAGES REMIND ONLY FOR HEADS PAST THEIR DUE
002186*                   DATE. RATES KEYED BEFORE THE DATE EXISTED LOAD
002193*                   WITH ZERO.
002200*-----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  FEE-STRUCTURE.
003500 01  FEE-STRUCTURE-REC           PIC X(25).
003600 FD  OPERATOR-MASTER.
003700 01  OPERATOR-MASTER-REC         PIC X(30).
003701 FD  RUN-LOG.
006700 77  WS-HEAD-VALID-SW            PIC X(01).
006800     88  WS-HEAD-IS-VALID        VALUE 'Y'.
006900 77  WS-DISPLAY-AMOUNT           PIC Z(04)9.99.
007016 77  WS-DATE-VALID-SW            PIC X(01).
007133     88  WS-DATE-IS-VALID        VALUE 'Y'.
007250 77  WS-LEAP-QUOT                PIC 9(04) COMP.
007367 77  WS-LEAP-REM                 PIC 9(04) COMP.
007484 77  WS-MONTH-END                PIC 9(02).
007601 77  WS-FS-RUNLOG                PIC X(02).
007602 77  WS-RUN-START-DATE           PIC 9(08).
007603 77  WS-RUN-START-TIME           PIC 9(08).
007604 01  WS-WORK-DUE-DATE            PIC 9(08).
007605 01  WS-WORK-DUE-DATE-R REDEFINES WS-WORK-DUE-DATE.
007606     05  WS-WORK-YYYY            PIC 9(04).
007607     05  WS-WORK-MM              PIC 9(02).
007608     05  WS-WORK-DD              PIC 9(02).
007609 01  WS-MONTH-DAYS-VALUES.
007610     05  FILLER                  PIC X(24) VALUE
007611         '312831303130313130313031'.
007612 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
007613     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
007615 01  WS-FST-TABLE.
007627     05  WS-FST-ENTRY OCCURS 500 TIMES.
007639         10  WS-T-YEAR           PIC 9(04).
007651         10  WS-T-CLS            PIC 9(02).
007663         10  WS-T-HEAD           PIC X(04).
007675         10  WS-T-AMOUNT         PIC 9(05)V99.
007681         10  WS-T-DUE-DATE       PIC 9(08).
007687         10  WS-T-DEL-SW         PIC X(01).
007700 PROCEDURE DIVISION.
007800 0000-MAINLINE.
011300                 MOVE FST-CLS    TO WS-T-CLS (WS-FST-COUNT)
011400                 MOVE FST-HEAD   TO WS-T-HEAD (WS-FST-COUNT)
011500                 MOVE FST-AMOUNT TO WS-T-AMOUNT (WS-FST-COUNT)
011514                 IF FST-DUE-DATE IS NUMERIC
011528                     MOVE FST-DUE-DATE
011542                         TO WS-T-DUE-DATE (WS-FST-COUNT)
011557                 ELSE
011571                     MOVE 0 TO WS-T-DUE-DATE (WS-FST-COUNT)
011585                 END-IF
011600                 MOVE SPACE      TO WS-T-DEL-SW (WS-FST-COUNT)
011700             ELSE
011800                 ADD 1 TO WS-LOAD-OVFL-COUNT
026000     GO TO 1400-EXIT.
026100 1400-EXIT.
026200     EXIT.
026201*-----------------------------------------------------------------
026202* 1450-ACCEPT-DUE-DATE - RE-PROMPT UNTIL A REAL CALENDAR DATE OR
026204*                   ZERO IS KEYED. ZERO LEAVES THE HEAD WITH NO
026205*                   DUE DATE, AND NO FEE REMINDER IS SENT FOR IT.
026206*-----------------------------------------------------------------
026208 1450-ACCEPT-DUE-DATE.
026209     MOVE 'N' TO WS-DATE-VALID-SW.
026210     PERFORM UNTIL WS-DATE-IS-VALID
026212         DISPLAY 'ENTER DUE DATE (YYYYMMDD, 0 = NONE)'
026213         ACCEPT WS-WORK-DUE-DATE
026214         IF WS-WORK-DUE-DATE = 0
026216             MOVE 'Y' TO WS-DATE-VALID-SW
026217         ELSE
026218             PERFORM 1460-CHECK-DATE THRU 1460-EXIT
026220             IF NOT WS-DATE-IS-VALID
026221                 DISPLAY 'INVALID DATE - MUST BE A REAL YYYYMMDD'
026222             END-IF
026224         END-IF
026225     END-PERFORM.
026227     GO TO 1450-EXIT.
026228 1450-EXIT.
026229     EXIT.
026231*-----------------------------------------------------------------
026232* 1460-CHECK-DATE - SET THE DATE-VALID SWITCH FOR THE KEYED DUE
026233*                   DATE - NUMERIC, MONTH 1 TO 12 AND DAY WITHIN
026235*                   THE MONTH, AS RITESH36 CHECKS CALENDAR DATES.
026236*-----------------------------------------------------------------
026237 1460-CHECK-DATE.
026239     MOVE 'N' TO WS-DATE-VALID-SW.
026240     IF WS-WORK-DUE-DATE IS NOT NUMERIC OR WS-WORK-YYYY = 0
026241         GO TO 1460-EXIT
026243     END-IF.
026244     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
026245         GO TO 1460-EXIT
026247     END-IF.
026248     PERFORM 1470-SET-MONTH-END THRU 1470-EXIT.
026250     IF WS-WORK-DD < 1 OR WS-WORK-DD > WS-MONTH-END
026251         GO TO 1460-EXIT
026252     END-IF.
026254     MOVE 'Y' TO WS-DATE-VALID-SW.
026255     GO TO 1460-EXIT.
026256 1460-EXIT.
026258     EXIT.
026259*-----------------------------------------------------------------
026260* 1470-SET-MONTH-END - THE LAST DAY OF THE DUE DATE'S MONTH,
026262*                   FEBRUARY TAKING 29 DAYS IN A LEAP YEAR (EVERY
026263*                   FOURTH YEAR, CENTURIES ONLY WHEN DIVISIBLE BY
026264*                   400).
026266*-----------------------------------------------------------------
026267 1470-SET-MONTH-END.
026268     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-MONTH-END.
026270     IF WS-WORK-MM NOT = 2
026271         GO TO 1470-EXIT
026272     END-IF.
026274     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOT
026275         REMAINDER WS-LEAP-REM.
026277     IF WS-LEAP-REM NOT = 0
026278         GO TO 1470-EXIT
026279     END-IF.
026281     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOT
026282         REMAINDER WS-LEAP-REM.
026283     IF WS-LEAP-REM NOT = 0
026285         MOVE 29 TO WS-MONTH-END
026286         GO TO 1470-EXIT
026287     END-IF.
026289     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOT
026290         REMAINDER WS-LEAP-REM.
026291     IF WS-LEAP-REM = 0
026293         MOVE 29 TO WS-MONTH-END
026294     END-IF.
026295     GO TO 1470-EXIT.
026297 1470-EXIT.
026298     EXIT.
026300*-----------------------------------------------------------------
026400* 2000-ACTION-LOOP - ONE MAINTENANCE ACTION PER PASS. A=ADD,
026500*                   C=CHANGE, D=DELETE, L=LIST, X=END.
030900         GO TO 3000-EXIT
031000     END-IF.
031100     PERFORM 1400-ACCEPT-AMOUNT THRU 1400-EXIT.
031150     PERFORM 1450-ACCEPT-DUE-DATE THRU 1450-EXIT.
031200     ADD 1 TO WS-FST-COUNT.
031300     MOVE WS-WORK-YEAR   TO WS-T-YEAR (WS-FST-COUNT).
031400     MOVE WS-WORK-CLS    TO WS-T-CLS (WS-FST-COUNT).
031500     MOVE WS-WORK-HEAD   TO WS-T-HEAD (WS-FST-COUNT).
031600     MOVE WS-WORK-AMOUNT TO WS-T-AMOUNT (WS-FST-COUNT).
031650     MOVE WS-WORK-DUE-DATE TO WS-T-DUE-DATE (WS-FST-COUNT).
031700     MOVE SPACE          TO WS-T-DEL-SW (WS-FST-COUNT).
031800     MOVE 'Y'            TO WS-CHANGED-SW.
031900     MOVE WS-WORK-AMOUNT TO WS-DISPLAY-AMOUNT.
032000     DISPLAY 'ADDED - ' WS-WORK-YEAR ' CLASS ' WS-WORK-CLS
032100         ' ' WS-WORK-HEAD ' ' WS-DISPLAY-AMOUNT
032150         ' DUE ' WS-WORK-DUE-DATE.
032200     GO TO 3000-EXIT.
032300 3000-EXIT.
032400     EXIT.
032500*-----------------------------------------------------------------
032600* 4000-CHANGE-RATE - PUT A NEW AMOUNT AND DUE DATE ON AN
032650*                   EXISTING RATE.
032700*-----------------------------------------------------------------
032800 4000-CHANGE-RATE.
032900     PERFORM 1300-ACCEPT-RATE-KEY THRU 1300-EXIT.
033400     END-IF.
033500     MOVE WS-T-AMOUNT (WS-FOUND-IX) TO WS-DISPLAY-AMOUNT.
033600     DISPLAY 'CURRENT AMOUNT IS ' WS-DISPLAY-AMOUNT.
033650     DISPLAY 'CURRENT DUE DATE IS ' WS-T-DUE-DATE (WS-FOUND-IX).
033700     PERFORM 1400-ACCEPT-AMOUNT THRU 1400-EXIT.
033800     MOVE WS-WORK-AMOUNT TO WS-T-AMOUNT (WS-FOUND-IX).
033833     PERFORM 1450-ACCEPT-DUE-DATE THRU 1450-EXIT.
033866     MOVE WS-WORK-DUE-DATE TO WS-T-DUE-DATE (WS-FOUND-IX).
033900     MOVE 'Y' TO WS-CHANGED-SW.
034000     MOVE WS-WORK-AMOUNT TO WS-DISPLAY-AMOUNT.
034100     DISPLAY 'CHANGED - ' WS-WORK-YEAR ' CLASS ' WS-WORK-CLS
034200         ' ' WS-WORK-HEAD ' ' WS-DISPLAY-AMOUNT
034250         ' DUE ' WS-WORK-DUE-DATE.
034300     GO TO 4000-EXIT.
034400 4000-EXIT.
034500     EXIT.
037900             DISPLAY WS-T-YEAR (WS-FST-IX) ' CLASS '
038000                 WS-T-CLS (WS-FST-IX) ' '
038100                 WS-T-HEAD (WS-FST-IX) ' '
038200                 WS-DISPLAY-AMOUNT ' DUE '
038250                 WS-T-DUE-DATE (WS-FST-IX)
038300         END-IF
038400     END-PERFORM.
038500     GO TO 6000-EXIT.
041500             MOVE WS-T-CLS (WS-FST-IX)    TO FST-CLS
041600             MOVE WS-T-HEAD (WS-FST-IX)   TO FST-HEAD
041700             MOVE WS-T-AMOUNT (WS-FST-IX) TO FST-AMOUNT
041750             MOVE WS-T-DUE-DATE (WS-FST-IX) TO FST-DUE-DATE
041800             MOVE FST-REC TO FEE-STRUCTURE-REC
041900             WRITE FEE-STRUCTURE-REC
042000             ADD 1 TO WS-WRITE-COUNT
