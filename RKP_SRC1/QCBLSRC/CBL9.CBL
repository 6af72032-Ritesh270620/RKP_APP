002344*                   AND ITS KEY COUNTS - TO THE CENTRAL RUNLOG
002358*                   (STURUN01) FOR THE RITESH27 DAILY OPERATIONS
002372*                   REPORT.
002373* 10-SEP-2026  RKP  NO-DUES CLEARANCE BEFORE GRADUATION. EACH
002374*                   CLASS 12 STUDENT'S OUTSTANDING BALANCE IS
002375*                   WORKED OUT AS THE RITESH10 DUES REPORT DOES IT
002376*                   - FEECHRG CHARGES LESS FEELEDG RECEIPTS FOR
002377*                   THE SAME YEAR AND HEAD, NET OF FEEREVS
002378*                   REVERSALS. A STUDENT WHO OWES IS NOT ARCHIVED
002379*                   OR REMOVED FROM THE MASTER UNLESS THE
002380*                   SIGNED-ON SUPERVISOR OVERRIDES AND KEYS A
002381*                   REASON; THE REST ARE PRINTED ON THE DUESHLD
002382*                   HELD-BACK LIST AND GRADUATE ON A LATER RUN
002383*                   ONCE CLEARED. EVERY CHECK IS LOGGED ON NDCLOG
002384*                   (STUNDC01) AND THE REGISTER NOW PRINTS EACH
002385*                   GRADUATE'S CLEARANCE AND ANY OVERRIDE.
002386*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004231     SELECT RUN-LOG ASSIGN TO "RUNLOG"
004232         ORGANIZATION IS LINE SEQUENTIAL
004233         FILE STATUS IS WS-FS-RUNLOG.
004236     SELECT FEE-LEDGER ASSIGN TO "FEELEDG"
004239         ORGANIZATION IS INDEXED
004243         ACCESS MODE IS DYNAMIC
004246         RECORD KEY IS FEE-LEDGER-KEY
004249         FILE STATUS IS WS-FS-LEDGER.
004253     SELECT FEE-CHARGES ASSIGN TO "FEECHRG"
004256         ORGANIZATION IS LINE SEQUENTIAL
004259         FILE STATUS IS WS-FS-CHARGES.
004263     SELECT FEE-REVERSALS ASSIGN TO "FEEREVS"
004266         ORGANIZATION IS INDEXED
004269         ACCESS MODE IS DYNAMIC
004273         RECORD KEY IS FEE-REVERSALS-KEY
004276         FILE STATUS IS WS-FS-REVERSALS.
004279     SELECT DUES-HOLD-LIST ASSIGN TO "DUESHLD"
004283         ORGANIZATION IS LINE SEQUENTIAL
004286         FILE STATUS IS WS-FS-HOLDLIST.
004289     SELECT CLEARANCE-LOG ASSIGN TO "NDCLOG"
004293         ORGANIZATION IS LINE SEQUENTIAL
004296         FILE STATUS IS WS-FS-CLEARANCE.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  STUDENT-MASTER.
005520 01  OPERATOR-MASTER-REC         PIC X(30).
005521 FD  RUN-LOG.
005522 01  RUN-LOG-OUT-REC             PIC X(73).
005525 FD  FEE-LEDGER.
005529 01  FEE-LEDGER-REC.
005533     05  FEE-LEDGER-KEY.
005536         10  FEE-LEDGER-ADM-NO   PIC 9(06).
005540         10  FEE-LEDGER-DATE     PIC 9(08).
005544         10  FEE-LEDGER-RCPT-NO  PIC X(08).
005548     05  FILLER                  PIC X(11).
005551 FD  FEE-CHARGES.
005555 01  FEE-CHARGES-REC             PIC X(41).
005559 FD  FEE-REVERSALS.
005562 01  FEE-REVERSALS-REC.
005566     05  FEE-REVERSALS-KEY.
005570         10  FEE-REVERSALS-ADM-NO PIC 9(06).
005574         10  FEE-REVERSALS-DATE  PIC 9(08).
005577         10  FEE-REVERSALS-RCPT-NO PIC X(08).
005581     05  FILLER                  PIC X(51).
005585 FD  DUES-HOLD-LIST.
005588 01  DUES-HOLD-LIST-REC          PIC X(80).
005592 FD  CLEARANCE-LOG.
005596 01  CLEARANCE-LOG-REC           PIC X(82).
005600 WORKING-STORAGE SECTION.
005700 COPY STUSTU01.
005800 COPY STULVR01.
005900 COPY STUTCL01.
005910 COPY STUOPR01.
005911 COPY STURUN01.
005928 COPY STUFEE01.
005946 COPY STUCHG01.
005964 COPY STUREV01.
005982 COPY STUNDC01.
006000 77  WS-MASTER-EOF-SW            PIC X(01).
006100     88  WS-MASTER-EOF           VALUE 'Y'.
006200 77  WS-FS-MASTER                PIC X(02).
006800 77  WS-LEAVING-DATE             PIC 9(08).
006900 77  WS-LEAVER-COUNT             PIC 9(05) COMP.
007000 77  WS-TODAY-DATE               PIC 9(08).
007010 77  WS-FS-LEDGER                PIC X(02).
007020 77  WS-FS-CHARGES               PIC X(02).
007030 77  WS-FS-REVERSALS             PIC X(02).
007040 77  WS-FS-CLEARANCE             PIC X(02).
007050 77  WS-FS-HOLDLIST              PIC X(02).
007060 77  WS-LEDGER-OPEN-SW           PIC X(01).
007070     88  WS-LEDGER-IS-OPEN       VALUE 'Y'.
007080 77  WS-REVERSALS-OPEN-SW        PIC X(01).
007090     88  WS-REVERSALS-IS-OPEN    VALUE 'Y'.
007100 77  WS-LEDGER-EOF-SW            PIC X(01).
007110     88  WS-LEDGER-EOF           VALUE 'Y'.
007120 77  WS-CHARGES-EOF-SW           PIC X(01).
007130     88  WS-CHARGES-EOF          VALUE 'Y'.
007140 77  WS-REV-FOUND-SW             PIC X(01).
007150     88  WS-REV-FOUND            VALUE 'Y'.
007160 77  WS-LEDGER-YEAR              PIC 9(04).
007170 77  WS-DUES-PAID                PIC 9(07)V99.
007180 77  WS-DUES-BALANCE             PIC 9(07)V99.
007190 77  WS-DUES-BALANCE-DISP        PIC Z(06)9.99.
007200 77  WS-CLEARANCE-STATUS         PIC X(01).
007210     88  WS-DUES-CLEARED         VALUE 'C'.
007220     88  WS-DUES-OVERRIDDEN      VALUE 'O'.
007230     88  WS-DUES-HELD            VALUE 'H'.
007240 77  WS-OVERRIDE-ANSWER          PIC X(01).
007250 77  WS-OVERRIDE-REASON          PIC X(30).
007260 77  WS-HELD-COUNT               PIC 9(05) COMP.
007270 77  WS-OVERRIDE-COUNT           PIC 9(05) COMP.
007280 77  WS-HELD-BALANCE             PIC 9(07)V99.
007290 01  WS-COLUMN-LINE.
007300     05  FILLER                  PIC X(39) VALUE
007310         'TCSER   ADM NO  NAME        CLS  GENDER'.
007320     05  FILLER                  PIC X(22) VALUE
007330         'CLEARANCE      BALANCE'.
007340     05  FILLER                  PIC X(19) VALUE SPACES.
007350 01  WS-OVERRIDE-LINE.
007360     05  FILLER                  PIC X(08) VALUE SPACES.
007370     05  FILLER                  PIC X(18) VALUE
007380         'OVERRIDE REASON - '.
007390     05  WS-OVR-REASON           PIC X(30).
007400     05  FILLER                  PIC X(04) VALUE ' BY '.
007410     05  WS-OVR-OPERATOR         PIC X(08).
007420     05  FILLER                  PIC X(12) VALUE SPACES.
007430 01  WS-HELD-TOTAL-LINE.
007440     05  FILLER                  PIC X(26) VALUE
007450         'STUDENTS HELD FOR DUES    '.
007460     05  WS-HTOT-COUNT           PIC ZZZZ9.
007470     05  FILLER                  PIC X(10) VALUE
007480         '  BALANCE '.
007490     05  WS-HTOT-BALANCE         PIC Z(06)9.99.
007500     05  FILLER                  PIC X(29) VALUE SPACES.
007510 01  WS-HELD-HEADING-LINE.
007520     05  FILLER                  PIC X(42) VALUE
007530         'GRADUATES HELD BACK FOR DUES      RUN DATE'.
007540     05  FILLER                  PIC X(01) VALUE SPACES.
007550     05  WS-HHDG-DATE            PIC 9(08).
007560     05  FILLER                  PIC X(29) VALUE SPACES.
007570 01  WS-HELD-LINE.
007580     05  WS-HLD-ADM-NO           PIC 9(06).
007590     05  FILLER                  PIC X(02) VALUE SPACES.
007600     05  WS-HLD-NAME             PIC A(10).
007610     05  FILLER                  PIC X(02) VALUE SPACES.
007620     05  WS-HLD-CLS              PIC Z9.
007630     05  FILLER                  PIC X(02) VALUE SPACES.
007640     05  WS-HLD-BALANCE          PIC Z(06)9.99.
007650     05  FILLER                  PIC X(46) VALUE SPACES.
009671 77  WS-FS-RUNLOG                PIC X(02).
009672 77  WS-RUN-START-DATE           PIC 9(08).
009673 77  WS-RUN-START-TIME           PIC 9(08).
009738     05  WS-DTL-CLS              PIC Z9.
009741     05  FILLER                  PIC X(02) VALUE SPACES.
009745     05  WS-DTL-GENDER           PIC A(05).
009746     05  FILLER                  PIC X(02) VALUE SPACES.
009747     05  WS-DTL-CLEARANCE        PIC X(10).
009748     05  FILLER                  PIC X(02) VALUE SPACES.
009749     05  WS-DTL-BALANCE          PIC Z(06)9.99.
009750     05  FILLER                  PIC X(19) VALUE SPACES.
009752 01  WS-TOTAL-LINE.
009756     05  FILLER                  PIC X(26) VALUE
009760         'STUDENTS GRADUATED        '.
009801     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
009802     ACCEPT WS-RUN-START-TIME FROM TIME.
009810     MOVE 0 TO WS-LEAVER-COUNT.
009853     MOVE 0 TO WS-HELD-COUNT.
009855     MOVE 0 TO WS-OVERRIDE-COUNT.
009877     MOVE 0 TO WS-HELD-BALANCE.
009900     PERFORM 1050-ACCEPT-OPERATOR-ID THRU 1050-EXIT.
009910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010000     PERFORM 1100-ACCEPT-LEAVING-DATE THRU 1100-EXIT.
012400         OPEN OUTPUT LEAVERS-ARCHIVE
012500     END-IF.
012600     OPEN OUTPUT LEAVERS-REGISTER.
012608     MOVE 'N' TO WS-LEDGER-OPEN-SW.
012616     OPEN INPUT FEE-LEDGER.
012625     IF WS-FS-LEDGER = '00'
012633         MOVE 'Y' TO WS-LEDGER-OPEN-SW
012641     END-IF.
012650     MOVE 'N' TO WS-REVERSALS-OPEN-SW.
012658     OPEN INPUT FEE-REVERSALS.
012666     IF WS-FS-REVERSALS = '00'
012675         MOVE 'Y' TO WS-REVERSALS-OPEN-SW
012683     END-IF.
012691     OPEN OUTPUT DUES-HOLD-LIST.
012700     GO TO 1000-EXIT.
012800 1000-EXIT.
012900     EXIT.
017000*                   GRADUATE EVERY CLASS 12 STUDENT. THE REGISTER
017100*                   HEADING IS PRINTED FIRST AND THE STRENGTH
017200*                   TOTAL AT THE FOOT.
017233*                   A STUDENT STILL OWING FEES IS HELD BACK ON THE
017266*                   DUESHLD LIST UNLESS A SUPERVISOR OVERRIDES.
017300*-----------------------------------------------------------------
017400 2000-GRADUATE-CLASS-12.
017500     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
017820     MOVE OPR-NAME       TO WS-OPR-LINE-NAME.
017830     MOVE WS-OPERATOR-LINE TO LEAVERS-REGISTER-REC.
017840     WRITE LEAVERS-REGISTER-REC.
017900     MOVE WS-COLUMN-LINE TO LEAVERS-REGISTER-REC.
018100     WRITE LEAVERS-REGISTER-REC.
018111     MOVE WS-TODAY-DATE TO WS-HHDG-DATE.
018122     MOVE WS-HELD-HEADING-LINE TO DUES-HOLD-LIST-REC.
018133     WRITE DUES-HOLD-LIST-REC.
018144     MOVE WS-OPERATOR-LINE TO DUES-HOLD-LIST-REC.
018155     WRITE DUES-HOLD-LIST-REC.
018166     MOVE 'ADM NO  NAME        CLS    BALANCE'
018177         TO DUES-HOLD-LIST-REC.
018188     WRITE DUES-HOLD-LIST-REC.
018200     PERFORM UNTIL WS-MASTER-EOF
018300         READ STUDENT-MASTER NEXT INTO STU-MASTER-REC
018400             AT END
018600         END-READ
018700         IF NOT WS-MASTER-EOF AND STU-CLS = 12
018710                 AND NOT STU-IS-WITHDRAWN
018748             PERFORM 2050-CHECK-CLEARANCE THRU 2050-EXIT
018786             IF NOT WS-DUES-HELD
018824                 PERFORM 2100-GRADUATE-ONE THRU 2100-EXIT
018862             END-IF
018900         END-IF
019000     END-PERFORM.
019100     MOVE SPACES TO LEAVERS-REGISTER-REC.
019300     MOVE WS-LEAVER-COUNT TO WS-TOT-COUNT.
019400     MOVE WS-TOTAL-LINE TO LEAVERS-REGISTER-REC.
019500     WRITE LEAVERS-REGISTER-REC.
019510     IF WS-HELD-COUNT > 0
019520         MOVE WS-HELD-COUNT TO WS-HTOT-COUNT
019530         MOVE WS-HELD-BALANCE TO WS-HTOT-BALANCE
019540         MOVE WS-HELD-TOTAL-LINE TO LEAVERS-REGISTER-REC
019550         WRITE LEAVERS-REGISTER-REC
019560         MOVE 'HELD BACK STUDENTS ARE LISTED ON DUESHLD'
019570             TO LEAVERS-REGISTER-REC
019580         WRITE LEAVERS-REGISTER-REC
019590     END-IF.
019600     MOVE SPACES TO LEAVERS-REGISTER-REC.
019700     WRITE LEAVERS-REGISTER-REC.
019800     MOVE 'SIGNED - HEAD OF SCHOOL - DATE'
019900         TO LEAVERS-REGISTER-REC.
020000     WRITE LEAVERS-REGISTER-REC.
020007     MOVE SPACES TO DUES-HOLD-LIST-REC.
020015     WRITE DUES-HOLD-LIST-REC.
020023     MOVE WS-HELD-COUNT TO WS-HTOT-COUNT.
020030     MOVE WS-HELD-BALANCE TO WS-HTOT-BALANCE.
020038     MOVE WS-HELD-TOTAL-LINE TO DUES-HOLD-LIST-REC.
020046     WRITE DUES-HOLD-LIST-REC.
020053     MOVE 'STILL ON THE MASTER IN CLASS 12 - CLEAR THE DUES AND'
020061         TO DUES-HOLD-LIST-REC.
020069     WRITE DUES-HOLD-LIST-REC.
020076     MOVE 'RE-RUN RITESH7 TO GRADUATE THEM'
020084         TO DUES-HOLD-LIST-REC.
020092     WRITE DUES-HOLD-LIST-REC.
020100     GO TO 2000-EXIT.
020200 2000-EXIT.
020300     EXIT.
020302*-----------------------------------------------------------------
020305* 2050-CHECK-CLEARANCE - NO-DUES CHECK FOR ONE CLASS 12 STUDENT.
020308*                   NOTHING OWED CLEARS THE STUDENT. A BALANCE
020310*                   OWING HOLDS THE STUDENT BACK UNLESS THE
020313*                   SUPERVISOR OVERRIDES WITH A REASON. THE
020316*                   OUTCOME IS LOGGED ON NDCLOG EITHER WAY; A HELD
020318*                   STUDENT IS LISTED ON DUESHLD AND STAYS ON THE
020321*                   MASTER FOR A LATER RUN.
020324*-----------------------------------------------------------------
020327 2050-CHECK-CLEARANCE.
020329     MOVE SPACES TO WS-OVERRIDE-REASON.
020332     PERFORM 5000-COMPUTE-DUES-BALANCE THRU 5000-EXIT.
020335     MOVE WS-DUES-BALANCE TO WS-DUES-BALANCE-DISP.
020337     IF WS-DUES-BALANCE = 0
020340         MOVE 'C' TO WS-CLEARANCE-STATUS
020343     ELSE
020345         DISPLAY 'ADM NO ' STU-ADM-NO ' ' STU-NAME
020348             ' OWES ' WS-DUES-BALANCE-DISP
020351         PERFORM 5300-ACCEPT-OVERRIDE THRU 5300-EXIT
020354     END-IF.
020356     PERFORM 5400-WRITE-CLEARANCE-LOG THRU 5400-EXIT.
020359     IF NOT WS-DUES-HELD
020362         GO TO 2050-EXIT
020364     END-IF.
020367     ADD 1 TO WS-HELD-COUNT.
020370     ADD WS-DUES-BALANCE TO WS-HELD-BALANCE.
020372     MOVE STU-ADM-NO      TO WS-HLD-ADM-NO.
020375     MOVE STU-NAME        TO WS-HLD-NAME.
020378     MOVE STU-CLS         TO WS-HLD-CLS.
020381     MOVE WS-DUES-BALANCE TO WS-HLD-BALANCE.
020383     MOVE WS-HELD-LINE TO DUES-HOLD-LIST-REC.
020386     WRITE DUES-HOLD-LIST-REC.
020389     DISPLAY 'HELD BACK FOR DUES - ' STU-ADM-NO ' ' STU-NAME.
020391     GO TO 2050-EXIT.
020394 2050-EXIT.
020397     EXIT.
020400*-----------------------------------------------------------------
020500* 2100-GRADUATE-ONE - ASSIGN THE NEXT CERTIFICATE SERIAL, APPEND
020600*                   THE STUDENT TO THE LEAVERS ARCHIVE, PRINT THE
022600     MOVE STU-NAME      TO WS-DTL-NAME.
022700     MOVE STU-CLS       TO WS-DTL-CLS.
022800     MOVE STU-GENDER    TO WS-DTL-GENDER.
022814     MOVE WS-DUES-BALANCE TO WS-DTL-BALANCE.
022828     IF WS-DUES-OVERRIDDEN
022842         MOVE 'OVERRIDDEN' TO WS-DTL-CLEARANCE
022857     ELSE
022871         MOVE 'CLEARED' TO WS-DTL-CLEARANCE
022885     END-IF.
022900     MOVE WS-DETAIL-LINE TO LEAVERS-REGISTER-REC.
023000     WRITE LEAVERS-REGISTER-REC.
023014     IF WS-DUES-OVERRIDDEN
023028         MOVE WS-OVERRIDE-REASON TO WS-OVR-REASON
023042         MOVE WS-OPERATOR-ID     TO WS-OVR-OPERATOR
023057         MOVE WS-OVERRIDE-LINE TO LEAVERS-REGISTER-REC
023071         WRITE LEAVERS-REGISTER-REC
023085     END-IF.
023100     DELETE STUDENT-MASTER RECORD
023200         INVALID KEY
023300             DISPLAY 'MASTER DELETE FAILED - ADM NO ' STU-ADM-NO
025800     CLOSE STUDENT-MASTER.
025900     CLOSE LEAVERS-ARCHIVE.
026000     CLOSE LEAVERS-REGISTER.
026012     IF WS-LEDGER-IS-OPEN
026025         CLOSE FEE-LEDGER
026037     END-IF.
026050     IF WS-REVERSALS-IS-OPEN
026062         CLOSE FEE-REVERSALS
026075     END-IF.
026087     CLOSE DUES-HOLD-LIST.
026100     DISPLAY 'GRADUATION DONE - ' WS-LEAVER-COUNT
026200         ' STUDENTS ARCHIVED TO LEAVARCH'.
026220     IF WS-HELD-COUNT > 0
026240         DISPLAY WS-HELD-COUNT ' STUDENTS HELD BACK FOR DUES -'
026260             ' SEE DUESHLD'
026280     END-IF.
026300     GO TO 9000-EXIT.
026400 9000-EXIT.
026500     EXIT.
027800     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
027900     ACCEPT RUN-END-TIME FROM TIME.
028000     MOVE WS-LEAVER-COUNT TO RUN-CNT-1.
028100     MOVE WS-HELD-COUNT TO RUN-CNT-2.
028200     MOVE WS-OVERRIDE-COUNT TO RUN-CNT-3.
028300     MOVE ZEROES TO RUN-CNT-4.
028400     OPEN EXTEND RUN-LOG.
028500     IF WS-FS-RUNLOG = '35'
029100     GO TO 9500-EXIT.
029200 9500-EXIT.
029300     EXIT.
029310*-----------------------------------------------------------------
029320* 5000-COMPUTE-DUES-BALANCE - WORK OUT WHAT THE STUDENT STILL OWES
029330*                   ON THE SAME BASIS AS THE RITESH10 DUES REPORT.
029340*                   EVERY FEECHRG CHARGE FOR THE ADM-NO IS SET
029350*                   AGAINST THE FEELEDG RECEIPTS FOR ITS YEAR AND
029360*                   HEAD; WHATEVER A CHARGE IS SHORT OF BEING PAID
029370*                   GOES TO THE BALANCE. NO FEECHRG FILE MEANS NO
029380*                   FEES HAVE BEEN ASSESSED, SO NOTHING IS OWED.
029390*-----------------------------------------------------------------
029400 5000-COMPUTE-DUES-BALANCE.
029410     MOVE 0 TO WS-DUES-BALANCE.
029420     MOVE 'N' TO WS-CHARGES-EOF-SW.
029430     OPEN INPUT FEE-CHARGES.
029440     IF WS-FS-CHARGES NOT = '00'
029450         DISPLAY 'FEECHRG NOT FOUND - NO FEES ASSESSED YET'
029460         GO TO 5000-EXIT
029470     END-IF.
029480     PERFORM UNTIL WS-CHARGES-EOF
029490         READ FEE-CHARGES INTO CHG-REC
029500             AT END
029510                 MOVE 'Y' TO WS-CHARGES-EOF-SW
029520         END-READ
029530         IF NOT WS-CHARGES-EOF
029540             IF CHG-ADM-NO = STU-ADM-NO
029550                 PERFORM 5100-TOTAL-ONE-CHARGE THRU 5100-EXIT
029560             END-IF
029570         END-IF
029580     END-PERFORM.
029590     CLOSE FEE-CHARGES.
029600     GO TO 5000-EXIT.
029610 5000-EXIT.
029620     EXIT.
029630*-----------------------------------------------------------------
029640* 5100-TOTAL-ONE-CHARGE - START THE LEDGER AT THE STUDENT'S FIRST
029650*                   POSSIBLE RECEIPT OF THE CHARGE YEAR AND READ
029660*                   FORWARD UNTIL THE ADM-NO OR THE YEAR CHANGES,
029670*                   TOTALLING THE CHARGE HEAD'S RECEIPTS. ANY
029680*                   SHORTFALL AGAINST THE NET CHARGE IS ADDED TO
029690*                   THE BALANCE; AN OVERPAYMENT IS NOT CARRIED.
029700*-----------------------------------------------------------------
029710 5100-TOTAL-ONE-CHARGE.
029720     MOVE 0 TO WS-DUES-PAID.
029730     MOVE 'N' TO WS-LEDGER-EOF-SW.
029740     IF NOT WS-LEDGER-IS-OPEN
029750         MOVE 'Y' TO WS-LEDGER-EOF-SW
029760     ELSE
029770         MOVE STU-ADM-NO TO FEE-LEDGER-ADM-NO
029780         COMPUTE FEE-LEDGER-DATE = CHG-YEAR * 10000 + 101
029790         MOVE SPACES TO FEE-LEDGER-RCPT-NO
029800         START FEE-LEDGER
029810             KEY IS NOT LESS THAN FEE-LEDGER-KEY
029820             INVALID KEY
029830                 MOVE 'Y' TO WS-LEDGER-EOF-SW
029840         END-START
029850     END-IF.
029860     PERFORM UNTIL WS-LEDGER-EOF
029870         READ FEE-LEDGER NEXT INTO FEE-TRAN-REC
029880             AT END
029890                 MOVE 'Y' TO WS-LEDGER-EOF-SW
029900         END-READ
029910         IF NOT WS-LEDGER-EOF
029920             DIVIDE FEE-DATE BY 10000 GIVING WS-LEDGER-YEAR
029930             IF FEE-ADM-NO NOT = STU-ADM-NO
029940                     OR WS-LEDGER-YEAR > CHG-YEAR
029950                 MOVE 'Y' TO WS-LEDGER-EOF-SW
029960             ELSE
029970                 IF FEE-HEAD = CHG-HEAD
029980                     PERFORM 5200-ADD-ONE-RECEIPT THRU 5200-EXIT
029990                 END-IF
030000             END-IF
030010         END-IF
030020     END-PERFORM.
030030     IF WS-DUES-PAID < CHG-AMOUNT
030040         COMPUTE WS-DUES-BALANCE = WS-DUES-BALANCE
030050             + CHG-AMOUNT - WS-DUES-PAID
030060     END-IF.
030070     GO TO 5100-EXIT.
030080 5100-EXIT.
030090     EXIT.
030100*-----------------------------------------------------------------
030110* 5200-ADD-ONE-RECEIPT - ADD ONE RECEIPT TO THE CHARGE'S PAID
030120*                   TOTAL UNLESS IT HAS BEEN REVERSED ON FEEREVS -
030130*                   A REVERSED RECEIPT WAS NEVER REALLY PAID.
030140*-----------------------------------------------------------------
030150 5200-ADD-ONE-RECEIPT.
030160     IF WS-REVERSALS-IS-OPEN
030170         MOVE 'Y' TO WS-REV-FOUND-SW
030180         MOVE FEE-ADM-NO  TO FEE-REVERSALS-ADM-NO
030190         MOVE FEE-DATE    TO FEE-REVERSALS-DATE
030200         MOVE FEE-RCPT-NO TO FEE-REVERSALS-RCPT-NO
030210         READ FEE-REVERSALS INTO REV-REC
030220             KEY IS FEE-REVERSALS-KEY
030230             INVALID KEY
030240                 MOVE 'N' TO WS-REV-FOUND-SW
030250         END-READ
030260         IF WS-REV-FOUND
030270             GO TO 5200-EXIT
030280         END-IF
030290     END-IF.
030300     ADD FEE-AMOUNT TO WS-DUES-PAID.
030310     GO TO 5200-EXIT.
030320 5200-EXIT.
030330     EXIT.
030340*-----------------------------------------------------------------
030350* 5300-ACCEPT-OVERRIDE - A STUDENT WHO OWES IS HELD UNLESS THE
030360*                   SIGNED-ON SUPERVISOR RELEASES THE CERTIFICATE
030370*                   ANYWAY. A RELEASE MUST CARRY A REASON, WHICH
030380*                   IS LOGGED AND PRINTED WITH THE OPERATOR ID.
030390*-----------------------------------------------------------------
030400 5300-ACCEPT-OVERRIDE.
030410     MOVE 'H' TO WS-CLEARANCE-STATUS.
030420     MOVE SPACES TO WS-OVERRIDE-ANSWER.
030430     PERFORM UNTIL WS-OVERRIDE-ANSWER = 'Y'
030440             OR WS-OVERRIDE-ANSWER = 'N'
030450         DISPLAY 'SUPERVISOR OVERRIDE - RELEASE THE CERTIFICATE'
030460             ' ANYWAY? (Y/N)'
030470         ACCEPT WS-OVERRIDE-ANSWER
030480     END-PERFORM.
030490     IF WS-OVERRIDE-ANSWER = 'N'
030500         GO TO 5300-EXIT
030510     END-IF.
030520     PERFORM UNTIL WS-OVERRIDE-REASON NOT = SPACES
030530         DISPLAY 'ENTER OVERRIDE REASON (REQUIRED)'
030540         ACCEPT WS-OVERRIDE-REASON
030550     END-PERFORM.
030560     MOVE 'O' TO WS-CLEARANCE-STATUS.
030570     ADD 1 TO WS-OVERRIDE-COUNT.
030580     GO TO 5300-EXIT.
030590 5300-EXIT.
030600     EXIT.
030610*-----------------------------------------------------------------
030620* 5400-WRITE-CLEARANCE-LOG - APPEND ONE NDCLOG LINE (STUNDC01)
030630*                   FOR THE CHECK JUST MADE - CLEARED, OVERRIDDEN
030640*                   OR HELD - WITH THE BALANCE, ANY REASON AND
030650*                   THE SIGNED-ON OPERATOR.
030660*-----------------------------------------------------------------
030670 5400-WRITE-CLEARANCE-LOG.
030680     MOVE STU-ADM-NO          TO NDC-ADM-NO.
030690     MOVE STU-NAME            TO NDC-NAME.
030700     MOVE STU-CLS             TO NDC-CLS.
030710     MOVE 'RITESH7'           TO NDC-PROGRAM-ID.
030720     MOVE WS-TODAY-DATE       TO NDC-CHECK-DATE.
030730     MOVE WS-DUES-BALANCE     TO NDC-BALANCE.
030740     MOVE WS-CLEARANCE-STATUS TO NDC-STATUS.
030750     MOVE WS-OVERRIDE-REASON  TO NDC-REASON.
030760     MOVE WS-OPERATOR-ID      TO NDC-OPERATOR-ID.
030770     OPEN EXTEND CLEARANCE-LOG.
030780     IF WS-FS-CLEARANCE = '35'
030790         OPEN OUTPUT CLEARANCE-LOG
030800     END-IF.
030810     MOVE NDC-REC TO CLEARANCE-LOG-REC.
030820     WRITE CLEARANCE-LOG-REC.
030830     CLOSE CLEARANCE-LOG.
030840     GO TO 5400-EXIT.
030850 5400-EXIT.
030860     EXIT.
