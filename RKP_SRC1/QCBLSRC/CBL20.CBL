003044*                   AND ITS KEY COUNTS - TO THE CENTRAL RUNLOG
003058*                   (STURUN01) FOR THE RITESH27 DAILY OPERATIONS
003072*                   REPORT.
003073* 10-SEP-2026  RKP  NO-DUES CLEARANCE BEFORE THE CERTIFICATE. THE
003074*                   LEAVER'S OUTSTANDING BALANCE IS WORKED OUT AS
003075*                   THE RITESH10 DUES REPORT DOES IT - FEECHRG
003077*                   CHARGES LESS FEELEDG RECEIPTS FOR THE SAME
003078*                   YEAR AND HEAD, NET OF FEEREVS REVERSALS. A
003079*                   LEAVER WHO OWES IS REFUSED THE TC UNLESS THE
003080*                   SIGNED-ON SUPERVISOR OVERRIDES AND KEYS A
003082*                   REASON. EVERY CHECK IS LOGGED ON NDCLOG
003083*                   (STUNDC01); THE REGISTER PRINTS THE CLEARANCE
003084*                   AND ANY OVERRIDE, OR THE CERTIFICATE WITHHELD.
003086*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005501     SELECT RUN-LOG ASSIGN TO "RUNLOG"
005502         ORGANIZATION IS LINE SEQUENTIAL
005503         FILE STATUS IS WS-FS-RUNLOG.
005508     SELECT FEE-LEDGER ASSIGN TO "FEELEDG"
005514         ORGANIZATION IS INDEXED
005520         ACCESS MODE IS DYNAMIC
005525         RECORD KEY IS FEE-LEDGER-KEY
005531         FILE STATUS IS WS-FS-LEDGER.
005537     SELECT FEE-CHARGES ASSIGN TO "FEECHRG"
005542         ORGANIZATION IS LINE SEQUENTIAL
005548         FILE STATUS IS WS-FS-CHARGES.
005554     SELECT FEE-REVERSALS ASSIGN TO "FEEREVS"
005560         ORGANIZATION IS INDEXED
005565         ACCESS MODE IS DYNAMIC
005571         RECORD KEY IS FEE-REVERSALS-KEY
005577         FILE STATUS IS WS-FS-REVERSALS.
005582     SELECT CLEARANCE-LOG ASSIGN TO "NDCLOG"
005588         ORGANIZATION IS LINE SEQUENTIAL
005594         FILE STATUS IS WS-FS-CLEARANCE.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  STUDENT-MASTER.
007200 01  OPERATOR-MASTER-REC         PIC X(30).
007201 FD  RUN-LOG.
007202 01  RUN-LOG-OUT-REC             PIC X(73).
007207 FD  FEE-LEDGER.
007212 01  FEE-LEDGER-REC.
007217     05  FEE-LEDGER-KEY.
007222         10  FEE-LEDGER-ADM-NO   PIC 9(06).
007227         10  FEE-LEDGER-DATE     PIC 9(08).
007232         10  FEE-LEDGER-RCPT-NO  PIC X(08).
007238     05  FILLER                  PIC X(11).
007243 FD  FEE-CHARGES.
007248 01  FEE-CHARGES-REC             PIC X(41).
007253 FD  FEE-REVERSALS.
007258 01  FEE-REVERSALS-REC.
007263     05  FEE-REVERSALS-KEY.
007269         10  FEE-REVERSALS-ADM-NO PIC 9(06).
007274         10  FEE-REVERSALS-DATE  PIC 9(08).
007279         10  FEE-REVERSALS-RCPT-NO PIC X(08).
007284     05  FILLER                  PIC X(51).
007289 FD  CLEARANCE-LOG.
007294 01  CLEARANCE-LOG-REC           PIC X(82).
007300 WORKING-STORAGE SECTION.
007400 COPY STUSTU01.
007500 COPY STULVR01.
007700 COPY STUAUD01.
007800 COPY STUOPR01.
007801 COPY STURUN01.
007820 COPY STUFEE01.
007840 COPY STUCHG01.
007860 COPY STUREV01.
007880 COPY STUNDC01.
007900 77  WS-FS-MASTER                PIC X(02).
008000 77  WS-FS-ARCHIVE               PIC X(02).
008100 77  WS-FS-REGISTER              PIC X(02).
009400     88  WS-ALREADY-ON-ARCHIVE   VALUE 'Y'.
009500 77  WS-TODAY-DATE               PIC 9(08).
009600 77  WS-TODAY-TIME               PIC 9(08).
009610 77  WS-FS-LEDGER                PIC X(02).
009620 77  WS-FS-CHARGES               PIC X(02).
009630 77  WS-FS-REVERSALS             PIC X(02).
009640 77  WS-FS-CLEARANCE             PIC X(02).
009650 77  WS-LEDGER-OPEN-SW           PIC X(01).
009660     88  WS-LEDGER-IS-OPEN       VALUE 'Y'.
009670 77  WS-REVERSALS-OPEN-SW        PIC X(01).
009680     88  WS-REVERSALS-IS-OPEN    VALUE 'Y'.
009690 77  WS-LEDGER-EOF-SW            PIC X(01).
009700     88  WS-LEDGER-EOF           VALUE 'Y'.
009710 77  WS-CHARGES-EOF-SW           PIC X(01).
009720     88  WS-CHARGES-EOF          VALUE 'Y'.
009730 77  WS-REV-FOUND-SW             PIC X(01).
009740     88  WS-REV-FOUND            VALUE 'Y'.
009750 77  WS-LEDGER-YEAR              PIC 9(04).
009760 77  WS-DUES-PAID                PIC 9(07)V99.
009770 77  WS-DUES-BALANCE             PIC 9(07)V99.
009780 77  WS-DUES-BALANCE-DISP        PIC Z(06)9.99.
009790 77  WS-CLEARANCE-STATUS         PIC X(01).
009800     88  WS-DUES-CLEARED         VALUE 'C'.
009810     88  WS-DUES-OVERRIDDEN      VALUE 'O'.
009820     88  WS-DUES-HELD            VALUE 'H'.
009830 77  WS-OVERRIDE-ANSWER          PIC X(01).
009840 77  WS-OVERRIDE-REASON          PIC X(30).
009850 77  WS-TC-HELD-COUNT            PIC 9(06) COMP.
009860 77  WS-TC-OVERRIDE-COUNT        PIC 9(06) COMP.
009870 01  WS-CLEARANCE-LINE.
009880     05  FILLER                  PIC X(20) VALUE
009890         'NO-DUES CLEARANCE - '.
009900     05  WS-CLR-TEXT             PIC X(40).
009910     05  FILLER                  PIC X(09) VALUE
009920         'BALANCE  '.
009930     05  WS-CLR-BALANCE          PIC Z(06)9.99.
009940     05  FILLER                  PIC X(01) VALUE SPACES.
009950 01  WS-OVERRIDE-LINE.
009960     05  FILLER                  PIC X(18) VALUE
009970         'OVERRIDE REASON - '.
009980     05  WS-OVR-REASON           PIC X(30).
009990     05  FILLER                  PIC X(04) VALUE ' BY '.
010000     05  WS-OVR-OPERATOR         PIC X(08).
010010     05  FILLER                  PIC X(20) VALUE SPACES.
012501 77  WS-FS-RUNLOG                PIC X(02).
012502 77  WS-RUN-START-DATE           PIC 9(08).
012503 77  WS-RUN-START-TIME           PIC 9(08).
012701     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
012702     ACCEPT WS-RUN-START-TIME FROM TIME.
012710     MOVE 0 TO WS-TC-ISSUED-COUNT.
012740     MOVE 0 TO WS-TC-HELD-COUNT.
012770     MOVE 0 TO WS-TC-OVERRIDE-COUNT.
012800     PERFORM 1050-ACCEPT-OPERATOR-ID THRU 1050-EXIT.
012900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013000     PERFORM 1200-READ-TC-CONTROL THRU 1200-EXIT.
015000         OPEN OUTPUT LEAVERS-ARCHIVE
015100     END-IF.
015200     OPEN OUTPUT TC-REGISTER.
015209     MOVE 'N' TO WS-LEDGER-OPEN-SW.
015218     OPEN INPUT FEE-LEDGER.
015227     IF WS-FS-LEDGER = '00'
015236         MOVE 'Y' TO WS-LEDGER-OPEN-SW
015245     END-IF.
015254     MOVE 'N' TO WS-REVERSALS-OPEN-SW.
015263     OPEN INPUT FEE-REVERSALS.
015272     IF WS-FS-REVERSALS = '00'
015281         MOVE 'Y' TO WS-REVERSALS-OPEN-SW
015290     END-IF.
015300     GO TO 1000-EXIT.
015400 1000-EXIT.
015500     EXIT.
026000             ' CERTIFICATE HAS BEEN ISSUED - NOTHING DONE'
026100         GO TO 2000-EXIT
026200     END-IF.
026220     PERFORM 2050-CHECK-CLEARANCE THRU 2050-EXIT.
026240     IF WS-DUES-HELD
026260         GO TO 2000-EXIT
026280     END-IF.
026300     PERFORM 2200-ARCHIVE-AND-PRINT THRU 2200-EXIT.
026400     GO TO 2000-EXIT.
026500 2000-EXIT.
026600     EXIT.
026601*-----------------------------------------------------------------
026603* 2050-CHECK-CLEARANCE - NO-DUES CHECK BEFORE THE CERTIFICATE.
026605*                   NOTHING OWED CLEARS THE LEAVER. A BALANCE
026607*                   OWING WITHHOLDS THE TC UNLESS THE SUPERVISOR
026609*                   OVERRIDES WITH A REASON. THE OUTCOME IS LOGGED
026611*                   ON NDCLOG EITHER WAY, AND A WITHHELD
026612*                   CERTIFICATE IS PRINTED ON THE REGISTER SO THE
026614*                   OFFICE HAS THE BALANCE TO SHOW THE FAMILY.
026616*-----------------------------------------------------------------
026618 2050-CHECK-CLEARANCE.
026620     MOVE SPACES TO WS-OVERRIDE-REASON.
026622     PERFORM 5000-COMPUTE-DUES-BALANCE THRU 5000-EXIT.
026624     MOVE WS-DUES-BALANCE TO WS-DUES-BALANCE-DISP.
026625     IF WS-DUES-BALANCE = 0
026627         MOVE 'C' TO WS-CLEARANCE-STATUS
026629         DISPLAY 'NO DUES OUTSTANDING - CLEARED'
026631     ELSE
026633         DISPLAY 'DUES OUTSTANDING - BALANCE '
026634             WS-DUES-BALANCE-DISP
026635         PERFORM 5300-ACCEPT-OVERRIDE THRU 5300-EXIT
026637     END-IF.
026638     PERFORM 5400-WRITE-CLEARANCE-LOG THRU 5400-EXIT.
026640     IF NOT WS-DUES-HELD
026642         GO TO 2050-EXIT
026644     END-IF.
026646     ADD 1 TO WS-TC-HELD-COUNT.
026648     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
026650     MOVE WS-HEADING-LINE TO TC-REGISTER-REC.
026651     WRITE TC-REGISTER-REC.
026653     MOVE WS-OPERATOR-ID TO WS-OPR-LINE-ID.
026655     MOVE OPR-NAME       TO WS-OPR-LINE-NAME.
026657     MOVE WS-OPERATOR-LINE TO TC-REGISTER-REC.
026659     WRITE TC-REGISTER-REC.
026661     MOVE 'TCSER   ADM NO  NAME        CLS  GENDER LEAVING'
026662         TO TC-REGISTER-REC.
026664     WRITE TC-REGISTER-REC.
026666     MOVE 0              TO WS-DTL-TC-SERIAL.
026668     MOVE STU-ADM-NO     TO WS-DTL-ADM-NO.
026670     MOVE STU-NAME       TO WS-DTL-NAME.
026672     MOVE STU-CLS        TO WS-DTL-CLS.
026674     MOVE STU-GENDER     TO WS-DTL-GENDER.
026675     MOVE STU-WDRL-DATE  TO WS-DTL-LEAVING-DATE.
026677     MOVE WS-DETAIL-LINE TO TC-REGISTER-REC.
026679     WRITE TC-REGISTER-REC.
026681     MOVE 'CERTIFICATE WITHHELD - DUES OUTSTANDING'
026683         TO WS-CLR-TEXT.
026685     MOVE WS-DUES-BALANCE TO WS-CLR-BALANCE.
026687     MOVE WS-CLEARANCE-LINE TO TC-REGISTER-REC.
026688     WRITE TC-REGISTER-REC.
026690     DISPLAY 'TC WITHHELD FOR DUES - ' STU-ADM-NO ' ' STU-NAME
026692         ' - NOTHING DONE'.
026694     GO TO 2050-EXIT.
026696 2050-EXIT.
026698     EXIT.
026700*-----------------------------------------------------------------
026800* 2100-CHECK-ARCHIVE - READ THE LEAVERS ARCHIVE TO EOF LOOKING
026900*                   FOR THE STUDENT'S ADM-NO AT THE HEAD OF THE
034100     MOVE STU-WDRL-DATE  TO WS-DTL-LEAVING-DATE.
034200     MOVE WS-DETAIL-LINE TO TC-REGISTER-REC.
034300     WRITE TC-REGISTER-REC.
034306     MOVE WS-DUES-BALANCE TO WS-CLR-BALANCE.
034313     IF WS-DUES-OVERRIDDEN
034320         MOVE 'OVERRIDDEN - DUES OWED' TO WS-CLR-TEXT
034326     ELSE
034333         MOVE 'CLEARED - NO DUES' TO WS-CLR-TEXT
034340     END-IF.
034346     MOVE WS-CLEARANCE-LINE TO TC-REGISTER-REC.
034353     WRITE TC-REGISTER-REC.
034360     IF WS-DUES-OVERRIDDEN
034366         MOVE WS-OVERRIDE-REASON TO WS-OVR-REASON
034373         MOVE WS-OPERATOR-ID     TO WS-OVR-OPERATOR
034380         MOVE WS-OVERRIDE-LINE TO TC-REGISTER-REC
034386         WRITE TC-REGISTER-REC
034393     END-IF.
034400     MOVE SPACES TO TC-REGISTER-REC.
034500     WRITE TC-REGISTER-REC.
034600     MOVE 'SIGNED - HEAD OF SCHOOL - DATE'
040000     CLOSE STUDENT-MASTER.
040100     CLOSE LEAVERS-ARCHIVE.
040200     CLOSE TC-REGISTER.
040214     IF WS-LEDGER-IS-OPEN
040228         CLOSE FEE-LEDGER
040242     END-IF.
040257     IF WS-REVERSALS-IS-OPEN
040271         CLOSE FEE-REVERSALS
040285     END-IF.
040300     GO TO 9000-EXIT.
040400 9000-EXIT.
040500     EXIT.
041800     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
041900     ACCEPT RUN-END-TIME FROM TIME.
042000     MOVE WS-TC-ISSUED-COUNT TO RUN-CNT-1.
042100     MOVE WS-TC-HELD-COUNT TO RUN-CNT-2.
042200     MOVE WS-TC-OVERRIDE-COUNT TO RUN-CNT-3.
042300     MOVE ZEROES TO RUN-CNT-4.
042400     OPEN EXTEND RUN-LOG.
042500     IF WS-FS-RUNLOG = '35'
043100     GO TO 9500-EXIT.
043200 9500-EXIT.
043300     EXIT.
043310*-----------------------------------------------------------------
043320* 5000-COMPUTE-DUES-BALANCE - WORK OUT WHAT THE LEAVER STILL OWES
043330*                   ON THE SAME BASIS AS THE RITESH10 DUES REPORT.
043340*                   EVERY FEECHRG CHARGE FOR THE ADM-NO IS SET
043350*                   AGAINST THE FEELEDG RECEIPTS FOR ITS YEAR AND
043360*                   HEAD; WHATEVER A CHARGE IS SHORT OF BEING PAID
043370*                   GOES TO THE BALANCE. NO FEECHRG FILE MEANS NO
043380*                   FEES HAVE BEEN ASSESSED, SO NOTHING IS OWED.
043390*-----------------------------------------------------------------
043400 5000-COMPUTE-DUES-BALANCE.
043410     MOVE 0 TO WS-DUES-BALANCE.
043420     MOVE 'N' TO WS-CHARGES-EOF-SW.
043430     OPEN INPUT FEE-CHARGES.
043440     IF WS-FS-CHARGES NOT = '00'
043450         DISPLAY 'FEECHRG NOT FOUND - NO FEES ASSESSED YET'
043460         GO TO 5000-EXIT
043470     END-IF.
043480     PERFORM UNTIL WS-CHARGES-EOF
043490         READ FEE-CHARGES INTO CHG-REC
043500             AT END
043510                 MOVE 'Y' TO WS-CHARGES-EOF-SW
043520         END-READ
043530         IF NOT WS-CHARGES-EOF
043540             IF CHG-ADM-NO = STU-ADM-NO
043550                 PERFORM 5100-TOTAL-ONE-CHARGE THRU 5100-EXIT
043560             END-IF
043570         END-IF
043580     END-PERFORM.
043590     CLOSE FEE-CHARGES.
043600     GO TO 5000-EXIT.
043610 5000-EXIT.
043620     EXIT.
043630*-----------------------------------------------------------------
043640* 5100-TOTAL-ONE-CHARGE - START THE LEDGER AT THE STUDENT'S FIRST
043650*                   POSSIBLE RECEIPT OF THE CHARGE YEAR AND READ
043660*                   FORWARD UNTIL THE ADM-NO OR THE YEAR CHANGES,
043670*                   TOTALLING THE CHARGE HEAD'S RECEIPTS. ANY
043680*                   SHORTFALL AGAINST THE NET CHARGE IS ADDED TO
043690*                   THE BALANCE; AN OVERPAYMENT IS NOT CARRIED.
043700*-----------------------------------------------------------------
043710 5100-TOTAL-ONE-CHARGE.
043720     MOVE 0 TO WS-DUES-PAID.
043730     MOVE 'N' TO WS-LEDGER-EOF-SW.
043740     IF NOT WS-LEDGER-IS-OPEN
043750         MOVE 'Y' TO WS-LEDGER-EOF-SW
043760     ELSE
043770         MOVE STU-ADM-NO TO FEE-LEDGER-ADM-NO
043780         COMPUTE FEE-LEDGER-DATE = CHG-YEAR * 10000 + 101
043790         MOVE SPACES TO FEE-LEDGER-RCPT-NO
043800         START FEE-LEDGER
043810             KEY IS NOT LESS THAN FEE-LEDGER-KEY
043820             INVALID KEY
043830                 MOVE 'Y' TO WS-LEDGER-EOF-SW
043840         END-START
043850     END-IF.
043860     PERFORM UNTIL WS-LEDGER-EOF
043870         READ FEE-LEDGER NEXT INTO FEE-TRAN-REC
043880             AT END
043890                 MOVE 'Y' TO WS-LEDGER-EOF-SW
043900         END-READ
043910         IF NOT WS-LEDGER-EOF
043920             DIVIDE FEE-DATE BY 10000 GIVING WS-LEDGER-YEAR
043930             IF FEE-ADM-NO NOT = STU-ADM-NO
043940                     OR WS-LEDGER-YEAR > CHG-YEAR
043950                 MOVE 'Y' TO WS-LEDGER-EOF-SW
043960             ELSE
043970                 IF FEE-HEAD = CHG-HEAD
043980                     PERFORM 5200-ADD-ONE-RECEIPT THRU 5200-EXIT
043990                 END-IF
044000             END-IF
044010         END-IF
044020     END-PERFORM.
044030     IF WS-DUES-PAID < CHG-AMOUNT
044040         COMPUTE WS-DUES-BALANCE = WS-DUES-BALANCE
044050             + CHG-AMOUNT - WS-DUES-PAID
044060     END-IF.
044070     GO TO 5100-EXIT.
044080 5100-EXIT.
044090     EXIT.
044100*-----------------------------------------------------------------
044110* 5200-ADD-ONE-RECEIPT - ADD ONE RECEIPT TO THE CHARGE'S PAID
044120*                   TOTAL UNLESS IT HAS BEEN REVERSED ON FEEREVS -
044130*                   A REVERSED RECEIPT WAS NEVER REALLY PAID.
044140*-----------------------------------------------------------------
044150 5200-ADD-ONE-RECEIPT.
044160     IF WS-REVERSALS-IS-OPEN
044170         MOVE 'Y' TO WS-REV-FOUND-SW
044180         MOVE FEE-ADM-NO  TO FEE-REVERSALS-ADM-NO
044190         MOVE FEE-DATE    TO FEE-REVERSALS-DATE
044200         MOVE FEE-RCPT-NO TO FEE-REVERSALS-RCPT-NO
044210         READ FEE-REVERSALS INTO REV-REC
044220             KEY IS FEE-REVERSALS-KEY
044230             INVALID KEY
044240                 MOVE 'N' TO WS-REV-FOUND-SW
044250         END-READ
044260         IF WS-REV-FOUND
044270             GO TO 5200-EXIT
044280         END-IF
044290     END-IF.
044300     ADD FEE-AMOUNT TO WS-DUES-PAID.
044310     GO TO 5200-EXIT.
044320 5200-EXIT.
044330     EXIT.
044340*-----------------------------------------------------------------
044350* 5300-ACCEPT-OVERRIDE - A LEAVER WHO OWES IS HELD UNLESS THE
044360*                   SIGNED-ON SUPERVISOR RELEASES THE CERTIFICATE
044370*                   ANYWAY. A RELEASE MUST CARRY A REASON, WHICH
044380*                   IS LOGGED AND PRINTED WITH THE OPERATOR ID.
044390*-----------------------------------------------------------------
044400 5300-ACCEPT-OVERRIDE.
044410     MOVE 'H' TO WS-CLEARANCE-STATUS.
044420     MOVE SPACES TO WS-OVERRIDE-ANSWER.
044430     PERFORM UNTIL WS-OVERRIDE-ANSWER = 'Y'
044440             OR WS-OVERRIDE-ANSWER = 'N'
044450         DISPLAY 'SUPERVISOR OVERRIDE - RELEASE THE CERTIFICATE'
044460             ' ANYWAY? (Y/N)'
044470         ACCEPT WS-OVERRIDE-ANSWER
044480     END-PERFORM.
044490     IF WS-OVERRIDE-ANSWER = 'N'
044500         GO TO 5300-EXIT
044510     END-IF.
044520     PERFORM UNTIL WS-OVERRIDE-REASON NOT = SPACES
044530         DISPLAY 'ENTER OVERRIDE REASON (REQUIRED)'
044540         ACCEPT WS-OVERRIDE-REASON
044550     END-PERFORM.
044560     MOVE 'O' TO WS-CLEARANCE-STATUS.
044570     ADD 1 TO WS-TC-OVERRIDE-COUNT.
044580     GO TO 5300-EXIT.
044590 5300-EXIT.
044600     EXIT.
044610*-----------------------------------------------------------------
044620* 5400-WRITE-CLEARANCE-LOG - APPEND ONE NDCLOG LINE (STUNDC01)
044630*                   FOR THE CHECK JUST MADE - CLEARED, OVERRIDDEN
044640*                   OR HELD - WITH THE BALANCE, ANY REASON AND
044650*                   THE SIGNED-ON OPERATOR.
044660*-----------------------------------------------------------------
044670 5400-WRITE-CLEARANCE-LOG.
044680     MOVE STU-ADM-NO          TO NDC-ADM-NO.
044690     MOVE STU-NAME            TO NDC-NAME.
044700     MOVE STU-CLS             TO NDC-CLS.
044710     MOVE 'RITESH18'          TO NDC-PROGRAM-ID.
044720     MOVE WS-TODAY-DATE       TO NDC-CHECK-DATE.
044730     MOVE WS-DUES-BALANCE     TO NDC-BALANCE.
044740     MOVE WS-CLEARANCE-STATUS TO NDC-STATUS.
044750     MOVE WS-OVERRIDE-REASON  TO NDC-REASON.
044760     MOVE WS-OPERATOR-ID      TO NDC-OPERATOR-ID.
044770     OPEN EXTEND CLEARANCE-LOG.
044780     IF WS-FS-CLEARANCE = '35'
044790         OPEN OUTPUT CLEARANCE-LOG
044800     END-IF.
044810     MOVE NDC-REC TO CLEARANCE-LOG-REC.
044820     WRITE CLEARANCE-LOG-REC.
044830     CLOSE CLEARANCE-LOG.
044840     GO TO 5400-EXIT.
044850 5400-EXIT.
044860     EXIT.
