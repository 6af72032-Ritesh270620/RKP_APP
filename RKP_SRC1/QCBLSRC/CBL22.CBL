002644*                   AND ITS KEY COUNTS - TO THE CENTRAL RUNLOG
002658*                   (STURUN01) FOR THE RITESH27 DAILY OPERATIONS
002672*                   REPORT.
002673* 04-SEP-2026  RKP  CONCESSIONS ARE NOW APPLIED AT ASSESSMENT.
002674*                   EACH STUDENT IS LOOKED UP BY KEY ON THE
002675*                   CONMAST CONCESSION MASTER (STUCON01); A
002676*                   CONCESSION VALID FOR THE YEAR AND COVERING
002677*                   THE HEAD TAKES ITS PERCENTAGE OR FIXED
002678*                   AMOUNT OFF THE CLASS RATE. THE CHARGE NOW
002679*                   CARRIES THE GROSS RATE, THE CONCESSION AND
002680*                   ITS TYPE, WITH CHG-AMOUNT THE NET AMOUNT DUE,
002681*                   AND THE SUMMARY SHOWS THE GROSS, WAIVED AND
002682*                   NET TOTALS. A MISSING CONMAST MEANS NO
002683*                   CONCESSIONS - EVERY STUDENT PAYS THE RATE.
002684* 13-SEP-2026  RKP  FEESTRUC RECORD AREA WIDENED FOR THE DUE DATE
002685*                   ADDED TO STUFST01.
002686*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004000     SELECT FEE-CHARGES ASSIGN TO "FEECHRG"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-FS-CHARGES.
004210     SELECT CONCESSION-MASTER ASSIGN TO "CONMAST"
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS CONCESSION-MASTER-ADM-NO
004250         FILE STATUS IS WS-FS-CONMAST.
004300     SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-FS-OPRMAST.
005100     05  STUDENT-MASTER-NAME     PIC A(10).
005200     05  FILLER                  PIC X(89).
005300 FD  FEE-STRUCTURE.
005400 01  FEE-STRUCTURE-REC           PIC X(25).
005500 FD  FEE-CHARGES.
005600 01  FEE-CHARGES-REC             PIC X(41).
005610 FD  CONCESSION-MASTER.
005620 01  CONCESSION-MASTER-REC.
005630     05  CONCESSION-MASTER-ADM-NO PIC 9(06).
005640     05  FILLER                  PIC X(49).
005700 FD  OPERATOR-MASTER.
005800 01  OPERATOR-MASTER-REC         PIC X(30).
005801 FD  RUN-LOG.
006000 COPY STUSTU01.
006100 COPY STUFST01.
006200 COPY STUCHG01.
006210 COPY STUCON01.
006300 COPY STUOPR01.
006301 COPY STURUN01.
006400 77  WS-FS-MASTER                PIC X(02).
006500 77  WS-FS-STRUC                 PIC X(02).
006600 77  WS-FS-CHARGES               PIC X(02).
006610 77  WS-FS-CONMAST               PIC X(02).
006620 77  WS-CONMAST-OPEN-SW          PIC X(01).
006630     88  WS-CONMAST-IS-OPEN      VALUE 'Y'.
006640 77  WS-HEAD-COVERED-SW          PIC X(01).
006650     88  WS-HEAD-IS-COVERED      VALUE 'Y'.
006700 77  WS-FS-OPRMAST               PIC X(02).
006800 77  WS-OPERATOR-ID              PIC X(08).
006900 77  WS-OPR-EOF-SW               PIC X(01).
008500 77  WS-CNT-READ                 PIC 9(06) COMP.
008600 77  WS-CNT-CHARGED              PIC 9(06) COMP.
008700 77  WS-CNT-NO-RATE              PIC 9(06) COMP.
008710 77  WS-CNT-CONCESSION           PIC 9(06) COMP.
008800 77  WS-CHARGED-AMOUNT           PIC 9(09)V99.
008810 77  WS-GROSS-AMOUNT             PIC 9(09)V99.
008820 77  WS-WAIVED-AMOUNT            PIC 9(09)V99.
008900 77  WS-DISPLAY-AMOUNT           PIC Z(08)9.99.
009000 01  WS-RATE-TABLE.
009100     05  WS-RATE-AMOUNT OCCURS 12 TIMES
009810     MOVE 0 TO WS-CNT-READ.
009820     MOVE 0 TO WS-CNT-CHARGED.
009830     MOVE 0 TO WS-CNT-NO-RATE.
009840     MOVE 0 TO WS-CNT-CONCESSION.
009900     PERFORM 1050-ACCEPT-OPERATOR-ID THRU 1050-EXIT.
010000     PERFORM 1100-ACCEPT-ASSESSMENT THRU 1100-EXIT.
010100     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
028200     MOVE 0 TO WS-CNT-CHARGED.
028300     MOVE 0 TO WS-CNT-NO-RATE.
028400     MOVE 0 TO WS-CHARGED-AMOUNT.
028410     MOVE 0 TO WS-GROSS-AMOUNT.
028420     MOVE 0 TO WS-WAIVED-AMOUNT.
028430     MOVE 0 TO WS-CNT-CONCESSION.
028500     MOVE 'N' TO WS-MASTER-EOF-SW.
028600     OPEN INPUT STUDENT-MASTER.
028700     IF WS-FS-MASTER NOT = '00'
029300     IF WS-FS-CHARGES = '35'
029400         OPEN OUTPUT FEE-CHARGES
029500     END-IF.
029510     MOVE 'N' TO WS-CONMAST-OPEN-SW.
029520     OPEN INPUT CONCESSION-MASTER.
029530     IF WS-FS-CONMAST = '00'
029540         MOVE 'Y' TO WS-CONMAST-OPEN-SW
029550     ELSE
029560         DISPLAY 'CONMAST NOT FOUND - NO CONCESSIONS APPLIED'
029570     END-IF.
029600     PERFORM UNTIL WS-MASTER-EOF
029700         READ STUDENT-MASTER INTO STU-MASTER-REC
029800             AT END
030400     END-PERFORM.
030500     CLOSE STUDENT-MASTER.
030600     CLOSE FEE-CHARGES.
030610     IF WS-CONMAST-IS-OPEN
030620         CLOSE CONCESSION-MASTER
030630     END-IF.
030700     GO TO 2000-EXIT.
030800 2000-EXIT.
030900     EXIT.
031000*-----------------------------------------------------------------
031100* 2100-CHARGE-ONE-STUDENT - WRITE ONE CHARGE RECORD AT THE RATE
031200*                   FOR THE STUDENT'S CLASS, LESS ANY CONCESSION
031210*                   THE STUDENT HOLDS FOR THE YEAR AND HEAD.
031300*-----------------------------------------------------------------
031400 2100-CHARGE-ONE-STUDENT.
031500     ADD 1 TO WS-CNT-READ.
032800     MOVE WS-ASSESS-YEAR TO CHG-YEAR.
032900     MOVE STU-CLS        TO CHG-CLS.
033000     MOVE WS-ASSESS-HEAD TO CHG-HEAD.
033100     MOVE WS-RATE-AMOUNT (STU-CLS) TO CHG-GROSS-AMOUNT.
033110     MOVE 0 TO CHG-CONC-AMOUNT.
033120     MOVE SPACES TO CHG-CONC-TYPE.
033130     PERFORM 2200-APPLY-CONCESSION THRU 2200-EXIT.
033140     COMPUTE CHG-AMOUNT = CHG-GROSS-AMOUNT - CHG-CONC-AMOUNT.
033200     MOVE CHG-REC TO FEE-CHARGES-REC.
033300     WRITE FEE-CHARGES-REC.
033400     ADD 1 TO WS-CNT-CHARGED.
033500     ADD CHG-AMOUNT TO WS-CHARGED-AMOUNT.
033510     ADD CHG-GROSS-AMOUNT TO WS-GROSS-AMOUNT.
033520     ADD CHG-CONC-AMOUNT TO WS-WAIVED-AMOUNT.
033600     GO TO 2100-EXIT.
033700 2100-EXIT.
033800     EXIT.
033801*-----------------------------------------------------------------
033802* 2200-APPLY-CONCESSION - LOOK THE STUDENT UP ON THE CONCESSION
033803*                   MASTER. A CONCESSION VALID FOR THE YEAR BEING
033804*                   ASSESSED AND COVERING THE HEAD SETS THE
033805*                   AMOUNT WAIVED - THE PERCENTAGE OF THE GROSS
033806*                   RATE, ROUNDED TO THE PAISA, OR THE FIXED
033807*                   AMOUNT, NEVER MORE THAN THE GROSS RATE - AND
033808*                   THE CONCESSION TYPE. ANYTHING ELSE LEAVES THE
033809*                   STUDENT AT THE FULL RATE.
033810*-----------------------------------------------------------------
033811 2200-APPLY-CONCESSION.
033812     IF NOT WS-CONMAST-IS-OPEN
033813         GO TO 2200-EXIT
033814     END-IF.
033815     MOVE STU-ADM-NO TO CONCESSION-MASTER-ADM-NO.
033816     READ CONCESSION-MASTER INTO CON-REC
033817         KEY IS CONCESSION-MASTER-ADM-NO
033818         INVALID KEY
033819             GO TO 2200-EXIT
033820     END-READ.
033821     IF WS-ASSESS-YEAR < CON-FROM-YEAR
033822             OR WS-ASSESS-YEAR > CON-TO-YEAR
033823         GO TO 2200-EXIT
033824     END-IF.
033825     MOVE 'N' TO WS-HEAD-COVERED-SW.
033826     IF WS-ASSESS-HEAD = 'ADMN' AND CON-COVERS-ADMN = 'Y'
033827         MOVE 'Y' TO WS-HEAD-COVERED-SW
033828     END-IF.
033829     IF WS-ASSESS-HEAD = 'TRM1' AND CON-COVERS-TRM1 = 'Y'
033830         MOVE 'Y' TO WS-HEAD-COVERED-SW
033831     END-IF.
033832     IF WS-ASSESS-HEAD = 'TRM2' AND CON-COVERS-TRM2 = 'Y'
033833         MOVE 'Y' TO WS-HEAD-COVERED-SW
033834     END-IF.
033835     IF WS-ASSESS-HEAD = 'TRM3' AND CON-COVERS-TRM3 = 'Y'
033836         MOVE 'Y' TO WS-HEAD-COVERED-SW
033837     END-IF.
033838     IF NOT WS-HEAD-IS-COVERED
033839         GO TO 2200-EXIT
033840     END-IF.
033841     IF CON-IS-PERCENT
033842         COMPUTE CHG-CONC-AMOUNT ROUNDED =
033843             CHG-GROSS-AMOUNT * CON-PERCENT / 100
033844     ELSE
033845         MOVE CON-FIXED-AMOUNT TO CHG-CONC-AMOUNT
033846     END-IF.
033847     IF CHG-CONC-AMOUNT > CHG-GROSS-AMOUNT
033848         MOVE CHG-GROSS-AMOUNT TO CHG-CONC-AMOUNT
033849     END-IF.
033850     MOVE CON-TYPE TO CHG-CONC-TYPE.
033851     ADD 1 TO WS-CNT-CONCESSION.
033852     GO TO 2200-EXIT.
033853 2200-EXIT.
033854     EXIT.
033900*-----------------------------------------------------------------
034000* 9000-TERMINATE - REPORT THE ASSESSMENT TOTALS BEFORE STOP RUN.
034100*-----------------------------------------------------------------
034600     DISPLAY 'STUDENTS READ    = ' WS-CNT-READ.
034700     DISPLAY 'STUDENTS CHARGED = ' WS-CNT-CHARGED.
034800     DISPLAY 'NO RATE ON FILE  = ' WS-CNT-NO-RATE.
034810     DISPLAY 'CONCESSIONS      = ' WS-CNT-CONCESSION.
034900     DISPLAY 'NET CHARGED      = ' WS-DISPLAY-AMOUNT.
034920     MOVE WS-GROSS-AMOUNT TO WS-DISPLAY-AMOUNT.
034940     DISPLAY 'GROSS AT RATE    = ' WS-DISPLAY-AMOUNT.
034960     MOVE WS-WAIVED-AMOUNT TO WS-DISPLAY-AMOUNT.
034980     DISPLAY 'CONCESSION       = ' WS-DISPLAY-AMOUNT.
035000     GO TO 9000-EXIT.
035100 9000-EXIT.
035200     EXIT.
036700     MOVE WS-CNT-READ TO RUN-CNT-1.
036800     MOVE WS-CNT-CHARGED TO RUN-CNT-2.
036900     MOVE WS-CNT-NO-RATE TO RUN-CNT-3.
037000     MOVE WS-CNT-CONCESSION TO RUN-CNT-4.
037100     OPEN EXTEND RUN-LOG.
037200     IF WS-FS-RUNLOG = '35'
037300         OPEN OUTPUT RUN-LOG
