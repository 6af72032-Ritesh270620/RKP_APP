000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RITESH39.
000300 AUTHOR. R KRISHNA PRASAD.
000400 INSTALLATION. SCHOOL ADMISSION OFFICE.
000500 DATE-WRITTEN. 09-SEP-2026.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 09-SEP-2026  RKP  ORIGINAL - SEAT-OFFER RUN FOR THE WAITLST
001000*                   WAITING LIST THAT RITESH1 FILLS WHEN EVERY
001100*                   SECTION OF A CLASS IS FULL. RUN WHENEVER A
001200*                   SEAT FREES UP - A RITESH8 WITHDRAWAL, A TC
001300*                   ISSUED OR A NEW SECTION OPENED ON SECCTL. THE
001400*                   FREE SEATS PER CLASS ARE WORKED OUT FROM THE
001500*                   SECCTL CAPACITIES LESS THE ACTIVE STUDENTS ON
001600*                   THE MASTER. OFFERS ALREADY OUT HOLD THEIR SEAT
001700*                   UNLESS MADE ON OR BEFORE THE LAPSE DATE KEYED
001800*                   AT THE CONSOLE, WHEN THEY ARE TAKEN OFF THE
001900*                   LIST. EACH SEAT STILL FREE IS THEN OFFERED TO
002000*                   THE NEXT APPLICANT WAITING FOR THE CLASS IN
002100*                   PRIORITY ORDER, OLDEST APPLICATION FIRST, AND
002200*                   THE APPLICANT IS MARKED OFFERED. THE OFFER
002300*                   LIST ON OFFRLST GIVES THE OFFICE THE GUARDIAN
002400*                   AND CONTACT NUMBER TO CALL; A FAMILY THAT
002500*                   ACCEPTS IS ADMITTED THROUGH RITESH1 AS USUAL
002600*                   AND COMES OFF THE LIST THERE.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS STUDENT-MASTER-ADM-NO
003500         ALTERNATE RECORD KEY IS STUDENT-MASTER-NAME
003600             WITH DUPLICATES
003700         FILE STATUS IS WS-FS-MASTER.
003800     SELECT WAITING-LIST ASSIGN TO "WAITLST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS WAITING-LIST-KEY
004200         ALTERNATE RECORD KEY IS WAITING-LIST-NAME
004300             WITH DUPLICATES
004400         FILE STATUS IS WS-FS-WAITLIST.
004500     SELECT SECTION-CONTROL ASSIGN TO "SECCTL"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FS-SECCTL.
004800     SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-FS-OPRMAST.
005100     SELECT OFFER-REPORT ASSIGN TO "OFFRLST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-FS-REPORT.
005400     SELECT RUN-LOG ASSIGN TO "RUNLOG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FS-RUNLOG.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  STUDENT-MASTER.
006000 01  STUDENT-MASTER-REC.
006100     05  STUDENT-MASTER-ADM-NO   PIC 9(06).
006200     05  STUDENT-MASTER-NAME     PIC A(10).
006300     05  FILLER                  PIC X(89).
006400 FD  WAITING-LIST.
006500 01  WAITING-LIST-REC.
006600     05  WAITING-LIST-KEY        PIC X(15).
006700     05  WAITING-LIST-NAME       PIC A(10).
006800     05  FILLER                  PIC X(93).
006900 FD  SECTION-CONTROL.
007000 01  SECTION-CONTROL-REC         PIC X(06).
007100 FD  OPERATOR-MASTER.
007200 01  OPERATOR-MASTER-REC         PIC X(30).
007300 FD  OFFER-REPORT.
007400 01  OFFER-REPORT-REC            PIC X(80).
007500 FD  RUN-LOG.
007600 01  RUN-LOG-OUT-REC             PIC X(73).
007700 WORKING-STORAGE SECTION.
007800 COPY STUSTU01.
007900 COPY STUWTL01.
008000 COPY STUSEC01.
008100 COPY STUOPR01.
008200 COPY STURUN01.
008300 77  WS-FS-MASTER                PIC X(02).
008400 77  WS-FS-WAITLIST              PIC X(02).
008500 77  WS-FS-SECCTL                PIC X(02).
008600 77  WS-FS-OPRMAST               PIC X(02).
008700 77  WS-FS-REPORT                PIC X(02).
008800 77  WS-FS-RUNLOG                PIC X(02).
008900 77  WS-OPERATOR-ID              PIC X(08).
009000 77  WS-OPR-EOF-SW               PIC X(01).
009100     88  WS-OPR-EOF              VALUE 'Y'.
009200 77  WS-OPR-FOUND-SW             PIC X(01).
009300     88  WS-OPR-FOUND            VALUE 'Y'.
009400 77  WS-WAITLIST-OPEN-SW         PIC X(01).
009500     88  WS-WAITLIST-IS-OPEN     VALUE 'Y'.
009600 77  WS-MASTER-EOF-SW            PIC X(01).
009700     88  WS-MASTER-EOF           VALUE 'Y'.
009800 77  WS-SEC-EOF-SW               PIC X(01).
009900     88  WS-SEC-EOF              VALUE 'Y'.
010000 77  WS-WTL-EOF-SW               PIC X(01).
010100     88  WS-WTL-EOF              VALUE 'Y'.
010200 77  WS-DATE-VALID-SW            PIC X(01).
010300     88  WS-DATE-IS-VALID        VALUE 'Y'.
010400 77  WS-LAPSE-DATE               PIC 9(08).
010500 77  WS-TODAY-DATE               PIC 9(08).
010600 77  WS-RUN-START-DATE           PIC 9(08).
010700 77  WS-RUN-START-TIME           PIC 9(08).
010800 77  WS-SEC-COUNT                PIC 9(03) COMP.
010900 77  WS-SEC-IX                   PIC 9(03) COMP.
011000 77  WS-CLS-IX                   PIC 9(03) COMP.
011100 77  WS-PAGE-NO                  PIC 9(03).
011200 77  WS-LINE-COUNT               PIC 9(03) COMP.
011300 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 50.
011400 77  WS-OFFERED-COUNT            PIC 9(06) COMP.
011500 77  WS-OUTSTANDING-COUNT        PIC 9(06) COMP.
011600 77  WS-LAPSED-COUNT             PIC 9(06) COMP.
011700 77  WS-WAITING-COUNT            PIC 9(06) COMP.
011800 77  WS-BAD-CLASS-COUNT          PIC 9(06) COMP.
011900 01  WS-SEC-TABLE.
012000     05  WS-SEC-ENTRY OCCURS 60 TIMES.
012100         10  WS-SEC-T-CLS        PIC 9(02).
012200         10  WS-SEC-T-ID         PIC X(01).
012300         10  WS-SEC-T-CAPACITY   PIC 9(03).
012400         10  WS-SEC-T-COUNT      PIC 9(05) COMP.
012500 01  WS-CLS-TABLE.
012600     05  WS-CLS-ENTRY OCCURS 12 TIMES.
012700         10  WS-CLS-T-SEATS      PIC 9(05) COMP.
012800         10  WS-CLS-T-FREE       PIC 9(05) COMP.
012900         10  WS-CLS-T-OUT        PIC 9(05) COMP.
013000         10  WS-CLS-T-OFFERED    PIC 9(05) COMP.
013100         10  WS-CLS-T-WAITING    PIC 9(05) COMP.
013200 01  WS-HEADING-LINE.
013300     05  FILLER                  PIC X(28) VALUE
013400         'WAITING LIST SEAT OFFERS'.
013500     05  FILLER                  PIC X(12) VALUE
013600         ' LAPSE DATE '.
013700     05  WS-HDG-LAPSE            PIC 9(08).
013800     05  FILLER                  PIC X(06) VALUE ' PAGE '.
013900     05  WS-HDG-PAGE             PIC ZZ9.
014000     05  FILLER                  PIC X(10) VALUE
014100         '  RUN DATE'.
014200     05  FILLER                  PIC X(01) VALUE SPACES.
014300     05  WS-HDG-DATE             PIC 9(08).
014400     05  FILLER                  PIC X(04) VALUE SPACES.
014500 01  WS-COLUMN-LINE.
014600     05  FILLER                  PIC X(40) VALUE
014700         'CLS P APPLIED   NAME        GUARDIAN    '.
014800     05  FILLER                  PIC X(40) VALUE
014900         '          CONTACT       REMARK'.
015000 01  WS-DETAIL-LINE.
015100     05  WS-DTL-CLS              PIC Z9.
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  WS-DTL-PRIORITY         PIC 9(01).
015400     05  FILLER                  PIC X(01) VALUE SPACES.
015500     05  WS-DTL-APPLIED          PIC 9(08).
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  WS-DTL-NAME             PIC X(10).
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  WS-DTL-GUARDIAN         PIC X(20).
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  WS-DTL-CONTACT          PIC X(12).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  WS-DTL-REMARK           PIC X(16).
016400 01  WS-SECTION-TITLE            PIC X(80).
016500 01  WS-SAVE-LINE                PIC X(80).
016600 01  WS-CLS-SUMMARY-HDG.
016700     05  FILLER                  PIC X(40) VALUE
016800         'CLS  SEATS FREE  OFFERS OUT  NEW OFFERS '.
016900     05  FILLER                  PIC X(40) VALUE
017000         ' STILL WAITING'.
017100 01  WS-CLS-SUMMARY-LINE.
017200     05  WS-SUM-CLS              PIC Z9.
017300     05  FILLER                  PIC X(05) VALUE SPACES.
017400     05  WS-SUM-SEATS            PIC ZZZZ9.
017500     05  FILLER                  PIC X(07) VALUE SPACES.
017600     05  WS-SUM-OUT              PIC ZZZZ9.
017700     05  FILLER                  PIC X(07) VALUE SPACES.
017800     05  WS-SUM-OFFERED          PIC ZZZZ9.
017900     05  FILLER                  PIC X(09) VALUE SPACES.
018000     05  WS-SUM-WAITING          PIC ZZZZ9.
018100     05  FILLER                  PIC X(30) VALUE SPACES.
018200 01  WS-TOTAL-LINE.
018300     05  WS-TOT-TEXT             PIC X(40).
018400     05  WS-TOT-COUNT            PIC ZZZZZ9.
018500     05  FILLER                  PIC X(34) VALUE SPACES.
018600 PROCEDURE DIVISION.
018700 0000-MAINLINE.
018800     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
018900     ACCEPT WS-RUN-START-TIME FROM TIME.
019000     MOVE SPACES TO WS-OPERATOR-ID.
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019200     PERFORM 1100-ACCEPT-OPERATOR-ID THRU 1100-EXIT.
019300     PERFORM 1200-ACCEPT-LAPSE-DATE THRU 1200-EXIT.
019400     PERFORM 2000-LOAD-SECTION-CONTROL THRU 2000-EXIT.
019500     PERFORM 2100-COUNT-OCCUPANCY THRU 2100-EXIT.
019600     PERFORM 2200-WORK-OUT-FREE-SEATS THRU 2200-EXIT.
019700     PERFORM 3000-OPEN-WAITING-LIST THRU 3000-EXIT.
019800     OPEN OUTPUT OFFER-REPORT.
019900     PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT.
020000     IF WS-WAITLIST-IS-OPEN
020100         PERFORM 4000-REVIEW-OFFERS-OUT THRU 4000-EXIT
020200         PERFORM 5000-MAKE-NEW-OFFERS THRU 5000-EXIT
020300     END-IF.
020400     PERFORM 7000-PRINT-CLASS-SUMMARY THRU 7000-EXIT.
020500     CLOSE OFFER-REPORT.
020600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020700     MOVE 'C' TO RUN-OUTCOME.
020800     PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT.
020900     STOP RUN.
021000*-----------------------------------------------------------------
021100* 1000-INITIALIZE - PICK UP THE RUN DATE, CLEAR THE TOTALS AND
021200*                   OPEN THE MASTER. WITHOUT THE MASTER THE SEATS
021300*                   TAKEN CANNOT BE COUNTED AND THE RUN STOPS.
021400*-----------------------------------------------------------------
021500 1000-INITIALIZE.
021600     MOVE 0 TO WS-PAGE-NO.
021700     MOVE 0 TO WS-LINE-COUNT.
021800     MOVE 0 TO WS-OFFERED-COUNT.
021900     MOVE 0 TO WS-OUTSTANDING-COUNT.
022000     MOVE 0 TO WS-LAPSED-COUNT.
022100     MOVE 0 TO WS-WAITING-COUNT.
022200     MOVE 0 TO WS-BAD-CLASS-COUNT.
022300     MOVE 'N' TO WS-WAITLIST-OPEN-SW.
022400     PERFORM VARYING WS-CLS-IX FROM 1 BY 1 UNTIL WS-CLS-IX > 12
022500         MOVE 0 TO WS-CLS-T-SEATS (WS-CLS-IX)
022600         MOVE 0 TO WS-CLS-T-FREE (WS-CLS-IX)
022700         MOVE 0 TO WS-CLS-T-OUT (WS-CLS-IX)
022800         MOVE 0 TO WS-CLS-T-OFFERED (WS-CLS-IX)
022900         MOVE 0 TO WS-CLS-T-WAITING (WS-CLS-IX)
023000     END-PERFORM.
023100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
023200     OPEN INPUT STUDENT-MASTER.
023300     IF WS-FS-MASTER NOT = '00'
023400         DISPLAY 'STUDENT MASTER OPEN FAILED - STATUS '
023500             WS-FS-MASTER
023600         MOVE 'A' TO RUN-OUTCOME
023700         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
023800         STOP RUN
023900     END-IF.
024000     GO TO 1000-EXIT.
024100 1000-EXIT.
024200     EXIT.
024300*-----------------------------------------------------------------
024400* 1100-ACCEPT-OPERATOR-ID - CAPTURE WHO IS MAKING THE OFFERS. THE
024500*                   ID MUST BE ON THE OPERATOR MASTER AND ACTIVE -
024600*                   AN UNKNOWN OR DISABLED ID REFUSES THE RUN.
024700*-----------------------------------------------------------------
024800 1100-ACCEPT-OPERATOR-ID.
024900     DISPLAY 'ENTER OPERATOR ID'.
025000     ACCEPT WS-OPERATOR-ID.
025100     PERFORM 1110-VALIDATE-OPERATOR THRU 1110-EXIT.
025200     IF NOT WS-OPR-FOUND
025300         DISPLAY 'OPERATOR ID ' WS-OPERATOR-ID
025400             ' NOT AUTHORIZED - RUN REFUSED'
025500         CLOSE STUDENT-MASTER
025600         MOVE 'R' TO RUN-OUTCOME
025700         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
025800         STOP RUN
025900     END-IF.
026000     DISPLAY 'SIGNED ON - ' OPR-NAME.
026100     GO TO 1100-EXIT.
026200 1100-EXIT.
026300     EXIT.
026400*-----------------------------------------------------------------
026500* 1110-VALIDATE-OPERATOR - LOOK THE KEYED ID UP ON THE OPERATOR
026600*                   MASTER. FOUND AND ACTIVE SETS THE FOUND
026700*                   SWITCH AND LEAVES THE OPERATOR'S RECORD IN
026800*                   OPR-REC; A DISABLED ID COUNTS AS NOT FOUND.
026900*                   A MISSING OPERATOR MASTER REFUSES EVERY
027000*                   SIGN-ON - BUILD IT WITH RITESH14 FIRST.
027100*-----------------------------------------------------------------
027200 1110-VALIDATE-OPERATOR.
027300     MOVE 'N' TO WS-OPR-FOUND-SW.
027400     MOVE 'N' TO WS-OPR-EOF-SW.
027500     OPEN INPUT OPERATOR-MASTER.
027600     IF WS-FS-OPRMAST NOT = '00'
027700         DISPLAY 'OPERATOR MASTER NOT FOUND - RUN RITESH14'
027800         GO TO 1110-EXIT
027900     END-IF.
028000     PERFORM UNTIL WS-OPR-EOF OR WS-OPR-FOUND
028100         READ OPERATOR-MASTER INTO OPR-REC
028200             AT END
028300                 MOVE 'Y' TO WS-OPR-EOF-SW
028400         END-READ
028500         IF NOT WS-OPR-EOF
028600                 AND OPR-ID = WS-OPERATOR-ID
028700                 AND OPR-IS-ACTIVE
028800             MOVE 'Y' TO WS-OPR-FOUND-SW
028900         END-IF
029000     END-PERFORM.
029100     CLOSE OPERATOR-MASTER.
029200     GO TO 1110-EXIT.
029300 1110-EXIT.
029400     EXIT.
029500*-----------------------------------------------------------------
029600* 1200-ACCEPT-LAPSE-DATE - AN OFFER MADE ON OR BEFORE THIS DATE
029700*                   THAT THE FAMILY HAS NOT TAKEN UP LAPSES AND
029800*                   ITS SEAT GOES TO THE NEXT APPLICANT. ZERO
029900*                   MEANS NO OFFER LAPSES THIS RUN. THE DATE MUST
030000*                   BE BEFORE TODAY SO TODAY'S OFFERS STAND.
030100*-----------------------------------------------------------------
030200 1200-ACCEPT-LAPSE-DATE.
030300     MOVE 'N' TO WS-DATE-VALID-SW.
030400     PERFORM UNTIL WS-DATE-IS-VALID
030500         DISPLAY 'LAPSE OFFERS MADE ON OR BEFORE (YYYYMMDD, 0 = '
030600             'NONE)'
030700         ACCEPT WS-LAPSE-DATE
030800         IF WS-LAPSE-DATE IS NUMERIC
030900                 AND WS-LAPSE-DATE < WS-TODAY-DATE
031000             MOVE 'Y' TO WS-DATE-VALID-SW
031100         ELSE
031200             DISPLAY 'INVALID DATE - MUST BE NUMERIC YYYYMMDD '
031300                 'BEFORE TODAY'
031400         END-IF
031500     END-PERFORM.
031600     GO TO 1200-EXIT.
031700 1200-EXIT.
031800     EXIT.
031900*-----------------------------------------------------------------
032000* 2000-LOAD-SECTION-CONTROL - READ THE SECCTL SECTION CONTROL FILE
032100*                   INTO THE TABLE. WITHOUT SECCTL NO CLASS HAS A
032200*                   CAPACITY, RITESH1 NEVER WAIT-LISTS ANYONE AND
032300*                   THERE ARE NO SEATS TO OFFER - THE RUN STOPS.
032400*-----------------------------------------------------------------
032500 2000-LOAD-SECTION-CONTROL.
032600     MOVE 0 TO WS-SEC-COUNT.
032700     MOVE 'N' TO WS-SEC-EOF-SW.
032800     OPEN INPUT SECTION-CONTROL.
032900     IF WS-FS-SECCTL NOT = '00'
033000         DISPLAY 'SECCTL NOT FOUND - SECTIONS NOT IN USE, NO '
033100             'SEATS TO OFFER'
033200         CLOSE STUDENT-MASTER
033300         MOVE 'A' TO RUN-OUTCOME
033400         PERFORM 9500-WRITE-RUN-LOG THRU 9500-EXIT
033500         STOP RUN
033600     END-IF.
033700     PERFORM UNTIL WS-SEC-EOF
033800         READ SECTION-CONTROL INTO SEC-REC
033900             AT END
034000                 MOVE 'Y' TO WS-SEC-EOF-SW
034100         END-READ
034200         IF NOT WS-SEC-EOF AND WS-SEC-COUNT < 60
034300             ADD 1 TO WS-SEC-COUNT
034400             MOVE SEC-CLS      TO WS-SEC-T-CLS (WS-SEC-COUNT)
034500             MOVE SEC-ID       TO WS-SEC-T-ID (WS-SEC-COUNT)
034600             MOVE SEC-CAPACITY
034700                 TO WS-SEC-T-CAPACITY (WS-SEC-COUNT)
034800             MOVE 0            TO WS-SEC-T-COUNT (WS-SEC-COUNT)
034900         END-IF
035000     END-PERFORM.
035100     CLOSE SECTION-CONTROL.
035200     GO TO 2000-EXIT.
035300 2000-EXIT.
035400     EXIT.
035500*-----------------------------------------------------------------
035600* 2100-COUNT-OCCUPANCY - ONE PASS OF THE MASTER, COUNTING THE
035700*                   ACTIVE STUDENTS SEATED IN EACH OPEN SECTION,
035800*                   THE SAME WAY RITESH1 DOES BEFORE IT SEATS AN
035900*                   ADMISSION.
036000*-----------------------------------------------------------------
036100 2100-COUNT-OCCUPANCY.
036200     MOVE 'N' TO WS-MASTER-EOF-SW.
036300     MOVE 0 TO STUDENT-MASTER-ADM-NO.
036400     START STUDENT-MASTER
036500         KEY IS GREATER THAN STUDENT-MASTER-ADM-NO
036600         INVALID KEY
036700             MOVE 'Y' TO WS-MASTER-EOF-SW
036800     END-START.
036900     PERFORM UNTIL WS-MASTER-EOF
037000         READ STUDENT-MASTER NEXT INTO STU-MASTER-REC
037100             AT END
037200                 MOVE 'Y' TO WS-MASTER-EOF-SW
037300         END-READ
037400         IF NOT WS-MASTER-EOF AND NOT STU-IS-WITHDRAWN
037500             PERFORM VARYING WS-SEC-IX FROM 1 BY 1
037600                     UNTIL WS-SEC-IX > WS-SEC-COUNT
037700                 IF WS-SEC-T-CLS (WS-SEC-IX) = STU-CLS
037800                         AND WS-SEC-T-ID (WS-SEC-IX)
037900                             = STU-SECTION
038000                     ADD 1 TO WS-SEC-T-COUNT (WS-SEC-IX)
038100                 END-IF
038200             END-PERFORM
038300         END-IF
038400     END-PERFORM.
038500     GO TO 2100-EXIT.
038600 2100-EXIT.
038700     EXIT.
038800*-----------------------------------------------------------------
038900* 2200-WORK-OUT-FREE-SEATS - ADD UP THE EMPTY SEATS IN THE OPEN
039000*                   SECTIONS OF EACH CLASS. A SECTION OVER ITS
039100*                   CAPACITY GIVES NO SEATS BUT DOES NOT TAKE ANY
039200*                   FROM THE OTHER SECTIONS - RITESH1 SEATS EACH
039300*                   ADMISSION IN A SECTION WITH ROOM LEFT.
039400*-----------------------------------------------------------------
039500 2200-WORK-OUT-FREE-SEATS.
039600     PERFORM VARYING WS-SEC-IX FROM 1 BY 1
039700             UNTIL WS-SEC-IX > WS-SEC-COUNT
039800         IF WS-SEC-T-CLS (WS-SEC-IX) >= 1
039900                 AND WS-SEC-T-CLS (WS-SEC-IX) <= 12
040000                 AND WS-SEC-T-COUNT (WS-SEC-IX)
040100                     < WS-SEC-T-CAPACITY (WS-SEC-IX)
040200             MOVE WS-SEC-T-CLS (WS-SEC-IX) TO WS-CLS-IX
040300             COMPUTE WS-CLS-T-SEATS (WS-CLS-IX) =
040400                 WS-CLS-T-SEATS (WS-CLS-IX)
040500                 + WS-SEC-T-CAPACITY (WS-SEC-IX)
040600                 - WS-SEC-T-COUNT (WS-SEC-IX)
040700         END-IF
040800     END-PERFORM.
040900     PERFORM VARYING WS-CLS-IX FROM 1 BY 1 UNTIL WS-CLS-IX > 12
041000         MOVE WS-CLS-T-SEATS (WS-CLS-IX)
041100             TO WS-CLS-T-FREE (WS-CLS-IX)
041200     END-PERFORM.
041300     GO TO 2200-EXIT.
041400 2200-EXIT.
041500     EXIT.
041600*-----------------------------------------------------------------
041700* 3000-OPEN-WAITING-LIST - OPEN THE WAITING LIST I-O SO OFFERS CAN
041800*                   BE MARKED AND LAPSED OFFERS TAKEN OFF. NO
041900*                   WAITLST ON FILE MEANS NOBODY HAS EVER BEEN
042000*                   WAIT-LISTED - THE REPORT STILL PRINTS THE
042100*                   FREE SEATS PER CLASS.
042200*-----------------------------------------------------------------
042300 3000-OPEN-WAITING-LIST.
042400     OPEN I-O WAITING-LIST.
042500     IF WS-FS-WAITLIST = '00'
042600         MOVE 'Y' TO WS-WAITLIST-OPEN-SW
042700     ELSE
042800         DISPLAY 'WAITLST NOT FOUND - NOBODY IS WAITING'
042900     END-IF.
043000     GO TO 3000-EXIT.
043100 3000-EXIT.
043200     EXIT.
043300*-----------------------------------------------------------------
043400* 4000-REVIEW-OFFERS-OUT - FIRST PASS OF THE WAITING LIST. AN
043500*                   OFFER ALREADY MADE AND NOT YET TAKEN UP EITHER
043600*                   LAPSES - MADE ON OR BEFORE THE LAPSE DATE -
043700*                   AND COMES OFF THE LIST, OR STILL HOLDS ITS
043800*                   SEAT, WHICH IS NOT OFFERED TO ANYONE ELSE.
043900*-----------------------------------------------------------------
044000 4000-REVIEW-OFFERS-OUT.
044100     MOVE 'OFFERS ALREADY OUT' TO WS-SECTION-TITLE.
044200     PERFORM 6200-PRINT-TITLE THRU 6200-EXIT.
044300     PERFORM 4900-START-WAITING-LIST THRU 4900-EXIT.
044400     PERFORM UNTIL WS-WTL-EOF
044500         READ WAITING-LIST NEXT INTO WTL-REC
044600             AT END
044700                 MOVE 'Y' TO WS-WTL-EOF-SW
044800         END-READ
044900         IF NOT WS-WTL-EOF AND WTL-IS-OFFERED
045000             PERFORM 4100-REVIEW-ONE-OFFER THRU 4100-EXIT
045100         END-IF
045200     END-PERFORM.
045300     GO TO 4000-EXIT.
045400 4000-EXIT.
045500     EXIT.
045600*-----------------------------------------------------------------
045700* 4100-REVIEW-ONE-OFFER - LAPSE OR HOLD ONE OUTSTANDING OFFER.
045800*-----------------------------------------------------------------
045900 4100-REVIEW-ONE-OFFER.
046000     IF WTL-CLS < 1 OR WTL-CLS > 12
046100         ADD 1 TO WS-BAD-CLASS-COUNT
046200         GO TO 4100-EXIT
046300     END-IF.
046400     MOVE WTL-CLS TO WS-CLS-IX.
046500     IF WS-LAPSE-DATE > 0 AND WTL-OFFER-DATE <= WS-LAPSE-DATE
046600         DELETE WAITING-LIST RECORD
046700             INVALID KEY
046800                 DISPLAY 'WAITLST DELETE FAILED - STATUS '
046900                     WS-FS-WAITLIST ' - ' WTL-NAME
047000                 GO TO 4100-EXIT
047100         END-DELETE
047200         ADD 1 TO WS-LAPSED-COUNT
047300         MOVE 'LAPSED - REMOVED' TO WS-DTL-REMARK
047400     ELSE
047500         ADD 1 TO WS-OUTSTANDING-COUNT
047600         ADD 1 TO WS-CLS-T-OUT (WS-CLS-IX)
047700         IF WS-CLS-T-FREE (WS-CLS-IX) > 0
047800             SUBTRACT 1 FROM WS-CLS-T-FREE (WS-CLS-IX)
047900         END-IF
048000         MOVE 'OUTSTANDING' TO WS-DTL-REMARK
048100     END-IF.
048200     PERFORM 6300-PRINT-APPLICANT THRU 6300-EXIT.
048300     GO TO 4100-EXIT.
048400 4100-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------------
048700* 4900-START-WAITING-LIST - POSITION AT THE START OF THE WAITING
048800*                   LIST FOR A PASS IN CLASS, PRIORITY, DATE
048900*                   APPLIED AND SEQUENCE ORDER.
049000*-----------------------------------------------------------------
049100 4900-START-WAITING-LIST.
049200     MOVE 'N' TO WS-WTL-EOF-SW.
049300     MOVE LOW-VALUES TO WAITING-LIST-KEY.
049400     START WAITING-LIST
049500         KEY IS NOT LESS THAN WAITING-LIST-KEY
049600         INVALID KEY
049700             MOVE 'Y' TO WS-WTL-EOF-SW
049800     END-START.
049900     GO TO 4900-EXIT.
050000 4900-EXIT.
050100     EXIT.
050200*-----------------------------------------------------------------
050300* 5000-MAKE-NEW-OFFERS - SECOND PASS OF THE WAITING LIST. WITHIN
050400*                   EACH CLASS THE APPLICANTS COME IN PRIORITY
050500*                   ORDER, OLDEST APPLICATION FIRST, AND EACH SEAT
050600*                   STILL FREE GOES TO THE NEXT ONE WAITING.
050700*-----------------------------------------------------------------
050800 5000-MAKE-NEW-OFFERS.
050900     MOVE 'NEW SEAT OFFERS - CALL THE GUARDIAN'
051000         TO WS-SECTION-TITLE.
051100     PERFORM 6200-PRINT-TITLE THRU 6200-EXIT.
051200     PERFORM 4900-START-WAITING-LIST THRU 4900-EXIT.
051300     PERFORM UNTIL WS-WTL-EOF
051400         READ WAITING-LIST NEXT INTO WTL-REC
051500             AT END
051600                 MOVE 'Y' TO WS-WTL-EOF-SW
051700         END-READ
051800         IF NOT WS-WTL-EOF AND WTL-IS-WAITING
051900             PERFORM 5100-OFFER-ONE-SEAT THRU 5100-EXIT
052000         END-IF
052100     END-PERFORM.
052200     GO TO 5000-EXIT.
052300 5000-EXIT.
052400     EXIT.
052500*-----------------------------------------------------------------
052600* 5100-OFFER-ONE-SEAT - OFFER THE APPLICANT A SEAT IF THE CLASS
052700*                   HAS ONE LEFT, MARKING THE ENTRY OFFERED WITH
052800*                   TODAY'S DATE; OTHERWISE THE APPLICANT GOES ON
052900*                   WAITING.
053000*-----------------------------------------------------------------
053100 5100-OFFER-ONE-SEAT.
053200     IF WTL-CLS < 1 OR WTL-CLS > 12
053300         ADD 1 TO WS-BAD-CLASS-COUNT
053400         GO TO 5100-EXIT
053500     END-IF.
053600     MOVE WTL-CLS TO WS-CLS-IX.
053700     IF WS-CLS-T-FREE (WS-CLS-IX) = 0
053800         ADD 1 TO WS-WAITING-COUNT
053900         ADD 1 TO WS-CLS-T-WAITING (WS-CLS-IX)
054000         GO TO 5100-EXIT
054100     END-IF.
054200     MOVE 'O' TO WTL-STATUS.
054300     MOVE WS-TODAY-DATE TO WTL-OFFER-DATE.
054400     MOVE WTL-REC TO WAITING-LIST-REC.
054500     REWRITE WAITING-LIST-REC
054600         INVALID KEY
054700             DISPLAY 'WAITLST REWRITE FAILED - STATUS '
054800                 WS-FS-WAITLIST ' - ' WTL-NAME
054900             GO TO 5100-EXIT
055000     END-REWRITE.
055100     SUBTRACT 1 FROM WS-CLS-T-FREE (WS-CLS-IX).
055200     ADD 1 TO WS-OFFERED-COUNT.
055300     ADD 1 TO WS-CLS-T-OFFERED (WS-CLS-IX).
055400     MOVE 'OFFER SEAT' TO WS-DTL-REMARK.
055500     PERFORM 6300-PRINT-APPLICANT THRU 6300-EXIT.
055600     GO TO 5100-EXIT.
055700 5100-EXIT.
055800     EXIT.
055900*-----------------------------------------------------------------
056000* 6000-START-NEW-PAGE - THROW TO A NEW PAGE AND PRINT THE PAGE
056100*                   HEADING.
056200*-----------------------------------------------------------------
056300 6000-START-NEW-PAGE.
056400     ADD 1 TO WS-PAGE-NO.
056500     MOVE WS-LAPSE-DATE TO WS-HDG-LAPSE.
056600     MOVE WS-PAGE-NO TO WS-HDG-PAGE.
056700     MOVE WS-TODAY-DATE TO WS-HDG-DATE.
056800     MOVE WS-HEADING-LINE TO OFFER-REPORT-REC.
056900     WRITE OFFER-REPORT-REC AFTER ADVANCING PAGE.
057000     MOVE 0 TO WS-LINE-COUNT.
057100     GO TO 6000-EXIT.
057200 6000-EXIT.
057300     EXIT.
057400*-----------------------------------------------------------------
057500* 6100-PRINT-LINE - PRINT THE LINE LEFT IN OFFER-REPORT-REC BY THE
057600*                   CALLER, THROWING A PAGE WHEN THE PAGE IS FULL.
057700*-----------------------------------------------------------------
057800 6100-PRINT-LINE.
057900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
058000         MOVE OFFER-REPORT-REC TO WS-SAVE-LINE
058100         PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT
058200         MOVE WS-SAVE-LINE TO OFFER-REPORT-REC
058300     END-IF.
058400     WRITE OFFER-REPORT-REC.
058500     ADD 1 TO WS-LINE-COUNT.
058600     GO TO 6100-EXIT.
058700 6100-EXIT.
058800     EXIT.
058900*-----------------------------------------------------------------
059000* 6200-PRINT-TITLE - A BLANK LINE, THE LIST TITLE IN
059100*                   WS-SECTION-TITLE AND THE COLUMN LINE.
059200*-----------------------------------------------------------------
059300 6200-PRINT-TITLE.
059400     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
059500         PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT
059600     END-IF.
059700     MOVE SPACES TO OFFER-REPORT-REC.
059800     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
059900     MOVE WS-SECTION-TITLE TO OFFER-REPORT-REC.
060000     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
060100     MOVE WS-COLUMN-LINE TO OFFER-REPORT-REC.
060200     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
060300     GO TO 6200-EXIT.
060400 6200-EXIT.
060500     EXIT.
060600*-----------------------------------------------------------------
060700* 6300-PRINT-APPLICANT - ONE WAITING-LIST ENTRY WITH THE REMARK
060800*                   ALREADY SET BY THE CALLER.
060900*-----------------------------------------------------------------
061000 6300-PRINT-APPLICANT.
061100     MOVE WTL-CLS          TO WS-DTL-CLS.
061200     MOVE WTL-PRIORITY     TO WS-DTL-PRIORITY.
061300     MOVE WTL-DATE-APPLIED TO WS-DTL-APPLIED.
061400     MOVE WTL-NAME         TO WS-DTL-NAME.
061500     MOVE WTL-GUARDIAN     TO WS-DTL-GUARDIAN.
061600     MOVE WTL-CONTACT      TO WS-DTL-CONTACT.
061700     MOVE WS-DETAIL-LINE   TO OFFER-REPORT-REC.
061800     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
061900     GO TO 6300-EXIT.
062000 6300-EXIT.
062100     EXIT.
062200*-----------------------------------------------------------------
062300* 7000-PRINT-CLASS-SUMMARY - ONE LINE PER CLASS WITH FREE SEATS OR
062400*                   ANYONE ON THE LIST - SEATS FREE BEFORE THIS
062500*                   RUN, OFFERS STILL OUT, OFFERS MADE TODAY AND
062600*                   APPLICANTS STILL WAITING - THEN THE RUN
062700*                   TOTALS.
062800*-----------------------------------------------------------------
062900 7000-PRINT-CLASS-SUMMARY.
063000     IF WS-LINE-COUNT + 20 > WS-LINES-PER-PAGE
063100         PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT
063200     END-IF.
063300     MOVE SPACES TO OFFER-REPORT-REC.
063400     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
063500     MOVE 'SEATS BY CLASS' TO OFFER-REPORT-REC.
063600     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
063700     MOVE WS-CLS-SUMMARY-HDG TO OFFER-REPORT-REC.
063800     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
063900     PERFORM VARYING WS-CLS-IX FROM 1 BY 1 UNTIL WS-CLS-IX > 12
064000         IF WS-CLS-T-SEATS (WS-CLS-IX) > 0
064100                 OR WS-CLS-T-OUT (WS-CLS-IX) > 0
064200                 OR WS-CLS-T-WAITING (WS-CLS-IX) > 0
064300             MOVE WS-CLS-IX TO WS-SUM-CLS
064400             MOVE WS-CLS-T-SEATS (WS-CLS-IX) TO WS-SUM-SEATS
064500             MOVE WS-CLS-T-OUT (WS-CLS-IX) TO WS-SUM-OUT
064600             MOVE WS-CLS-T-OFFERED (WS-CLS-IX) TO WS-SUM-OFFERED
064700             MOVE WS-CLS-T-WAITING (WS-CLS-IX) TO WS-SUM-WAITING
064800             MOVE WS-CLS-SUMMARY-LINE TO OFFER-REPORT-REC
064900             PERFORM 6100-PRINT-LINE THRU 6100-EXIT
065000         END-IF
065100     END-PERFORM.
065200     MOVE SPACES TO OFFER-REPORT-REC.
065300     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
065400     MOVE 'NEW SEAT OFFERS MADE' TO WS-TOT-TEXT.
065500     MOVE WS-OFFERED-COUNT TO WS-TOT-COUNT.
065600     MOVE WS-TOTAL-LINE TO OFFER-REPORT-REC.
065700     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
065800     MOVE 'OFFERS STILL OUTSTANDING' TO WS-TOT-TEXT.
065900     MOVE WS-OUTSTANDING-COUNT TO WS-TOT-COUNT.
066000     MOVE WS-TOTAL-LINE TO OFFER-REPORT-REC.
066100     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
066200     MOVE 'OFFERS LAPSED AND REMOVED' TO WS-TOT-TEXT.
066300     MOVE WS-LAPSED-COUNT TO WS-TOT-COUNT.
066400     MOVE WS-TOTAL-LINE TO OFFER-REPORT-REC.
066500     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
066600     MOVE 'APPLICANTS STILL WAITING' TO WS-TOT-TEXT.
066700     MOVE WS-WAITING-COUNT TO WS-TOT-COUNT.
066800     MOVE WS-TOTAL-LINE TO OFFER-REPORT-REC.
066900     PERFORM 6100-PRINT-LINE THRU 6100-EXIT.
067000     IF WS-BAD-CLASS-COUNT > 0
067100         MOVE 'ENTRIES WITH AN INVALID CLASS - SKIPPED'
067200             TO WS-TOT-TEXT
067300         MOVE WS-BAD-CLASS-COUNT TO WS-TOT-COUNT
067400         MOVE WS-TOTAL-LINE TO OFFER-REPORT-REC
067500         PERFORM 6100-PRINT-LINE THRU 6100-EXIT
067600     END-IF.
067700     GO TO 7000-EXIT.
067800 7000-EXIT.
067900     EXIT.
068000*-----------------------------------------------------------------
068100* 9000-TERMINATE - CLOSE THE FILES AND SHOW THE RUN TOTALS.
068200*-----------------------------------------------------------------
068300 9000-TERMINATE.
068400     CLOSE STUDENT-MASTER.
068500     IF WS-WAITLIST-IS-OPEN
068600         CLOSE WAITING-LIST
068700     END-IF.
068800     DISPLAY 'NEW SEAT OFFERS MADE     = ' WS-OFFERED-COUNT.
068900     DISPLAY 'OFFERS STILL OUTSTANDING = ' WS-OUTSTANDING-COUNT.
069000     DISPLAY 'OFFERS LAPSED            = ' WS-LAPSED-COUNT.
069100     DISPLAY 'APPLICANTS STILL WAITING = ' WS-WAITING-COUNT.
069200     DISPLAY 'OFFER LIST ON OFFRLST'.
069300     GO TO 9000-EXIT.
069400 9000-EXIT.
069500     EXIT.
069600*-----------------------------------------------------------------
069700* 9500-WRITE-RUN-LOG - APPEND THIS RUN'S CLOSE-OUT RECORD TO THE
069800*                   CENTRAL RUN LOG - PROGRAM, OPERATOR, START
069900*                   AND END DATE/TIME, OUTCOME AND THE RUN'S KEY
070000*                   COUNTS - FOR THE RITESH27 DAILY OPERATIONS
070100*                   REPORT. THE OUTCOME IS SET BY THE CALLER.
070200*-----------------------------------------------------------------
070300 9500-WRITE-RUN-LOG.
070400     MOVE 'RITESH39' TO RUN-PROGRAM-ID.
070500     MOVE WS-OPERATOR-ID TO RUN-OPERATOR-ID.
070600     MOVE WS-RUN-START-DATE TO RUN-START-DATE.
070700     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
070800     ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
070900     ACCEPT RUN-END-TIME FROM TIME.
071000     MOVE WS-OFFERED-COUNT TO RUN-CNT-1.
071100     MOVE WS-OUTSTANDING-COUNT TO RUN-CNT-2.
071200     MOVE WS-LAPSED-COUNT TO RUN-CNT-3.
071300     MOVE WS-WAITING-COUNT TO RUN-CNT-4.
071400     OPEN EXTEND RUN-LOG.
071500     IF WS-FS-RUNLOG = '35'
071600         OPEN OUTPUT RUN-LOG
071700     END-IF.
071800     MOVE RUN-LOG-REC TO RUN-LOG-OUT-REC.
071900     WRITE RUN-LOG-OUT-REC.
072000     CLOSE RUN-LOG.
072100     GO TO 9500-EXIT.
072200 9500-EXIT.
072300     EXIT.
