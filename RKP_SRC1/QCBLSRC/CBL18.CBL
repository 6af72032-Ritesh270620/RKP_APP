002644*                   AND ITS KEY COUNTS - TO THE CENTRAL RUNLOG
002658*                   (STURUN01) FOR THE RITESH27 DAILY OPERATIONS
002672*                   REPORT.
002674* 07-SEP-2026  RKP  ATTENDANCE DATED ON A HOLIDAY ON THE NEW
002676*                   SCHCAL SCHOOL CALENDAR (STUCAL01) IS REJECTED
002678*                   UNDER THE NEW REASON 06. A DATE NOT ON THE
002680*                   CALENDAR, OR NO CALENDAR AT ALL, POSTS AS
002681*                   BEFORE. THE HOLIDAY REJECTS ARE THE RUNLOG
002682*                   CNT-4.
002686*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004701     SELECT RUN-LOG ASSIGN TO "RUNLOG"
004702         ORGANIZATION IS LINE SEQUENTIAL
004703         FILE STATUS IS WS-FS-RUNLOG.
004719     SELECT SCHOOL-CALENDAR ASSIGN TO "SCHCAL"
004735         ORGANIZATION IS INDEXED
004751         ACCESS MODE IS DYNAMIC
004767         RECORD KEY IS SCHOOL-CALENDAR-DATE
004783         FILE STATUS IS WS-FS-CALENDAR.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  STUDENT-MASTER.
006400 01  ATT-REJECT-REC              PIC X(23).
006401 FD  RUN-LOG.
006402 01  RUN-LOG-OUT-REC             PIC X(73).
006421 FD  SCHOOL-CALENDAR.
006440 01  SCHOOL-CALENDAR-REC.
006459     05  SCHOOL-CALENDAR-DATE    PIC 9(08).
006478     05  FILLER                  PIC X(36).
006500 WORKING-STORAGE SECTION.
006600 COPY STUSTU01.
006700 COPY STUATT01.
006800 COPY STUARJ01.
006801 COPY STURUN01.
006850 COPY STUCAL01.
006900 77  WS-TRAN-EOF-SW              PIC X(01).
007000     88  WS-TRAN-EOF             VALUE 'Y'.
007100 77  WS-FS-MASTER                PIC X(02).
007701 77  WS-FS-RUNLOG                PIC X(02).
007702 77  WS-RUN-START-DATE           PIC 9(08).
007703 77  WS-RUN-START-TIME           PIC 9(08).
007716 77  WS-FS-CALENDAR              PIC X(02).
007729 77  WS-CALENDAR-OPEN-SW         PIC X(01).
007742     88  WS-CALENDAR-IS-OPEN     VALUE 'Y'.
007755 77  WS-CAL-FOUND-SW             PIC X(01).
007768     88  WS-CAL-FOUND            VALUE 'Y'.
007781 77  WS-HOLIDAY-COUNT            PIC 9(06) COMP.
007800 PROCEDURE DIVISION.
007900 0000-MAINLINE.
007901     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
009600     MOVE 0 TO WS-TRAN-REC-NUM.
009700     MOVE 0 TO WS-POSTED-COUNT.
009800     MOVE 0 TO WS-REJECT-COUNT.
009850     MOVE 0 TO WS-HOLIDAY-COUNT.
009900     MOVE 'N' TO WS-TRAN-EOF-SW.
010000     OPEN INPUT STUDENT-MASTER.
010100     IF WS-FS-MASTER NOT = '00'
012000         STOP RUN
012100     END-IF.
012200     OPEN OUTPUT ATT-REJECT.
012211     MOVE 'N' TO WS-CALENDAR-OPEN-SW.
012222     OPEN INPUT SCHOOL-CALENDAR.
012233     IF WS-FS-CALENDAR = '00'
012244         MOVE 'Y' TO WS-CALENDAR-OPEN-SW
012255     ELSE
012266         DISPLAY 'SCHOOL CALENDAR NOT FOUND - HOLIDAYS NOT'
012277             ' CHECKED'
012288     END-IF.
012300     GO TO 1000-EXIT.
012400 1000-EXIT.
012500     EXIT.
015800*                   ON THE ACTIVE ROLL. A DAY ALREADY MARKED
015900*                   FOR THE STUDENT SURFACES AS A DUPLICATE KEY
016000*                   ON THE WRITE AND IS REJECTED TOO.
016010*                   A LINE DATED ON A HOLIDAY ON THE SCHOOL
016020*                   CALENDAR IS REJECTED WITH REASON 06.
016100*-----------------------------------------------------------------
016200 2100-EDIT-ONE-LINE.
016300     IF ATT-DATE IS NOT NUMERIC OR ATT-DATE = 0
016600         PERFORM 2200-WRITE-REJECT-REC THRU 2200-EXIT
016700         GO TO 2100-EXIT
016800     END-IF.
016810     PERFORM 2300-CHECK-HOLIDAY THRU 2300-EXIT.
016820     IF WS-CAL-FOUND AND CAL-IS-HOLIDAY
016830         DISPLAY 'REJECTED - ' ATT-DATE ' IS A HOLIDAY - '
016840             CAL-DESC ' - ADM NO ' ATT-ADM-NO
016850         MOVE '06' TO ARJ-REASON-CODE
016860         ADD 1 TO WS-HOLIDAY-COUNT
016870         PERFORM 2200-WRITE-REJECT-REC THRU 2200-EXIT
016880         GO TO 2100-EXIT
016890     END-IF.
016900     IF NOT ATT-CODE-IS-VALID
017000         DISPLAY 'REJECTED - INVALID CODE - ADM NO ' ATT-ADM-NO
017100         MOVE '03' TO ARJ-REASON-CODE
022100     GO TO 2200-EXIT.
022200 2200-EXIT.
022300     EXIT.
022304*-----------------------------------------------------------------
022308* 2300-CHECK-HOLIDAY - READ THE LINE'S DATE OFF THE SCHOOL
022312*                   CALENDAR BY KEY. FOUND SETS THE SWITCH AND
022316*                   LEAVES THE DAY IN CAL-REC. WITH NO CALENDAR
022320*                   NOTHING IS FOUND AND THE LINE POSTS.
022324*-----------------------------------------------------------------
022328 2300-CHECK-HOLIDAY.
022332     MOVE 'N' TO WS-CAL-FOUND-SW.
022336     IF NOT WS-CALENDAR-IS-OPEN
022340         GO TO 2300-EXIT
022344     END-IF.
022348     MOVE ATT-DATE TO SCHOOL-CALENDAR-DATE.
022352     READ SCHOOL-CALENDAR INTO CAL-REC
022356         KEY IS SCHOOL-CALENDAR-DATE
022360         INVALID KEY
022364             GO TO 2300-EXIT
022368     END-READ.
022372     MOVE 'Y' TO WS-CAL-FOUND-SW.
022376     GO TO 2300-EXIT.
022380 2300-EXIT.
022384     EXIT.
022400*-----------------------------------------------------------------
022500* 9000-TERMINATE - CLOSE FILES BEFORE STOP RUN.
022600*-----------------------------------------------------------------
022900     CLOSE ATT-TRAN-IN.
023000     CLOSE ATT-MASTER.
023100     CLOSE ATT-REJECT.
023125     IF WS-CALENDAR-IS-OPEN
023150         CLOSE SCHOOL-CALENDAR
023175     END-IF.
023200     GO TO 9000-EXIT.
023300 9000-EXIT.
023400     EXIT.
024900     MOVE WS-TRAN-REC-NUM TO RUN-CNT-1.
025000     MOVE WS-POSTED-COUNT TO RUN-CNT-2.
025100     MOVE WS-REJECT-COUNT TO RUN-CNT-3.
025200     MOVE WS-HOLIDAY-COUNT TO RUN-CNT-4.
025300     OPEN EXTEND RUN-LOG.
025400     IF WS-FS-RUNLOG = '35'
025500         OPEN OUTPUT RUN-LOG
