001844*                   AND ITS KEY COUNTS - TO THE CENTRAL RUNLOG
001858*                   (STURUN01) FOR THE RITESH27 DAILY OPERATIONS
001872*                   REPORT.
001874* 09-SEP-2026  RKP  A WITHDRAWAL FREES A SEAT IN THE CLASS - THE
001876*                   RUN NOW COUNTS THE APPLICANTS WAITING FOR THAT
001879*                   CLASS ON THE WAITLST WAITING LIST (STUWTL01)
001881*                   AND TELLS THE OFFICE TO RUN THE RITESH39
001883*                   SEAT-OFFER RUN.
001886*-----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
003131     SELECT RUN-LOG ASSIGN TO "RUNLOG"
003132         ORGANIZATION IS LINE SEQUENTIAL
003133         FILE STATUS IS WS-FS-RUNLOG.
003141     SELECT WAITING-LIST ASSIGN TO "WAITLST"
003149         ORGANIZATION IS INDEXED
003158         ACCESS MODE IS DYNAMIC
003166         RECORD KEY IS WAITING-LIST-KEY
003174         ALTERNATE RECORD KEY IS WAITING-LIST-NAME
003183             WITH DUPLICATES
003191         FILE STATUS IS WS-FS-WAITLIST.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  STUDENT-MASTER.
004020 01  OPERATOR-MASTER-REC         PIC X(30).
004021 FD  RUN-LOG.
004022 01  RUN-LOG-OUT-REC             PIC X(73).
004035 FD  WAITING-LIST.
004048 01  WAITING-LIST-REC.
004061     05  WAITING-LIST-KEY        PIC X(15).
004074     05  WAITING-LIST-NAME       PIC A(10).
004087     05  FILLER                  PIC X(93).
004100 WORKING-STORAGE SECTION.
004200 COPY STUSTU01.
004300 COPY STUAUD01.
004310 COPY STUOPR01.
004311 COPY STURUN01.
004355 COPY STUWTL01.
004400 77  WS-FS-MASTER                PIC X(02).
004500 77  WS-FS-AUDIT                 PIC X(02).
004510 77  WS-FS-OPRMAST               PIC X(02).
005502 77  WS-RUN-START-DATE           PIC 9(08).
005503 77  WS-RUN-START-TIME           PIC 9(08).
005504 77  WS-WDRL-DONE-COUNT          PIC 9(06) COMP.
005520 77  WS-FS-WAITLIST              PIC X(02).
005536 77  WS-WTL-EOF-SW               PIC X(01).
005552     88  WS-WTL-EOF              VALUE 'Y'.
005568 77  WS-WTL-WAITING-COUNT        PIC 9(04) COMP.
005584 77  WS-WTL-WAITING-DISP         PIC Z(03)9.
005600 PROCEDURE DIVISION.
005700 0000-MAINLINE.
005701     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
015200     DISPLAY 'WITHDRAWN - ' STU-ADM-NO ' ' STU-NAME.
015210     ADD 1 TO WS-WDRL-DONE-COUNT.
015300     PERFORM 3100-WRITE-AUDIT-REC THRU 3100-EXIT.
015350     PERFORM 3200-CHECK-WAITING-LIST THRU 3200-EXIT.
015400     GO TO 3000-EXIT.
015500 3000-EXIT.
015600     EXIT.
018000     GO TO 3100-EXIT.
018100 3100-EXIT.
018200     EXIT.
018201*-----------------------------------------------------------------
018203* 3200-CHECK-WAITING-LIST - THE WITHDRAWAL HAS FREED A SEAT
018205*                   IN THE STUDENT'S CLASS. COUNT THE APPLICANTS
018207*                   STILL WAITING FOR THAT CLASS ON THE WAITING
018209*                   LIST AND, IF THERE ARE ANY, TELL THE OFFICE TO
018211*                   RUN THE RITESH39 SEAT OFFERS. NO WAITING LIST
018213*                   ON FILE SIMPLY MEANS NOBODY IS WAITING.
018215*-----------------------------------------------------------------
018217 3200-CHECK-WAITING-LIST.
018219     MOVE 0 TO WS-WTL-WAITING-COUNT.
018221     OPEN INPUT WAITING-LIST.
018223     IF WS-FS-WAITLIST NOT = '00'
018225         GO TO 3200-EXIT
018226     END-IF.
018228     MOVE 'N' TO WS-WTL-EOF-SW.
018230     MOVE LOW-VALUES TO WTL-REC.
018232     MOVE STU-CLS TO WTL-CLS.
018234     MOVE 0 TO WTL-PRIORITY.
018236     MOVE 0 TO WTL-DATE-APPLIED.
018238     MOVE 0 TO WTL-SEQ.
018240     MOVE WTL-KEY TO WAITING-LIST-KEY.
018242     START WAITING-LIST
018244         KEY IS NOT LESS THAN WAITING-LIST-KEY
018246         INVALID KEY
018248             MOVE 'Y' TO WS-WTL-EOF-SW
018250     END-START.
018251     PERFORM UNTIL WS-WTL-EOF
018253         READ WAITING-LIST NEXT INTO WTL-REC
018255             AT END
018257                 MOVE 'Y' TO WS-WTL-EOF-SW
018259         END-READ
018261         IF NOT WS-WTL-EOF
018263             IF WTL-CLS NOT = STU-CLS
018265                 MOVE 'Y' TO WS-WTL-EOF-SW
018267             ELSE
018269                 IF WTL-IS-WAITING
018271                     ADD 1 TO WS-WTL-WAITING-COUNT
018273                 END-IF
018275             END-IF
018276         END-IF
018278     END-PERFORM.
018280     CLOSE WAITING-LIST.
018282     IF WS-WTL-WAITING-COUNT > 0
018284         MOVE WS-WTL-WAITING-COUNT TO WS-WTL-WAITING-DISP
018286         DISPLAY 'SEAT FREED IN CLASS ' STU-CLS ' - '
018288             WS-WTL-WAITING-DISP ' APPLICANT(S) WAITING'
018290         DISPLAY 'RUN RITESH39 TO OFFER THE SEAT'
018292     END-IF.
018294     GO TO 3200-EXIT.
018296 3200-EXIT.
018298     EXIT.
018300*-----------------------------------------------------------------
018400* 9000-TERMINATE - CLOSE FILES BEFORE STOP RUN.
018500*-----------------------------------------------------------------
