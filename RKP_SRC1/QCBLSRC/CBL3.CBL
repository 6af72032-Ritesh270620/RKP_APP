004780*                   AND ITS KEY COUNTS - TO THE CENTRAL RUNLOG
004785*                   (STURUN01) FOR THE RITESH27 DAILY OPERATIONS
004790*                   REPORT.
004791* 09-SEP-2026  RKP  CLASS-FULL REFUSALS GO ON THE WAITLST WAITING
004792*                   LIST (STUWTL01) FOR THE RITESH39 SEAT OFFERS;
004793*                   A COMMIT TAKES A MATCHING APPLICANT OFF IT.
004794*                   WAIT-LISTED RECORDS COUNT AS RUNLOG REJECTS.
004795*-----------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005230         ALTERNATE RECORD KEY IS STUDENT-MASTER-NAME
005240             WITH DUPLICATES
005300         FILE STATUS IS WS-FS-MASTER.
005310     SELECT WAITING-LIST ASSIGN TO "WAITLST"
005320         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS DYNAMIC
005340         RECORD KEY IS WAITING-LIST-KEY
005350         ALTERNATE RECORD KEY IS WAITING-LIST-NAME
005360             WITH DUPLICATES
005370         FILE STATUS IS WS-FS-WAITLIST.
005400     SELECT BATCH-IN ASSIGN TO "BATIN"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FS-BATCH.
007262 01  SECTION-CONTROL-REC         PIC X(06).
007263 FD  RUN-LOG.
007264 01  RUN-LOG-OUT-REC             PIC X(73).
007270 FD  WAITING-LIST.
007276 01  WAITING-LIST-REC.
007282     05  WAITING-LIST-KEY        PIC X(15).
007288     05  WAITING-LIST-NAME       PIC A(10).
007294     05  FILLER                  PIC X(93).
007300 WORKING-STORAGE SECTION.
007400 COPY STUSTU01.
007500 COPY STUBAT01.
007730 COPY STUOPR01.
007740 COPY STUSEC01.
007741 COPY STURUN01.
007770 COPY STUWTL01.
007800 77  WS-CLS-VALID-SW             PIC X(01).
007900     88  WS-CLS-IS-VALID         VALUE 'Y'.
008000 77  WS-GENDER-VALID-SW          PIC X(01).
009300 77  WS-NEXT-ADM-NO              PIC 9(06).
009400 77  WS-MAX-ADM-NO               PIC 9(06).
009410 77  WS-LAST-COMMIT-ADM-NO       PIC 9(06).
009420 77  WS-FS-WAITLIST              PIC X(02).
009430 77  WS-WAITLIST-OPEN-SW         PIC X(01).
009440     88  WS-WAITLIST-IS-OPEN     VALUE 'Y'.
009450 77  WS-WAITLISTED-SW            PIC X(01).
009460     88  WS-WAS-WAITLISTED       VALUE 'Y'.
009470 77  WS-WTL-EOF-SW               PIC X(01).
009480     88  WS-WTL-EOF              VALUE 'Y'.
009490 77  WS-WTL-FOUND-SW             PIC X(01).
009500     88  WS-WTL-FOUND            VALUE 'Y'.
009510 77  WS-WTL-PRIORITY             PIC 9(01).
009520 77  WS-PRI-VALID-SW             PIC X(01).
009530     88  WS-PRI-IS-VALID         VALUE 'Y'.
009540 77  WS-BATCH-WAITLIST-COUNT     PIC 9(06) COMP.
011097 77  WS-FS-RUNLOG                PIC X(02).
011098 77  WS-RUN-START-DATE           PIC 9(08).
011100 77  WS-RUN-START-TIME           PIC 9(08).
011300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011400     PERFORM 1050-DETERMINE-NEXT-ADM-NO THRU 1050-EXIT.
011410     PERFORM 1070-LOAD-SECTION-CONTROL THRU 1070-EXIT.
011455     PERFORM 1090-OPEN-WAITING-LIST THRU 1090-EXIT.
011500     PERFORM 1100-ACCEPT-OPERATOR-ID THRU 1100-EXIT.
011600     PERFORM 1500-ACCEPT-RUN-MODE THRU 1500-EXIT.
011700     IF WS-MODE-IS-BATCH
012820     MOVE 0 TO WS-BATCH-LOADED-COUNT.
012830     MOVE 0 TO WS-BATCH-REJECT-COUNT.
012840     MOVE 0 TO WS-BATCH-SKIPPED-COUNT.
012870     MOVE 0 TO WS-BATCH-WAITLIST-COUNT.
012900     MOVE 'N' TO WS-GENDER-VALID-SW.
012910     OPEN I-O STUDENT-MASTER.
012920     IF WS-FS-MASTER = '35'
013000     GO TO 1000-EXIT.
013100 1000-EXIT.
013200     EXIT.
013204*-----------------------------------------------------------------
013208* 1090-OPEN-WAITING-LIST - OPEN THE WAITLST WAITING LIST I-O FOR
013212*                   THE RUN, CREATING IT EMPTY THE FIRST TIME. IF
013216*                   IT CANNOT BE OPENED THE RUN GOES ON - A FULL
013220*                   CLASS IS THEN REFUSED AS IT WAS BEFORE THE
013224*                   WAITING LIST EXISTED.
013228*-----------------------------------------------------------------
013232 1090-OPEN-WAITING-LIST.
013236     MOVE 'N' TO WS-WAITLIST-OPEN-SW.
013240     OPEN I-O WAITING-LIST.
013244     IF WS-FS-WAITLIST = '35'
013248         OPEN OUTPUT WAITING-LIST
013252         CLOSE WAITING-LIST
013256         OPEN I-O WAITING-LIST
013260     END-IF.
013264     IF WS-FS-WAITLIST = '00'
013268         MOVE 'Y' TO WS-WAITLIST-OPEN-SW
013272     ELSE
013276         DISPLAY 'WAITLST OPEN FAILED - STATUS ' WS-FS-WAITLIST
013280             ' - FULL CLASSES WILL NOT BE WAIT-LISTED'
013284     END-IF.
013288     GO TO 1090-EXIT.
013292 1090-EXIT.
013296     EXIT.
013300*-----------------------------------------------------------------
013400* 1050-DETERMINE-NEXT-ADM-NO - TAKE THE NEXT ADM-NO FROM THE
013500*                   ADMCTL CONTROL FILE, WHICH RITESH5 BUILDS AT
023410     IF WS-COMMIT-WAS-OK
023420         ADD 1 TO WS-BATCH-LOADED-COUNT
023430     END-IF.
023447     IF WS-WAS-WAITLISTED
023465         ADD 1 TO WS-BATCH-WAITLIST-COUNT
023482     END-IF.
023500     GO TO 2000-EXIT.
023600 2000-EXIT.
023700     EXIT.
029210     CLOSE REJECT-OUT.
029300     PERFORM 3300-CLEAR-CHECKPOINT THRU 3300-EXIT.
029310     PERFORM 3400-DISPLAY-LOAD-SUMMARY THRU 3400-EXIT.
029320     DISPLAY 'RECORDS WAITING  = ' WS-BATCH-WAITLIST-COUNT.
029400     GO TO 3000-EXIT.
029500 3000-EXIT.
029600     EXIT.
034800         PERFORM 4300-WRITE-CHECKPOINT THRU 4300-EXIT
034810     ELSE
034820         IF WS-CLASS-IS-FULL
034825             IF WS-WAS-WAITLISTED
034830                 ADD 1 TO WS-BATCH-WAITLIST-COUNT
034835                 PERFORM 4300-WRITE-CHECKPOINT THRU 4300-EXIT
034840             ELSE
034842                 MOVE '04' TO REJ-REASON-CODE
034844                 PERFORM 3250-WRITE-REJECT-REC THRU 3250-EXIT
034846             END-IF
034850         END-IF
034900     END-IF.
035000     GO TO 3200-EXIT.
037800 4000-COMMIT-STUDENT.
037900     MOVE 'N' TO WS-COMMIT-OK-SW.
037910     MOVE 'N' TO WS-CLASS-FULL-SW.
037955     MOVE 'N' TO WS-WAITLISTED-SW.
038000     PERFORM 4100-CHECK-DUPLICATE THRU 4100-EXIT.
038100     IF WS-IS-POSSIBLE-DUP
038200         DISPLAY 'WARNING - POSSIBLE DUPLICATE ENTRY - ' STU-NAME
038310     PERFORM 4500-ALLOCATE-SECTION THRU 4500-EXIT.
038320     IF NOT WS-ALLOC-WAS-OK
038325         IF WS-MODE-IS-BATCH
038326             PERFORM 4600-PLACE-ON-WAITING-LIST THRU 4600-EXIT
038327             IF NOT WS-WAS-WAITLISTED
038330                 DISPLAY 'REJECTED - CLASS FULL - ' STU-NAME
038331             ELSE
038332                 DISPLAY 'WAIT-LISTED - ' STU-NAME
038333             END-IF
038335         ELSE
038340             DISPLAY 'PARKED - ALL SECTIONS OF CLASS ' STU-CLS
038345                 ' FULL OR NONE OPEN - ' STU-NAME
038347             PERFORM 4600-PLACE-ON-WAITING-LIST THRU 4600-EXIT
038350         END-IF
038355         GO TO 4000-EXIT
038360     END-IF.
039700     MOVE 'Y' TO WS-COMMIT-OK-SW.
039800     ADD 1 TO WS-NEXT-ADM-NO.
039810     PERFORM 4400-WRITE-CONTROL-REC THRU 4400-EXIT.
039855     PERFORM 4700-CLEAR-WAITING-LIST THRU 4700-EXIT.
039900     GO TO 4000-EXIT.
040000 4000-EXIT.
040100     EXIT.
047600*-----------------------------------------------------------------
047700 9000-TERMINATE.
047800     CLOSE STUDENT-MASTER.
047825     IF WS-WAITLIST-IS-OPEN
047850         CLOSE WAITING-LIST
047875     END-IF.
047900     GO TO 9000-EXIT.
048000 9000-EXIT.
048100     EXIT.
049500     ACCEPT RUN-END-TIME FROM TIME.
049600     MOVE WS-BATCH-READ-COUNT TO RUN-CNT-1.
049700     MOVE WS-BATCH-LOADED-COUNT TO RUN-CNT-2.
049800     COMPUTE RUN-CNT-3 = WS-BATCH-REJECT-COUNT
049850         + WS-BATCH-WAITLIST-COUNT.
049900     MOVE WS-BATCH-SKIPPED-COUNT TO RUN-CNT-4.
050000     OPEN EXTEND RUN-LOG.
050100     IF WS-FS-RUNLOG = '35'
050700     GO TO 9500-EXIT.
050800 9500-EXIT.
050900     EXIT.
050910*-----------------------------------------------------------------
050920* 4600-PLACE-ON-WAITING-LIST - PUT THE APPLICANT JUST REFUSED FOR
050930*                   A FULL CLASS ON THE WAITING LIST WITH THE
050940*                   DETAILS AS KEYED AND TODAY AS THE DATE
050950*                   APPLIED. AT THE CONSOLE THE OFFICE KEYS THE
050960*                   PRIORITY; A BATCH REFUSAL GOES ON AT 5. AN
050970*                   APPLICANT ALREADY ON THE LIST FOR THE CLASS IS
050980*                   NOT ADDED AGAIN. THE SEQUENCE NUMBER IN THE
050990*                   KEY IS STEPPED UNTIL THE WRITE FINDS A FREE
051000*                   SLOT. WS-WAITLISTED-SW TELLS THE CALLER THE
051010*                   APPLICANT IS ON THE LIST.
051020*-----------------------------------------------------------------
051030 4600-PLACE-ON-WAITING-LIST.
051040     IF NOT WS-WAITLIST-IS-OPEN
051050         GO TO 4600-EXIT
051060     END-IF.
051070     PERFORM 4650-FIND-ON-WAITING-LIST THRU 4650-EXIT.
051080     IF WS-WTL-FOUND
051090         DISPLAY 'ALREADY ON THE WAITING LIST FOR CLASS ' WTL-CLS
051100             ' SINCE ' WTL-DATE-APPLIED ' - ' STU-NAME
051110         MOVE 'Y' TO WS-WAITLISTED-SW
051120         GO TO 4600-EXIT
051130     END-IF.
051140     MOVE 5 TO WS-WTL-PRIORITY.
051150     IF WS-MODE-IS-INTERACTIVE
051160         PERFORM 4610-ACCEPT-PRIORITY THRU 4610-EXIT
051170     END-IF.
051180     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
051190     MOVE STU-CLS         TO WTL-CLS.
051200     MOVE WS-WTL-PRIORITY TO WTL-PRIORITY.
051210     MOVE WS-TODAY-DATE   TO WTL-DATE-APPLIED.
051220     MOVE 0               TO WTL-SEQ.
051230     MOVE STU-NAME        TO WTL-NAME.
051240     MOVE STU-GENDER      TO WTL-GENDER.
051250     MOVE STU-DOB         TO WTL-DOB.
051260     MOVE STU-GUARDIAN    TO WTL-GUARDIAN.
051270     MOVE STU-ADDRESS     TO WTL-ADDRESS.
051280     MOVE STU-CONTACT     TO WTL-CONTACT.
051290     MOVE 'W'             TO WTL-STATUS.
051300     MOVE 0               TO WTL-OFFER-DATE.
051310     MOVE WS-RUN-MODE     TO WTL-SOURCE.
051320     MOVE WS-OPERATOR-ID  TO WTL-OPERATOR-ID.
051330     PERFORM UNTIL WS-WAS-WAITLISTED OR WTL-SEQ = 9999
051340         ADD 1 TO WTL-SEQ
051350         MOVE WTL-REC TO WAITING-LIST-REC
051360         MOVE 'Y' TO WS-WAITLISTED-SW
051370         WRITE WAITING-LIST-REC
051380             INVALID KEY
051390                 MOVE 'N' TO WS-WAITLISTED-SW
051400                 IF WS-FS-WAITLIST NOT = '22'
051410                     MOVE 9999 TO WTL-SEQ
051420                 END-IF
051430         END-WRITE
051440     END-PERFORM.
051450     IF WS-WAS-WAITLISTED
051460         DISPLAY 'WAIT-LISTED FOR CLASS ' STU-CLS ' AT PRIORITY '
051470             WS-WTL-PRIORITY ' - ' STU-NAME
051480     ELSE
051490         DISPLAY 'WAITLST WRITE FAILED - STATUS ' WS-FS-WAITLIST
051500             ' - ' STU-NAME
051510     END-IF.
051520     GO TO 4600-EXIT.
051530 4600-EXIT.
051540     EXIT.
051550*-----------------------------------------------------------------
051560* 4610-ACCEPT-PRIORITY - ASK THE OFFICE FOR THE APPLICANT'S PLACE
051570*                   ON THE WAITING LIST, 1 (OFFERED FIRST) THRU
051580*                   9 (OFFERED LAST). RE-PROMPTS UNTIL VALID.
051590*-----------------------------------------------------------------
051600 4610-ACCEPT-PRIORITY.
051610     MOVE 'N' TO WS-PRI-VALID-SW.
051620     PERFORM UNTIL WS-PRI-IS-VALID
051630         DISPLAY 'ENTER WAITING-LIST PRIORITY (1-9, 1 = FIRST)'
051640         ACCEPT WS-WTL-PRIORITY
051650         IF WS-WTL-PRIORITY IS NUMERIC AND WS-WTL-PRIORITY > 0
051660             MOVE 'Y' TO WS-PRI-VALID-SW
051670         ELSE
051680             DISPLAY 'INVALID PRIORITY - MUST BE 1 THRU 9'
051690         END-IF
051700     END-PERFORM.
051710     GO TO 4610-EXIT.
051720 4610-EXIT.
051730     EXIT.
051740*-----------------------------------------------------------------
051750* 4650-FIND-ON-WAITING-LIST - READ THE WAITING LIST ON THE NAME
051760*                   ALTERNATE KEY FOR AN ENTRY WITH THE SAME NAME,
051770*                   CLASS AND DATE OF BIRTH AS THE CANDIDATE,
051780*                   WAITING OR ALREADY OFFERED A SEAT. A MATCH IS
051790*                   LEFT IN WTL-REC AS THE CURRENT RECORD.
051800*-----------------------------------------------------------------
051810 4650-FIND-ON-WAITING-LIST.
051820     MOVE 'N' TO WS-WTL-FOUND-SW.
051830     MOVE 'N' TO WS-WTL-EOF-SW.
051840     MOVE STU-NAME TO WAITING-LIST-NAME.
051850     START WAITING-LIST
051860         KEY IS EQUAL TO WAITING-LIST-NAME
051870         INVALID KEY
051880             MOVE 'Y' TO WS-WTL-EOF-SW
051890     END-START.
051900     PERFORM UNTIL WS-WTL-EOF OR WS-WTL-FOUND
051910         READ WAITING-LIST NEXT INTO WTL-REC
051920             AT END
051930                 MOVE 'Y' TO WS-WTL-EOF-SW
051940         END-READ
051950         IF NOT WS-WTL-EOF
051960             IF WTL-NAME NOT = STU-NAME
051970                 MOVE 'Y' TO WS-WTL-EOF-SW
051980             ELSE
051990                 IF WTL-CLS = STU-CLS AND WTL-DOB = STU-DOB
052000                     MOVE 'Y' TO WS-WTL-FOUND-SW
052010                 END-IF
052020             END-IF
052030         END-IF
052040     END-PERFORM.
052050     GO TO 4650-EXIT.
052060 4650-EXIT.
052070     EXIT.
052080*-----------------------------------------------------------------
052090* 4700-CLEAR-WAITING-LIST - CALLED AFTER EVERY SUCCESSFUL COMMIT.
052100*                   A STUDENT JUST ADMITTED WHO WAS ON THE WAITING
052110*                   LIST FOR THE CLASS - TYPICALLY A FAMILY TAKING
052120*                   UP A RITESH39 SEAT OFFER - COMES OFF IT, SO
052130*                   THE SEAT IS NOT OFFERED TO THEM AGAIN.
052140*-----------------------------------------------------------------
052150 4700-CLEAR-WAITING-LIST.
052160     IF NOT WS-WAITLIST-IS-OPEN
052170         GO TO 4700-EXIT
052180     END-IF.
052190     PERFORM 4650-FIND-ON-WAITING-LIST THRU 4650-EXIT.
052200     IF NOT WS-WTL-FOUND
052210         GO TO 4700-EXIT
052220     END-IF.
052230     DELETE WAITING-LIST RECORD
052240         INVALID KEY
052250             DISPLAY 'WAITLST DELETE FAILED - STATUS '
052260                 WS-FS-WAITLIST
052270             GO TO 4700-EXIT
052280     END-DELETE.
052290     DISPLAY 'TAKEN OFF THE WAITING LIST FOR CLASS ' WTL-CLS
052300         ' - ' STU-NAME.
052310     GO TO 4700-EXIT.
052320 4700-EXIT.
052330     EXIT.
