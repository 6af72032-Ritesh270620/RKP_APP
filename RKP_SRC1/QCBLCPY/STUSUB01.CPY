      ******************************************************************
      *  STUSUB01                                                     *
      *  SUBJECT MASTER RECORD LAYOUT                                 *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 03-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  03-SEP-2026  RKP  INITIAL VERSION - ONE RECORD PER SUBJECT    *
      *                    TAUGHT IN A CLASS, CARRYING THE SUBJECT'S   *
      *                    NAME, THE MAXIMUM MARKS OF A TERM PAPER AND *
      *                    THE PASS MARKS. THE SUBJMAST FILE IS        *
      *                    MAINTAINED BY RITESH28 THE WAY RITESH19     *
      *                    MAINTAINS FEESTRUC. RITESH29 EDITS THE      *
      *                    TEACHERS' MARKS AGAINST IT AND THE RITESH30 *
      *                    REPORT CARD AND RITESH31 RESULT SHEET TAKE  *
      *                    THE CLASS'S SUBJECT LIST FROM IT. A CLASS/  *
      *                    SUBJECT CODE PAIR IS UNIQUE ON THE FILE.    *
      ******************************************************************
       01  SUB-REC.
           05  SUB-CLS                 PIC 9(02).
           05  SUB-CODE                PIC X(04).
           05  SUB-NAME                PIC X(15).
           05  SUB-MAX-MARKS           PIC 9(03).
           05  SUB-PASS-MARKS          PIC 9(03).
