      ******************************************************************
      *  STUCON01                                                     *
      *  FEE CONCESSION MASTER RECORD LAYOUT                          *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 04-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  04-SEP-2026  RKP  INITIAL VERSION - ONE RECORD PER STUDENT    *
      *                    GRANTED A FEE CONCESSION - STAFF WARD,      *
      *                    SIBLING, MERIT SCHOLARSHIP OR OTHER. THE    *
      *                    CONMAST FILE IS INDEXED ON ADM-NO AND IS    *
      *                    MAINTAINED BY RITESH32. THE CONCESSION IS   *
      *                    EITHER A PERCENTAGE OF THE RATE OR A FIXED  *
      *                    AMOUNT OFF EACH FEE HEAD IT COVERS (ONE     *
      *                    Y/N FLAG PER HEAD) AND APPLIES ONLY TO THE  *
      *                    ACADEMIC YEARS FROM-YEAR THRU TO-YEAR. THE  *
      *                    RITESH20 TERM ASSESSMENT APPLIES IT WHEN    *
      *                    CHARGING; A FIXED AMOUNT OVER THE RATE      *
      *                    WAIVES THE HEAD IN FULL, NEVER LESS THAN    *
      *                    ZERO. THE APPROVAL REFERENCE IS FREE TEXT - *
      *                    THE COMMITTEE MINUTE OR LETTER NUMBER.      *
      ******************************************************************
       01  CON-REC.
           05  CON-ADM-NO              PIC 9(06).
           05  CON-TYPE                PIC X(04).
               88  CON-IS-STAFF-WARD   VALUE 'STAF'.
               88  CON-IS-SIBLING      VALUE 'SIBL'.
               88  CON-IS-MERIT        VALUE 'MERT'.
               88  CON-IS-OTHER        VALUE 'OTHR'.
               88  CON-TYPE-IS-VALID   VALUE 'STAF' 'SIBL' 'MERT'
                                             'OTHR'.
           05  CON-BASIS               PIC X(01).
               88  CON-IS-PERCENT      VALUE 'P'.
               88  CON-IS-FIXED        VALUE 'F'.
           05  CON-PERCENT             PIC 9(03)V99.
           05  CON-FIXED-AMOUNT        PIC 9(05)V99.
           05  CON-HEAD-FLAGS.
               10  CON-COVERS-ADMN     PIC X(01).
               10  CON-COVERS-TRM1     PIC X(01).
               10  CON-COVERS-TRM2     PIC X(01).
               10  CON-COVERS-TRM3     PIC X(01).
           05  CON-FROM-YEAR           PIC 9(04).
           05  CON-TO-YEAR             PIC 9(04).
           05  CON-APPROVAL-REF        PIC X(20).
