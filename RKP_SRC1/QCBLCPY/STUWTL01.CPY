      ******************************************************************
      *  STUWTL01                                                     *
      *  ADMISSION WAITING LIST RECORD LAYOUT                         *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 09-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  09-SEP-2026  RKP  INITIAL VERSION - ONE RECORD PER APPLICANT  *
      *                    RITESH1 COULD NOT SEAT BECAUSE EVERY        *
      *                    SECTION OF THE CLASS WAS FULL (OR NONE WAS  *
      *                    OPEN ON SECCTL), HOLDING THE DETAILS AS     *
      *                    CAPTURED AT ADMISSION. THE WAITLST FILE IS  *
      *                    INDEXED ON CLASS, PRIORITY, DATE APPLIED    *
      *                    AND A SEQUENCE NUMBER, SO A CLASS READS IN  *
      *                    THE ORDER SEATS ARE OFFERED, WITH AN        *
      *                    ALTERNATE KEY ON THE NAME. PRIORITY 1 IS    *
      *                    OFFERED FIRST, 9 LAST - A BATCH REFUSAL     *
      *                    GOES ON AT 5 AND THE OFFICE KEYS THE        *
      *                    PRIORITY FOR AN INTERACTIVE ONE. THE        *
      *                    RITESH39 SEAT-OFFER RUN MARKS THE NEXT      *
      *                    APPLICANTS OFFERED WHEN SEATS ARE FREE AND  *
      *                    LAPSES OFFERS NOT TAKEN UP; AN APPLICANT    *
      *                    ADMITTED THROUGH RITESH1 COMES OFF THE      *
      *                    LIST AT COMMIT. STATUS - W WAITING,         *
      *                    O OFFERED A SEAT.                           *
      ******************************************************************
       01  WTL-REC.
           05  WTL-KEY.
               10  WTL-CLS             PIC 9(02).
               10  WTL-PRIORITY        PIC 9(01).
               10  WTL-DATE-APPLIED    PIC 9(08).
               10  WTL-SEQ             PIC 9(04).
           05  WTL-NAME                PIC A(10).
           05  WTL-GENDER              PIC A(05).
           05  WTL-DOB                 PIC 9(08).
           05  WTL-GUARDIAN            PIC X(20).
           05  WTL-ADDRESS             PIC X(30).
           05  WTL-CONTACT             PIC X(12).
           05  WTL-STATUS              PIC X(01).
               88  WTL-IS-WAITING      VALUE 'W'.
               88  WTL-IS-OFFERED      VALUE 'O'.
           05  WTL-OFFER-DATE          PIC 9(08).
           05  WTL-SOURCE              PIC X(01).
               88  WTL-FROM-BATCH      VALUE 'B'.
               88  WTL-FROM-CONSOLE    VALUE 'I'.
           05  WTL-OPERATOR-ID         PIC X(08).
