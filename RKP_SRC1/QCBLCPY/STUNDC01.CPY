      ******************************************************************
      *  STUNDC01                                                     *
      *  NO-DUES CLEARANCE LOG RECORD LAYOUT                          *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 10-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  10-SEP-2026  RKP  INITIAL VERSION - ONE LINE APPENDED TO THE  *
      *                    NDCLOG CLEARANCE LOG FOR EVERY LEAVER       *
      *                    CHECKED FOR DUES BEFORE A CERTIFICATE -     *
      *                    RITESH18 TRANSFER CERTIFICATES AND RITESH7  *
      *                    GRADUATION. THE BALANCE IS WORKED OUT AS    *
      *                    THE RITESH10 DUES REPORT DOES IT: FEECHRG   *
      *                    CHARGES LESS FEELEDG RECEIPTS FOR THE SAME  *
      *                    YEAR AND HEAD, NET OF FEEREVS REVERSALS.    *
      *                    STATUS - C CLEARED (NOTHING OWED), O        *
      *                    OWING BUT RELEASED ON A SUPERVISOR          *
      *                    OVERRIDE, WITH THE REASON KEYED, H          *
      *                    CERTIFICATE HELD BACK FOR DUES. THE LOG IS  *
      *                    OPENED EXTEND AND NEVER REWRITTEN.          *
      ******************************************************************
       01  NDC-REC.
           05  NDC-ADM-NO              PIC 9(06).
           05  NDC-NAME                PIC A(10).
           05  NDC-CLS                 PIC 9(02).
           05  NDC-PROGRAM-ID          PIC X(08).
           05  NDC-CHECK-DATE          PIC 9(08).
           05  NDC-BALANCE             PIC 9(07)V99.
           05  NDC-STATUS              PIC X(01).
               88  NDC-IS-CLEARED      VALUE 'C'.
               88  NDC-IS-OVERRIDDEN   VALUE 'O'.
               88  NDC-IS-HELD         VALUE 'H'.
           05  NDC-REASON              PIC X(30).
           05  NDC-OPERATOR-ID         PIC X(08).
