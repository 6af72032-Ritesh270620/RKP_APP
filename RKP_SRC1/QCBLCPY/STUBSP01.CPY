      ******************************************************************
      *  STUBSP01                                                     *
      *  BANK CREDIT HISTORY AND SUSPENSE RECORD LAYOUT               *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 12-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  12-SEP-2026  RKP  INITIAL VERSION - ONE RECORD PER BANK       *
      *                    CREDIT TAKEN IN BY THE RITESH41 IMPORT,     *
      *                    WITH WHAT WAS DONE WITH IT. EVERY CREDIT    *
      *                    GOES ON THE BNKHIST HISTORY, INDEXED ON THE *
      *                    BANK REFERENCE, SO A CREDIT THE BANK SENDS  *
      *                    AGAIN IS CAUGHT AS A DUPLICATE. CREDITS NOT *
      *                    MATCHED TO FEETRAN ARE ALSO APPENDED TO THE *
      *                    BNKSUSP SUSPENSE FILE FOR THE OFFICE TO     *
      *                    CLEAR BY HAND. STATUS - M MATCHED AND       *
      *                    WRITTEN TO FEETRAN UNDER THE RECEIPT NO     *
      *                    SHOWN (THE FIRST, IF SPLIT ACROSS HEADS),   *
      *                    U UNMATCHED, P PART PAYMENT, D DUPLICATE,   *
      *                    X MORE THAN IS OUTSTANDING. THE             *
      *                    OUTSTANDING IS THE RITESH10 BALANCE THE     *
      *                    CREDIT WAS SET AGAINST.                     *
      ******************************************************************
       01  BSP-REC.
           05  BSP-BANK-REF            PIC X(12).
           05  BSP-VALUE-DATE          PIC 9(08).
           05  BSP-PAY-REF             PIC X(18).
           05  BSP-AMOUNT              PIC 9(07)V99.
           05  BSP-PAYER-NAME          PIC X(20).
           05  BSP-ADM-NO              PIC 9(06).
           05  BSP-HEAD                PIC X(04).
           05  BSP-STATUS              PIC X(01).
               88  BSP-IS-MATCHED      VALUE 'M'.
               88  BSP-IS-UNMATCHED    VALUE 'U'.
               88  BSP-IS-PARTIAL      VALUE 'P'.
               88  BSP-IS-DUPLICATE    VALUE 'D'.
               88  BSP-IS-EXCESS       VALUE 'X'.
           05  BSP-RCPT-NO             PIC X(08).
           05  BSP-IMPORT-DATE         PIC 9(08).
           05  BSP-OUTSTANDING         PIC 9(07)V99.
