      ******************************************************************
      *  STUBNK01                                                     *
      *  BANK COLLECTION FILE RECORD LAYOUT                           *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 12-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  12-SEP-2026  RKP  INITIAL VERSION - THE BANK'S DAILY FIXED-   *
      *                    FORMAT COLLECTION FILE BNKCOLL, 80 BYTES A  *
      *                    LINE, READ BY THE RITESH41 IMPORT. ONE H    *
      *                    HEADER WITH THE FILE DATE AND ACCOUNT, ONE  *
      *                    D DETAIL PER CREDIT - TRANSFER OR COUNTER - *
      *                    AND ONE T TRAILER CARRYING THE BANK'S COUNT *
      *                    AND TOTAL OF THE DETAIL CREDITS. THE BANK   *
      *                    REFERENCE IS UNIQUE PER CREDIT; THE PAYMENT *
      *                    REFERENCE IS AS KEYED BY THE PAYER, WHO IS  *
      *                    ASKED TO QUOTE THE ADM-NO AND FEE HEAD.     *
      ******************************************************************
       01  BNK-REC.
           05  BNK-REC-TYPE            PIC X(01).
               88  BNK-IS-HEADER       VALUE 'H'.
               88  BNK-IS-DETAIL       VALUE 'D'.
               88  BNK-IS-TRAILER      VALUE 'T'.
           05  BNK-DETAIL.
               10  BNK-VALUE-DATE      PIC 9(08).
               10  BNK-BANK-REF        PIC X(12).
               10  BNK-PAY-REF         PIC X(18).
               10  BNK-AMOUNT          PIC 9(07)V99.
               10  BNK-PAYER-NAME      PIC X(20).
               10  BNK-CHANNEL         PIC X(01).
                   88  BNK-BY-TRANSFER VALUE 'T'.
                   88  BNK-AT-COUNTER  VALUE 'C'.
               10  FILLER              PIC X(11).
           05  BNK-HEADER REDEFINES BNK-DETAIL.
               10  BNK-HDR-FILE-DATE   PIC 9(08).
               10  BNK-HDR-ACCOUNT     PIC X(16).
               10  BNK-HDR-BANK-NAME   PIC X(20).
               10  FILLER              PIC X(35).
           05  BNK-TRAILER REDEFINES BNK-DETAIL.
               10  BNK-TRL-COUNT       PIC 9(06).
               10  BNK-TRL-TOTAL       PIC 9(09)V99.
               10  FILLER              PIC X(62).
