      ******************************************************************
      *  STUREV01                                                     *
      *  RECEIPT REVERSAL RECORD LAYOUT                               *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 05-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  05-SEP-2026  RKP  INITIAL VERSION - ONE RECORD PER REVERSED   *
      *                    FEELEDG RECEIPT, WRITTEN BY THE RITESH34    *
      *                    SUPERVISOR REVERSAL RUN TO THE INDEXED      *
      *                    FEEREVS FILE. THE KEY IS THE REVERSED       *
      *                    RECEIPT'S OWN LEDGER KEY - ADM-NO, RECEIPT  *
      *                    DATE AND RECEIPT NUMBER - SO A RECEIPT CAN  *
      *                    BE REVERSED ONCE ONLY AND EVERY LEDGER      *
      *                    READER FINDS A RECEIPT'S REVERSAL BY A      *
      *                    DIRECT KEYED READ. THE ORIGINAL RECEIPT     *
      *                    STAYS ON FEELEDG UNTOUCHED; THE REVERSAL    *
      *                    CARRIES ITS OWN DATE, THE HEAD AND AMOUNT   *
      *                    TAKEN BACK, THE REASON AND THE SUPERVISOR.  *
      *                    REASONS - BNCE CHEQUE BOUNCED, MISP POSTED  *
      *                    TO THE WRONG ADM-NO, RFND REFUNDED.         *
      ******************************************************************
       01  REV-REC.
           05  REV-KEY.
               10  REV-ADM-NO          PIC 9(06).
               10  REV-RCPT-DATE       PIC 9(08).
               10  REV-RCPT-NO         PIC X(08).
           05  REV-DATE                PIC 9(08).
           05  REV-HEAD                PIC X(04).
           05  REV-AMOUNT              PIC 9(05)V99.
           05  REV-REASON              PIC X(04).
               88  REV-IS-BOUNCED      VALUE 'BNCE'.
               88  REV-IS-MISPOSTED    VALUE 'MISP'.
               88  REV-IS-REFUND       VALUE 'RFND'.
               88  REV-REASON-IS-VALID VALUE 'BNCE' 'MISP' 'RFND'.
           05  REV-OPERATOR-ID         PIC X(08).
           05  REV-REMARKS             PIC X(20).
