      *                    STUDENT WAS CHARGED, READ AGAINST THE       *
      *                    POSTED FEELEDG RECEIPTS BY THE RITESH10     *
      *                    DUES REPORT TO SHOW DUE, PAID AND BALANCE.  *
      *  04-SEP-2026  RKP  ADDED THE GROSS RATE, THE CONCESSION        *
      *                    WAIVED AND THE CONCESSION TYPE AT THE END   *
      *                    OF THE RECORD. RITESH20 NOW APPLIES THE     *
      *                    CONMAST CONCESSION (STUCON01) WHEN          *
      *                    CHARGING, AND CHG-AMOUNT IS THE NET AMOUNT  *
      *                    DUE AFTER CONCESSION, SO RITESH10 AND EVERY *
      *                    OTHER READER OF CHG-AMOUNT SEE WHAT THE     *
      *                    FAMILY ACTUALLY OWES. CHARGES WRITTEN       *
      *                    BEFORE THE FIELDS EXISTED READ BACK AS      *
      *                    SPACES - NOT NUMERIC - AND ARE TAKEN AS     *
      *                    GROSS = CHG-AMOUNT, NOTHING WAIVED.         *
      ******************************************************************
       01  CHG-REC.
           05  CHG-ADM-NO              PIC 9(06).
           05  CHG-CLS                 PIC 9(02).
           05  CHG-HEAD                PIC X(04).
           05  CHG-AMOUNT              PIC 9(05)V99.
           05  CHG-GROSS-AMOUNT        PIC 9(05)V99.
           05  CHG-CONC-AMOUNT         PIC 9(05)V99.
           05  CHG-CONC-TYPE           PIC X(04).
