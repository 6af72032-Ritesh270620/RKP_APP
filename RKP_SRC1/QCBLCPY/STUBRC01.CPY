      ******************************************************************
      *  STUBRC01                                                     *
      *  BANK RECEIPT SERIES CONTROL RECORD LAYOUT                    *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 12-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  12-SEP-2026  RKP  INITIAL VERSION - SINGLE-RECORD BNKRCTL     *
      *                    CONTROL FILE CARRYING THE NEXT RECEIPT      *
      *                    NUMBER OF THE BANK SERIES. RITESH41 NUMBERS *
      *                    EACH FEETRAN LINE IT WRITES B FOLLOWED BY   *
      *                    THE SEVEN DIGITS, APART FROM THE CASH-BOOK  *
      *                    RECEIPT BOOKS, AND REWRITES THE CONTROL AS  *
      *                    EACH NUMBER IS USED, AS TCSCTL IS FOR THE   *
      *                    CERTIFICATE SERIALS. A MISSING CONTROL FILE *
      *                    STARTS THE SERIES AT 1.                     *
      ******************************************************************
       01  BRC-REC.
           05  BRC-NEXT-BANK-RCPT      PIC 9(07).
