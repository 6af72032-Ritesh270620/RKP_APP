      ******************************************************************
      *  STUDUP01                                                     *
      *  DUPLICATE CERTIFICATE COUNT RECORD LAYOUT                    *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 11-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  11-SEP-2026  RKP  INITIAL VERSION - ONE RECORD PER LEAVING    *
      *                    OR TRANSFER CERTIFICATE SERIAL THAT HAS     *
      *                    EVER BEEN ISSUED AS A DUPLICATE, WRITTEN BY *
      *                    THE RITESH40 ARCHIVE VERIFICATION RUN. THE  *
      *                    TCDUPCT FILE IS INDEXED ON THE SERIAL AND   *
      *                    CARRIES HOW MANY DUPLICATES HAVE BEEN MADE, *
      *                    WITH THE DATE AND OPERATOR OF THE LATEST.   *
      *                    EACH DUPLICATE IS ALSO A 'TCDUP' LINE ON    *
      *                    THE AUDIT LOG (STUAUD01).                   *
      ******************************************************************
       01  DUP-REC.
           05  DUP-TC-SERIAL           PIC 9(06).
           05  DUP-ADM-NO              PIC 9(06).
           05  DUP-COUNT               PIC 9(03).
           05  DUP-LAST-DATE           PIC 9(08).
           05  DUP-LAST-OPERATOR-ID    PIC X(08).
