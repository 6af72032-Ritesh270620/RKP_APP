      ******************************************************************
      *  STUSMH01                                                     *
      *  GUARDIAN SMS SENT-HISTORY RECORD LAYOUT                      *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 13-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  13-SEP-2026  RKP  INITIAL VERSION - ONE RECORD PER STUDENT   *
      *                    PER MESSAGE TYPE ON THE SMSHIST FILE,      *
      *                    INDEXED ON ADM-NO AND TYPE, KEPT BY THE    *
      *                    RITESH42 GUARDIAN NOTIFICATION RUN. IT     *
      *                    HOLDS THE DATE, AMOUNT AND NUMBER THE LAST *
      *                    MESSAGE WENT TO AND HOW MANY HAVE BEEN     *
      *                    SENT. A FEE REMINDER FOR THE SAME AMOUNT   *
      *                    IS NOT SENT AGAIN WITHIN SEVEN DAYS OF THE *
      *                    LAST; AN ABSENCE ALERT IS NOT SENT TWICE   *
      *                    FOR THE SAME DAY, SO A RE-RUN NIGHT SENDS  *
      *                    NOTHING TWICE.                             *
      ******************************************************************
       01  SMH-REC.
           05  SMH-KEY.
               10  SMH-ADM-NO          PIC 9(06).
               10  SMH-MSG-TYPE        PIC X(04).
           05  SMH-LAST-SENT-DATE      PIC 9(08).
           05  SMH-LAST-AMOUNT         PIC 9(07)V99.
           05  SMH-LAST-CONTACT        PIC X(12).
           05  SMH-SENT-COUNT          PIC 9(05).
