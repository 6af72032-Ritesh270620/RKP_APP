      ******************************************************************
      *  STUSMS01                                                     *
      *  GUARDIAN SMS MESSAGE RECORD LAYOUT                           *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 13-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  13-SEP-2026  RKP  INITIAL VERSION - ONE FIXED-FORMAT LINE    *
      *                    PER MESSAGE ON THE SMSOUT FILE THE         *
      *                    SCHOOL'S SMS GATEWAY COLLECTS EACH NIGHT,  *
      *                    WRITTEN BY THE RITESH42 GUARDIAN           *
      *                    NOTIFICATION RUN. TYPE - ABSN SAME-DAY     *
      *                    ABSENCE ALERT, FEES OVERDUE FEE REMINDER.  *
      *                    THE CONTACT IS THE GUARDIAN'S MOBILE FROM  *
      *                    STU-CONTACT, SENT AS 91 AND THE TEN DIGITS *
      *                    WHATEVER FORM IT WAS KEYED IN. THE TEXT IS *
      *                    LEFT-JUSTIFIED AND SPACE FILLED.           *
      ******************************************************************
       01  SMS-REC.
           05  SMS-ADM-NO              PIC 9(06).
           05  SMS-CONTACT             PIC X(12).
           05  SMS-MSG-TYPE            PIC X(04).
               88  SMS-IS-ABSENCE      VALUE 'ABSN'.
               88  SMS-IS-FEE-REMINDER VALUE 'FEES'.
           05  SMS-SEND-DATE           PIC 9(08).
           05  SMS-TEXT                PIC X(140).
