      ******************************************************************
      *  STUMRJ01                                                     *
      *  MARKS POSTING REJECT RECORD LAYOUT                           *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 03-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  03-SEP-2026  RKP  INITIAL VERSION - ONE RECORD PER MARKIN     *
      *                    LINE THAT FAILED EDIT IN RITESH29. THE      *
      *                    ORIGINAL STUMRK01 FIELDS COME FIRST,        *
      *                    UNTOUCHED, SO A CORRECTED REJECT FILE CAN   *
      *                    BE RESUBMITTED AS THE NEXT RUN'S MARKIN,    *
      *                    MATCHING THE ATTREJ PATTERN.                *
      *                    REASON CODES - 01 ADM-NO NOT ON MASTER,     *
      *                    02 STUDENT WITHDRAWN, 03 SUBJECT NOT ON THE *
      *                    SUBJECT MASTER FOR THE STUDENT'S CLASS,     *
      *                    04 INVALID YEAR OR TERM, 05 MARKS NOT       *
      *                    NUMERIC OR OVER THE SUBJECT MAXIMUM,        *
      *                    06 PAPER ALREADY MARKED FOR THE STUDENT.    *
      ******************************************************************
       01  MRJ-REC.
           05  MRJ-ADM-NO              PIC 9(06).
           05  MRJ-YEAR                PIC 9(04).
           05  MRJ-TERM                PIC 9(01).
           05  MRJ-SUBJECT             PIC X(04).
           05  MRJ-MARKS               PIC 9(03).
           05  MRJ-REASON-CODE         PIC X(02).
           05  MRJ-REC-NUM             PIC 9(06).
