      *                    AUD-ADM-NO, AS THE CUTOVER LINES DO, AND   *
      *                    THE YEAR CUT IS ON THE AUDCTL CONTROL AND  *
      *                    ON EVERY AUDARCH LINE OF THE GENERATION.   *
      *  05-SEP-2026  RKP  ADDED THE REVERSAL ACTION CODE STAMPED BY  *
      *                    THE RITESH34 RUN WHEN A SUPERVISOR         *
      *                    REVERSES A POSTED FEELEDG RECEIPT - THE    *
      *                    STUDENT FIELDS ARE THE RECEIPT'S STUDENT.  *
      *  11-SEP-2026  RKP  ADDED THE DUPLICATE-TC ACTION CODE STAMPED  *
      *                    BY THE RITESH40 RUN WHEN A SUPERVISOR       *
      *                    ISSUES A DUPLICATE OF A LOST CERTIFICATE    *
      *                    FROM THE LEAVARCH RECORD - THE STUDENT      *
      *                    FIELDS ARE THE ARCHIVED STUDENT'S.          *
      ******************************************************************
       01  AUD-LOG-REC.
           05  AUD-ADM-NO              PIC 9(06).
               88  AUD-IS-TC-ISSUE     VALUE 'TCISS '.
               88  AUD-IS-REINSTATE    VALUE 'RINS  '.
               88  AUD-IS-ARCHIVE-CUT  VALUE 'ARCCUT'.
               88  AUD-IS-REVERSAL     VALUE 'REVRS '.
               88  AUD-IS-TC-DUPLICATE VALUE 'TCDUP '.
