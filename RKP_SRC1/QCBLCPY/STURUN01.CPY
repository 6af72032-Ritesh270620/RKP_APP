      *                    READ/PROMOTED/HELD/UNCHANGED, RITESH9       *
      *                    READ/POSTED/REJECTED, AND SO ON - WITH      *
      *                    UNUSED SLOTS ZERO.                          *
      *  06-SEP-2026  RKP  NEW OUTCOME U - RAN TO THE END BUT OUT OF   *
      *                    BALANCE AGAINST ITS CONTROL FIGURES. SET BY *
      *                    RITESH9 WHEN THE POSTED TOTAL OR RECEIPT    *
      *                    SERIES DOES NOT AGREE WITH THE CASHIER'S    *
      *                    DECLARATION; ITS CNT-4 IS THEN THE NUMBER   *
      *                    OF RECEIPT-SERIES EXCEPTIONS.               *
      ******************************************************************
       01  RUN-LOG-REC.
           05  RUN-PROGRAM-ID          PIC X(08).
               88  RUN-ENDED-CLEAN     VALUE 'C'.
               88  RUN-WAS-REFUSED     VALUE 'R'.
               88  RUN-WAS-ABANDONED   VALUE 'A'.
               88  RUN-IS-UNBALANCED   VALUE 'U'.
           05  RUN-CNT-1               PIC 9(06).
           05  RUN-CNT-2               PIC 9(06).
           05  RUN-CNT-3               PIC 9(06).
