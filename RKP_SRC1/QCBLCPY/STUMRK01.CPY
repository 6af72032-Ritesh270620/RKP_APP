      ******************************************************************
      *  STUMRK01                                                     *
      *  TERM EXAMINATION MARKS RECORD LAYOUT                         *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 03-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  03-SEP-2026  RKP  INITIAL VERSION - ONE RECORD PER STUDENT    *
      *                    PER SUBJECT PER TERM, KEYED UP FROM THE     *
      *                    SUBJECT TEACHERS' MARKS LISTS. THE SAME     *
      *                    LAYOUT IS USED FOR THE MARKIN POSTING INPUT *
      *                    AND THE MARKMAST POSTED MARKS FILE, WHICH   *
      *                    IS INDEXED ON ADM-NO PLUS YEAR, TERM AND    *
      *                    SUBJECT SO ONE STUDENT'S TERM CAN BE READ   *
      *                    DIRECTLY AND THE SAME PAPER CAN NEVER BE    *
      *                    MARKED TWICE. POSTED BY RITESH29, PRINTED   *
      *                    BY RITESH30 (REPORT CARDS) AND RITESH31     *
      *                    (CLASS RESULT SHEET). YEAR IS THE CALENDAR  *
      *                    YEAR THE ACADEMIC YEAR STARTS IN, AS ON     *
      *                    FEESTRUC; TERM IS 1, 2 OR 3, MATCHING THE   *
      *                    TRM1/TRM2/TRM3 FEE HEADS.                   *
      ******************************************************************
       01  MRK-REC.
           05  MRK-KEY.
               10  MRK-ADM-NO          PIC 9(06).
               10  MRK-YEAR            PIC 9(04).
               10  MRK-TERM            PIC 9(01).
                   88  MRK-TERM-IS-VALID VALUE 1 THRU 3.
               10  MRK-SUBJECT         PIC X(04).
           05  MRK-MARKS               PIC 9(03).
