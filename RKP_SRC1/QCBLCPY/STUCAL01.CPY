      ******************************************************************
      *  STUCAL01                                                     *
      *  SCHOOL CALENDAR RECORD LAYOUT                                *
      *  AUTHOR.     R KRISHNA PRASAD                                 *
      *  DATE-WRITTEN. 07-SEP-2026                                    *
      *----------------------------------------------------------------
      *  MODIFICATION HISTORY                                         *
      *  07-SEP-2026  RKP  INITIAL VERSION - ONE RECORD PER CALENDAR   *
      *                    DATE OF THE ACADEMIC YEAR ON THE SCHCAL     *
      *                    FILE, INDEXED ON THE DATE AND MAINTAINED    *
      *                    BY RITESH36, WHICH CAN GENERATE A WHOLE     *
      *                    YEAR AS WORKING DAYS WITH SUNDAYS AS        *
      *                    HOLIDAYS FOR THE OFFICE TO AMEND. DAY       *
      *                    TYPES - W WORKING DAY, H HOLIDAY, E EXAM    *
      *                    DAY. A WORKING DAY AND AN EXAM DAY ARE BOTH *
      *                    SCHOOL DAYS ON WHICH ATTENDANCE IS MARKED;  *
      *                    RITESH16 REJECTS ATTENDANCE DATED ON A      *
      *                    HOLIDAY AND RITESH37 REPORTS EVERY SCHOOL   *
      *                    DAY A CLASS WAS NOT MARKED. THE WEEKDAY IS  *
      *                    SET WHEN THE RECORD IS WRITTEN.             *
      ******************************************************************
       01  CAL-REC.
           05  CAL-DATE                PIC 9(08).
           05  CAL-DAY-TYPE            PIC X(01).
               88  CAL-IS-WORKING-DAY  VALUE 'W'.
               88  CAL-IS-HOLIDAY      VALUE 'H'.
               88  CAL-IS-EXAM-DAY     VALUE 'E'.
               88  CAL-IS-SCHOOL-DAY   VALUE 'W' 'E'.
               88  CAL-TYPE-IS-VALID   VALUE 'W' 'H' 'E'.
           05  CAL-WEEKDAY             PIC X(03).
           05  CAL-ACAD-YEAR           PIC 9(04).
           05  CAL-DESC                PIC X(20).
           05  CAL-OPERATOR-ID         PIC X(08).
