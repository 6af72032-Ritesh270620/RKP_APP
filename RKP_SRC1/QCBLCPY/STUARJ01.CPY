      *                    02 STUDENT WITHDRAWN, 03 INVALID CODE,      *
      *                    04 INVALID DATE, 05 DAY ALREADY MARKED      *
      *                    FOR THE STUDENT.                            *
      *  07-SEP-2026  RKP  NEW REASON CODE 06 - DATE IS A HOLIDAY ON   *
      *                    THE SCHCAL SCHOOL CALENDAR (STUCAL01).      *
      ******************************************************************
       01  ARJ-REC.
           05  ARJ-ADM-NO              PIC 9(06).
