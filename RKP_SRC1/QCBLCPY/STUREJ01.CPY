      *                    CLASS FULL (OR NONE OPEN ON SECCTL), SO    *
      *                    THE ADMISSION COULD NOT BE SEATED. THE     *
      *                    LINE IS RESUBMITTED ONCE A SECTION OPENS.  *
      *  09-SEP-2026  RKP  A REASON 04 RECORD NOW GOES ON THE          *
      *                    WAITLST WAITING LIST (STUWTL01) FOR THE     *
      *                    RITESH39 SEAT-OFFER RUN INSTEAD, AND IS     *
      *                    WRITTEN HERE ONLY WHEN THE WAITING LIST     *
      *                    CANNOT BE WRITTEN.                          *
      ******************************************************************
       01  REJ-REC.
           05  REJ-NAME                PIC A(10).
