      *                    WITH THE LEAVING DATE AND SERIAL SHIFTED   *
      *                    ONE BYTE - THE OFFICE KEEPS THE CUTOVER    *
      *                    DATE WITH THE ARCHIVE PRINT.               *
      *  11-SEP-2026  RKP  ADDED LVR-OLD-WIDTH-REC, THE SAME LINE SEEN *
      *                    ON THE OLD 104-BYTE STUDENT WIDTH, FOR THE  *
      *                    RITESH40 VERIFICATION RUN. AN OLD LINE IS   *
      *                    118 BYTES AND READS BACK SPACE-FILLED, SO   *
      *                    LVR-TC-SERIAL IS NOT NUMERIC ON IT - THE    *
      *                    DATE AND SERIAL ARE THEN TAKEN FROM THE     *
      *                    OLD-WIDTH VIEW AND THE SECTION IS BLANK.    *
      ******************************************************************
       01  LVR-REC.
           05  LVR-STUDENT-DATA        PIC X(105).
           05  LVR-LEAVING-DATE        PIC 9(08).
           05  LVR-TC-SERIAL           PIC 9(06).
       01  LVR-OLD-WIDTH-REC REDEFINES LVR-REC.
           05  LVR-OLD-STUDENT-DATA    PIC X(104).
           05  LVR-OLD-LEAVING-DATE    PIC 9(08).
           05  LVR-OLD-TC-SERIAL       PIC 9(06).
           05  FILLER                  PIC X(01).
