      *                    RITESH20 TERM ASSESSMENT AND PRICED INTO    *
      *                    THE RITESH10 DUES REPORT. YEAR IS THE       *
      *                    CALENDAR YEAR THE ACADEMIC YEAR STARTS IN.  *
      *  13-SEP-2026  RKP  ADDED THE DATE THE HEAD FALLS DUE, KEYED    *
      *                    WITH THE RATE IN RITESH19, SO THE RITESH42  *
      *                    NIGHTLY GUARDIAN MESSAGES CAN REMIND ONLY   *
      *                    FOR FEES PAST THEIR DUE DATE. ZERO MEANS NO *
      *                    DUE DATE SET. RECORDS WRITTEN BEFORE THE    *
      *                    FIELD EXISTED READ BACK AS SPACES AND ARE   *
      *                    TAKEN AS ZERO UNTIL RITESH19 REWRITES THEM. *
      ******************************************************************
       01  FST-REC.
           05  FST-YEAR                PIC 9(04).
           05  FST-CLS                 PIC 9(02).
           05  FST-HEAD                PIC X(04).
           05  FST-AMOUNT              PIC 9(05)V99.
           05  FST-DUE-DATE            PIC 9(08).
