      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Parameter area passed to the shared subprogram
      *          PERDCHK1, which decides where a TAXLOG row dated
      *          PCA-ACTIVITY-DATE may be posted given the accounting
      *          periods closed in PERDCTL. The caller fills the
      *          activity date and its own run date; PERDCHK1 fills
      *          the rest:
      *            O = the activity's month is open - post it on the
      *                activity date as always;
      *            D = the activity's month is closed - post it on the
      *                run date (current open period) and carry the
      *                activity date in LOG-ORIGINAL-DATE;
      *            X = the run date's month is closed too - there is
      *                no open period to post into; reject it.
      ******************************************************************
       01  PERIOD-CHECK-AREA.
           05  PCA-ACTIVITY-DATE           PIC 9(08).
           05  PCA-RUN-DATE                PIC 9(08).
           05  PCA-POSTING-DATE            PIC 9(08).
           05  PCA-ORIGINAL-DATE           PIC 9(08).
           05  PCA-RESULT                  PIC X(01).
               88  PCA-PERIOD-IS-OPEN               VALUE "O".
               88  PCA-ACTIVITY-REDIRECTED          VALUE "D".
               88  PCA-NO-OPEN-PERIOD               VALUE "X".
