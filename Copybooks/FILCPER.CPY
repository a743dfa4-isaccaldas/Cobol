      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Parameter area passed to the shared subprogram
      *          FILCPER1, which turns a filing-calendar rule
      *          (FILECAL frequency and due-day rule) and any date
      *          into the filing period holding that date, the
      *          period's due date and the first day of the next
      *          period - so every calendar reader walks periods the
      *          same way. The caller fills the rule and FPA-ANY-DATE;
      *          FILCPER1 fills the rest.
      ******************************************************************
       01  FILING-PERIOD-AREA.
           05  FPA-FREQUENCY               PIC X(01).
           05  FPA-DUE-MONTHS-AFTER        PIC 9(02).
           05  FPA-DUE-DAY                 PIC 9(02).
           05  FPA-ANY-DATE                PIC 9(08).
           05  FPA-PERIOD-START            PIC 9(08).
           05  FPA-PERIOD-END              PIC 9(08).
           05  FPA-DUE-DATE                PIC 9(08).
           05  FPA-NEXT-PERIOD-DATE        PIC 9(08).
