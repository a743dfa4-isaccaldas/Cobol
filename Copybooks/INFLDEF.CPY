      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Parameter area passed to the shared subprogram
      *          INFLDEF1, which turns the inflation index file
      *          (INFLIDX) into one price factor per projection year,
      *          measured from the simulation's own month - so
      *          SISPB004, SISPB005 and SIMPRPSL deflate to today's
      *          money the same way. The caller fills the base month
      *          and the number of years; INFLDEF1 fills the rest.
      *          IDA-DEFLATOR (k) is how many times prices have grown
      *          from the base month to the end of year k: a nominal
      *          balance divided by it is the balance in base-month
      *          money. IDA-INFLACAO-ANO (k) is year k's inflation in
      *          percent. IDA-RETURN-CODE "0" = factors filled, "1" =
      *          INFLIDX missing or without any P row - no real view.
      ******************************************************************
       01  INFLATION-DEFLATOR-AREA.
           05  IDA-BASE-CCYYMM              PIC 9(06).
           05  IDA-NUMERO-ANOS              PIC 9(02).
           05  IDA-RETURN-CODE              PIC X(01).
               88  IDA-DEFLATORS-READY               VALUE "0".
           05  IDA-OFFICIAL-MONTHS          PIC 9(04).
           05  IDA-ANO OCCURS 99 TIMES.
               10  IDA-DEFLATOR             PIC 9(05)V9(09).
               10  IDA-INFLACAO-ANO         PIC S9(03)V9(04).
