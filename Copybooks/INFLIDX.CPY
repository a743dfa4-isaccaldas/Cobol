      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the inflation index file (INFLIDX)
      *          the simulators use to show balances in today's
      *          money. Two kinds of row: M rows carry the official
      *          monthly price index number as published (one per
      *          month, CCYYMM, kept in date order like the published
      *          series); P rows carry the annual inflation the desk
      *          assumes for a future calendar year (CCYY00), the last
      *          P row carrying forward to every later year and the
      *          first one covering any year before it. Months the
      *          official series already covers use the index; the
      *          rest use the assumption. Maintained by the product
      *          desk as a flat file, like RATECURV; read only by the
      *          shared subprogram INFLDEF1.
      ******************************************************************
       01  INFLATION-INDEX-RECORD.
           05  INF-RECORD-TYPE              PIC X(01).
               88  INF-OFFICIAL-INDEX                VALUE "M".
               88  INF-PROJECTED-RATE                VALUE "P".
           05  INF-CCYYMM                   PIC 9(06).
           05  INF-CCYYMM-PARTS REDEFINES INF-CCYYMM.
               10  INF-CCYY                 PIC 9(04).
               10  INF-MM                   PIC 9(02).
      * NUMERO-INDICE OFICIAL DO MES (LINHAS M).
           05  INF-INDEX-VALUE              PIC 9(07)V9(04).
      * INFLACAO ANUAL ASSUMIDA PARA O ANO, EM PERCENTUAL (LINHAS P).
           05  INF-ANNUAL-PCT               PIC 9(02)V99.
