      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the store trading calendar
      *          (TRADECAL) - the exceptions to a store's normal
      *          trading days: chain-wide holidays, a store shut for
      *          a refit or a storm, an extra trading day. One row per
      *          store per window (from and to inclusive); a blank
      *          store covers every store, and a store's own row wins
      *          over a blank one for the same date. Maintained by
      *          operations as a flat file, like TAXHOLDY; read by
      *          FEEDMON to decide which feeds are due.
      ******************************************************************
       01  TRADING-CALENDAR-RECORD.
      * LOJA; BRANCO = TODAS AS LOJAS.
           05  TRC-STORE-NUMBER            PIC X(04).
           05  TRC-DATE-FROM               PIC 9(08).
           05  TRC-DATE-TO                 PIC 9(08).
      * N = NAO OPERA NA JANELA (NENHUM FEED ESPERADO); Y = OPERA
      * (SOBREPOE UM N DE TODAS AS LOJAS PARA A LOJA DA LINHA).
           05  TRC-TRADING-CODE            PIC X(01).
               88  TRC-NOT-TRADING                  VALUE "N".
               88  TRC-TRADING                      VALUE "Y".
           05  TRC-DESCRIPTION             PIC X(30).
