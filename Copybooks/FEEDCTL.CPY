      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the store feed control file
      *          (FEEDCTL) - one row per store/business-date batch
      *          header TAXEDIT has seen. Written by TAXEDIT as its
      *          duplicate-feed guard; read by FEEDMON to find the
      *          stores whose feed never came, came late or was
      *          rejected in full.
      ******************************************************************
       01  FEED-CONTROL-RECORD.
           05  FDC-STORE-NUMBER            PIC X(04).
           05  FDC-BUSINESS-DATE           PIC 9(08).
           05  FDC-ACCEPTED-DATE           PIC 9(08).
      * HORA (HHMMSS) EM QUE O LOTE FOI ACEITO. LINHA GRAVADA ANTES DO
      * CAMPO CHEGA EM BRANCO - HORA DESCONHECIDA.
           05  FDC-ACCEPTED-TIME           PIC 9(06).
      * RESULTADO DO LOTE: A (OU BRANCO, LINHA ANTIGA) = LOTE ACEITO
      * COM PELO MENOS UM TICKET LIMPO; E = LOTE ABERTO MAS TODOS OS
      * TICKETS REJEITADOS (CONTINUA GUARDANDO CONTRA RETRANSMISSAO -
      * O RECICLO E PELO SALESREJ); R = HEADER RECUSADO, LOTE
      * INTEIRO NO SALESREJ (NAO GUARDA - A RETRANSMISSAO CORRIGIDA
      * ENTRA NORMALMENTE).
           05  FDC-FEED-OUTCOME            PIC X(01).
               88  FDC-FEED-ACCEPTED                VALUE "A" " ".
               88  FDC-FEED-ALL-REJECTED            VALUE "E".
               88  FDC-FEED-WAS-REFUSED             VALUE "R".
      * MOTIVO DA RECUSA DO HEADER (SN) QUANDO O RESULTADO E R.
           05  FDC-REJECT-REASON           PIC X(02).
