      *              E O RELATORIO SAIA ZERADO. O OPERADOR INFORMA A
      *              DATA INICIAL DO REPLAY (EM BRANCO = ULTIMOS 90
      *              DIAS) E A VIGENCIA PROPOSTA FICA SO NO CABECALHO.
      *DATA          15/10/2026
      *DESCRICAO     VENDA EM FERIADO FISCAL (EXEMPT-FLAG = H) TAMBEM
      *              FICA FORA DO REPLAY E ENTRA NA LINHA REMAINS
      *              EXEMPT - O FERIADO ZERA O IMPOSTO EM QUALQUER
      *              ALIQUOTA.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXIMPCT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TAX-LOG-FILE ASSIGN TO "TAXLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TRANSACTION-KEY
               ALTERNATE RECORD KEY IS LOG-BUSINESS-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOG-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOG-STORE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TAXLOG-STATUS.
      *
           SELECT SALES-TAX-HISTORY-FILE ASSIGN TO WS-TAXHIST-FILENAME
       77  WS-TODAY-JULIAN                 PIC 9(09)   VALUE ZERO.
       77  WS-REPLAY-START-JULIAN          PIC S9(09)  VALUE ZERO.
      *
      * VENDA ISENTA POR CERTIFICADO OU EM FERIADO FISCAL TEM IMPOSTO
      * ZERO ANTES E DEPOIS DE QUALQUER MUDANCA DE ALIQUOTA - NAO
      * ENTRA NO REPLAY, SO E TOTALIZADA NA LINHA "REMAINS EXEMPT" DO
      * RELATORIO.
       77  WS-EXEMPT-SKIPPED-COUNT         PIC 9(07)   VALUE ZERO.
       77  WS-EXEMPT-SKIPPED-AMOUNT        PIC S9(09)V99 VALUE ZERO.
      *
       1000-REPLAY-TAX-LOG.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 1005-START-TAX-LOG-AT-REPLAY
               PERFORM 1020-REPLAY-ONE-LOG-RECORD
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA A PARTIR DO INICIO
      * DO REPLAY - O QUE VEM ANTES DELE NAO E NEM LIDO.
       1005-START-TAX-LOG-AT-REPLAY.
           MOVE WS-REPLAY-START-DATE TO LOG-BUSINESS-DATE.
           START SALES-TAX-LOG-FILE KEY IS NOT < LOG-BUSINESS-DATE
               INVALID KEY MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-START.
           IF NOT WS-TAXLOG-EOF
               PERFORM 1010-READ-TAX-LOG-RECORD
           END-IF.
      *
       1010-READ-TAX-LOG-RECORD.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-READ.
      *
               AND (LOG-TAX-CATEGORY = WS-WHATIF-CATEGORY
                   OR (WS-WHATIF-CATEGORY = "S"
                       AND LOG-TAX-CATEGORY = SPACE))
               IF LOG-SALE-TAXED-AT-ZERO
                   ADD 1 TO WS-EXEMPT-SKIPPED-COUNT
                   ADD LOG-SALES-AMOUNT TO WS-EXEMPT-SKIPPED-AMOUNT
               ELSE
               AND (HST-TAX-CATEGORY = WS-WHATIF-CATEGORY
                   OR (WS-WHATIF-CATEGORY = "S"
                       AND HST-TAX-CATEGORY = SPACE))
               IF HST-EXEMPT-FLAG = "E" OR "H"
                   ADD 1 TO WS-EXEMPT-SKIPPED-COUNT
                   ADD HST-SALES-AMOUNT TO WS-EXEMPT-SKIPPED-AMOUNT
               ELSE
               MOVE WS-EXEMPT-SKIPPED-AMOUNT TO WS-EDIT-ACTUAL
               DISPLAY "REMAINS EXEMPT (NOT REPLAYED): "
                   WS-EDIT-COUNT " SALE(S), " WS-EDIT-ACTUAL
                   " - CERTIFICATE OR HOLIDAY EXEMPT AT ANY RATE."
           END-IF.
      *
       3010-PRINT-ONE-IMPACT-ROW.
