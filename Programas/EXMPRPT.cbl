      *              GERACOES QUE COBREM A JANELA PEDIDA SAO LIDAS; O
      *              TAXHIST CONSOLIDADO LEGADO AINDA E LIDO QUANDO
      *              EXISTE.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXMPRPT.
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
       2000-SCAN-TAX-LOG.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 2005-START-TAX-LOG-AT-PERIOD
               PERFORM 2020-SCAN-ONE-LOG-RECORD
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NO PRIMEIRO
      * DIA DO PERIODO E A LEITURA PARA NA PRIMEIRA DATA DEPOIS DELE.
       2005-START-TAX-LOG-AT-PERIOD.
           MOVE WS-PERIOD-START TO LOG-BUSINESS-DATE.
           START SALES-TAX-LOG-FILE KEY IS NOT < LOG-BUSINESS-DATE
               INVALID KEY MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-START.
           IF NOT WS-TAXLOG-EOF
               PERFORM 2010-READ-TAX-LOG-RECORD
           END-IF.
      *
       2010-READ-TAX-LOG-RECORD.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-READ.
           IF NOT WS-TAXLOG-EOF
               AND LOG-BUSINESS-DATE > WS-PERIOD-END
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       2020-SCAN-ONE-LOG-RECORD.
           IF LOG-SALE-IS-EXEMPT
