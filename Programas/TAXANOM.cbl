      *              DIA ENTRAM NO TAXSTATS E AS LINHAS MAIS ANTIGAS
      *              QUE A JANELA SAO EXPURGADAS. CONFERE RUNLEDGR E
      *              COVSTAT ANTES DE CONFIAR NO LOG.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXANOM.
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
           SELECT TAX-STATS-FILE ASSIGN TO "TAXSTATS"
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           ELSE
               PERFORM 1005-START-TAX-LOG-AT-DAY
               PERFORM 1020-ACCUMULATE-ONE-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NA DATA
      * PEDIDA E A LEITURA PARA NA PRIMEIRA DATA POSTERIOR.
       1005-START-TAX-LOG-AT-DAY.
           MOVE WS-REPORT-DATE TO LOG-BUSINESS-DATE.
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
           IF NOT WS-TAXLOG-EOF
               AND LOG-BUSINESS-DATE > WS-REPORT-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       1020-ACCUMULATE-ONE-LOG-ROW.
           IF LOG-BUSINESS-DATE = WS-REPORT-DATE
