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
       PROGRAM-ID. TAXANNL.
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
      * ANO DE CALENDARIO PEDIDO PELO OPERADOR PARA A DECLARACAO.
       77  WS-REPORT-YEAR                   PIC 9(04).
       77  WS-RECORD-YEAR                   PIC 9(04).
      * PRIMEIRO E ULTIMO DIA DO ANO PEDIDO - A FATIA DO TAXLOG LIDA
      * PELA CHAVE DE DATA.
       77  WS-YEAR-FIRST-DATE               PIC 9(08).
       77  WS-YEAR-LAST-DATE                PIC 9(08).
      *
      * TABELA EM MEMORIA COM UMA LINHA POR JURISDICAO, ACUMULANDO O
      * TOTAL DE VENDAS E O TOTAL DE IMPOSTO DEVIDO NO ANO PEDIDO.
       0500-ACCEPT-REPORT-YEAR.
           DISPLAY "ENTER THE CALENDAR YEAR TO REPORT ON (CCYY): ".
           ACCEPT WS-REPORT-YEAR.
           COMPUTE WS-YEAR-FIRST-DATE = WS-REPORT-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-LAST-DATE = WS-REPORT-YEAR * 10000 + 1231.
      *
      ******************************************************************
      * 1000-LOAD-TAX-LOG-TOTALS
       1000-LOAD-TAX-LOG-TOTALS.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 1005-START-TAX-LOG-AT-YEAR
               PERFORM 1020-ACCUMULATE-TAX-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START EM 1O DE
      * JANEIRO DO ANO PEDIDO E A LEITURA PARA NO ANO SEGUINTE.
       1005-START-TAX-LOG-AT-YEAR.
           MOVE WS-YEAR-FIRST-DATE TO LOG-BUSINESS-DATE.
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
               AND LOG-BUSINESS-DATE > WS-YEAR-LAST-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       1020-ACCUMULATE-TAX-LOG-ROW.
           MOVE LOG-BUSINESS-DATE (1:4) TO WS-RECORD-YEAR.
