      *              ZERO A PARTIR DOS ARQUIVOS) E SO A DATA DE
      *              PRIMEIRA VISTA E HERDADA, PARA O RELOGIO DE
      *              ESCALACAO NAO ZERAR.
      *DATA          15/10/2026
      *DESCRICAO     VENDA DE MARKETPLACE FACILITADOR (LOG-ENTRY-SOURCE
      *              = M) FICA FORA DO LADO DO LOG: O IMPOSTO DELA E
      *              RECOLHIDO PELO MARKETPLACE E NUNCA CHEGA AO
      *              BANKDEP.
      *DATA          15/10/2026
      *DESCRICAO     CADA RODADA PASSOU A DEIXAR UMA LINHA NO
      *              RECONCTL (DATA RECONCILIADA, DATA DA RODADA E
      *              QUANTIDADE DE EXCECOES) - E A PROVA DE QUE O DIA
      *              FOI RECONCILIADO QUE O TAXCLOSE EXIGE ANTES DE
      *              FECHAR O MES.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRECON.
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
           SELECT BANK-DEPOSIT-FILE ASSIGN TO "BANKDEP"
           SELECT OPEN-ITEMS-FILE ASSIGN TO "RECONOPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONOPN-STATUS.
      *
      * UMA LINHA POR RODADA, SO ACRESCENTADA - O TAXCLOSE LE PARA
      * SABER QUE DATAS JA FORAM RECONCILIADAS.
           SELECT RECON-CONTROL-FILE ASSIGN TO "RECONCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONCTL-STATUS.
      *
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
           05  ROI-TAX-TOTAL               PIC S9(09)V99.
           05  ROI-DEPOSIT-TOTAL           PIC 9(09)V99.
           05  ROI-FIRST-SEEN-DATE         PIC 9(08).
      *
       FD  RECON-CONTROL-FILE.
       01  RECON-CONTROL-RECORD.
           05  RCC-BUSINESS-DATE           PIC 9(08).
           05  RCC-RUN-DATE                PIC 9(08).
           05  RCC-EXCEPTION-COUNT         PIC 9(05).
      *
       FD  RUN-LEDGER-FILE.
           COPY RUNLEDGR.
       77  WS-RECONOPN-STATUS                PIC X(02)   VALUE "00".
       77  WS-RECONOPN-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-RECONOPN-EOF                            VALUE "Y".
       77  WS-RECONCTL-STATUS                PIC X(02)   VALUE "00".
       77  WS-TODAY-DATE                     PIC 9(08)   VALUE ZERO.
       77  WS-RECON-DATE                     PIC 9(08)   VALUE ZERO.
       77  WS-TODAY-JULIAN                   PIC 9(09)   VALUE ZERO.
           PERFORM 0550-RESTORE-FIRST-SEEN.
           PERFORM 3000-PRINT-EXCEPTIONS-REPORT.
           PERFORM 5000-REWRITE-OPEN-ITEMS.
           PERFORM 5500-RECORD-RECONCILED-DATE.
      * GOBACK, NAO STOP RUN - CHAMADO PELO JOBCHAIN DEVOLVE O
      * CONTROLE PARA A CADEIA SEGUIR.
           GOBACK.
       1000-LOAD-TAX-LOG-TOTALS.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 1005-START-TAX-LOG-AT-DAY
               PERFORM 1020-ACCUMULATE-TAX-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NA DATA
      * PEDIDA E A LEITURA PARA NA PRIMEIRA DATA POSTERIOR.
       1005-START-TAX-LOG-AT-DAY.
           MOVE WS-RECON-DATE TO LOG-BUSINESS-DATE.
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
               AND LOG-BUSINESS-DATE > WS-RECON-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       1020-ACCUMULATE-TAX-LOG-ROW.
      * IMPOSTO DE MARKETPLACE NAO E DEPOSITADO POR NOS.
           IF LOG-BUSINESS-DATE = WS-RECON-DATE
               AND NOT LOG-ENTERED-MARKETPLACE
               MOVE LOG-BUSINESS-DATE TO WS-KEY-DATE
               MOVE LOG-STATE-CODE TO WS-KEY-STATE
               PERFORM 4000-FIND-OR-ADD-RECON-ROW
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > RECON-TABLE-COUNT.
           CLOSE OPEN-ITEMS-FILE.
      *
      * A DATA SO CONTA COMO RECONCILIADA SE O LOG E O BANCO FORAM
      * LIDOS - SEM UM DELES A RODADA NAO PROVA NADA.
       5500-RECORD-RECONCILED-DATE.
           IF WS-TAXLOG-STATUS NOT = "00"
               OR WS-BANKDEP-STATUS NOT = "00"
               DISPLAY "RECONCTL NOT UPDATED - " WS-RECON-DATE
                   " IS NOT RECORDED AS RECONCILED."
           ELSE
               OPEN EXTEND RECON-CONTROL-FILE
               IF WS-RECONCTL-STATUS = "35"
                   OPEN OUTPUT RECON-CONTROL-FILE
                   CLOSE RECON-CONTROL-FILE
                   OPEN EXTEND RECON-CONTROL-FILE
               END-IF
               MOVE WS-RECON-DATE TO RCC-BUSINESS-DATE
               MOVE WS-TODAY-DATE TO RCC-RUN-DATE
               MOVE WS-EXCEPTION-COUNT TO RCC-EXCEPTION-COUNT
               WRITE RECON-CONTROL-RECORD
               CLOSE RECON-CONTROL-FILE
           END-IF.
      *
       5010-WRITE-ONE-OPEN-ITEM.
           IF RCN-TAX-TOTAL (WS-SEARCH-IDX)
