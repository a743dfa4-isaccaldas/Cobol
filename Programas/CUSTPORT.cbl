      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     CARTEIRA CONSOLIDADA DO INVESTIDOR: PARA UM
      *              CLIENTE (OU, COM O CODIGO EM BRANCO, PARA TODO O
      *              CADASTRO CUSTMST) LISTA CADA SIMULACAO GRAVADA EM
      *              NOME DELE (SIMFILE PELA CHAVE ALTERNATIVA
      *              SIM-CUSTOMER-ID) COM O SALDO BRUTO E O LIQUIDO NO
      *              VENCIMENTO REFEITOS HOJE - MESMA MATEMATICA DA
      *              CONSULTA DO SISPB005 E DA PROPOSTA DO SIMPRPSL
      *              (APORTE, FREQUENCIA, CURVA DE TAXAS ATUAL, IR
      *              PELA TABELA REGRESSIVA) - E OS TOTAIS DA CARTEIRA
      *              POR ANO DE VENCIMENTO. CADA SIMULACAO E
      *              CONFERIDA CONTRA O PERFIL DE RISCO DO CLIENTE
      *              PELO GRAU DE RISCO DO PRODUTO (ARQUIVO PRODRISC):
      *              PRODUTO MAIS ARROJADO QUE O PERFIL, PRODUTO SEM
      *              CLASSIFICACAO E CLIENTE SEM PERFIL SAEM MARCADOS
      *              NA LINHA E O PROGRAMA TERMINA COM RETURN-CODE 4.
      *              RELATORIO NO ARQUIVO DE IMPRESSAO PORTRPT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMST-STATUS.
      *
           SELECT SIMULACAO-FILE ASSIGN TO "SIMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-NUMERO
               ALTERNATE RECORD KEY IS SIM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SIMFILE-STATUS.
      *
           SELECT RATE-CURVE-FILE ASSIGN TO "RATECURV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECURV-STATUS.
      *
      * GRAU DE RISCO POR PRODUTO (CURVA), MANTIDO PELA MESA DE
      * PRODUTOS.
           SELECT PRODUCT-RISK-FILE ASSIGN TO "PRODRISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODRISC-STATUS.
      *
           SELECT PORTFOLIO-PRINT-FILE ASSIGN TO "PORTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTMST.
      *
       FD  SIMULACAO-FILE.
           COPY SIMFILE.
      *
       FD  RATE-CURVE-FILE.
       01  RATE-CURVE-RECORD.
           05  RCV-CURVE-NAME               PIC X(08).
           05  RCV-YEAR-OFFSET              PIC 9(02).
           05  RCV-ANNUAL-RATE              PIC 99V9.
      *
       FD  PRODUCT-RISK-FILE.
           COPY PRODRISC.
      *
       FD  PORTFOLIO-PRINT-FILE.
       01  PORTFOLIO-PRINT-RECORD          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WS-CUSTMST-STATUS                PIC X(02)   VALUE "00".
       77  WS-SIMFILE-STATUS                PIC X(02)   VALUE "00".
       77  WS-RATECURV-STATUS               PIC X(02)   VALUE "00".
       77  WS-PRODRISC-STATUS               PIC X(02)   VALUE "00".
       77  WS-PORTRPT-STATUS                PIC X(02)   VALUE "00".
       77  WS-CUSTMST-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-CUSTMST-EOF                            VALUE "Y".
       77  WS-SIMFILE-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-SIMFILE-EOF                            VALUE "Y".
       77  WS-RATECURV-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-RATECURV-EOF                           VALUE "Y".
       77  WS-PRODRISC-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-PRODRISC-EOF                           VALUE "Y".
      *
      * CLIENTE PEDIDO; EM BRANCO = TODO O CADASTRO, E ENTAO CLIENTE
      * SEM NENHUMA SIMULACAO NAO OCUPA ESPACO NO RELATORIO.
       77  WS-CLIENTE-PEDIDO                PIC X(08)   VALUE SPACES.
           88  WS-TODOS-OS-CLIENTES                      VALUE SPACES.
      *
       01  WS-DATA-SISTEMA.
           05  WS-DATA-SISTEMA-CCYY         PIC 9(04).
           05  WS-DATA-SISTEMA-MM           PIC 9(02).
           05  WS-DATA-SISTEMA-DD           PIC 9(02).
       01  WS-DATA-PERFIL                   PIC 9(08).
       01  WS-DATA-PERFIL-PARTES REDEFINES WS-DATA-PERFIL.
           05  WS-DATA-PERFIL-CCYY          PIC 9(04).
           05  WS-DATA-PERFIL-MM            PIC 9(02).
           05  WS-DATA-PERFIL-DD            PIC 9(02).
      *
      * RECALCULO DA PROJECAO - MESMOS NOMES E MESMA MATEMATICA DE
      * 2200-RECALCULAR-PROJECAO EM SISPB005, CURVA INCLUIDA.
       77  SALDO_ATUAL                      PIC 9(9)V99.
       77  TAXA_DECIMAL                     PIC 9V9(04).
       77  TAXA_MENSAL                      PIC 9V9(06).
       77  WS-ANO-IDX                       PIC 99.
       77  WS-APORTE-MENSAL                 PIC 9(05).
      *
       01  TABELA-IR-REGRESSIVA.
           05  IR-FAIXA OCCURS 4 TIMES.
               10  IR-PRAZO-MAXIMO-DIAS     PIC 9(05).
               10  IR-ALIQUOTA              PIC 9V9(03).
       77  WS-IR-FAIXA-IDX                  PIC 9(01).
       77  WS-IR-DIAS-APLICACAO             PIC 9(05).
       77  WS-IR-TOTAL-APORTADO             PIC 9(9)V99.
       77  WS-IR-BASE-RENDIMENTO            PIC S9(9)V99.
       77  WS-IR-DO-ANO                     PIC 9(9)V99.
       77  WS-SALDO-LIQUIDO-DO-ANO          PIC 9(9)V99.
      *
      * O RATECURV INTEIRO E CARREGADO UMA VEZ SO; A CURVA DE CADA
      * SIMULACAO E SEPARADA DELE EM CURVE-TABLE (VEJA 4100).
       01  ALL-CURVE-TABLE.
           05  ALL-CURVE-COUNT              PIC 9(04)   VALUE ZERO.
           05  ALL-CURVE-ROW OCCURS 999 TIMES.
               10  ACV-CURVE-NAME           PIC X(08).
               10  ACV-YEAR-OFFSET          PIC 9(02).
               10  ACV-ANNUAL-RATE          PIC 99V9.
       77  WS-ACV-IDX                       PIC 9(04)   VALUE ZERO.
       77  WS-CURVE-NAME                    PIC X(08)   VALUE SPACES.
       77  WS-CURVE-LOADED-SWITCH           PIC X(01)   VALUE "N".
           88  WS-CURVE-LOADED                           VALUE "Y".
       01  CURVE-TABLE.
           05  CURVE-TABLE-COUNT            PIC 9(03)   VALUE ZERO.
           05  CURVE-TABLE-ROW OCCURS 99 TIMES.
               10  CRV-YEAR-OFFSET          PIC 9(02).
               10  CRV-ANNUAL-RATE          PIC 99V9.
       77  WS-CRV-IDX                       PIC 9(03)   VALUE ZERO.
       77  WS-BEST-OFFSET                   PIC 9(02)   VALUE ZERO.
       77  WS-BEST-RATE                     PIC 99V9    VALUE ZERO.
       77  WS-ANO-TAXA                      PIC 99V9    VALUE ZERO.
      *
      * ADEQUACAO AO PERFIL: GRAU 1 = C, 2 = M, 3 = A. O PRODUTO
      * SERVE AO CLIENTE QUANDO O GRAU DELE NAO PASSA DO GRAU DO
      * PERFIL. PRODUTO SEM LINHA PROPRIA CAI NA LINHA PADRAO DA
      * CASA (PRODUTO EM BRANCO), SE HOUVER.
       01  PRODUCT-RISK-TABLE.
           05  PRK-TABLE-COUNT              PIC 9(03)   VALUE ZERO.
           05  PRK-TABLE-ROW OCCURS 200 TIMES.
               10  PRK-PRODUCT              PIC X(08).
               10  PRK-RISCO                PIC X(01).
       77  WS-PRK-IDX                       PIC 9(03)   VALUE ZERO.
       77  WS-RISCO-PADRAO                  PIC X(01)   VALUE SPACE.
       77  WS-RISCO-PRODUTO                 PIC X(01)   VALUE SPACE.
       77  WS-GRAU-LETRA                    PIC X(01)   VALUE SPACE.
       77  WS-GRAU-NUMERO                   PIC 9(01)   VALUE ZERO.
       77  WS-GRAU-PRODUTO                  PIC 9(01)   VALUE ZERO.
       77  WS-GRAU-PERFIL                   PIC 9(01)   VALUE ZERO.
       77  WS-OBSERVACAO                    PIC X(30)   VALUE SPACES.
      *
      * TOTAIS POR ANO DE VENCIMENTO (SIM-ANO + SIM-NUMERO-ANOS) DO
      * CLIENTE CORRENTE, MANTIDOS EM ORDEM CRESCENTE DE ANO NA
      * PROPRIA INCLUSAO. A LINHA 101 SO EXISTE PARA A BUSCA PODER
      * OLHAR UMA POSICAO ALEM DA TABELA CHEIA.
       01  MATURITY-TABLE.
           05  MAT-TABLE-COUNT              PIC 9(03)   VALUE ZERO.
           05  MAT-TABLE-ROW OCCURS 101 TIMES.
               10  MAT-ANO-VENCIMENTO       PIC 9(04).
               10  MAT-QTD-SIMULACOES       PIC 9(05).
               10  MAT-SALDO-BRUTO          PIC 9(11)V99.
               10  MAT-SALDO-LIQUIDO        PIC 9(11)V99.
       77  WS-MAT-IDX                       PIC 9(03)   VALUE ZERO.
       77  WS-MAT-SHIFT                     PIC 9(03)   VALUE ZERO.
       77  WS-ANO-VENCIMENTO                PIC 9(04)   VALUE ZERO.
      *
      * TOTAIS DO CLIENTE E DO RELATORIO.
       77  WS-CLI-SIMULACOES                PIC 9(05)   VALUE ZERO.
       77  WS-CLI-SINALIZADAS               PIC 9(05)   VALUE ZERO.
       77  WS-CLI-SALDO-BRUTO               PIC 9(11)V99 VALUE ZERO.
       77  WS-CLI-SALDO-LIQUIDO             PIC 9(11)V99 VALUE ZERO.
       77  WS-TOT-CLIENTES                  PIC 9(05)   VALUE ZERO.
       77  WS-TOT-SIMULACOES                PIC 9(07)   VALUE ZERO.
       77  WS-TOT-SINALIZADAS               PIC 9(07)   VALUE ZERO.
      *
      * A LINHA E MONTADA AQUI E GRAVADA POR 8000-PUT-REPORT-LINE.
       77  WS-REPORT-LINE                   PIC X(132)  VALUE SPACES.
       77  WS-EDIT-BRUTO                    PIC Z(08)9.99.
       77  WS-EDIT-LIQUIDO                  PIC Z(08)9.99.
       77  WS-EDIT-TOTAL-BRUTO              PIC Z(10)9.99.
       77  WS-EDIT-TOTAL-LIQUIDO            PIC Z(10)9.99.
       77  WS-EDIT-QTD                      PIC Z(04)9.
       77  WS-EDIT-CURVA                    PIC X(08).
       77  WS-EDIT-RISCO                    PIC X(01).
       77  WS-EDIT-SITUACAO                 PIC X(07).
      *
       PROCEDURE DIVISION.
      *
       0000-PRINT-CUSTOMER-PORTFOLIO.
           DISPLAY "CODIGO DO CLIENTE (BRANCO = TODOS): ".
           ACCEPT WS-CLIENTE-PEDIDO.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMST-STATUS NOT = "00"
               DISPLAY "CUSTMST NAO DISPONIVEL - STATUS "
                   WS-CUSTMST-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SIMULACAO-FILE.
           IF WS-SIMFILE-STATUS NOT = "00"
               DISPLAY "SIMFILE NAO DISPONIVEL - STATUS "
                   WS-SIMFILE-STATUS "."
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-TABELAS.
           OPEN OUTPUT PORTFOLIO-PRINT-FILE.
           PERFORM 1500-WRITE-REPORT-TITLE.
           IF WS-TODOS-OS-CLIENTES
               PERFORM 2100-LER-PROXIMO-CLIENTE
               PERFORM 2200-PROCESSAR-PROXIMO-CLIENTE
                   UNTIL WS-CUSTMST-EOF
           ELSE
               MOVE WS-CLIENTE-PEDIDO TO CST-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "CLIENTE " WS-CLIENTE-PEDIDO
                           " NAO CADASTRADO."
                   NOT INVALID KEY
                       PERFORM 2000-PROCESS-ONE-CUSTOMER
               END-READ
           END-IF.
           PERFORM 7000-WRITE-REPORT-SUMMARY.
           CLOSE PORTFOLIO-PRINT-FILE.
           CLOSE SIMULACAO-FILE.
           CLOSE CUSTOMER-MASTER.
           DISPLAY "CLIENTES LISTADOS . . . : " WS-TOT-CLIENTES.
           DISPLAY "SIMULACOES. . . . . . . : " WS-TOT-SIMULACOES.
           DISPLAY "SIMULACOES SINALIZADAS. : " WS-TOT-SINALIZADAS.
           DISPLAY "CARTEIRA GRAVADA EM PORTRPT.".
           IF WS-TOT-SINALIZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 1000-CARREGAR-TABELAS
      * A tabela de IR, o RATECURV inteiro e a tabela de risco dos
      * produtos sao lidos uma vez so - a carteira de todo o
      * cadastro passa por eles milhares de vezes.
      ******************************************************************
       1000-CARREGAR-TABELAS.
           PERFORM 1010-CARREGAR-TABELA-IR.
           MOVE ZERO TO ALL-CURVE-COUNT.
           MOVE "N" TO WS-RATECURV-EOF-SWITCH.
           OPEN INPUT RATE-CURVE-FILE.
           IF WS-RATECURV-STATUS = "00"
               PERFORM 1022-LER-UMA-LINHA-CURVA
               PERFORM 1024-TABELAR-UMA-LINHA-CURVA
                   UNTIL WS-RATECURV-EOF
               CLOSE RATE-CURVE-FILE
           ELSE
               DISPLAY "RATECURV NAO DISPONIVEL - STATUS "
                   WS-RATECURV-STATUS " - TODAS PELA TAXA UNICA."
           END-IF.
           MOVE ZERO TO PRK-TABLE-COUNT.
           MOVE SPACE TO WS-RISCO-PADRAO.
           MOVE "N" TO WS-PRODRISC-EOF-SWITCH.
           OPEN INPUT PRODUCT-RISK-FILE.
           IF WS-PRODRISC-STATUS = "00"
               PERFORM 1032-LER-UMA-LINHA-RISCO
               PERFORM 1034-TABELAR-UMA-LINHA-RISCO
                   UNTIL WS-PRODRISC-EOF
               CLOSE PRODUCT-RISK-FILE
           ELSE
               DISPLAY "PRODRISC NAO DISPONIVEL - STATUS "
                   WS-PRODRISC-STATUS " - PRODUTOS SEM "
                   "CLASSIFICACAO."
           END-IF.
      *
       1010-CARREGAR-TABELA-IR.
           MOVE 00180 TO IR-PRAZO-MAXIMO-DIAS (1).
           MOVE .225 TO IR-ALIQUOTA (1).
           MOVE 00360 TO IR-PRAZO-MAXIMO-DIAS (2).
           MOVE .200 TO IR-ALIQUOTA (2).
           MOVE 00720 TO IR-PRAZO-MAXIMO-DIAS (3).
           MOVE .175 TO IR-ALIQUOTA (3).
           MOVE 99999 TO IR-PRAZO-MAXIMO-DIAS (4).
           MOVE .150 TO IR-ALIQUOTA (4).
      *
       1022-LER-UMA-LINHA-CURVA.
           READ RATE-CURVE-FILE
               AT END MOVE "Y" TO WS-RATECURV-EOF-SWITCH
           END-READ.
      *
       1024-TABELAR-UMA-LINHA-CURVA.
           IF ALL-CURVE-COUNT < 999
               ADD 1 TO ALL-CURVE-COUNT
               MOVE RCV-CURVE-NAME TO ACV-CURVE-NAME (ALL-CURVE-COUNT)
               MOVE RCV-YEAR-OFFSET TO
                   ACV-YEAR-OFFSET (ALL-CURVE-COUNT)
               MOVE RCV-ANNUAL-RATE TO
                   ACV-ANNUAL-RATE (ALL-CURVE-COUNT)
           END-IF.
           PERFORM 1022-LER-UMA-LINHA-CURVA.
      *
       1032-LER-UMA-LINHA-RISCO.
           READ PRODUCT-RISK-FILE
               AT END MOVE "Y" TO WS-PRODRISC-EOF-SWITCH
           END-READ.
      *
      * LINHA COM GRAU FORA DE C/M/A E IGNORADA - O PRODUTO FICA SEM
      * CLASSIFICACAO, QUE E O QUE ELE DE FATO ESTA.
       1034-TABELAR-UMA-LINHA-RISCO.
           IF PRR-RISCO-VALIDO
               IF PRR-PRODUCT = SPACES
                   MOVE PRR-RISCO TO WS-RISCO-PADRAO
               ELSE
                   IF PRK-TABLE-COUNT < 200
                       ADD 1 TO PRK-TABLE-COUNT
                       MOVE PRR-PRODUCT TO PRK-PRODUCT (PRK-TABLE-COUNT)
                       MOVE PRR-RISCO TO PRK-RISCO (PRK-TABLE-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1032-LER-UMA-LINHA-RISCO.
      *
       1500-WRITE-REPORT-TITLE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CARTEIRA CONSOLIDADA DO CLIENTE - POSICAO EM "
                   WS-DATA-SISTEMA-DD "/" WS-DATA-SISTEMA-MM "/"
                   WS-DATA-SISTEMA-CCYY DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SALDOS NO VENCIMENTO REFEITOS COM A CURVA DE TAXAS "
                   "ATUAL E O IR PELA TABELA REGRESSIVA VIGENTE."
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
      *
      ******************************************************************
      * 2000-PROCESS-ONE-CUSTOMER
      * Positions SIMFILE on the customer through the alternate key
      * and reports every simulation saved under it. In the
      * all-customers run a customer with nothing saved is skipped.
      ******************************************************************
       2000-PROCESS-ONE-CUSTOMER.
           MOVE ZERO TO WS-CLI-SIMULACOES.
           MOVE ZERO TO WS-CLI-SINALIZADAS.
           MOVE ZERO TO WS-CLI-SALDO-BRUTO.
           MOVE ZERO TO WS-CLI-SALDO-LIQUIDO.
           MOVE ZERO TO MAT-TABLE-COUNT.
           PERFORM 2010-START-SIMFILE-AT-CUSTOMER.
           IF WS-SIMFILE-EOF AND WS-TODOS-OS-CLIENTES
               CONTINUE
           ELSE
               ADD 1 TO WS-TOT-CLIENTES
               PERFORM 3000-WRITE-CUSTOMER-HEADER
               PERFORM 4000-REPORT-ONE-SIMULATION
                   UNTIL WS-SIMFILE-EOF
               IF WS-CLI-SIMULACOES = ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "NENHUMA SIMULACAO GRAVADA PARA O CLIENTE."
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM 8000-PUT-REPORT-LINE
               ELSE
                   PERFORM 5000-WRITE-MATURITY-TOTALS
               END-IF
           END-IF.
      *
      * START NA CHAVE ALTERNATIVA; A LEITURA PARA NA PRIMEIRA
      * SIMULACAO DE OUTRO CLIENTE.
       2010-START-SIMFILE-AT-CUSTOMER.
           MOVE "N" TO WS-SIMFILE-EOF-SWITCH.
           MOVE CST-CUSTOMER-ID TO SIM-CUSTOMER-ID.
           START SIMULACAO-FILE KEY IS = SIM-CUSTOMER-ID
               INVALID KEY MOVE "Y" TO WS-SIMFILE-EOF-SWITCH
           END-START.
           IF NOT WS-SIMFILE-EOF
               PERFORM 2020-LER-PROXIMA-SIMULACAO
           END-IF.
      *
       2020-LER-PROXIMA-SIMULACAO.
           READ SIMULACAO-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SIMFILE-EOF-SWITCH
           END-READ.
           IF NOT WS-SIMFILE-EOF
               AND SIM-CUSTOMER-ID NOT = CST-CUSTOMER-ID
               MOVE "Y" TO WS-SIMFILE-EOF-SWITCH
           END-IF.
      *
       2100-LER-PROXIMO-CLIENTE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-CUSTMST-EOF-SWITCH
           END-READ.
      *
       2200-PROCESSAR-PROXIMO-CLIENTE.
           PERFORM 2000-PROCESS-ONE-CUSTOMER.
           PERFORM 2100-LER-PROXIMO-CLIENTE.
      *
       3000-WRITE-CUSTOMER-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CLIENTE: " CST-CUSTOMER-ID "  " CST-NOME
                   "  CPF/CNPJ: " CST-TAX-ID
                   "  FILIAL: " CST-BRANCH-CODE
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           IF CST-STATUS-INACTIVE
               MOVE "INATIVO" TO WS-EDIT-SITUACAO
           ELSE
               MOVE "ATIVO" TO WS-EDIT-SITUACAO
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           IF CST-PERFIL-VALIDO AND CST-DATA-PERFIL IS NUMERIC
               MOVE CST-DATA-PERFIL TO WS-DATA-PERFIL
               STRING "PERFIL DE RISCO: " CST-PERFIL-RISCO
                       " (AVALIADO EM " WS-DATA-PERFIL-DD "/"
                       WS-DATA-PERFIL-MM "/" WS-DATA-PERFIL-CCYY
                       ")  SITUACAO: " WS-EDIT-SITUACAO
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "PERFIL DE RISCO: NAO AVALIADO"
                       "  SITUACAO: " WS-EDIT-SITUACAO
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SIMUL  SIMULADA EM  PRAZO  VENCTO  CURVA     RISCO"
                   "     SALDO BRUTO   SALDO LIQUIDO  OBSERVACAO"
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
      *
      ******************************************************************
      * 4000-REPORT-ONE-SIMULATION
      * Refaz a simulacao ate o vencimento do mesmo jeito que a
      * consulta do SISPB005, confere a adequacao ao perfil, imprime
      * a linha e acumula no ano de vencimento.
      ******************************************************************
       4000-REPORT-ONE-SIMULATION.
           ADD 1 TO WS-CLI-SIMULACOES.
           ADD 1 TO WS-TOT-SIMULACOES.
           IF SIM-APORTE-MENSAL IS NUMERIC
               MOVE SIM-APORTE-MENSAL TO WS-APORTE-MENSAL
           ELSE
               MOVE ZERO TO WS-APORTE-MENSAL
           END-IF.
           PERFORM 4100-MONTAR-CURVA-DA-SIMULACAO.
           MOVE SIM-QUANTIDADE-INVESTIDA TO SALDO_ATUAL.
           MOVE SIM-QUANTIDADE-INVESTIDA TO WS-SALDO-LIQUIDO-DO-ANO.
           PERFORM 4200-RECALCULAR-UM-ANO
               VARYING WS-ANO-IDX FROM 1 BY 1
               UNTIL WS-ANO-IDX > SIM-NUMERO-ANOS.
           PERFORM 4500-CONFERIR-ADEQUACAO.
           COMPUTE WS-ANO-VENCIMENTO = SIM-ANO + SIM-NUMERO-ANOS.
           IF SIM-CURVE-NAME = SPACES
               MOVE "TX UNICA" TO WS-EDIT-CURVA
           ELSE
               MOVE SIM-CURVE-NAME TO WS-EDIT-CURVA
           END-IF.
           IF WS-RISCO-PRODUTO = SPACE
               MOVE "-" TO WS-EDIT-RISCO
           ELSE
               MOVE WS-RISCO-PRODUTO TO WS-EDIT-RISCO
           END-IF.
           MOVE SALDO_ATUAL TO WS-EDIT-BRUTO.
           MOVE WS-SALDO-LIQUIDO-DO-ANO TO WS-EDIT-LIQUIDO.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING SIM-NUMERO "  " SIM-DIA "/" SIM-MES "/" SIM-ANO
                   "     " SIM-NUMERO-ANOS
                   "    " WS-ANO-VENCIMENTO
                   "    " WS-EDIT-CURVA
                   "  " WS-EDIT-RISCO
                   "    " WS-EDIT-BRUTO
                   "    " WS-EDIT-LIQUIDO
                   "  " WS-OBSERVACAO
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           ADD SALDO_ATUAL TO WS-CLI-SALDO-BRUTO.
           ADD WS-SALDO-LIQUIDO-DO-ANO TO WS-CLI-SALDO-LIQUIDO.
           PERFORM 4600-ACUMULAR-VENCIMENTO.
           PERFORM 2020-LER-PROXIMA-SIMULACAO.
      *
      * A CURVA DA SIMULACAO, SEPARADA DO RATECURV JA CARREGADO.
      * CURVA QUE SAIU DO RATECURV CAI NA TAXA UNICA, COMO NA
      * CONSULTA DO SISPB005.
       4100-MONTAR-CURVA-DA-SIMULACAO.
           MOVE "N" TO WS-CURVE-LOADED-SWITCH.
           MOVE ZERO TO CURVE-TABLE-COUNT.
           MOVE SIM-CURVE-NAME TO WS-CURVE-NAME.
           IF WS-CURVE-NAME NOT = SPACES
               PERFORM 4110-SEPARAR-UMA-LINHA-CURVA
                   VARYING WS-ACV-IDX FROM 1 BY 1
                   UNTIL WS-ACV-IDX > ALL-CURVE-COUNT
               IF CURVE-TABLE-COUNT > ZERO
                   MOVE "Y" TO WS-CURVE-LOADED-SWITCH
               END-IF
           END-IF.
      *
       4110-SEPARAR-UMA-LINHA-CURVA.
           IF ACV-CURVE-NAME (WS-ACV-IDX) = WS-CURVE-NAME
               AND CURVE-TABLE-COUNT < 99
               ADD 1 TO CURVE-TABLE-COUNT
               MOVE ACV-YEAR-OFFSET (WS-ACV-IDX) TO
                   CRV-YEAR-OFFSET (CURVE-TABLE-COUNT)
               MOVE ACV-ANNUAL-RATE (WS-ACV-IDX) TO
                   CRV-ANNUAL-RATE (CURVE-TABLE-COUNT)
           END-IF.
      *
       4200-RECALCULAR-UM-ANO.
           PERFORM 4205-DERIVAR-TAXA-DO-ANO.
           IF SIM-CAPITALIZACAO-MENSAL
               PERFORM 4220-CAPITALIZAR-UM-MES 12 TIMES
           ELSE
               COMPUTE SALDO_ATUAL ROUNDED =
                   SALDO_ATUAL * (1 + TAXA_DECIMAL)
                   + (WS-APORTE-MENSAL * 12)
           END-IF.
           IF WS-ANO-IDX = SIM-NUMERO-ANOS
               PERFORM 4230-APURAR-IR-DO-ANO
           END-IF.
      *
      * A TAXA DO ANO CORRENTE - MESMA REGRA DO SISPB004/SISPB005.
       4205-DERIVAR-TAXA-DO-ANO.
           MOVE SIM-TAXA TO WS-ANO-TAXA.
           IF WS-CURVE-LOADED
               MOVE ZERO TO WS-BEST-OFFSET
               MOVE ZERO TO WS-BEST-RATE
               PERFORM 4206-CONFERIR-UMA-LINHA-CURVA
                   VARYING WS-CRV-IDX FROM 1 BY 1
                   UNTIL WS-CRV-IDX > CURVE-TABLE-COUNT
               IF WS-BEST-OFFSET > ZERO
                   MOVE WS-BEST-RATE TO WS-ANO-TAXA
               END-IF
           END-IF.
           COMPUTE TAXA_DECIMAL = WS-ANO-TAXA / 100.
           COMPUTE TAXA_MENSAL = TAXA_DECIMAL / 12.
      *
       4206-CONFERIR-UMA-LINHA-CURVA.
           IF CRV-YEAR-OFFSET (WS-CRV-IDX) NOT > WS-ANO-IDX
               AND CRV-YEAR-OFFSET (WS-CRV-IDX) NOT < WS-BEST-OFFSET
               MOVE CRV-YEAR-OFFSET (WS-CRV-IDX) TO WS-BEST-OFFSET
               MOVE CRV-ANNUAL-RATE (WS-CRV-IDX) TO WS-BEST-RATE
           END-IF.
      *
       4220-CAPITALIZAR-UM-MES.
           COMPUTE SALDO_ATUAL ROUNDED =
               SALDO_ATUAL * (1 + TAXA_MENSAL) + WS-APORTE-MENSAL.
      *
       4230-APURAR-IR-DO-ANO.
           COMPUTE WS-IR-DIAS-APLICACAO = WS-ANO-IDX * 360.
           MOVE 1 TO WS-IR-FAIXA-IDX.
           PERFORM 4240-LOCALIZAR-FAIXA-IR
               UNTIL WS-IR-DIAS-APLICACAO
                       NOT > IR-PRAZO-MAXIMO-DIAS (WS-IR-FAIXA-IDX)
                   OR WS-IR-FAIXA-IDX = 4.
           COMPUTE WS-IR-TOTAL-APORTADO =
               SIM-QUANTIDADE-INVESTIDA
               + (WS-APORTE-MENSAL * 12 * WS-ANO-IDX).
           COMPUTE WS-IR-BASE-RENDIMENTO =
               SALDO_ATUAL - WS-IR-TOTAL-APORTADO.
           IF WS-IR-BASE-RENDIMENTO < ZERO
               MOVE ZERO TO WS-IR-BASE-RENDIMENTO
           END-IF.
           COMPUTE WS-IR-DO-ANO ROUNDED =
               WS-IR-BASE-RENDIMENTO
               * IR-ALIQUOTA (WS-IR-FAIXA-IDX).
           COMPUTE WS-SALDO-LIQUIDO-DO-ANO =
               SALDO_ATUAL - WS-IR-DO-ANO.
      *
       4240-LOCALIZAR-FAIXA-IR.
           ADD 1 TO WS-IR-FAIXA-IDX.
      *
      ******************************************************************
      * 4500-CONFERIR-ADEQUACAO
      * Grau de risco do produto da simulacao (a curva; em branco, o
      * padrao da casa) contra o perfil do cliente. Uma observacao
      * por linha, na ordem: cliente sem perfil, produto sem
      * classificacao, produto acima do perfil.
      ******************************************************************
       4500-CONFERIR-ADEQUACAO.
           MOVE SPACES TO WS-OBSERVACAO.
           MOVE WS-RISCO-PADRAO TO WS-RISCO-PRODUTO.
           IF SIM-CURVE-NAME NOT = SPACES
               PERFORM 4510-CONFERIR-UMA-LINHA-RISCO
                   VARYING WS-PRK-IDX FROM 1 BY 1
                   UNTIL WS-PRK-IDX > PRK-TABLE-COUNT
           END-IF.
           MOVE CST-PERFIL-RISCO TO WS-GRAU-LETRA.
           PERFORM 4520-CONVERTER-GRAU.
           MOVE WS-GRAU-NUMERO TO WS-GRAU-PERFIL.
           MOVE WS-RISCO-PRODUTO TO WS-GRAU-LETRA.
           PERFORM 4520-CONVERTER-GRAU.
           MOVE WS-GRAU-NUMERO TO WS-GRAU-PRODUTO.
           IF WS-GRAU-PERFIL = ZERO
               MOVE "CLIENTE SEM PERFIL DE RISCO" TO WS-OBSERVACAO
           ELSE
           IF WS-GRAU-PRODUTO = ZERO
               MOVE "SEM CLASSIFICACAO DE RISCO" TO WS-OBSERVACAO
           ELSE
           IF WS-GRAU-PRODUTO > WS-GRAU-PERFIL
               MOVE "INADEQUADO AO PERFIL" TO WS-OBSERVACAO
           END-IF
           END-IF
           END-IF.
           IF WS-OBSERVACAO NOT = SPACES
               ADD 1 TO WS-CLI-SINALIZADAS
               ADD 1 TO WS-TOT-SINALIZADAS
           END-IF.
      *
       4510-CONFERIR-UMA-LINHA-RISCO.
           IF PRK-PRODUCT (WS-PRK-IDX) = SIM-CURVE-NAME
               MOVE PRK-RISCO (WS-PRK-IDX) TO WS-RISCO-PRODUTO
           END-IF.
      *
       4520-CONVERTER-GRAU.
           EVALUATE WS-GRAU-LETRA
               WHEN "C"
                   MOVE 1 TO WS-GRAU-NUMERO
               WHEN "M"
                   MOVE 2 TO WS-GRAU-NUMERO
               WHEN "A"
                   MOVE 3 TO WS-GRAU-NUMERO
               WHEN OTHER
                   MOVE ZERO TO WS-GRAU-NUMERO
           END-EVALUATE.
      *
      ******************************************************************
      * 4600-ACUMULAR-VENCIMENTO
      * Soma a simulacao na linha do seu ano de vencimento; ano novo
      * entra na posicao certa, empurrando os maiores uma linha para
      * baixo, e a tabela sai ja em ordem.
      ******************************************************************
       4600-ACUMULAR-VENCIMENTO.
           MOVE 1 TO WS-MAT-IDX.
           PERFORM 4610-AVANCAR-UMA-LINHA
               UNTIL WS-MAT-IDX > MAT-TABLE-COUNT
                   OR MAT-ANO-VENCIMENTO (WS-MAT-IDX)
                       NOT < WS-ANO-VENCIMENTO.
           IF WS-MAT-IDX NOT > MAT-TABLE-COUNT
               AND MAT-ANO-VENCIMENTO (WS-MAT-IDX) = WS-ANO-VENCIMENTO
               ADD 1 TO MAT-QTD-SIMULACOES (WS-MAT-IDX)
               ADD SALDO_ATUAL TO MAT-SALDO-BRUTO (WS-MAT-IDX)
               ADD WS-SALDO-LIQUIDO-DO-ANO
                   TO MAT-SALDO-LIQUIDO (WS-MAT-IDX)
           ELSE
           IF MAT-TABLE-COUNT < 100
               PERFORM 4620-DESLOCAR-UMA-LINHA
                   VARYING WS-MAT-SHIFT FROM MAT-TABLE-COUNT BY -1
                   UNTIL WS-MAT-SHIFT < WS-MAT-IDX
               MOVE WS-ANO-VENCIMENTO
                   TO MAT-ANO-VENCIMENTO (WS-MAT-IDX)
               MOVE 1 TO MAT-QTD-SIMULACOES (WS-MAT-IDX)
               MOVE SALDO_ATUAL TO MAT-SALDO-BRUTO (WS-MAT-IDX)
               MOVE WS-SALDO-LIQUIDO-DO-ANO
                   TO MAT-SALDO-LIQUIDO (WS-MAT-IDX)
               ADD 1 TO MAT-TABLE-COUNT
           ELSE
               DISPLAY "CLIENTE " CST-CUSTOMER-ID " COM MAIS DE 100 "
                   "ANOS DE VENCIMENTO - SIMULACAO " SIM-NUMERO
                   " FORA DOS TOTAIS POR ANO."
           END-IF
           END-IF.
      *
       4610-AVANCAR-UMA-LINHA.
           ADD 1 TO WS-MAT-IDX.
      *
       4620-DESLOCAR-UMA-LINHA.
           MOVE MAT-TABLE-ROW (WS-MAT-SHIFT)
               TO MAT-TABLE-ROW (WS-MAT-SHIFT + 1).
      *
       5000-WRITE-MATURITY-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAIS POR ANO DE VENCIMENTO" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "VENCTO  SIMULS       SALDO BRUTO     SALDO LIQUIDO"
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           PERFORM 5010-WRITE-ONE-MATURITY-YEAR
               VARYING WS-MAT-IDX FROM 1 BY 1
               UNTIL WS-MAT-IDX > MAT-TABLE-COUNT.
           MOVE WS-CLI-SIMULACOES TO WS-EDIT-QTD.
           MOVE WS-CLI-SALDO-BRUTO TO WS-EDIT-TOTAL-BRUTO.
           MOVE WS-CLI-SALDO-LIQUIDO TO WS-EDIT-TOTAL-LIQUIDO.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL   " WS-EDIT-QTD
                   "  " WS-EDIT-TOTAL-BRUTO
                   "  " WS-EDIT-TOTAL-LIQUIDO
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           IF WS-CLI-SINALIZADAS > ZERO
               MOVE WS-CLI-SINALIZADAS TO WS-EDIT-QTD
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** " WS-EDIT-QTD
                       " SIMULACAO(OES) SEM ADEQUACAO COMPROVADA AO "
                       "PERFIL DO CLIENTE ***" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-PUT-REPORT-LINE
           END-IF.
      *
       5010-WRITE-ONE-MATURITY-YEAR.
           MOVE MAT-QTD-SIMULACOES (WS-MAT-IDX) TO WS-EDIT-QTD.
           MOVE MAT-SALDO-BRUTO (WS-MAT-IDX) TO WS-EDIT-TOTAL-BRUTO.
           MOVE MAT-SALDO-LIQUIDO (WS-MAT-IDX)
               TO WS-EDIT-TOTAL-LIQUIDO.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING MAT-ANO-VENCIMENTO (WS-MAT-IDX)
                   "    " WS-EDIT-QTD
                   "  " WS-EDIT-TOTAL-BRUTO
                   "  " WS-EDIT-TOTAL-LIQUIDO
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
      *
       7000-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CLIENTES LISTADOS: " WS-TOT-CLIENTES
                   "   SIMULACOES: " WS-TOT-SIMULACOES
                   "   SINALIZADAS: " WS-TOT-SINALIZADAS
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RISCO DO PRODUTO PELA TABELA PRODRISC (C = "
                   "CONSERVADOR, M = MODERADO, A = ARROJADO); O "
                   "PRODUTO SERVE AO PERFIL DE MESMO GRAU OU MAIS "
                   "ARROJADO." DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
      *
       8000-PUT-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PORTFOLIO-PRINT-RECORD.
           WRITE PORTFOLIO-PRINT-RECORD.
       END PROGRAM CUSTPORT.
