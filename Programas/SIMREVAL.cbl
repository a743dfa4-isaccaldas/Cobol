      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     REAVALIACAO NOTURNA DAS SIMULACOES GRAVADAS. O
      *              SIM-RECORD CONGELA O SALDO BRUTO E O LIQUIDO DO
      *              DIA EM QUE FOI GRAVADO; QUANDO A MESA MUDA UMA
      *              CURVA DO RATECURV OU A TABELA DE IR MUDA, O
      *              ASSESSOR CONTINUA CITANDO NUMEROS QUE NAO VALEM
      *              MAIS. AQUI CADA SIMULACAO DO SIMFILE E REFEITA
      *              COM OS PROPRIOS PARAMETROS CONTRA A CURVA E A
      *              TABELA DE IR DE HOJE (MESMA MATEMATICA DA
      *              CONSULTA DO SISPB005), O RESULTADO VAI PARA O
      *              SIMRVAL (AO LADO DO ORIGINAL, QUE NAO E TOCADO) E
      *              O RELATORIO REVALRPT MOSTRA O DESVIO POR
      *              SIMULACAO, POR CURVA E POR FILIAL (A DO CLIENTE
      *              NO CUSTMST). SIMULACAO QUE MOVEU MAIS QUE O
      *              PERCENTUAL INFORMADO E SINALIZADA E VAI PARA A
      *              LISTA DE RECONTATO DOS ASSESSORES (ADVWORK).
      *              PASSO DA CADEIA NOTURNA: SIGN-ON COM O PAPEL B E
      *              GOBACK NO FIM, COMO O FEEDMON; SINALIZAR NAO E
      *              ERRO E NAO PARA A CADEIA.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMREVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMULACAO-FILE ASSIGN TO "SIMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIM-NUMERO
               ALTERNATE RECORD KEY IS SIM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SIMFILE-STATUS.
      *
      * CADASTRO DE INVESTIDORES, SO PARA A FILIAL E O NOME.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CST-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMST-STATUS.
      *
           SELECT RATE-CURVE-FILE ASSIGN TO "RATECURV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECURV-STATUS.
      *
      * RECONSTRUIDO INTEIRO A CADA NOITE, NA ORDEM DO SIMFILE.
           SELECT SIM-REVALUATION-FILE ASSIGN TO "SIMRVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RVL-NUMERO
               FILE STATUS IS WS-SIMRVAL-STATUS.
      *
           SELECT ADVISOR-WORKLIST-FILE ASSIGN TO "ADVWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVWORK-STATUS.
      *
           SELECT REVALUATION-PRINT-FILE ASSIGN TO "REVALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVALRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SIMULACAO-FILE.
           COPY SIMFILE.
      *
       FD  CUSTOMER-MASTER.
           COPY CUSTMST.
      *
       FD  RATE-CURVE-FILE.
       01  RATE-CURVE-RECORD.
           05  RCV-CURVE-NAME               PIC X(08).
           05  RCV-YEAR-OFFSET              PIC 9(02).
           05  RCV-ANNUAL-RATE              PIC 99V9.
      *
       FD  SIM-REVALUATION-FILE.
           COPY SIMRVAL.
      *
       FD  ADVISOR-WORKLIST-FILE.
           COPY ADVWORK.
      *
       FD  REVALUATION-PRINT-FILE.
       01  REVALUATION-PRINT-RECORD        PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WS-SIMFILE-STATUS                PIC X(02)   VALUE "00".
       77  WS-CUSTMST-STATUS                PIC X(02)   VALUE "00".
       77  WS-RATECURV-STATUS               PIC X(02)   VALUE "00".
       77  WS-SIMRVAL-STATUS                PIC X(02)   VALUE "00".
       77  WS-ADVWORK-STATUS                PIC X(02)   VALUE "00".
       77  WS-REVALRPT-STATUS               PIC X(02)   VALUE "00".
       77  WS-SIMFILE-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-SIMFILE-EOF                            VALUE "Y".
       77  WS-RATECURV-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-RATECURV-EOF                           VALUE "Y".
       77  WS-CUSTMST-OPEN-SWITCH           PIC X(01)   VALUE "N".
           88  WS-CUSTMST-IS-OPEN                        VALUE "Y".
      *
       01  WS-DATA-SISTEMA.
           05  WS-DATA-SISTEMA-CCYY         PIC 9(04).
           05  WS-DATA-SISTEMA-MM           PIC 9(02).
           05  WS-DATA-SISTEMA-DD           PIC 9(02).
       01  WS-DATA-REAVALIACAO REDEFINES WS-DATA-SISTEMA
                                            PIC 9(08).
      *
      * LIMIAR DE SINALIZACAO, EM PERCENTUAL INTEIRO DO VALOR GRAVADO
      * (PARA MAIS OU PARA MENOS). TRES DIGITOS, MESMO ESTILO DO
      * HORARIO DE CORTE DO FEEDMON; EM BRANCO OU INVALIDO = 005.
       77  WS-LIMIAR-ENTRY                  PIC X(03)   VALUE SPACES.
       77  WS-LIMIAR-PCT                    PIC 9(03)   VALUE 005.
      *
      * RECALCULO DA PROJECAO - MESMOS NOMES E MESMA MATEMATICA DE
      * 2200-RECALCULAR-PROJECAO EM SISPB005, CURVA INCLUIDA.
       77  SALDO_ATUAL                      PIC 9(9)V99.
       77  TAXA_DECIMAL                     PIC 9V9(04).
       77  TAXA_MENSAL                      PIC 9V9(06).
       77  WS-ANO-IDX                       PIC 99.
       77  WS-APORTE-MENSAL                 PIC 9(05).
      *
      * A TABELA DE IR VIGENTE - A MESMA DE 1057-CARREGAR-TABELA-IR
      * NO SISPB004. QUANDO A TABELA MUDAR, MUDA AQUI TAMBEM E A
      * REAVALIACAO DA NOITE SEGUINTE JA MOSTRA O EFEITO.
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
      * SIMULACAO E SEPARADA DELE EM CURVE-TABLE (MESMO ESQUEMA DO
      * CUSTPORT).
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
      * A SIMULACAO CORRENTE: FILIAL/NOME DO CLIENTE, BASE E DESVIO.
       77  WS-BRANCH-CODE                   PIC X(04)   VALUE SPACES.
       77  WS-CUSTOMER-NAME                 PIC X(30)   VALUE SPACES.
       77  WS-BASE                          PIC X(01)   VALUE SPACE.
       77  WS-VALOR-GRAVADO                 PIC 9(9)V99 VALUE ZERO.
       77  WS-VALOR-REAVALIADO              PIC 9(9)V99 VALUE ZERO.
       77  WS-DESVIO                        PIC S9(9)V99 VALUE ZERO.
       77  WS-DESVIO-PCT                    PIC S9(05)V99 VALUE ZERO.
       77  WS-SINALIZADA-SWITCH             PIC X(01)   VALUE "N".
           88  WS-SIMULACAO-SINALIZADA                   VALUE "Y".
      *
      * DESVIO ACUMULADO POR CURVA E POR FILIAL, CADA TABELA MANTIDA
      * EM ORDEM DE CHAVE NA PROPRIA INCLUSAO. A LINHA EXTRA DE CADA
      * UMA SO EXISTE PARA A BUSCA PODER OLHAR UMA POSICAO ALEM DA
      * TABELA CHEIA.
       01  CURVE-DRIFT-TABLE.
           05  CDT-TABLE-COUNT              PIC 9(03)   VALUE ZERO.
           05  CDT-TABLE-ROW OCCURS 201 TIMES.
               10  CDT-CURVE-NAME           PIC X(08).
               10  CDT-QTD-SIMULACOES       PIC 9(07).
               10  CDT-QTD-SINALIZADAS      PIC 9(07).
               10  CDT-VALOR-GRAVADO        PIC 9(11)V99.
               10  CDT-VALOR-REAVALIADO     PIC 9(11)V99.
       77  WS-CDT-IDX                       PIC 9(03)   VALUE ZERO.
       77  WS-CDT-SHIFT                     PIC 9(03)   VALUE ZERO.
       01  BRANCH-DRIFT-TABLE.
           05  BDT-TABLE-COUNT              PIC 9(03)   VALUE ZERO.
           05  BDT-TABLE-ROW OCCURS 501 TIMES.
               10  BDT-BRANCH-CODE          PIC X(04).
               10  BDT-QTD-SIMULACOES       PIC 9(07).
               10  BDT-QTD-SINALIZADAS      PIC 9(07).
               10  BDT-VALOR-GRAVADO        PIC 9(11)V99.
               10  BDT-VALOR-REAVALIADO     PIC 9(11)V99.
       77  WS-BDT-IDX                       PIC 9(03)   VALUE ZERO.
       77  WS-BDT-SHIFT                     PIC 9(03)   VALUE ZERO.
      *
      * TOTAIS DA NOITE.
       77  WS-TOT-SIMULACOES                PIC 9(07)   VALUE ZERO.
       77  WS-TOT-SINALIZADAS               PIC 9(07)   VALUE ZERO.
       77  WS-TOT-VALOR-GRAVADO             PIC 9(11)V99 VALUE ZERO.
       77  WS-TOT-VALOR-REAVALIADO          PIC 9(11)V99 VALUE ZERO.
      *
      * LINHA DE RESUMO (CURVA, FILIAL OU GERAL), MONTADA POR
      * 6900-WRITE-ONE-SUMMARY-LINE.
       77  WS-SUM-ROTULO                    PIC X(10)   VALUE SPACES.
       77  WS-SUM-QTD                       PIC 9(07)   VALUE ZERO.
       77  WS-SUM-SINALIZADAS               PIC 9(07)   VALUE ZERO.
       77  WS-SUM-GRAVADO                   PIC 9(11)V99 VALUE ZERO.
       77  WS-SUM-REAVALIADO                PIC 9(11)V99 VALUE ZERO.
       77  WS-SUM-DESVIO                    PIC S9(11)V99 VALUE ZERO.
       77  WS-SUM-DESVIO-PCT                PIC S9(05)V99 VALUE ZERO.
      *
      * A LINHA E MONTADA AQUI E GRAVADA POR 8000-PUT-REPORT-LINE.
       77  WS-REPORT-LINE                   PIC X(132)  VALUE SPACES.
       77  WS-EDIT-VALOR                    PIC Z(08)9.99.
       77  WS-EDIT-VALOR-2                  PIC Z(08)9.99.
       77  WS-EDIT-DESVIO                   PIC -Z(08)9.99.
       77  WS-EDIT-PCT                      PIC -ZZZZ9.99.
       77  WS-EDIT-TOTAL                    PIC Z(10)9.99.
       77  WS-EDIT-TOTAL-2                  PIC Z(10)9.99.
       77  WS-EDIT-TOTAL-DESVIO             PIC -Z(10)9.99.
       77  WS-EDIT-QTD                      PIC Z(06)9.
       77  WS-EDIT-QTD-2                    PIC Z(06)9.
       77  WS-EDIT-CURVA                    PIC X(08).
       77  WS-EDIT-FILIAL                   PIC X(04).
       77  WS-EDIT-MARCA                    PIC X(02).
      *
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
       PROCEDURE DIVISION.
      *
       0000-REVALUE-SAVED-SIMULATIONS.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "SIMREVAL" TO SGN-PROGRAM-ID.
           MOVE "B" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "LIMIAR DE DESVIO EM PERCENTUAL (3 DIGITOS, "
               "BRANCO = 005): ".
           ACCEPT WS-LIMIAR-ENTRY.
           IF WS-LIMIAR-ENTRY IS NUMERIC
               AND WS-LIMIAR-ENTRY NOT = "000"
               MOVE WS-LIMIAR-ENTRY TO WS-LIMIAR-PCT
           ELSE
               IF WS-LIMIAR-ENTRY NOT = SPACES
                   DISPLAY "LIMIAR INVALIDO - 005 USADO."
               END-IF
               MOVE 005 TO WS-LIMIAR-PCT
           END-IF.
           OPEN INPUT SIMULACAO-FILE.
      * NENHUMA SIMULACAO GRAVADA AINDA NAO E FALHA DA CADEIA.
           IF WS-SIMFILE-STATUS = "35"
               DISPLAY "SIMFILE AINDA NAO EXISTE - NADA A REAVALIAR."
               GOBACK
           END-IF.
           IF WS-SIMFILE-STATUS NOT = "00"
               DISPLAY "SIMFILE NAO DISPONIVEL - STATUS "
                   WS-SIMFILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SIM-REVALUATION-FILE.
           IF WS-SIMRVAL-STATUS NOT = "00"
               DISPLAY "SIMRVAL NAO PODE SER GRAVADO - STATUS "
                   WS-SIMRVAL-STATUS "."
               CLOSE SIMULACAO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMST-STATUS = "00"
               MOVE "Y" TO WS-CUSTMST-OPEN-SWITCH
           ELSE
               DISPLAY "CUSTMST NAO DISPONIVEL - STATUS "
                   WS-CUSTMST-STATUS " - DESVIO SEM FILIAL."
           END-IF.
           PERFORM 1000-CARREGAR-TABELAS.
           OPEN OUTPUT ADVISOR-WORKLIST-FILE.
           OPEN OUTPUT REVALUATION-PRINT-FILE.
           PERFORM 1500-WRITE-REPORT-HEADER.
           PERFORM 2010-LER-PROXIMA-SIMULACAO.
           PERFORM 2000-REVALUE-ONE-SIMULATION
               UNTIL WS-SIMFILE-EOF.
           PERFORM 6000-WRITE-CURVE-SUMMARY.
           PERFORM 6500-WRITE-BRANCH-SUMMARY.
           PERFORM 7000-WRITE-REPORT-TOTALS.
           CLOSE REVALUATION-PRINT-FILE.
           CLOSE ADVISOR-WORKLIST-FILE.
           CLOSE SIM-REVALUATION-FILE.
           CLOSE SIMULACAO-FILE.
           IF WS-CUSTMST-IS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           DISPLAY "SIMULACOES REAVALIADAS. : " WS-TOT-SIMULACOES.
           DISPLAY "SINALIZADAS (> " WS-LIMIAR-PCT " PCT) . : "
               WS-TOT-SINALIZADAS.
           DISPLAY "RELATORIO EM REVALRPT, RECONTATOS EM ADVWORK.".
      * GOBACK, NAO STOP RUN - CHAMADO PELO JOBCHAIN DEVOLVE O
      * CONTROLE PARA A CADEIA SEGUIR.
           GOBACK.
      *
      ******************************************************************
      * 1000-CARREGAR-TABELAS
      * The IR table in force and the whole RATECURV, read once - every
      * saved simulation goes through them.
      ******************************************************************
       1000-CARREGAR-TABELAS.
           MOVE 00180 TO IR-PRAZO-MAXIMO-DIAS (1).
           MOVE .225 TO IR-ALIQUOTA (1).
           MOVE 00360 TO IR-PRAZO-MAXIMO-DIAS (2).
           MOVE .200 TO IR-ALIQUOTA (2).
           MOVE 00720 TO IR-PRAZO-MAXIMO-DIAS (3).
           MOVE .175 TO IR-ALIQUOTA (3).
           MOVE 99999 TO IR-PRAZO-MAXIMO-DIAS (4).
           MOVE .150 TO IR-ALIQUOTA (4).
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
       1500-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REAVALIACAO DAS SIMULACOES GRAVADAS - "
                   WS-DATA-SISTEMA-DD "/" WS-DATA-SISTEMA-MM "/"
                   WS-DATA-SISTEMA-CCYY
                   " - LIMIAR DE SINALIZACAO " WS-LIMIAR-PCT " PCT"
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CURVA DE TAXAS E TABELA DE IR DE HOJE CONTRA O "
                   "VALOR GRAVADO NO SIMFILE (LIQUIDO; BRUTO QUANDO A "
                   "SIMULACAO NAO TEM IR GRAVADO)."
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SIMUL  CLIENTE   FILIAL  CURVA     BASE"
                   "  VALOR GRAVADO  VALOR REAVALIADO"
                   "         DESVIO   DESVIO %"
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
      *
      ******************************************************************
      * 2000-REVALUE-ONE-SIMULATION
      * Refaz a simulacao ate o vencimento com os parametros dela,
      * compara com o valor gravado, grava a linha do SIMRVAL, a
      * linha do relatorio e, se moveu alem do limiar, a linha da
      * lista de recontato. O SIM-RECORD so e lido.
      ******************************************************************
       2000-REVALUE-ONE-SIMULATION.
           ADD 1 TO WS-TOT-SIMULACOES.
           PERFORM 2100-IDENTIFICAR-CLIENTE.
           IF SIM-APORTE-MENSAL IS NUMERIC
               MOVE SIM-APORTE-MENSAL TO WS-APORTE-MENSAL
           ELSE
               MOVE ZERO TO WS-APORTE-MENSAL
           END-IF.
           PERFORM 3100-MONTAR-CURVA-DA-SIMULACAO.
           MOVE SIM-QUANTIDADE-INVESTIDA TO SALDO_ATUAL.
           MOVE ZERO TO WS-IR-DO-ANO.
           MOVE SIM-QUANTIDADE-INVESTIDA TO WS-SALDO-LIQUIDO-DO-ANO.
           PERFORM 3200-RECALCULAR-UM-ANO
               VARYING WS-ANO-IDX FROM 1 BY 1
               UNTIL WS-ANO-IDX > SIM-NUMERO-ANOS.
           PERFORM 4000-APURAR-DESVIO.
           PERFORM 4500-GRAVAR-REAVALIACAO.
           PERFORM 4600-WRITE-DETAIL-LINE.
           IF WS-SIMULACAO-SINALIZADA
               PERFORM 4700-WRITE-WORKLIST-LINE
           END-IF.
           PERFORM 5000-ACUMULAR-POR-CURVA.
           PERFORM 5500-ACUMULAR-POR-FILIAL.
           PERFORM 2010-LER-PROXIMA-SIMULACAO.
      *
       2010-LER-PROXIMA-SIMULACAO.
           READ SIMULACAO-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SIMFILE-EOF-SWITCH
           END-READ.
      *
      * FILIAL E NOME VEM DO CLIENTE DA SIMULACAO; SIMULACAO AVULSA,
      * OU DE CLIENTE QUE NAO ESTA NO CUSTMST, FICA SEM FILIAL.
       2100-IDENTIFICAR-CLIENTE.
           MOVE SPACES TO WS-BRANCH-CODE.
           MOVE SPACES TO WS-CUSTOMER-NAME.
           IF WS-CUSTMST-IS-OPEN
               AND SIM-CUSTOMER-ID NOT = SPACES
               MOVE SIM-CUSTOMER-ID TO CST-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CST-BRANCH-CODE TO WS-BRANCH-CODE
                       MOVE CST-NOME TO WS-CUSTOMER-NAME
               END-READ
           END-IF.
      *
      * A CURVA DA SIMULACAO, SEPARADA DO RATECURV JA CARREGADO.
      * CURVA QUE SAIU DO RATECURV CAI NA TAXA UNICA, COMO NA
      * CONSULTA DO SISPB005.
       3100-MONTAR-CURVA-DA-SIMULACAO.
           MOVE "N" TO WS-CURVE-LOADED-SWITCH.
           MOVE ZERO TO CURVE-TABLE-COUNT.
           MOVE SIM-CURVE-NAME TO WS-CURVE-NAME.
           IF WS-CURVE-NAME NOT = SPACES
               PERFORM 3110-SEPARAR-UMA-LINHA-CURVA
                   VARYING WS-ACV-IDX FROM 1 BY 1
                   UNTIL WS-ACV-IDX > ALL-CURVE-COUNT
               IF CURVE-TABLE-COUNT > ZERO
                   MOVE "Y" TO WS-CURVE-LOADED-SWITCH
               END-IF
           END-IF.
      *
       3110-SEPARAR-UMA-LINHA-CURVA.
           IF ACV-CURVE-NAME (WS-ACV-IDX) = WS-CURVE-NAME
               AND CURVE-TABLE-COUNT < 99
               ADD 1 TO CURVE-TABLE-COUNT
               MOVE ACV-YEAR-OFFSET (WS-ACV-IDX) TO
                   CRV-YEAR-OFFSET (CURVE-TABLE-COUNT)
               MOVE ACV-ANNUAL-RATE (WS-ACV-IDX) TO
                   CRV-ANNUAL-RATE (CURVE-TABLE-COUNT)
           END-IF.
      *
       3200-RECALCULAR-UM-ANO.
           PERFORM 3205-DERIVAR-TAXA-DO-ANO.
           IF SIM-CAPITALIZACAO-MENSAL
               PERFORM 3220-CAPITALIZAR-UM-MES 12 TIMES
           ELSE
               COMPUTE SALDO_ATUAL ROUNDED =
                   SALDO_ATUAL * (1 + TAXA_DECIMAL)
                   + (WS-APORTE-MENSAL * 12)
           END-IF.
           IF WS-ANO-IDX = SIM-NUMERO-ANOS
               PERFORM 3230-APURAR-IR-DO-ANO
           END-IF.
      *
      * A TAXA DO ANO CORRENTE - MESMA REGRA DO SISPB004/SISPB005.
       3205-DERIVAR-TAXA-DO-ANO.
           MOVE SIM-TAXA TO WS-ANO-TAXA.
           IF WS-CURVE-LOADED
               MOVE ZERO TO WS-BEST-OFFSET
               MOVE ZERO TO WS-BEST-RATE
               PERFORM 3206-CONFERIR-UMA-LINHA-CURVA
                   VARYING WS-CRV-IDX FROM 1 BY 1
                   UNTIL WS-CRV-IDX > CURVE-TABLE-COUNT
               IF WS-BEST-OFFSET > ZERO
                   MOVE WS-BEST-RATE TO WS-ANO-TAXA
               END-IF
           END-IF.
           COMPUTE TAXA_DECIMAL = WS-ANO-TAXA / 100.
           COMPUTE TAXA_MENSAL = TAXA_DECIMAL / 12.
      *
       3206-CONFERIR-UMA-LINHA-CURVA.
           IF CRV-YEAR-OFFSET (WS-CRV-IDX) NOT > WS-ANO-IDX
               AND CRV-YEAR-OFFSET (WS-CRV-IDX) NOT < WS-BEST-OFFSET
               MOVE CRV-YEAR-OFFSET (WS-CRV-IDX) TO WS-BEST-OFFSET
               MOVE CRV-ANNUAL-RATE (WS-CRV-IDX) TO WS-BEST-RATE
           END-IF.
      *
       3220-CAPITALIZAR-UM-MES.
           COMPUTE SALDO_ATUAL ROUNDED =
               SALDO_ATUAL * (1 + TAXA_MENSAL) + WS-APORTE-MENSAL.
      *
       3230-APURAR-IR-DO-ANO.
           COMPUTE WS-IR-DIAS-APLICACAO = WS-ANO-IDX * 360.
           MOVE 1 TO WS-IR-FAIXA-IDX.
           PERFORM 3240-LOCALIZAR-FAIXA-IR
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
       3240-LOCALIZAR-FAIXA-IR.
           ADD 1 TO WS-IR-FAIXA-IDX.
      *
      ******************************************************************
      * 4000-APURAR-DESVIO
      * O valor que o cliente ouviu e o liquido gravado; simulacao
      * gravada antes do IR existir no registro so tem o bruto, e e
      * nele que a comparacao e feita. Desvio percentual sobre o
      * valor gravado; sinaliza o que passou do limiar para mais ou
      * para menos.
      ******************************************************************
       4000-APURAR-DESVIO.
           IF SIM-SALDO-LIQUIDO IS NUMERIC
               AND SIM-SALDO-LIQUIDO > ZERO
               MOVE "L" TO WS-BASE
               MOVE SIM-SALDO-LIQUIDO TO WS-VALOR-GRAVADO
               MOVE WS-SALDO-LIQUIDO-DO-ANO TO WS-VALOR-REAVALIADO
           ELSE
               MOVE "B" TO WS-BASE
               MOVE SIM-SALDO-FINAL TO WS-VALOR-GRAVADO
               MOVE SALDO_ATUAL TO WS-VALOR-REAVALIADO
           END-IF.
           COMPUTE WS-DESVIO = WS-VALOR-REAVALIADO - WS-VALOR-GRAVADO.
           MOVE ZERO TO WS-DESVIO-PCT.
           IF WS-VALOR-GRAVADO > ZERO
               COMPUTE WS-DESVIO-PCT ROUNDED =
                   WS-DESVIO * 100 / WS-VALOR-GRAVADO
                   ON SIZE ERROR MOVE 99999.99 TO WS-DESVIO-PCT
               END-COMPUTE
           END-IF.
           MOVE "N" TO WS-SINALIZADA-SWITCH.
           IF WS-DESVIO-PCT > WS-LIMIAR-PCT
               OR WS-DESVIO-PCT < (ZERO - WS-LIMIAR-PCT)
               MOVE "Y" TO WS-SINALIZADA-SWITCH
               ADD 1 TO WS-TOT-SINALIZADAS
           END-IF.
           ADD WS-VALOR-GRAVADO TO WS-TOT-VALOR-GRAVADO.
           ADD WS-VALOR-REAVALIADO TO WS-TOT-VALOR-REAVALIADO.
      *
       4500-GRAVAR-REAVALIACAO.
           MOVE SIM-NUMERO TO RVL-NUMERO.
           MOVE WS-DATA-REAVALIACAO TO RVL-DATA-REAVALIACAO.
           MOVE SIM-CUSTOMER-ID TO RVL-CUSTOMER-ID.
           MOVE WS-BRANCH-CODE TO RVL-BRANCH-CODE.
           MOVE SIM-CURVE-NAME TO RVL-CURVE-NAME.
           MOVE SALDO_ATUAL TO RVL-SALDO-FINAL.
           MOVE WS-IR-DO-ANO TO RVL-IR-RETIDO.
           MOVE WS-SALDO-LIQUIDO-DO-ANO TO RVL-SALDO-LIQUIDO.
           MOVE WS-BASE TO RVL-BASE.
           MOVE WS-VALOR-GRAVADO TO RVL-VALOR-GRAVADO.
           MOVE WS-VALOR-REAVALIADO TO RVL-VALOR-REAVALIADO.
           MOVE WS-DESVIO-PCT TO RVL-DESVIO-PCT.
           MOVE WS-SINALIZADA-SWITCH TO RVL-SINALIZADA.
           WRITE SIM-REVALUATION-RECORD
               INVALID KEY
                   DISPLAY "SIMRVAL RECUSOU A SIMULACAO " SIM-NUMERO
                       " - STATUS " WS-SIMRVAL-STATUS "."
           END-WRITE.
      *
       4600-WRITE-DETAIL-LINE.
           IF SIM-CURVE-NAME = SPACES
               MOVE "TX UNICA" TO WS-EDIT-CURVA
           ELSE
               MOVE SIM-CURVE-NAME TO WS-EDIT-CURVA
           END-IF.
           IF WS-BRANCH-CODE = SPACES
               MOVE "----" TO WS-EDIT-FILIAL
           ELSE
               MOVE WS-BRANCH-CODE TO WS-EDIT-FILIAL
           END-IF.
           IF WS-SIMULACAO-SINALIZADA
               MOVE " *" TO WS-EDIT-MARCA
           ELSE
               MOVE SPACES TO WS-EDIT-MARCA
           END-IF.
           MOVE WS-VALOR-GRAVADO TO WS-EDIT-VALOR.
           MOVE WS-VALOR-REAVALIADO TO WS-EDIT-VALOR-2.
           MOVE WS-DESVIO TO WS-EDIT-DESVIO.
           MOVE WS-DESVIO-PCT TO WS-EDIT-PCT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING SIM-NUMERO "  " SIM-CUSTOMER-ID
                   "  " WS-EDIT-FILIAL
                   "    " WS-EDIT-CURVA
                   "  " WS-BASE
                   "     " WS-EDIT-VALOR
                   "     " WS-EDIT-VALOR-2
                   "  " WS-EDIT-DESVIO
                   "  " WS-EDIT-PCT WS-EDIT-MARCA
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
      *
       4700-WRITE-WORKLIST-LINE.
           MOVE WS-DATA-REAVALIACAO TO ADW-DATA-REAVALIACAO.
           MOVE WS-BRANCH-CODE TO ADW-BRANCH-CODE.
           MOVE SIM-CUSTOMER-ID TO ADW-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO ADW-CUSTOMER-NAME.
           MOVE SIM-NUMERO TO ADW-NUMERO.
           MOVE SIM-CURVE-NAME TO ADW-CURVE-NAME.
           MOVE WS-BASE TO ADW-BASE.
           MOVE WS-VALOR-GRAVADO TO ADW-VALOR-GRAVADO.
           MOVE WS-VALOR-REAVALIADO TO ADW-VALOR-REAVALIADO.
           MOVE WS-DESVIO-PCT TO ADW-DESVIO-PCT.
           WRITE ADVISOR-WORKLIST-RECORD.
      *
      ******************************************************************
      * 5000-ACUMULAR-POR-CURVA / 5500-ACUMULAR-POR-FILIAL
      * Soma a simulacao na linha da sua curva (e da sua filial);
      * chave nova entra na posicao certa, empurrando as maiores uma
      * linha para baixo, e a tabela sai ja em ordem.
      ******************************************************************
       5000-ACUMULAR-POR-CURVA.
           MOVE 1 TO WS-CDT-IDX.
           PERFORM 5010-AVANCAR-CURVA
               UNTIL WS-CDT-IDX > CDT-TABLE-COUNT
                   OR CDT-CURVE-NAME (WS-CDT-IDX)
                       NOT < SIM-CURVE-NAME.
           IF WS-CDT-IDX > CDT-TABLE-COUNT
               OR CDT-CURVE-NAME (WS-CDT-IDX) NOT = SIM-CURVE-NAME
               IF CDT-TABLE-COUNT < 200
                   PERFORM 5020-DESLOCAR-CURVA
                       VARYING WS-CDT-SHIFT FROM CDT-TABLE-COUNT BY -1
                       UNTIL WS-CDT-SHIFT < WS-CDT-IDX
                   MOVE SIM-CURVE-NAME TO CDT-CURVE-NAME (WS-CDT-IDX)
                   MOVE ZERO TO CDT-QTD-SIMULACOES (WS-CDT-IDX)
                   MOVE ZERO TO CDT-QTD-SINALIZADAS (WS-CDT-IDX)
                   MOVE ZERO TO CDT-VALOR-GRAVADO (WS-CDT-IDX)
                   MOVE ZERO TO CDT-VALOR-REAVALIADO (WS-CDT-IDX)
                   ADD 1 TO CDT-TABLE-COUNT
               ELSE
                   DISPLAY "MAIS DE 200 CURVAS - SIMULACAO "
                       SIM-NUMERO " FORA DO RESUMO POR CURVA."
                   MOVE ZERO TO WS-CDT-IDX
               END-IF
           END-IF.
           IF WS-CDT-IDX > ZERO
               ADD 1 TO CDT-QTD-SIMULACOES (WS-CDT-IDX)
               ADD WS-VALOR-GRAVADO TO CDT-VALOR-GRAVADO (WS-CDT-IDX)
               ADD WS-VALOR-REAVALIADO
                   TO CDT-VALOR-REAVALIADO (WS-CDT-IDX)
               IF WS-SIMULACAO-SINALIZADA
                   ADD 1 TO CDT-QTD-SINALIZADAS (WS-CDT-IDX)
               END-IF
           END-IF.
      *
       5010-AVANCAR-CURVA.
           ADD 1 TO WS-CDT-IDX.
      *
       5020-DESLOCAR-CURVA.
           MOVE CDT-TABLE-ROW (WS-CDT-SHIFT)
               TO CDT-TABLE-ROW (WS-CDT-SHIFT + 1).
      *
       5500-ACUMULAR-POR-FILIAL.
           MOVE 1 TO WS-BDT-IDX.
           PERFORM 5510-AVANCAR-FILIAL
               UNTIL WS-BDT-IDX > BDT-TABLE-COUNT
                   OR BDT-BRANCH-CODE (WS-BDT-IDX)
                       NOT < WS-BRANCH-CODE.
           IF WS-BDT-IDX > BDT-TABLE-COUNT
               OR BDT-BRANCH-CODE (WS-BDT-IDX) NOT = WS-BRANCH-CODE
               IF BDT-TABLE-COUNT < 500
                   PERFORM 5520-DESLOCAR-FILIAL
                       VARYING WS-BDT-SHIFT FROM BDT-TABLE-COUNT BY -1
                       UNTIL WS-BDT-SHIFT < WS-BDT-IDX
                   MOVE WS-BRANCH-CODE TO BDT-BRANCH-CODE (WS-BDT-IDX)
                   MOVE ZERO TO BDT-QTD-SIMULACOES (WS-BDT-IDX)
                   MOVE ZERO TO BDT-QTD-SINALIZADAS (WS-BDT-IDX)
                   MOVE ZERO TO BDT-VALOR-GRAVADO (WS-BDT-IDX)
                   MOVE ZERO TO BDT-VALOR-REAVALIADO (WS-BDT-IDX)
                   ADD 1 TO BDT-TABLE-COUNT
               ELSE
                   DISPLAY "MAIS DE 500 FILIAIS - SIMULACAO "
                       SIM-NUMERO " FORA DO RESUMO POR FILIAL."
                   MOVE ZERO TO WS-BDT-IDX
               END-IF
           END-IF.
           IF WS-BDT-IDX > ZERO
               ADD 1 TO BDT-QTD-SIMULACOES (WS-BDT-IDX)
               ADD WS-VALOR-GRAVADO TO BDT-VALOR-GRAVADO (WS-BDT-IDX)
               ADD WS-VALOR-REAVALIADO
                   TO BDT-VALOR-REAVALIADO (WS-BDT-IDX)
               IF WS-SIMULACAO-SINALIZADA
                   ADD 1 TO BDT-QTD-SINALIZADAS (WS-BDT-IDX)
               END-IF
           END-IF.
      *
       5510-AVANCAR-FILIAL.
           ADD 1 TO WS-BDT-IDX.
      *
       5520-DESLOCAR-FILIAL.
           MOVE BDT-TABLE-ROW (WS-BDT-SHIFT)
               TO BDT-TABLE-ROW (WS-BDT-SHIFT + 1).
      *
       6000-WRITE-CURVE-SUMMARY.
           MOVE "CURVA" TO WS-SUM-ROTULO.
           PERFORM 6800-WRITE-SUMMARY-HEADER.
           PERFORM 6010-WRITE-ONE-CURVE
               VARYING WS-CDT-IDX FROM 1 BY 1
               UNTIL WS-CDT-IDX > CDT-TABLE-COUNT.
      *
       6010-WRITE-ONE-CURVE.
           IF CDT-CURVE-NAME (WS-CDT-IDX) = SPACES
               MOVE "TX UNICA" TO WS-SUM-ROTULO
           ELSE
               MOVE CDT-CURVE-NAME (WS-CDT-IDX) TO WS-SUM-ROTULO
           END-IF.
           MOVE CDT-QTD-SIMULACOES (WS-CDT-IDX) TO WS-SUM-QTD.
           MOVE CDT-QTD-SINALIZADAS (WS-CDT-IDX) TO WS-SUM-SINALIZADAS.
           MOVE CDT-VALOR-GRAVADO (WS-CDT-IDX) TO WS-SUM-GRAVADO.
           MOVE CDT-VALOR-REAVALIADO (WS-CDT-IDX) TO WS-SUM-REAVALIADO.
           PERFORM 6900-WRITE-ONE-SUMMARY-LINE.
      *
       6500-WRITE-BRANCH-SUMMARY.
           MOVE "FILIAL" TO WS-SUM-ROTULO.
           PERFORM 6800-WRITE-SUMMARY-HEADER.
           PERFORM 6510-WRITE-ONE-BRANCH
               VARYING WS-BDT-IDX FROM 1 BY 1
               UNTIL WS-BDT-IDX > BDT-TABLE-COUNT.
      *
       6510-WRITE-ONE-BRANCH.
           IF BDT-BRANCH-CODE (WS-BDT-IDX) = SPACES
               MOVE "SEM FILIAL" TO WS-SUM-ROTULO
           ELSE
               MOVE BDT-BRANCH-CODE (WS-BDT-IDX) TO WS-SUM-ROTULO
           END-IF.
           MOVE BDT-QTD-SIMULACOES (WS-BDT-IDX) TO WS-SUM-QTD.
           MOVE BDT-QTD-SINALIZADAS (WS-BDT-IDX) TO WS-SUM-SINALIZADAS.
           MOVE BDT-VALOR-GRAVADO (WS-BDT-IDX) TO WS-SUM-GRAVADO.
           MOVE BDT-VALOR-REAVALIADO (WS-BDT-IDX) TO WS-SUM-REAVALIADO.
           PERFORM 6900-WRITE-ONE-SUMMARY-LINE.
      *
       6800-WRITE-SUMMARY-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DESVIO POR " WS-SUM-ROTULO DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-SUM-ROTULO
                   "  SIMULS  SINALIZ    VALOR GRAVADO"
                   "  VALOR REAVALIADO           DESVIO   DESVIO %"
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
      *
      * DESVIO PERCENTUAL DO GRUPO SOBRE O TOTAL GRAVADO DO GRUPO.
       6900-WRITE-ONE-SUMMARY-LINE.
           COMPUTE WS-SUM-DESVIO = WS-SUM-REAVALIADO - WS-SUM-GRAVADO.
           MOVE ZERO TO WS-SUM-DESVIO-PCT.
           IF WS-SUM-GRAVADO > ZERO
               COMPUTE WS-SUM-DESVIO-PCT ROUNDED =
                   WS-SUM-DESVIO * 100 / WS-SUM-GRAVADO
                   ON SIZE ERROR MOVE 99999.99 TO WS-SUM-DESVIO-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-SUM-QTD TO WS-EDIT-QTD.
           MOVE WS-SUM-SINALIZADAS TO WS-EDIT-QTD-2.
           MOVE WS-SUM-GRAVADO TO WS-EDIT-TOTAL.
           MOVE WS-SUM-REAVALIADO TO WS-EDIT-TOTAL-2.
           MOVE WS-SUM-DESVIO TO WS-EDIT-TOTAL-DESVIO.
           MOVE WS-SUM-DESVIO-PCT TO WS-EDIT-PCT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-SUM-ROTULO
                   " " WS-EDIT-QTD
                   "  " WS-EDIT-QTD-2
                   "  " WS-EDIT-TOTAL
                   "    " WS-EDIT-TOTAL-2
                   "  " WS-EDIT-TOTAL-DESVIO
                   "  " WS-EDIT-PCT
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
      *
       7000-WRITE-REPORT-TOTALS.
           MOVE "GERAL" TO WS-SUM-ROTULO.
           PERFORM 6800-WRITE-SUMMARY-HEADER.
           MOVE "TOTAL" TO WS-SUM-ROTULO.
           MOVE WS-TOT-SIMULACOES TO WS-SUM-QTD.
           MOVE WS-TOT-SINALIZADAS TO WS-SUM-SINALIZADAS.
           MOVE WS-TOT-VALOR-GRAVADO TO WS-SUM-GRAVADO.
           MOVE WS-TOT-VALOR-REAVALIADO TO WS-SUM-REAVALIADO.
           PERFORM 6900-WRITE-ONE-SUMMARY-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "* = DESVIO ACIMA DE " WS-LIMIAR-PCT
                   " PCT DO VALOR GRAVADO - SIMULACAO NA LISTA DE "
                   "RECONTATO (ADVWORK). O SIMFILE NAO FOI ALTERADO; "
                   "OS VALORES REFEITOS ESTAO NO SIMRVAL."
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
      *
       8000-PUT-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REVALUATION-PRINT-RECORD.
           WRITE REVALUATION-PRINT-RECORD.
       END PROGRAM SIMREVAL.
