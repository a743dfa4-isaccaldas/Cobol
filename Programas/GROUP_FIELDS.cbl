      *              RESULTADO, R POR BLOCO REJEITADO) - CADA FILIAL
      *              RECEBE DE VOLTA SO O QUE E DELA, INCLUSIVE O
      *              AVISO DE TRUNCAMENTO.
      *DATA          15/10/2026
      *DESCRIÇÃO     RESGATE ANTECIPADO: O OPERADOR (OU O PEDIDO DO
      *              LOTE, SRQ-RESGATE-*) INFORMA UM PONTO DENTRO DO
      *              PRAZO, EM ANOS OU MESES. O SALDO BRUTO NAQUELE
      *              PONTO SAI DA MESMA PROJECAO (APORTE, FREQUENCIA,
      *              CURVA), O IR PELA FAIXA DO PRAZO REALMENTE
      *              DECORRIDO E A MULTA PELA TABELA DO PRODUTO
      *              (ARQUIVO RESGMULT). MOSTRA O LIQUIDO DO RESGATE
      *              E O QUE O CLIENTE DEIXA DE GANHAR CONTRA O
      *              VENCIMENTO; NO LOTE, SAI NA LINHA D DO SIMRSLT.
      *DATA          15/10/2026
      *DESCRIÇÃO     MODO META (G): O ASSESSOR INFORMA O SALDO
      *              LIQUIDO (APOS IR) QUE O CLIENTE QUER E O
      *              PROGRAMA RESOLVE O APORTE MENSAL PARA UM PRAZO
      *              DADO, OU O NUMERO DE ANOS PARA UM APORTE DADO,
      *              RODANDO A PROPRIA 2000-COMPUTE-COMPOUND-SCHEDULE
      *              (CAPITALIZACAO, CURVA E IR). A SIMULACAO
      *              RESOLVIDA E GRAVADA COM A META NO SIM-RECORD
      *              (SIM-META-TIPO/SIM-META-LIQUIDA).
      *DATA          15/10/2026
      *DESCRIÇÃO     VISAO REAL: 3000-DISPLAY-RESULTS MOSTRA, ABAIXO
      *              DE CADA ANO, O BRUTO E O LIQUIDO EM DINHEIRO DE
      *              DATA_HOJE (DEFLACIONADOS PELO INDICE OFICIAL E
      *              PELA PREMISSA DE INFLACAO DO ARQUIVO INFLIDX, VIA
      *              SUBPROGRAMA INFLDEF1) E A TAXA REAL DO ANO, COM
      *              AVISO QUANDO O PRODUTO MAL PASSA (OU PERDE) DA
      *              INFLACAO, E A TAXA REAL MEDIA DO PRAZO.
      *DATA          15/10/2026
      *DESCRIÇÃO     CLIENTE DA SIMULACAO: O OPERADOR (OU O PEDIDO DO
      *              LOTE, NO NOVO CAMPO SRQ-CUSTOMER-ID) INFORMA O
      *              CODIGO DO INVESTIDOR, CONFERIDO CONTRA O CADASTRO
      *              CUSTMST (TEM QUE EXISTIR E ESTAR ATIVO; NO LOTE,
      *              TAMBEM SER DA FILIAL DO BLOCO) E GRAVADO EM
      *              SIM-CUSTOMER-ID. EM BRANCO CONTINUA VALENDO -
      *              SIMULACAO AVULSA, SEM CLIENTE. O CORPO DO SIMREQ
      *              PASSOU DE 34 PARA 42 POSICOES.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPB004.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIM-NUMERO
               ALTERNATE RECORD KEY IS SIM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SIMFILE-STATUS.
      *
           SELECT SIM-CSV-FILE ASSIGN TO "SIMCSV"
           SELECT RATE-CURVE-FILE ASSIGN TO "RATECURV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECURV-STATUS.
      *
      * MULTA DE RESGATE ANTECIPADO POR PRODUTO (CURVA) E MESES DE
      * APLICACAO, MANTIDA PELA MESA DE PRODUTOS.
           SELECT EARLY-PENALTY-FILE ASSIGN TO "RESGMULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESGMULT-STATUS.
      *
      * CADASTRO DE INVESTIDORES, SO PARA CONFERIR O CLIENTE
      * INFORMADO NA SIMULACAO (MANTIDO PELO CUSTMNT).
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CST-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SIM-REQUEST-FILE.
       01  SIM-REQUEST-RECORD.
           05  SRQ-RECORD-TYPE              PIC X(01).
           05  SRQ-RECORD-BODY              PIC X(42).
      *
       FD  RATE-CURVE-FILE.
       01  RATE-CURVE-RECORD.
           05  RCV-CURVE-NAME               PIC X(08).
           05  RCV-YEAR-OFFSET              PIC 9(02).
           05  RCV-ANNUAL-RATE              PIC 99V9.
      *
       FD  EARLY-PENALTY-FILE.
           COPY RESGMULT.
      *
       FD  CUSTOMER-MASTER.
           COPY CUSTMST.
      *
      * RESULTADOS ETIQUETADOS POR FILIAL: UMA LINHA H ABRE O TRECHO
      * DA FILIAL, CADA D E O RESULTADO DE UM PEDIDO DELA (STATUS
      * P = PROCESSADO E GRAVADO, L = NUMERO COM LOCK DE OUTRA
      * EXECUCAO, NAO GRAVADO) E UMA LINHA R E O AVISO DE BLOCO
      * REJEITADO (TRAILER QUE NAO BATEU) - CADA FILIAL RECEBE DE
      * VOLTA EXATAMENTE O QUE E DELA. PEDIDO COM RESGATE ANTECIPADO
      * TRAZ NO D O PONTO EM MESES E O RESULTADO DO RESGATE; SEM
      * RESGATE ESSES CAMPOS SAEM ZERADOS.
       FD  SIM-RESULT-FILE.
       01  SIM-RESULT-RECORD.
           05  SRS-RECORD-TYPE              PIC X(01).
               10  SRS-SALDO-FINAL          PIC 9(9)V99.
               10  SRS-IR-RETIDO            PIC 9(9)V99.
               10  SRS-SALDO-LIQUIDO        PIC 9(9)V99.
               10  SRS-RESGATE-MESES        PIC 9(04).
               10  SRS-RESGATE-BRUTO        PIC 9(9)V99.
               10  SRS-RESGATE-MULTA        PIC 9(9)V99.
               10  SRS-RESGATE-IR           PIC 9(9)V99.
               10  SRS-RESGATE-LIQUIDO      PIC 9(9)V99.
               10  SRS-RESGATE-PERDA        PIC 9(9)V99.
           05  SRS-HEADER-BODY REDEFINES SRS-DETAIL-BODY.
               10  SRS-BRANCH-CODE          PIC X(04).
               10  SRS-BLOCK-NOTE           PIC X(35).
       77  WS-RUN-MODE                      PIC X(01)   VALUE "I".
           88  WS-MODE-INTERACTIVE                       VALUE "I".
           88  WS-MODE-BATCH                              VALUE "B".
           88  WS-MODE-GOAL                               VALUE "G".
       77  WS-SIMREQ-STATUS                 PIC X(02)   VALUE "00".
       77  WS-SIMRSLT-STATUS                PIC X(02)   VALUE "00".
       77  WS-SIMREQ-EOF-SWITCH             PIC X(01)   VALUE "N".
      * CORPO DO HEADER DA FILIAL.
       01  RAW-REQ-HEADER-FIELDS.
           05  SRH-BRANCH-CODE              PIC X(04).
           05  FILLER                       PIC X(38).
      *
      * CORPO DO PEDIDO. OS CAMPOS NUMERICOS FICAM EM TEXTO COM
      * REDEFINICAO NUMERICA PARA QUE O TESTE NUMERIC ACONTECA ANTES
      * DE QUALQUER MOVE - PEDIDO DE FILIAL COM LIXO NAO PODE
      * DERRUBAR O LOTE INTEIRO. CURVA EM BRANCO VALE A TAXA UNICA.
      * RESGATE ANTECIPADO: UNIDADE A (ANOS) OU M (MESES) E O PONTO;
      * UNIDADE EM BRANCO E SIMULACAO SO ATE O VENCIMENTO. CLIENTE
      * EM BRANCO E SIMULACAO AVULSA; INFORMADO, TEM QUE SER CLIENTE
      * ATIVO DA PROPRIA FILIAL DO BLOCO.
       01  RAW-REQ-DETAIL-FIELDS.
           05  SRQ-NUMERO-TEXT              PIC X(05).
           05  SRQ-NUMERO REDEFINES SRQ-NUMERO-TEXT
                                            PIC 9(05).
           05  SRQ-FREQUENCIA               PIC X(01).
           05  SRQ-CURVE-NAME               PIC X(08).
           05  SRQ-RESGATE-UNIDADE          PIC X(01).
           05  SRQ-RESGATE-PONTO-TEXT       PIC X(03).
           05  SRQ-RESGATE-PONTO REDEFINES SRQ-RESGATE-PONTO-TEXT
                                            PIC 9(03).
           05  FILLER                       PIC X(01).
           05  SRQ-CUSTOMER-ID              PIC X(08).
      *
      * CORPO DO TRAILER: O QUE A FILIAL DIZ TER MANDADO.
       01  RAW-REQ-TRAILER-FIELDS.
           05  SRT-RECORD-COUNT             PIC 9(07).
           05  SRT-HASH-TOTAL               PIC 9(11)V99.
           05  FILLER                       PIC X(22).
      *
      * BLOCO DA FILIAL CORRENTE, RETIDO EM TABELA ATE O TRAILER
      * BATER - SO ENTAO OS PEDIDOS SAO PROCESSADOS.
       01  BLOCK-REQUEST-TABLE.
           05  BLOCK-REQUEST-COUNT          PIC 9(03)   VALUE ZERO.
           05  BLOCK-REQUEST-ROW OCCURS 500 TIMES.
               10  BRQ-REQUEST-BODY         PIC X(42).
       77  WS-BRQ-IDX                       PIC 9(03)   VALUE ZERO.
       77  WS-BRQ-FULL-SWITCH               PIC X(01)   VALUE "N".
           88  WS-BRQ-TABLE-IS-FULL                      VALUE "Y".
       77  WS-LOCK-HELD-BY-OTHER-SWITCH       PIC X(01)   VALUE "N".
           88  WS-RECORD-IS-LOCKED-ELSEWHERE               VALUE "Y".
       77  WS-LOCK-HOLDER-ID             PIC X(08) VALUE "SISPB004".
      *
      * CLIENTE DA SIMULACAO (VEJA 1045-VALIDAR-CLIENTE). O CUSTMST
      * E ABERTO NA PRIMEIRA CONSULTA E FECHADO NO FIM DA EXECUCAO.
       77  WS-CUSTMST-STATUS                PIC X(02)   VALUE "00".
       77  WS-CUSTMST-OPEN-SWITCH           PIC X(01)   VALUE "N".
           88  WS-CUSTMST-IS-OPEN                         VALUE "Y".
       77  WS-CUSTOMER-ID                   PIC X(08)   VALUE SPACES.
       77  WS-CLIENTE-VALIDO-SWITCH         PIC X(01)   VALUE "N".
           88  WS-CLIENTE-E-VALIDO                        VALUE "Y".
       01  ENTRADA_USUARIO.
           05 NUMERO                        PIC 9(05).
           05 QUANTIDADE_INVESTIDA          PIC 99999.
              10 PROJ_SALDO                 PIC 9(9)V99.
              10 PROJ_IR                    PIC 9(9)V99.
              10 PROJ_SALDO_LIQUIDO         PIC 9(9)V99.
      * TAXA EFETIVA DO ANO (CURVA/TAXA E CAPITALIZACAO), BASE DA
      * TAXA REAL EM 3110-DISPLAY-ONE-YEAR-REAL.
              10 PROJ_TAXA_EFETIVA          PIC 9V9(06).
      *
      * TABELA REGRESSIVA DE IR SOBRE O RENDIMENTO, POR PRAZO EM
      * DIAS CORRIDOS (ANO COMERCIAL DE 360 DIAS) - VEJA
      * PARA NAO PERDER PRECISAO NA DIVISAO.
       77  TAXA_MENSAL                      PIC 9V9(06).
      *
      * RESGATE ANTECIPADO (VEJA 2400-COMPUTE-EARLY-REDEMPTION): O
      * PONTO PEDIDO, CONVERTIDO EM MESES DE APLICACAO, TEM QUE CAIR
      * DENTRO DO PRAZO (1 ATE NUMERO_ANOS * 12 - 1).
       77  WS-RESGATE-SWITCH                PIC X(01)   VALUE "N".
           88  WS-RESGATE-WANTED                          VALUE "Y".
       77  WS-RESGATE-UNIDADE               PIC X(01)   VALUE SPACE.
           88  WS-RESGATE-EM-ANOS                         VALUE "A".
           88  WS-RESGATE-EM-MESES                        VALUE "M".
       77  WS-RESGATE-PONTO                 PIC 9(03)   VALUE ZERO.
       77  WS-RESGATE-PRAZO-ANOS            PIC 9(02)   VALUE ZERO.
       77  WS-RESGATE-VALIDO-SWITCH         PIC X(01)   VALUE "N".
           88  WS-RESGATE-E-VALIDO                        VALUE "Y".
       77  WS-RESGATE-MESES                 PIC 9(05)   VALUE ZERO.
       77  WS-RESGATE-ANOS-COMPLETOS        PIC 9(02)   VALUE ZERO.
       77  WS-RESGATE-MESES-RESTANTES       PIC 9(02)   VALUE ZERO.
       77  WS-RESGATE-BRUTO                 PIC 9(9)V99 VALUE ZERO.
       77  WS-RESGATE-APORTADO              PIC 9(9)V99 VALUE ZERO.
       77  WS-RESGATE-RENDIMENTO            PIC 9(9)V99 VALUE ZERO.
       77  WS-RESGATE-MULTA-PCT             PIC 9(03)V99 VALUE ZERO.
       77  WS-RESGATE-MULTA                 PIC 9(9)V99 VALUE ZERO.
       77  WS-RESGATE-IR                    PIC 9(9)V99 VALUE ZERO.
       77  WS-RESGATE-LIQUIDO               PIC 9(9)V99 VALUE ZERO.
       77  WS-RESGATE-APORTES-FUTUROS       PIC 9(9)V99 VALUE ZERO.
       77  WS-RESGATE-PERDA                 PIC S9(9)V99 VALUE ZERO.
      *
      * TABELA DE MULTA DO PRODUTO (ARQUIVO RESGMULT): SO AS LINHAS
      * DA CURVA DA SIMULACAO E AS DO PADRAO DA CASA (PRODUTO EM
      * BRANCO). SE A CURVA TEM LINHAS PROPRIAS, SO ELAS VALEM.
       77  WS-RESGMULT-STATUS               PIC X(02)   VALUE "00".
       77  WS-RESGMULT-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-RESGMULT-EOF                           VALUE "Y".
       01  MULTA-TABLE.
           05  MULTA-TABLE-COUNT            PIC 9(03)   VALUE ZERO.
           05  MULTA-OWN-COUNT              PIC 9(03)   VALUE ZERO.
           05  MULTA-TABLE-ROW OCCURS 99 TIMES.
               10  MLT-PRODUCT              PIC X(08).
               10  MLT-MESES-ATE            PIC 9(03).
               10  MLT-MULTA-PCT            PIC 9(03)V99.
       77  WS-MLT-IDX                       PIC 9(03)   VALUE ZERO.
       77  WS-MLT-BEST-MESES                PIC 9(05)   VALUE ZERO.
       77  WS-MLT-PRODUCT                   PIC X(08)   VALUE SPACES.
      *
      * MODO META (VEJA 6000-RUN-GOAL-SEEK): O QUE RESOLVER, A META
      * DE SALDO LIQUIDO E OS LIMITES DA BUSCA. FORA DO MODO META O
      * TIPO FICA EM BRANCO E A SIMULACAO E GRAVADA SEM META.
       77  WS-META-TIPO                     PIC X(01)   VALUE SPACE.
           88  WS-META-APORTE                             VALUE "C".
           88  WS-META-PRAZO                              VALUE "P".
       77  WS-META-LIQUIDA                  PIC 9(9)V99 VALUE ZERO.
       77  WS-META-ATINGIVEL-SWITCH         PIC X(01)   VALUE "N".
           88  WS-META-ATINGIVEL                          VALUE "Y".
       77  WS-META-APORTE-MIN               PIC 9(05)   VALUE ZERO.
       77  WS-META-APORTE-MAX               PIC 9(05)   VALUE ZERO.
       77  WS-META-APORTE-MEIO              PIC 9(05)   VALUE ZERO.
       77  WS-META-APORTE-TETO              PIC 9(09)   VALUE ZERO.
       77  WS-META-ANOS                     PIC 9(03)   VALUE ZERO.
      *
      * VISAO REAL (VEJA 3000-DISPLAY-RESULTS): FATORES DE PRECO POR
      * ANO DEVOLVIDOS PELO INFLDEF1 A PARTIR DO MES DE DATA_HOJE.
      * TAXA REAL ATE WS-REAL-MARGEM-MINIMA (PCT AO ANO) E "MAL PASSA
      * DA INFLACAO"; ABAIXO DE ZERO, "PERDE PARA A INFLACAO".
           COPY INFLDEF.
       77  WS-REAL-SALDO                    PIC 9(9)V99 VALUE ZERO.
       77  WS-REAL-LIQUIDO                  PIC 9(9)V99 VALUE ZERO.
       77  WS-REAL-TAXA                     PIC S9(03)V99 VALUE ZERO.
       77  WS-REAL-TAXA-EDIT                PIC -ZZ9.99.
       77  WS-REAL-MARGEM-MINIMA            PIC 9(01)V99 VALUE 1.00.
       77  WS-REAL-FATOR-ACUMULADO          PIC 9(09)V9(09) VALUE ZERO.
       77  WS-REAL-MEDIA-SWITCH             PIC X(01)   VALUE "Y".
           88  WS-REAL-MEDIA-CALCULAVEL                   VALUE "Y".
       77  WS-REAL-AVISO                    PIC X(26)   VALUE SPACES.
      *
      * CENARIOS ADICIONAIS DE TAXA/NUMERO_ANOS, COMPARADOS LADO A
      * LADO CONTRA O MESMO QUANTIDADE_INVESTIDA (VEJA 4200-COMPARE-
      * SCENARIOS). LIMITADO A 5 CENARIOS POR RODADA.
            PERFORM 050-SELECT-RUN-MODE.
            IF WS-MODE-BATCH
                PERFORM 5000-RUN-BATCH-SIMULATIONS
            ELSE
            IF WS-MODE-GOAL
                PERFORM 6000-RUN-GOAL-SEEK
            ELSE
                PERFORM 1000-ACCEPT-INVESTMENT-DATA
                PERFORM 1060-VALIDAR-DATA
                    PERFORM 4000-SAVE-SIMULATION
                    PERFORM 4100-EXPORT-SIMULATION-CSV
                    PERFORM 4200-COMPARE-SCENARIOS
                    PERFORM 4300-EARLY-REDEMPTION
                ELSE
                    DISPLAY "SIMULACAO NAO GRAVADA - DATA_HOJE "
                        "INVALIDA."
                END-IF
            END-IF
            END-IF.
            IF WS-CUSTMST-IS-OPEN
                CLOSE CUSTOMER-MASTER
            END-IF.
            STOP RUN.
      *
      ******************************************************************
      * 050-SELECT-RUN-MODE
      * Lets the operator choose between the original one-at-a-time
      * interactive session, the unattended request-file batch and
      * the goal-seek session.
      ******************************************************************
       050-SELECT-RUN-MODE.
            DISPLAY "ENTER RUN MODE - I = INTERACTIVE, B = BATCH, "
                "G = GOAL: ".
            ACCEPT WS-RUN-MODE.
            IF NOT WS-MODE-BATCH AND NOT WS-MODE-GOAL
                MOVE "I" TO WS-RUN-MODE
            END-IF.
      *
       1000-ACCEPT-INVESTMENT-DATA.
            DISPLAY "NUMERO DA SIMULACAO: ".
            ACCEPT NUMERO.
            PERFORM 1040-ACEITAR-CLIENTE.
            DISPLAY "VALOR A SER INVESTIDO: ".
            ACCEPT QUANTIDADE_INVESTIDA.
            PERFORM 1030-ACEITAR-NUMERO-ANOS.
            END-IF.
      *
      ******************************************************************
      * 1040-ACEITAR-CLIENTE
      * Repete a pergunta ate o codigo do cliente ficar em branco
      * (simulacao avulsa) ou ser de um cliente ativo do CUSTMST -
      * simulacao gravada em nome de cliente inexistente ou inativo
      * nao apareceria direito na carteira consolidada (CUSTPORT).
      ******************************************************************
       1040-ACEITAR-CLIENTE.
            MOVE "N" TO WS-CLIENTE-VALIDO-SWITCH.
            PERFORM 1042-PERGUNTAR-CLIENTE
                UNTIL WS-CLIENTE-E-VALIDO.
      *
       1042-PERGUNTAR-CLIENTE.
            DISPLAY "CODIGO DO CLIENTE (BRANCO = SEM CLIENTE): ".
            ACCEPT WS-CUSTOMER-ID.
            IF WS-CUSTOMER-ID = SPACES
                MOVE "Y" TO WS-CLIENTE-VALIDO-SWITCH
            ELSE
                PERFORM 1045-VALIDAR-CLIENTE
                IF NOT WS-CLIENTE-E-VALIDO
                    DISPLAY "CLIENTE " WS-CUSTOMER-ID
                        " NAO CADASTRADO OU INATIVO."
                    MOVE "CUSTOMER-ID" TO WS-EXCLOG-FIELD-NAME
                    MOVE WS-CUSTOMER-ID TO WS-EXCLOG-BAD-VALUE
                    CALL "EXCPLOG1" USING WS-EXCLOG-PROGRAM-ID
                        WS-EXCLOG-FIELD-NAME
                        WS-EXCLOG-BAD-VALUE
                END-IF
            END-IF.
      *
      * LE WS-CUSTOMER-ID NO CUSTMST: VALIDO SE EXISTE E ESTA ATIVO.
      * O REGISTRO LIDO FICA NA AREA DO FD PARA QUEM CHAMOU (O LOTE
      * AINDA CONFERE A FILIAL). CUSTMST AUSENTE = NENHUM CLIENTE.
       1045-VALIDAR-CLIENTE.
            MOVE "N" TO WS-CLIENTE-VALIDO-SWITCH.
            IF NOT WS-CUSTMST-IS-OPEN
                OPEN INPUT CUSTOMER-MASTER
                IF WS-CUSTMST-STATUS = "00"
                    MOVE "Y" TO WS-CUSTMST-OPEN-SWITCH
                END-IF
            END-IF.
            IF WS-CUSTMST-IS-OPEN
                MOVE WS-CUSTOMER-ID TO CST-CUSTOMER-ID
                READ CUSTOMER-MASTER
                    INVALID KEY
                        MOVE "N" TO WS-CLIENTE-VALIDO-SWITCH
                    NOT INVALID KEY
                        IF CST-STATUS-ACTIVE
                            MOVE "Y" TO WS-CLIENTE-VALIDO-SWITCH
                        END-IF
                END-READ
            END-IF.
      *
      ******************************************************************
      * 1050-OBTER-DATA-SISTEMA
      * DATA_HOJE passa a refletir a data real de execucao, nao mais
      * um literal fixo em tempo de compilacao.
                    + (APORTE_MENSAL * 12)
            END-IF.
            MOVE SALDO_ATUAL TO PROJ_SALDO (PROJ-IDX).
            IF CAPITALIZACAO-MENSAL
                COMPUTE PROJ_TAXA_EFETIVA (PROJ-IDX) ROUNDED =
                    (1 + TAXA_MENSAL) ** 12 - 1
            ELSE
                MOVE TAXA_DECIMAL TO PROJ_TAXA_EFETIVA (PROJ-IDX)
            END-IF.
            PERFORM 2300-APURAR-IR-DO-ANO.
      *
      ******************************************************************
            ADD 1 TO WS-IR-FAIXA-IDX.
      *
      ******************************************************************
      * 2390-VALIDATE-REDEMPTION-POINT
      * Converte o ponto pedido (A = anos, M = meses) em meses de
      * aplicacao e confere que cai dentro do prazo
      * WS-RESGATE-PRAZO-ANOS: pelo menos um mes, e antes do
      * vencimento - resgate no vencimento e a projecao normal.
      ******************************************************************
       2390-VALIDATE-REDEMPTION-POINT.
            MOVE "N" TO WS-RESGATE-VALIDO-SWITCH.
            MOVE ZERO TO WS-RESGATE-MESES.
            IF WS-RESGATE-EM-ANOS
                COMPUTE WS-RESGATE-MESES = WS-RESGATE-PONTO * 12
            ELSE
                IF WS-RESGATE-EM-MESES
                    MOVE WS-RESGATE-PONTO TO WS-RESGATE-MESES
                END-IF
            END-IF.
            IF WS-RESGATE-MESES > ZERO
                AND WS-RESGATE-MESES < WS-RESGATE-PRAZO-ANOS * 12
                MOVE "Y" TO WS-RESGATE-VALIDO-SWITCH
            END-IF.
      *
      ******************************************************************
      * 2400-COMPUTE-EARLY-REDEMPTION
      * Gross balance at the redemption month, taken from the same
      * projection 2000-COMPUTE-COMPOUND-SCHEDULE just built: the
      * balance at the last completed year, then the broken year at
      * that year's rate. Monthly compounding runs the remaining
      * months one by one, exactly as the projection would. Annual
      * compounding only credits interest at the anniversary, so a
      * broken year earns simple interest pro rata on the opening
      * balance and the aportes made so far go in at face value.
      ******************************************************************
       2400-COMPUTE-EARLY-REDEMPTION.
            PERFORM 2440-CARREGAR-TABELA-MULTA.
            DIVIDE WS-RESGATE-MESES BY 12
                GIVING WS-RESGATE-ANOS-COMPLETOS
                REMAINDER WS-RESGATE-MESES-RESTANTES.
            IF WS-RESGATE-ANOS-COMPLETOS > ZERO
                MOVE PROJ_SALDO (WS-RESGATE-ANOS-COMPLETOS)
                    TO WS-RESGATE-BRUTO
            ELSE
                MOVE QUANTIDADE_INVESTIDA TO WS-RESGATE-BRUTO
            END-IF.
            IF WS-RESGATE-MESES-RESTANTES > ZERO
                COMPUTE WS-CURVE-YEAR = WS-RESGATE-ANOS-COMPLETOS + 1
                PERFORM 2050-DERIVE-YEAR-RATE
                IF CAPITALIZACAO-MENSAL
                    PERFORM 2410-CAPITALIZAR-MES-RESGATE
                        WS-RESGATE-MESES-RESTANTES TIMES
                ELSE
                    COMPUTE WS-RESGATE-BRUTO ROUNDED =
                        WS-RESGATE-BRUTO * (1 + TAXA_DECIMAL
                            * WS-RESGATE-MESES-RESTANTES / 12)
                        + (APORTE_MENSAL * WS-RESGATE-MESES-RESTANTES)
                END-IF
            END-IF.
            PERFORM 2420-APURAR-RESGATE.
      *
       2410-CAPITALIZAR-MES-RESGATE.
            COMPUTE WS-RESGATE-BRUTO ROUNDED =
                WS-RESGATE-BRUTO * (1 + TAXA_MENSAL) + APORTE_MENSAL.
      *
      ******************************************************************
      * 2420-APURAR-RESGATE
      * Rendimento = bruto no resgate menos tudo o que o cliente pos
      * ate ali. A multa do produto sai do rendimento; o IR incide
      * sobre o rendimento que sobra, pela faixa do prazo realmente
      * decorrido (meses comerciais de 30 dias), nao a do
      * vencimento. O que o cliente deixa de ganhar e o liquido no
      * vencimento, descontados os aportes que ele nao chegaria a
      * fazer, menos o liquido do resgate.
      ******************************************************************
       2420-APURAR-RESGATE.
            COMPUTE WS-IR-DIAS-APLICACAO = WS-RESGATE-MESES * 30.
            MOVE 1 TO WS-IR-FAIXA-IDX.
            PERFORM 2310-LOCALIZAR-FAIXA-IR
                UNTIL WS-IR-DIAS-APLICACAO
                        NOT > IR-PRAZO-MAXIMO-DIAS (WS-IR-FAIXA-IDX)
                    OR WS-IR-FAIXA-IDX = 4.
            COMPUTE WS-RESGATE-APORTADO =
                QUANTIDADE_INVESTIDA
                + (APORTE_MENSAL * WS-RESGATE-MESES).
            COMPUTE WS-IR-BASE-RENDIMENTO =
                WS-RESGATE-BRUTO - WS-RESGATE-APORTADO.
            IF WS-IR-BASE-RENDIMENTO < ZERO
                MOVE ZERO TO WS-IR-BASE-RENDIMENTO
            END-IF.
            MOVE WS-IR-BASE-RENDIMENTO TO WS-RESGATE-RENDIMENTO.
            PERFORM 2430-LOCALIZAR-MULTA.
            COMPUTE WS-RESGATE-MULTA ROUNDED =
                WS-RESGATE-RENDIMENTO * WS-RESGATE-MULTA-PCT / 100.
            COMPUTE WS-RESGATE-IR ROUNDED =
                (WS-RESGATE-RENDIMENTO - WS-RESGATE-MULTA)
                * IR-ALIQUOTA (WS-IR-FAIXA-IDX).
            COMPUTE WS-RESGATE-LIQUIDO =
                WS-RESGATE-BRUTO - WS-RESGATE-MULTA - WS-RESGATE-IR.
            COMPUTE WS-RESGATE-APORTES-FUTUROS =
                APORTE_MENSAL * (NUMERO_ANOS * 12 - WS-RESGATE-MESES).
            COMPUTE WS-RESGATE-PERDA =
                PROJ_SALDO_LIQUIDO (NUMERO_ANOS)
                - WS-RESGATE-APORTES-FUTUROS - WS-RESGATE-LIQUIDO.
            IF WS-RESGATE-PERDA < ZERO
                MOVE ZERO TO WS-RESGATE-PERDA
            END-IF.
      *
      * A LINHA DE MENOR LIMITE QUE AINDA COBRE OS MESES DE
      * APLICACAO; NENHUMA COBRINDO = SEM MULTA. MULTA ACIMA DE 100%
      * DO RENDIMENTO E LIMITADA A 100% - NUNCA COME O PRINCIPAL.
       2430-LOCALIZAR-MULTA.
            MOVE ZERO TO WS-RESGATE-MULTA-PCT.
            MOVE 99999 TO WS-MLT-BEST-MESES.
            IF MULTA-OWN-COUNT > ZERO
                MOVE WS-CURVE-NAME TO WS-MLT-PRODUCT
            ELSE
                MOVE SPACES TO WS-MLT-PRODUCT
            END-IF.
            PERFORM 2435-CONFERIR-UMA-LINHA-MULTA
                VARYING WS-MLT-IDX FROM 1 BY 1
                UNTIL WS-MLT-IDX > MULTA-TABLE-COUNT.
            IF WS-RESGATE-MULTA-PCT > 100
                MOVE 100 TO WS-RESGATE-MULTA-PCT
            END-IF.
      *
       2435-CONFERIR-UMA-LINHA-MULTA.
            IF MLT-PRODUCT (WS-MLT-IDX) = WS-MLT-PRODUCT
                AND MLT-MESES-ATE (WS-MLT-IDX) NOT < WS-RESGATE-MESES
                AND MLT-MESES-ATE (WS-MLT-IDX) < WS-MLT-BEST-MESES
                MOVE MLT-MESES-ATE (WS-MLT-IDX) TO WS-MLT-BEST-MESES
                MOVE MLT-MULTA-PCT (WS-MLT-IDX)
                    TO WS-RESGATE-MULTA-PCT
            END-IF.
      *
      ******************************************************************
      * 2440-CARREGAR-TABELA-MULTA
      * Guarda as linhas de RESGMULT da curva da simulacao e as do
      * padrao da casa. RESGMULT ausente e avisado e o resgate sai
      * sem multa.
      ******************************************************************
       2440-CARREGAR-TABELA-MULTA.
            MOVE ZERO TO MULTA-TABLE-COUNT.
            MOVE ZERO TO MULTA-OWN-COUNT.
            MOVE "N" TO WS-RESGMULT-EOF-SWITCH.
            OPEN INPUT EARLY-PENALTY-FILE.
            IF WS-RESGMULT-STATUS = "00"
                PERFORM 2442-LER-UMA-LINHA-DE-MULTA
                PERFORM 2444-TABELAR-UMA-LINHA-DE-MULTA
                    UNTIL WS-RESGMULT-EOF
                CLOSE EARLY-PENALTY-FILE
            ELSE
                DISPLAY "RESGMULT NAO DISPONIVEL - STATUS "
                    WS-RESGMULT-STATUS " - RESGATE SEM MULTA."
            END-IF.
      *
       2442-LER-UMA-LINHA-DE-MULTA.
            READ EARLY-PENALTY-FILE
                AT END MOVE "Y" TO WS-RESGMULT-EOF-SWITCH
            END-READ.
      *
       2444-TABELAR-UMA-LINHA-DE-MULTA.
            IF (RSM-PRODUCT = SPACES OR RSM-PRODUCT = WS-CURVE-NAME)
                AND MULTA-TABLE-COUNT < 99
                ADD 1 TO MULTA-TABLE-COUNT
                MOVE RSM-PRODUCT TO MLT-PRODUCT (MULTA-TABLE-COUNT)
                MOVE RSM-MESES-ATE TO MLT-MESES-ATE (MULTA-TABLE-COUNT)
                MOVE RSM-MULTA-PCT TO MLT-MULTA-PCT (MULTA-TABLE-COUNT)
                IF RSM-PRODUCT NOT = SPACES
                    ADD 1 TO MULTA-OWN-COUNT
                END-IF
            END-IF.
            PERFORM 2442-LER-UMA-LINHA-DE-MULTA.
      *
      ******************************************************************
      * 3000-DISPLAY-RESULTS
      * Each year's nominal line is followed by the same balances in
      * DATA_HOJE money and the year's real rate. The price factors
      * come from INFLDEF1; without INFLIDX the nominal projection is
      * shown alone, as before.
      ******************************************************************
       3000-DISPLAY-RESULTS.
            DISPLAY "NUMERO=" NUMERO.
            DISPLAY "CURVA_DE_TAXAS=" WS-CURVE-NAME.
            DISPLAY "DATA_HOJE=" DATA_HOJE.
            DISPLAY "------------------------------------".
            COMPUTE IDA-BASE-CCYYMM = ANO * 100 + MES.
            MOVE NUMERO_ANOS TO IDA-NUMERO-ANOS.
            CALL "INFLDEF1" USING INFLATION-DEFLATOR-AREA.
            MOVE 1 TO WS-REAL-FATOR-ACUMULADO.
            MOVE "Y" TO WS-REAL-MEDIA-SWITCH.
            DISPLAY "PROJECAO DE SALDO ANO A ANO".
            PERFORM 3100-DISPLAY-ONE-YEAR
                VARYING PROJ-IDX FROM 1 BY 1
                UNTIL PROJ-IDX > NUMERO_ANOS.
            IF IDA-DEFLATORS-READY
                PERFORM 3150-DISPLAY-REAL-SUMMARY
            ELSE
                DISPLAY "VISAO REAL INDISPONIVEL - SEM INDICE DE "
                    "INFLACAO (INFLIDX)."
            END-IF.
      *
       3100-DISPLAY-ONE-YEAR.
            DISPLAY "ANO " PROJ_NUMERO_ANO (PROJ-IDX)
                " BRUTO = " PROJ_SALDO (PROJ-IDX)
                " IR = " PROJ_IR (PROJ-IDX)
                " LIQUIDO = " PROJ_SALDO_LIQUIDO (PROJ-IDX).
            IF IDA-DEFLATORS-READY
                PERFORM 3110-DISPLAY-ONE-YEAR-REAL
            END-IF.
      *
      ******************************************************************
      * 3110-DISPLAY-ONE-YEAR-REAL
      * Real balance = nominal balance / price factor since DATA_HOJE.
      * Real rate = (1 + effective rate) / (1 + year's inflation) - 1.
      ******************************************************************
       3110-DISPLAY-ONE-YEAR-REAL.
            COMPUTE WS-REAL-SALDO ROUNDED =
                PROJ_SALDO (PROJ-IDX) / IDA-DEFLATOR (PROJ-IDX).
            COMPUTE WS-REAL-LIQUIDO ROUNDED =
                PROJ_SALDO_LIQUIDO (PROJ-IDX)
                / IDA-DEFLATOR (PROJ-IDX).
            COMPUTE WS-REAL-TAXA ROUNDED =
                ((1 + PROJ_TAXA_EFETIVA (PROJ-IDX))
                / (1 + IDA-INFLACAO-ANO (PROJ-IDX) / 100) - 1) * 100.
            IF WS-REAL-MEDIA-CALCULAVEL
                COMPUTE WS-REAL-FATOR-ACUMULADO ROUNDED =
                    WS-REAL-FATOR-ACUMULADO * (1 + WS-REAL-TAXA / 100)
                    ON SIZE ERROR MOVE "N" TO WS-REAL-MEDIA-SWITCH
                END-COMPUTE
            END-IF.
            PERFORM 3120-CLASSIFY-REAL-RATE.
            MOVE WS-REAL-TAXA TO WS-REAL-TAXA-EDIT.
            DISPLAY "    REAL BRUTO = " WS-REAL-SALDO
                " LIQUIDO = " WS-REAL-LIQUIDO
                " TAXA REAL = " WS-REAL-TAXA-EDIT " PCT"
                WS-REAL-AVISO.
      *
       3120-CLASSIFY-REAL-RATE.
            IF WS-REAL-TAXA < ZERO
                MOVE " * PERDE PARA A INFLACAO" TO WS-REAL-AVISO
            ELSE
            IF WS-REAL-TAXA NOT > WS-REAL-MARGEM-MINIMA
                MOVE " * MAL PASSA DA INFLACAO" TO WS-REAL-AVISO
            ELSE
                MOVE SPACES TO WS-REAL-AVISO
            END-IF
            END-IF.
      *
      ******************************************************************
      * 3150-DISPLAY-REAL-SUMMARY
      * Average real rate over the term: the geometric mean of the
      * yearly real factors.
      ******************************************************************
       3150-DISPLAY-REAL-SUMMARY.
            DISPLAY "INFLACAO ACUMULADA NO PRAZO (FATOR) = "
                IDA-DEFLATOR (NUMERO_ANOS)
                " - MESES COM INDICE OFICIAL = " IDA-OFFICIAL-MONTHS.
            IF WS-REAL-MEDIA-CALCULAVEL
                COMPUTE WS-REAL-TAXA ROUNDED =
                    (WS-REAL-FATOR-ACUMULADO ** (1 / NUMERO_ANOS) - 1)
                    * 100
                PERFORM 3120-CLASSIFY-REAL-RATE
                MOVE WS-REAL-TAXA TO WS-REAL-TAXA-EDIT
                DISPLAY "TAXA REAL MEDIA NO PRAZO = " WS-REAL-TAXA-EDIT
                    " PCT AO ANO" WS-REAL-AVISO
            END-IF.
      *
      ******************************************************************
      * 3200-DISPLAY-EARLY-REDEMPTION
      ******************************************************************
       3200-DISPLAY-EARLY-REDEMPTION.
            DISPLAY "------------------------------------".
            DISPLAY "RESGATE ANTECIPADO NO MES " WS-RESGATE-MESES
                " (" WS-RESGATE-ANOS-COMPLETOS " ANO(S) E "
                WS-RESGATE-MESES-RESTANTES " MES(ES))".
            DISPLAY "BRUTO NO RESGATE = " WS-RESGATE-BRUTO.
            DISPLAY "MULTA (" WS-RESGATE-MULTA-PCT
                " PCT DO RENDIMENTO) = " WS-RESGATE-MULTA.
            DISPLAY "IR PELO PRAZO DECORRIDO = " WS-RESGATE-IR.
            DISPLAY "LIQUIDO NO RESGATE = " WS-RESGATE-LIQUIDO.
            DISPLAY "LIQUIDO NO VENCIMENTO = "
                PROJ_SALDO_LIQUIDO (NUMERO_ANOS).
            DISPLAY "APORTES QUE DEIXARIA DE FAZER = "
                WS-RESGATE-APORTES-FUTUROS.
            DISPLAY "DEIXA DE GANHAR = " WS-RESGATE-PERDA.
      *
      ******************************************************************
      * 4000-SAVE-SIMULATION
                MOVE PROJ_SALDO_LIQUIDO (NUMERO_ANOS)
                    TO SIM-SALDO-LIQUIDO
                MOVE WS-CURVE-NAME TO SIM-CURVE-NAME
                MOVE WS-META-TIPO TO SIM-META-TIPO
                MOVE WS-META-LIQUIDA TO SIM-META-LIQUIDA
                MOVE WS-CUSTOMER-ID TO SIM-CUSTOMER-ID
                WRITE SIM-RECORD
                    INVALID KEY
                        REWRITE SIM-RECORD
                "            " CEN-SALDO-FINAL (CEN-IDX).
      *
      ******************************************************************
      * 4300-EARLY-REDEMPTION
      * The advisor's "what if the customer takes the money out in
      * year 3, or in month 18?" - run against the simulation just
      * projected, after it has been saved. A point outside the term
      * is refused and logged like any other bad entry.
      ******************************************************************
       4300-EARLY-REDEMPTION.
            DISPLAY "SIMULAR RESGATE ANTECIPADO? Y/N: ".
            ACCEPT WS-RESGATE-SWITCH.
            IF WS-RESGATE-WANTED
                PERFORM 4310-ACCEPT-REDEMPTION-POINT
                IF WS-RESGATE-E-VALIDO
                    PERFORM 2400-COMPUTE-EARLY-REDEMPTION
                    PERFORM 3200-DISPLAY-EARLY-REDEMPTION
                ELSE
                    DISPLAY "PONTO DE RESGATE INVALIDO - INFORME DE "
                        "1 MES ATE ANTES DO VENCIMENTO."
                    MOVE "RESGATE_PONTO" TO WS-EXCLOG-FIELD-NAME
                    MOVE SPACES TO WS-EXCLOG-BAD-VALUE
                    STRING WS-RESGATE-UNIDADE WS-RESGATE-PONTO
                            DELIMITED BY SIZE
                        INTO WS-EXCLOG-BAD-VALUE
                    CALL "EXCPLOG1" USING WS-EXCLOG-PROGRAM-ID
                        WS-EXCLOG-FIELD-NAME
                        WS-EXCLOG-BAD-VALUE
                END-IF
            END-IF.
      *
       4310-ACCEPT-REDEMPTION-POINT.
            DISPLAY "PONTO DE RESGATE EM A = ANOS OU M = MESES: ".
            ACCEPT WS-RESGATE-UNIDADE.
            DISPLAY "PONTO DE RESGATE (EX.: 3 ANOS OU 18 MESES): ".
            ACCEPT WS-RESGATE-PONTO.
            MOVE NUMERO_ANOS TO WS-RESGATE-PRAZO-ANOS.
            IF WS-RESGATE-PONTO IS NUMERIC
                PERFORM 2390-VALIDATE-REDEMPTION-POINT
            ELSE
                MOVE "N" TO WS-RESGATE-VALIDO-SWITCH
            END-IF.
      *
      ******************************************************************
      * 5000-RUN-BATCH-SIMULATIONS
      * Reads the branch-blocked SIMREQ feed. Each branch's requests
      * are held in a table until the branch trailer's count and
                    MOVE "A" TO FREQUENCIA_CAPITALIZACAO
                END-IF
                MOVE SRQ-CURVE-NAME TO WS-CURVE-NAME
                MOVE SRQ-CUSTOMER-ID TO WS-CUSTOMER-ID
                PERFORM 2000-COMPUTE-COMPOUND-SCHEDULE
                PERFORM 4000-SAVE-SIMULATION
                MOVE "D" TO SRS-RECORD-TYPE
                MOVE PROJ_IR (NUMERO_ANOS) TO SRS-IR-RETIDO
                MOVE PROJ_SALDO_LIQUIDO (NUMERO_ANOS)
                    TO SRS-SALDO-LIQUIDO
                IF SRQ-RESGATE-UNIDADE NOT = SPACE
                    PERFORM 2400-COMPUTE-EARLY-REDEMPTION
                    MOVE WS-RESGATE-MESES TO SRS-RESGATE-MESES
                    MOVE WS-RESGATE-BRUTO TO SRS-RESGATE-BRUTO
                    MOVE WS-RESGATE-MULTA TO SRS-RESGATE-MULTA
                    MOVE WS-RESGATE-IR TO SRS-RESGATE-IR
                    MOVE WS-RESGATE-LIQUIDO TO SRS-RESGATE-LIQUIDO
                    MOVE WS-RESGATE-PERDA TO SRS-RESGATE-PERDA
                ELSE
                    MOVE ZERO TO SRS-RESGATE-MESES
                    MOVE ZERO TO SRS-RESGATE-BRUTO
                    MOVE ZERO TO SRS-RESGATE-MULTA
                    MOVE ZERO TO SRS-RESGATE-IR
                    MOVE ZERO TO SRS-RESGATE-LIQUIDO
                    MOVE ZERO TO SRS-RESGATE-PERDA
                END-IF
                IF WS-RECORD-IS-LOCKED-ELSEWHERE
                    MOVE "L" TO SRS-STATUS
                    ADD 1 TO WS-BATCH-REJECTED-COUNT
            END-IF
            END-IF
            END-IF.
            IF WS-REQUEST-IS-VALID
                AND SRQ-RESGATE-UNIDADE NOT = SPACE
                PERFORM 5210-VALIDATE-REDEMPTION-REQUEST
            END-IF.
            IF WS-REQUEST-IS-VALID
                AND SRQ-CUSTOMER-ID NOT = SPACES
                PERFORM 5220-VALIDATE-REQUEST-CUSTOMER
            END-IF.
            IF NOT WS-REQUEST-IS-VALID
                CALL "EXCPLOG1" USING WS-EXCLOG-PROGRAM-ID
                    WS-EXCLOG-FIELD-NAME
                    WS-EXCLOG-BAD-VALUE
            END-IF.
      *
      *
      * PEDIDO COM RESGATE ANTECIPADO: UNIDADE A/M E PONTO NUMERICO
      * DENTRO DO PRAZO DO PROPRIO PEDIDO.
       5210-VALIDATE-REDEMPTION-REQUEST.
            MOVE SRQ-RESGATE-UNIDADE TO WS-RESGATE-UNIDADE.
            MOVE SRQ-NUMERO-ANOS TO WS-RESGATE-PRAZO-ANOS.
            IF SRQ-RESGATE-PONTO-TEXT IS NUMERIC
                MOVE SRQ-RESGATE-PONTO TO WS-RESGATE-PONTO
                PERFORM 2390-VALIDATE-REDEMPTION-POINT
            ELSE
                MOVE "N" TO WS-RESGATE-VALIDO-SWITCH
            END-IF.
            IF NOT WS-RESGATE-E-VALIDO
                MOVE "N" TO WS-REQUEST-VALID-SWITCH
                MOVE "SRQ-RESGATE" TO WS-EXCLOG-FIELD-NAME
                MOVE SPACES TO WS-EXCLOG-BAD-VALUE
                STRING SRQ-RESGATE-UNIDADE SRQ-RESGATE-PONTO-TEXT
                        DELIMITED BY SIZE
                    INTO WS-EXCLOG-BAD-VALUE
            END-IF.
      *
      * PEDIDO COM CLIENTE: ATIVO NO CUSTMST E DA FILIAL DO BLOCO -
      * UMA FILIAL NAO SIMULA EM NOME DE CLIENTE DE OUTRA.
       5220-VALIDATE-REQUEST-CUSTOMER.
            MOVE SRQ-CUSTOMER-ID TO WS-CUSTOMER-ID.
            PERFORM 1045-VALIDAR-CLIENTE.
            IF WS-CLIENTE-E-VALIDO
                AND CST-BRANCH-CODE NOT = WS-BLOCK-BRANCH-CODE
                MOVE "N" TO WS-CLIENTE-VALIDO-SWITCH
            END-IF.
            IF NOT WS-CLIENTE-E-VALIDO
                MOVE "N" TO WS-REQUEST-VALID-SWITCH
                MOVE "SRQ-CUSTOMER-ID" TO WS-EXCLOG-FIELD-NAME
                MOVE SRQ-CUSTOMER-ID TO WS-EXCLOG-BAD-VALUE
            END-IF.
      *
      ******************************************************************
      * 6000-RUN-GOAL-SEEK
      * The advisor gives the net amount (after IR) the customer
      * wants at maturity and what is free to move: the monthly
      * contribution over a given term, or the term for a given
      * contribution. Every candidate is run through the same
      * 2000-COMPUTE-COMPOUND-SCHEDULE a normal simulation uses, so
      * the answer is exactly what the plain simulation would show.
      * The solved simulation is displayed and saved with its goal.
      ******************************************************************
       6000-RUN-GOAL-SEEK.
            PERFORM 6100-ACCEPT-GOAL-DATA.
            PERFORM 1060-VALIDAR-DATA.
            IF WS-DATA-INFORMADA-VALIDA
                IF WS-META-APORTE
                    PERFORM 6200-SOLVE-FOR-APORTE
                ELSE
                    PERFORM 6300-SOLVE-FOR-PRAZO
                END-IF
                IF WS-META-ATINGIVEL
      * A ULTIMA TENTATIVA DA BUSCA NAO E NECESSARIAMENTE A RESPOSTA
      * - A PROJECAO E REFEITA COM O VALOR RESOLVIDO ANTES DE GRAVAR.
                    PERFORM 2000-COMPUTE-COMPOUND-SCHEDULE
                    PERFORM 3000-DISPLAY-RESULTS
                    PERFORM 6400-DISPLAY-GOAL-RESULT
                    PERFORM 4000-SAVE-SIMULATION
                ELSE
                    PERFORM 6500-DISPLAY-GOAL-NOT-REACHED
                END-IF
            ELSE
                DISPLAY "SIMULACAO NAO GRAVADA - DATA_HOJE "
                    "INVALIDA."
            END-IF.
      *
       6100-ACCEPT-GOAL-DATA.
            DISPLAY "NUMERO DA SIMULACAO: ".
            ACCEPT NUMERO.
            PERFORM 1040-ACEITAR-CLIENTE.
            DISPLAY "VALOR A SER INVESTIDO: ".
            ACCEPT QUANTIDADE_INVESTIDA.
            DISPLAY "TAXA DE JUROS ANUAL (PERCENTUAL): ".
            ACCEPT TAXA.
            DISPLAY "CAPITALIZACAO - A = ANUAL, M = MENSAL: ".
            ACCEPT FREQUENCIA_CAPITALIZACAO.
            IF NOT CAPITALIZACAO-MENSAL
                MOVE "A" TO FREQUENCIA_CAPITALIZACAO
            END-IF.
            DISPLAY "CURVA DE TAXAS (BRANCO = TAXA UNICA): ".
            ACCEPT WS-CURVE-NAME.
            DISPLAY "META DE SALDO LIQUIDO (APOS IR): ".
            ACCEPT WS-META-LIQUIDA.
            DISPLAY "RESOLVER PARA C = APORTE MENSAL, "
                "P = PRAZO EM ANOS: ".
            ACCEPT WS-META-TIPO.
            IF WS-META-PRAZO
                DISPLAY "APORTE MENSAL (0 SE NENHUM): "
                ACCEPT APORTE_MENSAL
                MOVE 1 TO NUMERO_ANOS
            ELSE
                MOVE "C" TO WS-META-TIPO
                PERFORM 1030-ACEITAR-NUMERO-ANOS
                MOVE ZERO TO APORTE_MENSAL
            END-IF.
            PERFORM 1050-OBTER-DATA-SISTEMA.
      *
      ******************************************************************
      * 6200-SOLVE-FOR-APORTE
      * Smallest whole monthly contribution whose net at maturity
      * reaches the goal, by halving the interval. The net balance
      * never falls as the contribution grows (IR only takes part of
      * the yield), and it is never below what was put in, so an
      * aporte that alone adds up to the goal always reaches it and
      * bounds the search - which also keeps the trial balances in
      * the range of the goal itself.
      ******************************************************************
       6200-SOLVE-FOR-APORTE.
            MOVE "N" TO WS-META-ATINGIVEL-SWITCH.
            MOVE ZERO TO APORTE_MENSAL.
            PERFORM 2000-COMPUTE-COMPOUND-SCHEDULE.
            IF PROJ_SALDO_LIQUIDO (NUMERO_ANOS) NOT < WS-META-LIQUIDA
                MOVE "Y" TO WS-META-ATINGIVEL-SWITCH
            ELSE
                COMPUTE WS-META-APORTE-TETO =
                    WS-META-LIQUIDA / (12 * NUMERO_ANOS) + 1
                IF WS-META-APORTE-TETO > 99999
                    MOVE 99999 TO WS-META-APORTE-TETO
                END-IF
                MOVE WS-META-APORTE-TETO TO APORTE_MENSAL
                PERFORM 2000-COMPUTE-COMPOUND-SCHEDULE
                IF PROJ_SALDO_LIQUIDO (NUMERO_ANOS)
                        NOT < WS-META-LIQUIDA
                    MOVE "Y" TO WS-META-ATINGIVEL-SWITCH
                    MOVE ZERO TO WS-META-APORTE-MIN
                    MOVE WS-META-APORTE-TETO TO WS-META-APORTE-MAX
                    PERFORM 6210-HALVE-APORTE-INTERVAL
                        UNTIL WS-META-APORTE-MAX - WS-META-APORTE-MIN
                            NOT > 1
                    MOVE WS-META-APORTE-MAX TO APORTE_MENSAL
                END-IF
            END-IF.
      *
      * MIN NUNCA ATINGE A META, MAX SEMPRE ATINGE.
       6210-HALVE-APORTE-INTERVAL.
            COMPUTE WS-META-APORTE-MEIO =
                (WS-META-APORTE-MIN + WS-META-APORTE-MAX) / 2.
            MOVE WS-META-APORTE-MEIO TO APORTE_MENSAL.
            PERFORM 2000-COMPUTE-COMPOUND-SCHEDULE.
            IF PROJ_SALDO_LIQUIDO (NUMERO_ANOS) < WS-META-LIQUIDA
                MOVE WS-META-APORTE-MEIO TO WS-META-APORTE-MIN
            ELSE
                MOVE WS-META-APORTE-MEIO TO WS-META-APORTE-MAX
            END-IF.
      *
      ******************************************************************
      * 6300-SOLVE-FOR-PRAZO
      * First whole year, 1 to 99 (the TABELA_PROJECAO limit), whose
      * net at maturity reaches the goal with the contribution given.
      ******************************************************************
       6300-SOLVE-FOR-PRAZO.
            MOVE "N" TO WS-META-ATINGIVEL-SWITCH.
            PERFORM 6310-TRY-ONE-PRAZO
                VARYING WS-META-ANOS FROM 1 BY 1
                UNTIL WS-META-ATINGIVEL OR WS-META-ANOS > 99.
      *
       6310-TRY-ONE-PRAZO.
            MOVE WS-META-ANOS TO NUMERO_ANOS.
            PERFORM 2000-COMPUTE-COMPOUND-SCHEDULE.
            IF PROJ_SALDO_LIQUIDO (NUMERO_ANOS) NOT < WS-META-LIQUIDA
                MOVE "Y" TO WS-META-ATINGIVEL-SWITCH
            END-IF.
      *
       6400-DISPLAY-GOAL-RESULT.
            DISPLAY "------------------------------------".
            DISPLAY "META DE SALDO LIQUIDO = " WS-META-LIQUIDA.
            IF WS-META-APORTE
                DISPLAY "APORTE MENSAL NECESSARIO EM " NUMERO_ANOS
                    " ANO(S) = " APORTE_MENSAL
            ELSE
                DISPLAY "PRAZO NECESSARIO COM APORTE MENSAL DE "
                    APORTE_MENSAL " = " NUMERO_ANOS " ANO(S)"
            END-IF.
            DISPLAY "SALDO LIQUIDO PROJETADO = "
                PROJ_SALDO_LIQUIDO (NUMERO_ANOS).
      *
       6500-DISPLAY-GOAL-NOT-REACHED.
            DISPLAY "META DE SALDO LIQUIDO = " WS-META-LIQUIDA.
            IF WS-META-APORTE
                DISPLAY "META NAO ATINGIVEL EM " NUMERO_ANOS
                    " ANO(S) COM APORTE MENSAL ATE 99999 - "
                    "SIMULACAO NAO GRAVADA."
            ELSE
                DISPLAY "META NAO ATINGIVEL EM ATE 99 ANOS COM "
                    "APORTE MENSAL DE " APORTE_MENSAL
                    " - SIMULACAO NAO GRAVADA."
            END-IF.
      *
      ******************************************************************
      * 4700/4710/4720-JOURNAL-* - UMA LINHA DE RCVYJRNL POR UPDATE
      * BEM SUCEDIDO EM SIMFILE/SIMLOCK, PARA O ROLL-FORWARD DO
       4700-JOURNAL-SIMFILE-ACTION.
            MOVE "SIMFILE" TO WS-JRN-FILE-NAME.
            MOVE SPACES TO WS-JRN-RECORD-IMAGE.
            MOVE SIM-RECORD TO WS-JRN-RECORD-IMAGE (1:90).
            PERFORM 4730-CALL-JOURNAL.
      *
       4710-JOURNAL-SIMLOCK-WRITE.
