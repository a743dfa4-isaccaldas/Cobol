      *              TAXA POR ANO PELA MESMA REGRA DO SISPB004 - PARA
      *              A CONSULTA BATER COM O QUE FOI SALVO. CURVA EM
      *              BRANCO OU SUMIDA CAI NA TAXA UNICA SIM-TAXA.
      *DATA          15/10/2026
      *DESCRICAO     NOVA OPCAO R - RESGATE ANTECIPADO: PARA UMA
      *              SIMULACAO GRAVADA E UM PONTO DENTRO DO PRAZO (EM
      *              ANOS OU MESES), MOSTRA O BRUTO NAQUELE PONTO, A
      *              MULTA DO PRODUTO (RESGMULT), O IR PELA FAIXA DO
      *              PRAZO DECORRIDO, O LIQUIDO E O QUE O CLIENTE
      *              DEIXA DE GANHAR CONTRA O VENCIMENTO - MESMA
      *              REGRA DO SISPB004.
      *DATA          15/10/2026
      *DESCRICAO     SIMULACAO GRAVADA PELO MODO META DO SISPB004 TEM
      *              A META NO REGISTRO: A CONSULTA COMPARA O LIQUIDO
      *              NO VENCIMENTO DA PROJECAO REFEITA (CURVA DE HOJE)
      *              COM A META E DIZ SE O PLANO AINDA CHEGA LA E
      *              QUANTO FALTA OU SOBRA.
      *DATA          15/10/2026
      *DESCRICAO     VISAO REAL NA CONSULTA: ABAIXO DE CADA ANO DA
      *              PROJECAO REFEITA, BRUTO E LIQUIDO EM DINHEIRO DE
      *              SIM-DATA-HOJE E A TAXA REAL DO ANO (INDICE
      *              INFLIDX VIA INFLDEF1), COM A TAXA REAL MEDIA DO
      *              PRAZO - MESMA REGRA DO SISPB004.
      *DATA          15/10/2026
      *DESCRICAO     A CONSULTA E A LISTAGEM MOSTRAM O CLIENTE DA
      *              SIMULACAO (SIM-CUSTOMER-ID); EM BRANCO E
      *              SIMULACAO AVULSA. A CARTEIRA DO CLIENTE INTEIRA
      *              SAI NO CUSTPORT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SISPB005.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-NUMERO
               ALTERNATE RECORD KEY IS SIM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SIMFILE-STATUS.
      *
      * CURVAS DE TAXA ANO A ANO (MESMO ARQUIVO QUE O SISPB004 LE):
           SELECT RATE-CURVE-FILE ASSIGN TO "RATECURV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECURV-STATUS.
      *
      * MULTA DE RESGATE ANTECIPADO POR PRODUTO (CURVA) E MESES DE
      * APLICACAO - MESMO ARQUIVO QUE O SISPB004 LE.
           SELECT EARLY-PENALTY-FILE ASSIGN TO "RESGMULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESGMULT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  RCV-CURVE-NAME               PIC X(08).
           05  RCV-YEAR-OFFSET              PIC 9(02).
           05  RCV-ANNUAL-RATE              PIC 99V9.
      *
       FD  EARLY-PENALTY-FILE.
           COPY RESGMULT.
      *
       WORKING-STORAGE SECTION.
       77  WS-SIMFILE-STATUS                PIC X(02)   VALUE "00".
       77  WS-SIMFILE-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-SIMFILE-EOF                            VALUE "Y".
       77  WS-LISTADAS-COUNT                PIC 9(05)   VALUE ZERO.
      * DIFERENCA ENTRE O LIQUIDO REFEITO E A META GRAVADA.
       77  WS-META-DIFERENCA                PIC 9(9)V99 VALUE ZERO.
      *
      * RECALCULO DA PROJECAO - MESMOS NOMES E MESMA MATEMATICA DE
      * 2000-COMPUTE-COMPOUND-SCHEDULE EM SISPB004 (GROUP_FIELDS.cbl).
       77  WS-IR-BASE-RENDIMENTO            PIC S9(9)V99.
       77  WS-IR-DO-ANO                     PIC 9(9)V99.
       77  WS-SALDO-LIQUIDO-DO-ANO          PIC 9(9)V99.
      *
      * VISAO REAL - MESMA REGRA DE 3000-DISPLAY-RESULTS NO SISPB004:
      * FATORES DE PRECO DO INFLDEF1 A PARTIR DO MES DE SIM-DATA-HOJE,
      * TAXA REAL DO ANO CONTRA A TAXA EFETIVA DO ANO E AVISO ATE
      * WS-REAL-MARGEM-MINIMA PCT AO ANO.
           COPY INFLDEF.
       77  WS-TAXA-EFETIVA                  PIC 9V9(06) VALUE ZERO.
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
      * RESGATE ANTECIPADO - MESMA REGRA DE 2400-COMPUTE-EARLY-
      * REDEMPTION NO SISPB004: SALDO BRUTO NO MES DO RESGATE, MULTA
      * DO PRODUTO (RESGMULT) SOBRE O RENDIMENTO, IR PELA FAIXA DO
      * PRAZO DECORRIDO E O QUE O CLIENTE DEIXA DE GANHAR CONTRA O
      * VENCIMENTO.
       77  WS-RESGATE-UNIDADE               PIC X(01)   VALUE SPACE.
           88  WS-RESGATE-EM-ANOS                         VALUE "A".
           88  WS-RESGATE-EM-MESES                        VALUE "M".
       77  WS-RESGATE-PONTO                 PIC 9(03)   VALUE ZERO.
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
       PROCEDURE DIVISION.
      *
       1000-PROCESSAR-UMA-OPCAO.
           DISPLAY "------------------------------------".
           DISPLAY "OPCAO - C = CONSULTA POR NUMERO, "
               "L = LISTAR TODAS, R = RESGATE ANTECIPADO, "
               "E = ENCERRAR: ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "C"
                   PERFORM 2000-CONSULTAR-POR-NUMERO
               WHEN "L"
                   PERFORM 3000-LISTAR-SIMULACOES
               WHEN "R"
                   PERFORM 6000-SIMULAR-RESGATE
               WHEN "E"
                   MOVE "Y" TO WS-FIM-DA-SESSAO-SWITCH
               WHEN OTHER
                   DISPLAY "OPCAO DEVE SER C, L, R OU E."
           END-EVALUATE.
      *
      ******************************************************************
      *
       2100-EXIBIR-SIMULACAO.
           DISPLAY "NUMERO=" SIM-NUMERO.
           DISPLAY "CLIENTE=" SIM-CUSTOMER-ID.
           DISPLAY "QUANTIDADE_INVESTIDA=" SIM-QUANTIDADE-INVESTIDA.
           DISPLAY "NUMERO_ANOS=" SIM-NUMERO-ANOS.
           DISPLAY "TAXA=" SIM-TAXA.
           DISPLAY "------------------------------------".
           DISPLAY "PROJECAO DE SALDO ANO A ANO".
           PERFORM 2200-RECALCULAR-PROJECAO.
           IF SIM-COM-META AND SIM-META-LIQUIDA IS NUMERIC
               PERFORM 2300-CONFERIR-META
           END-IF.
      *
      ******************************************************************
      * 2300-CONFERIR-META
      * O plano foi resolvido para uma meta de saldo liquido. A
      * projecao acabou de ser refeita com a curva de hoje - se a
      * curva mudou desde a gravacao, o liquido no vencimento pode
      * nao chegar mais la.
      ******************************************************************
       2300-CONFERIR-META.
           DISPLAY "------------------------------------".
           IF SIM-META-APORTE
               DISPLAY "PLANO COM APORTE RESOLVIDO PARA A META"
           ELSE
               DISPLAY "PLANO COM PRAZO RESOLVIDO PARA A META"
           END-IF.
           DISPLAY "META DE SALDO LIQUIDO = " SIM-META-LIQUIDA.
           DISPLAY "LIQUIDO NO VENCIMENTO HOJE = "
               WS-SALDO-LIQUIDO-DO-ANO.
           IF WS-SALDO-LIQUIDO-DO-ANO NOT < SIM-META-LIQUIDA
               COMPUTE WS-META-DIFERENCA =
                   WS-SALDO-LIQUIDO-DO-ANO - SIM-META-LIQUIDA
               DISPLAY "PLANO AINDA ATINGE A META - SOBRA "
                   WS-META-DIFERENCA "."
           ELSE
               COMPUTE WS-META-DIFERENCA =
                   SIM-META-LIQUIDA - WS-SALDO-LIQUIDO-DO-ANO
               DISPLAY "PLANO NAO ATINGE MAIS A META - FALTAM "
                   WS-META-DIFERENCA "."
           END-IF.
      *
      ******************************************************************
      * 2200-RECALCULAR-PROJECAO
               MOVE ZERO TO WS-APORTE-MENSAL
           END-IF.
           MOVE SIM-QUANTIDADE-INVESTIDA TO SALDO_ATUAL.
           COMPUTE IDA-BASE-CCYYMM = SIM-ANO * 100 + SIM-MES.
           MOVE SIM-NUMERO-ANOS TO IDA-NUMERO-ANOS.
           CALL "INFLDEF1" USING INFLATION-DEFLATOR-AREA.
           MOVE 1 TO WS-REAL-FATOR-ACUMULADO.
           MOVE "Y" TO WS-REAL-MEDIA-SWITCH.
           PERFORM 2210-RECALCULAR-UM-ANO
               VARYING WS-ANO-IDX FROM 1 BY 1
               UNTIL WS-ANO-IDX > SIM-NUMERO-ANOS.
           IF IDA-DEFLATORS-READY
               PERFORM 2280-EXIBIR-RESUMO-REAL
           ELSE
               DISPLAY "VISAO REAL INDISPONIVEL - SEM INDICE DE "
                   "INFLACAO (INFLIDX)."
           END-IF.
      *
       2210-RECALCULAR-UM-ANO.
           PERFORM 2205-DERIVAR-TAXA-DO-ANO.
               " BRUTO = " SALDO_ATUAL
               " IR = " WS-IR-DO-ANO
               " LIQUIDO = " WS-SALDO-LIQUIDO-DO-ANO.
           IF IDA-DEFLATORS-READY
               PERFORM 2270-EXIBIR-ANO-REAL
           END-IF.
      *
       2220-RECALCULAR-UM-MES.
           COMPUTE SALDO_ATUAL ROUNDED =
       2240-LOCALIZAR-FAIXA-IR.
           ADD 1 TO WS-IR-FAIXA-IDX.
      *
      ******************************************************************
      * 2270-EXIBIR-ANO-REAL
      * Saldo real = saldo nominal / fator de precos desde
      * SIM-DATA-HOJE. Taxa real = (1 + taxa efetiva do ano) /
      * (1 + inflacao do ano) - 1.
      ******************************************************************
       2270-EXIBIR-ANO-REAL.
           IF SIM-CAPITALIZACAO-MENSAL
               COMPUTE WS-TAXA-EFETIVA ROUNDED =
                   (1 + TAXA_MENSAL) ** 12 - 1
           ELSE
               MOVE TAXA_DECIMAL TO WS-TAXA-EFETIVA
           END-IF.
           COMPUTE WS-REAL-SALDO ROUNDED =
               SALDO_ATUAL / IDA-DEFLATOR (WS-ANO-IDX).
           COMPUTE WS-REAL-LIQUIDO ROUNDED =
               WS-SALDO-LIQUIDO-DO-ANO / IDA-DEFLATOR (WS-ANO-IDX).
           COMPUTE WS-REAL-TAXA ROUNDED =
               ((1 + WS-TAXA-EFETIVA)
               / (1 + IDA-INFLACAO-ANO (WS-ANO-IDX) / 100) - 1) * 100.
           IF WS-REAL-MEDIA-CALCULAVEL
               COMPUTE WS-REAL-FATOR-ACUMULADO ROUNDED =
                   WS-REAL-FATOR-ACUMULADO * (1 + WS-REAL-TAXA / 100)
                   ON SIZE ERROR MOVE "N" TO WS-REAL-MEDIA-SWITCH
               END-COMPUTE
           END-IF.
           PERFORM 2275-CLASSIFICAR-TAXA-REAL.
           MOVE WS-REAL-TAXA TO WS-REAL-TAXA-EDIT.
           DISPLAY "    REAL BRUTO = " WS-REAL-SALDO
               " LIQUIDO = " WS-REAL-LIQUIDO
               " TAXA REAL = " WS-REAL-TAXA-EDIT " PCT"
               WS-REAL-AVISO.
      *
       2275-CLASSIFICAR-TAXA-REAL.
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
      * TAXA REAL MEDIA NO PRAZO: MEDIA GEOMETRICA DOS FATORES REAIS
      * DE CADA ANO.
       2280-EXIBIR-RESUMO-REAL.
           DISPLAY "INFLACAO ACUMULADA NO PRAZO (FATOR) = "
               IDA-DEFLATOR (SIM-NUMERO-ANOS)
               " - MESES COM INDICE OFICIAL = " IDA-OFFICIAL-MONTHS.
           IF WS-REAL-MEDIA-CALCULAVEL
               COMPUTE WS-REAL-TAXA ROUNDED =
                   (WS-REAL-FATOR-ACUMULADO ** (1 / SIM-NUMERO-ANOS)
                   - 1) * 100
               PERFORM 2275-CLASSIFICAR-TAXA-REAL
               MOVE WS-REAL-TAXA TO WS-REAL-TAXA-EDIT
               DISPLAY "TAXA REAL MEDIA NO PRAZO = " WS-REAL-TAXA-EDIT
                   " PCT AO ANO" WS-REAL-AVISO
           END-IF.
      *
      * A TAXA DO ANO CORRENTE - MESMA REGRA DO SISPB004.
       2205-DERIVAR-TAXA-DO-ANO.
           MOVE SIM-TAXA TO WS-ANO-TAXA.
           ELSE
               MOVE "N" TO WS-SIMFILE-EOF-SWITCH
               MOVE ZERO TO WS-LISTADAS-COUNT
               DISPLAY "NUMERO  DATA(DDMMAAAA)  SALDO_FINAL  "
                   "CLIENTE"
               PERFORM 3010-LER-PROXIMA-SIMULACAO
               PERFORM 3020-LISTAR-UMA-SIMULACAO
                   UNTIL WS-SIMFILE-EOF
      *
       3020-LISTAR-UMA-SIMULACAO.
           DISPLAY SIM-NUMERO "   " SIM-DATA-HOJE
               "      " SIM-SALDO-FINAL "  " SIM-CUSTOMER-ID.
           ADD 1 TO WS-LISTADAS-COUNT.
           PERFORM 3010-LER-PROXIMA-SIMULACAO.
      *
      ******************************************************************
      * 6000-SIMULAR-RESGATE
      * "E se o cliente tirar o dinheiro no ano 3, ou no mes 18?" -
      * sobre uma simulacao gravada, sem alterar nada em SIMFILE.
      ******************************************************************
       6000-SIMULAR-RESGATE.
           DISPLAY "NUMERO DA SIMULACAO: ".
           ACCEPT WS-NUMERO-PEDIDO.
           OPEN INPUT SIMULACAO-FILE.
           IF WS-SIMFILE-STATUS NOT = "00"
               DISPLAY "SIMFILE NAO DISPONIVEL - STATUS "
                   WS-SIMFILE-STATUS "."
           ELSE
               MOVE WS-NUMERO-PEDIDO TO SIM-NUMERO
               READ SIMULACAO-FILE
                   INVALID KEY
                       DISPLAY "SIMULACAO " WS-NUMERO-PEDIDO
                           " NAO ENCONTRADA."
                   NOT INVALID KEY
                       PERFORM 6100-RESGATAR-SIMULACAO
               END-READ
               CLOSE SIMULACAO-FILE
           END-IF.
      *
       6100-RESGATAR-SIMULACAO.
           DISPLAY "PRAZO DA SIMULACAO: " SIM-NUMERO-ANOS " ANO(S).".
           DISPLAY "PONTO DE RESGATE EM A = ANOS OU M = MESES: ".
           ACCEPT WS-RESGATE-UNIDADE.
           DISPLAY "PONTO DE RESGATE (EX.: 3 ANOS OU 18 MESES): ".
           ACCEPT WS-RESGATE-PONTO.
           IF WS-RESGATE-PONTO IS NUMERIC
               PERFORM 6110-VALIDAR-PONTO-RESGATE
           ELSE
               MOVE "N" TO WS-RESGATE-VALIDO-SWITCH
           END-IF.
           IF WS-RESGATE-E-VALIDO
               PERFORM 2250-CARREGAR-TABELA-IR
               PERFORM 2260-CARREGAR-CURVA-DE-TAXAS
               IF SIM-APORTE-MENSAL IS NUMERIC
                   MOVE SIM-APORTE-MENSAL TO WS-APORTE-MENSAL
               ELSE
                   MOVE ZERO TO WS-APORTE-MENSAL
               END-IF
               PERFORM 6200-CALCULAR-RESGATE
               PERFORM 6300-EXIBIR-RESGATE
           ELSE
               DISPLAY "PONTO DE RESGATE INVALIDO - INFORME DE "
                   "1 MES ATE ANTES DO VENCIMENTO."
           END-IF.
      *
      ******************************************************************
      * 6110-VALIDAR-PONTO-RESGATE
      * O ponto (A = anos, M = meses) vira meses de aplicacao e tem
      * que cair dentro do prazo gravado: pelo menos um mes e antes
      * do vencimento.
      ******************************************************************
       6110-VALIDAR-PONTO-RESGATE.
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
               AND WS-RESGATE-MESES < SIM-NUMERO-ANOS * 12
               MOVE "Y" TO WS-RESGATE-VALIDO-SWITCH
           END-IF.
      *
      ******************************************************************
      * 6200-CALCULAR-RESGATE
      * Refaz a projecao gravada ano a ano e tira o saldo bruto no
      * mes do resgate: no fim do ultimo ano completo, mais o ano
      * quebrado pela taxa daquele ano - mes a mes na capitalizacao
      * mensal, juro simples pro rata sobre o saldo de abertura (e
      * aportes pelo valor de face) na anual, que so credita o juro
      * no aniversario. O ultimo ano da o liquido no vencimento para
      * a comparacao. Pede a tabela de IR, a curva e o aporte ja
      * carregados.
      ******************************************************************
       6200-CALCULAR-RESGATE.
           PERFORM 6250-CARREGAR-TABELA-MULTA.
           DIVIDE WS-RESGATE-MESES BY 12
               GIVING WS-RESGATE-ANOS-COMPLETOS
               REMAINDER WS-RESGATE-MESES-RESTANTES.
           MOVE SIM-QUANTIDADE-INVESTIDA TO SALDO_ATUAL.
           MOVE SIM-QUANTIDADE-INVESTIDA TO WS-RESGATE-BRUTO.
           PERFORM 6210-RECALCULAR-ANO-RESGATE
               VARYING WS-ANO-IDX FROM 1 BY 1
               UNTIL WS-ANO-IDX > SIM-NUMERO-ANOS.
           PERFORM 6230-APURAR-RESGATE.
      *
       6210-RECALCULAR-ANO-RESGATE.
           PERFORM 2205-DERIVAR-TAXA-DO-ANO.
           IF WS-ANO-IDX = WS-RESGATE-ANOS-COMPLETOS + 1
               AND WS-RESGATE-MESES-RESTANTES > ZERO
               MOVE SALDO_ATUAL TO WS-RESGATE-BRUTO
               IF SIM-CAPITALIZACAO-MENSAL
                   PERFORM 6220-CAPITALIZAR-MES-RESGATE
                       WS-RESGATE-MESES-RESTANTES TIMES
               ELSE
                   COMPUTE WS-RESGATE-BRUTO ROUNDED =
                       WS-RESGATE-BRUTO * (1 + TAXA_DECIMAL
                           * WS-RESGATE-MESES-RESTANTES / 12)
                       + (WS-APORTE-MENSAL
                           * WS-RESGATE-MESES-RESTANTES)
               END-IF
           END-IF.
           IF SIM-CAPITALIZACAO-MENSAL
               PERFORM 2220-RECALCULAR-UM-MES 12 TIMES
           ELSE
               COMPUTE SALDO_ATUAL ROUNDED =
                   SALDO_ATUAL * (1 + TAXA_DECIMAL)
                   + (WS-APORTE-MENSAL * 12)
           END-IF.
           IF WS-ANO-IDX = WS-RESGATE-ANOS-COMPLETOS
               AND WS-RESGATE-MESES-RESTANTES = ZERO
               MOVE SALDO_ATUAL TO WS-RESGATE-BRUTO
           END-IF.
           IF WS-ANO-IDX = SIM-NUMERO-ANOS
               PERFORM 2230-APURAR-IR-DO-ANO
           END-IF.
      *
       6220-CAPITALIZAR-MES-RESGATE.
           COMPUTE WS-RESGATE-BRUTO ROUNDED =
               WS-RESGATE-BRUTO * (1 + TAXA_MENSAL) + WS-APORTE-MENSAL.
      *
      * MULTA SOBRE O RENDIMENTO, IR SOBRE O RENDIMENTO QUE SOBRA
      * PELA FAIXA DOS MESES DECORRIDOS (30 DIAS CADA), E O QUE SE
      * PERDE: LIQUIDO NO VENCIMENTO MENOS OS APORTES QUE NAO SERAO
      * FEITOS MENOS O LIQUIDO DO RESGATE.
       6230-APURAR-RESGATE.
           COMPUTE WS-IR-DIAS-APLICACAO = WS-RESGATE-MESES * 30.
           MOVE 1 TO WS-IR-FAIXA-IDX.
           PERFORM 2240-LOCALIZAR-FAIXA-IR
               UNTIL WS-IR-DIAS-APLICACAO
                       NOT > IR-PRAZO-MAXIMO-DIAS (WS-IR-FAIXA-IDX)
                   OR WS-IR-FAIXA-IDX = 4.
           COMPUTE WS-RESGATE-APORTADO =
               SIM-QUANTIDADE-INVESTIDA
               + (WS-APORTE-MENSAL * WS-RESGATE-MESES).
           COMPUTE WS-IR-BASE-RENDIMENTO =
               WS-RESGATE-BRUTO - WS-RESGATE-APORTADO.
           IF WS-IR-BASE-RENDIMENTO < ZERO
               MOVE ZERO TO WS-IR-BASE-RENDIMENTO
           END-IF.
           MOVE WS-IR-BASE-RENDIMENTO TO WS-RESGATE-RENDIMENTO.
           PERFORM 6240-LOCALIZAR-MULTA.
           COMPUTE WS-RESGATE-MULTA ROUNDED =
               WS-RESGATE-RENDIMENTO * WS-RESGATE-MULTA-PCT / 100.
           COMPUTE WS-RESGATE-IR ROUNDED =
               (WS-RESGATE-RENDIMENTO - WS-RESGATE-MULTA)
               * IR-ALIQUOTA (WS-IR-FAIXA-IDX).
           COMPUTE WS-RESGATE-LIQUIDO =
               WS-RESGATE-BRUTO - WS-RESGATE-MULTA - WS-RESGATE-IR.
           COMPUTE WS-RESGATE-APORTES-FUTUROS =
               WS-APORTE-MENSAL
               * (SIM-NUMERO-ANOS * 12 - WS-RESGATE-MESES).
           COMPUTE WS-RESGATE-PERDA =
               WS-SALDO-LIQUIDO-DO-ANO
               - WS-RESGATE-APORTES-FUTUROS - WS-RESGATE-LIQUIDO.
           IF WS-RESGATE-PERDA < ZERO
               MOVE ZERO TO WS-RESGATE-PERDA
           END-IF.
      *
      * MESMA ESCOLHA DE LINHA DO SISPB004: MENOR LIMITE QUE COBRE
      * OS MESES, LINHAS DA CURVA ANTES DO PADRAO, TETO DE 100%.
       6240-LOCALIZAR-MULTA.
           MOVE ZERO TO WS-RESGATE-MULTA-PCT.
           MOVE 99999 TO WS-MLT-BEST-MESES.
           IF MULTA-OWN-COUNT > ZERO
               MOVE WS-CURVE-NAME TO WS-MLT-PRODUCT
           ELSE
               MOVE SPACES TO WS-MLT-PRODUCT
           END-IF.
           PERFORM 6245-CONFERIR-UMA-LINHA-MULTA
               VARYING WS-MLT-IDX FROM 1 BY 1
               UNTIL WS-MLT-IDX > MULTA-TABLE-COUNT.
           IF WS-RESGATE-MULTA-PCT > 100
               MOVE 100 TO WS-RESGATE-MULTA-PCT
           END-IF.
      *
       6245-CONFERIR-UMA-LINHA-MULTA.
           IF MLT-PRODUCT (WS-MLT-IDX) = WS-MLT-PRODUCT
               AND MLT-MESES-ATE (WS-MLT-IDX) NOT < WS-RESGATE-MESES
               AND MLT-MESES-ATE (WS-MLT-IDX) < WS-MLT-BEST-MESES
               MOVE MLT-MESES-ATE (WS-MLT-IDX) TO WS-MLT-BEST-MESES
               MOVE MLT-MULTA-PCT (WS-MLT-IDX)
                   TO WS-RESGATE-MULTA-PCT
           END-IF.
      *
       6250-CARREGAR-TABELA-MULTA.
           MOVE ZERO TO MULTA-TABLE-COUNT.
           MOVE ZERO TO MULTA-OWN-COUNT.
           MOVE "N" TO WS-RESGMULT-EOF-SWITCH.
           OPEN INPUT EARLY-PENALTY-FILE.
           IF WS-RESGMULT-STATUS = "00"
               PERFORM 6252-LER-UMA-LINHA-MULTA
               PERFORM 6254-TABELAR-UMA-LINHA-MULTA
                   UNTIL WS-RESGMULT-EOF
               CLOSE EARLY-PENALTY-FILE
           ELSE
               DISPLAY "RESGMULT NAO DISPONIVEL - STATUS "
                   WS-RESGMULT-STATUS " - RESGATE SEM MULTA."
           END-IF.
      *
       6252-LER-UMA-LINHA-MULTA.
           READ EARLY-PENALTY-FILE
               AT END MOVE "Y" TO WS-RESGMULT-EOF-SWITCH
           END-READ.
      *
       6254-TABELAR-UMA-LINHA-MULTA.
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
           PERFORM 6252-LER-UMA-LINHA-MULTA.
      *
       6300-EXIBIR-RESGATE.
           DISPLAY "------------------------------------".
           DISPLAY "SIMULACAO " SIM-NUMERO
               " - RESGATE ANTECIPADO NO MES " WS-RESGATE-MESES
               " (" WS-RESGATE-ANOS-COMPLETOS " ANO(S) E "
               WS-RESGATE-MESES-RESTANTES " MES(ES))".
           DISPLAY "BRUTO NO RESGATE = " WS-RESGATE-BRUTO.
           DISPLAY "MULTA (" WS-RESGATE-MULTA-PCT
               " PCT DO RENDIMENTO) = " WS-RESGATE-MULTA.
           DISPLAY "IR PELO PRAZO DECORRIDO = " WS-RESGATE-IR.
           DISPLAY "LIQUIDO NO RESGATE = " WS-RESGATE-LIQUIDO.
           DISPLAY "LIQUIDO NO VENCIMENTO = " WS-SALDO-LIQUIDO-DO-ANO.
           DISPLAY "APORTES QUE DEIXARIA DE FAZER = "
               WS-RESGATE-APORTES-FUTUROS.
           DISPLAY "DEIXA DE GANHAR = " WS-RESGATE-PERDA.
       END PROGRAM SISPB005.
