      *              HOJE E OS TERMOS, O QUADRO DA PROJECAO E O SALDO
      *              LIQUIDO FINAL EM DESTAQUE - O QUE O CLIENTE
      *              ASSINA E O QUE O SISTEMA CALCULOU.
      *DATA          15/10/2026
      *DESCRICAO     A PROPOSTA GANHOU O QUADRO "SE RESGATAR ANTES":
      *              PARA CADA ANIVERSARIO ANTES DO VENCIMENTO (OU NO
      *              SEXTO MES, NO PRAZO DE UM ANO), O BRUTO, A MULTA
      *              DO PRODUTO (RESGMULT), O IR PELO PRAZO
      *              DECORRIDO, O LIQUIDO E O QUE O CLIENTE DEIXA DE
      *              GANHAR - MESMA REGRA DO SISPB004/SISPB005.
      *DATA          15/10/2026
      *DESCRICAO     O QUADRO DA PROJECAO GANHOU AS COLUNAS REAIS:
      *              BRUTO E LIQUIDO EM DINHEIRO DE SIM-DATA-HOJE E A
      *              TAXA REAL DO ANO (INDICE INFLIDX VIA INFLDEF1),
      *              MARCANDO COM * O ANO QUE MAL PASSA DA INFLACAO;
      *              O RODAPE TRAZ O LIQUIDO FINAL REAL E A TAXA REAL
      *              MEDIA DO PRAZO.
      *DATA          15/10/2026
      *DESCRICAO     O SELECT DO SIMFILE DECLARA A NOVA CHAVE
      *              ALTERNATIVA SIM-CUSTOMER-ID (CLIENTE DA
      *              SIMULACAO) - TODO PROGRAMA QUE ABRE O ARQUIVO
      *              TEM QUE DESCREVER AS MESMAS CHAVES.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMPRPSL.
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
      * MULTA DE RESGATE ANTECIPADO POR PRODUTO (CURVA) E MESES DE
      * APLICACAO - MESMO ARQUIVO QUE O SISPB004 LE.
           SELECT EARLY-PENALTY-FILE ASSIGN TO "RESGMULT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESGMULT-STATUS.
      *
           SELECT PROPOSAL-PRINT-FILE ASSIGN TO "PRPSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
           05  RCV-CURVE-NAME               PIC X(08).
           05  RCV-YEAR-OFFSET              PIC 9(02).
           05  RCV-ANNUAL-RATE              PIC 99V9.
      *
       FD  EARLY-PENALTY-FILE.
           COPY RESGMULT.
      *
       FD  PROPOSAL-PRINT-FILE.
       01  PROPOSAL-PRINT-RECORD           PIC X(100).
       77  WS-IR-BASE-RENDIMENTO            PIC S9(9)V99.
       77  WS-IR-DO-ANO                     PIC 9(9)V99.
       77  WS-SALDO-LIQUIDO-DO-ANO          PIC 9(9)V99.
      *
      * VISAO REAL - MESMA REGRA DE 3000-DISPLAY-RESULTS NO SISPB004:
      * FATORES DE PRECO DO INFLDEF1 A PARTIR DO MES DE SIM-DATA-HOJE,
      * TAXA REAL DO ANO CONTRA A TAXA EFETIVA DO ANO; ATE
      * WS-REAL-MARGEM-MINIMA PCT AO ANO A LINHA SAI MARCADA COM *.
           COPY INFLDEF.
       77  WS-TAXA-EFETIVA                  PIC 9V9(06) VALUE ZERO.
       77  WS-REAL-SALDO                    PIC 9(9)V99 VALUE ZERO.
       77  WS-REAL-LIQUIDO                  PIC 9(9)V99 VALUE ZERO.
       77  WS-REAL-TAXA                     PIC S9(03)V99 VALUE ZERO.
       77  WS-REAL-MARGEM-MINIMA            PIC 9(01)V99 VALUE 1.00.
       77  WS-REAL-FATOR-ACUMULADO          PIC 9(09)V9(09) VALUE ZERO.
       77  WS-REAL-MEDIA-SWITCH             PIC X(01)   VALUE "Y".
           88  WS-REAL-MEDIA-CALCULAVEL                   VALUE "Y".
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
       77  WS-RESGATE-ANO-IDX               PIC 99      VALUE ZERO.
      *
       77  WS-CURVE-NAME                    PIC X(08)   VALUE SPACES.
       77  WS-CURVE-LOADED-SWITCH           PIC X(01)   VALUE "N".
       77  WS-EDIT-LIQUIDO                  PIC Z(08)9.99.
       77  WS-EDIT-TAXA                     PIC Z9.9.
       77  WS-EDIT-APORTE                   PIC Z(04)9.
       77  WS-EDIT-MESES                    PIC Z(03)9.
       77  WS-EDIT-MULTA                    PIC Z(08)9.99.
       77  WS-EDIT-PERDA                    PIC Z(08)9.99.
       77  WS-EDIT-REAL-BRUTO               PIC Z(08)9.99.
       77  WS-EDIT-REAL-LIQUIDO             PIC Z(08)9.99.
       77  WS-EDIT-TAXA-REAL                PIC -ZZ9.99.
       77  WS-EDIT-MARCA-REAL               PIC X(02).
      *
       PROCEDURE DIVISION.
      *
           ELSE
               MOVE ZERO TO WS-APORTE-MENSAL
           END-IF.
           COMPUTE IDA-BASE-CCYYMM = SIM-ANO * 100 + SIM-MES.
           MOVE SIM-NUMERO-ANOS TO IDA-NUMERO-ANOS.
           CALL "INFLDEF1" USING INFLATION-DEFLATOR-AREA.
           MOVE 1 TO WS-REAL-FATOR-ACUMULADO.
           MOVE "Y" TO WS-REAL-MEDIA-SWITCH.
           OPEN OUTPUT PROPOSAL-PRINT-FILE.
           PERFORM 3000-WRITE-PROPOSAL-HEADER.
           MOVE SIM-QUANTIDADE-INVESTIDA TO SALDO_ATUAL.
               VARYING WS-ANO-IDX FROM 1 BY 1
               UNTIL WS-ANO-IDX > SIM-NUMERO-ANOS.
           PERFORM 5000-WRITE-PROPOSAL-FOOTER.
           PERFORM 5500-WRITE-REDEMPTION-TABLE.
           CLOSE PROPOSAL-PRINT-FILE.
           DISPLAY "PROPOSTA DA SIMULACAO " SIM-NUMERO
               " GRAVADA EM PRPSFILE.".
               INTO WS-PROPOSAL-LINE.
           PERFORM 8000-PUT-PROPOSAL-LINE.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           IF IDA-DEFLATORS-READY
               STRING "ANO      SALDO BRUTO          IR"
                       "      SALDO LIQUIDO"
                       "   REAL BRUTO  REAL LIQUIDO  TX REAL"
                       DELIMITED BY SIZE
                   INTO WS-PROPOSAL-LINE
           ELSE
               STRING "ANO      SALDO BRUTO          IR"
                       "      SALDO LIQUIDO" DELIMITED BY SIZE
                   INTO WS-PROPOSAL-LINE
           END-IF.
           PERFORM 8000-PUT-PROPOSAL-LINE.
      *
      ******************************************************************
           MOVE WS-IR-DO-ANO TO WS-EDIT-IR.
           MOVE WS-SALDO-LIQUIDO-DO-ANO TO WS-EDIT-LIQUIDO.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           IF IDA-DEFLATORS-READY
               PERFORM 4300-APURAR-VALORES-REAIS
               STRING WS-ANO-IDX
                       "   " WS-EDIT-BRUTO
                       "  " WS-EDIT-IR
                       "   " WS-EDIT-LIQUIDO
                       "  " WS-EDIT-REAL-BRUTO
                       "  " WS-EDIT-REAL-LIQUIDO
                       "  " WS-EDIT-TAXA-REAL
                       WS-EDIT-MARCA-REAL
                       DELIMITED BY SIZE
                   INTO WS-PROPOSAL-LINE
           ELSE
               STRING WS-ANO-IDX
                       "   " WS-EDIT-BRUTO
                       "  " WS-EDIT-IR
                       "   " WS-EDIT-LIQUIDO
                       DELIMITED BY SIZE
                   INTO WS-PROPOSAL-LINE
           END-IF.
           PERFORM 8000-PUT-PROPOSAL-LINE.
      *
       4100-CAPITALIZAR-UM-MES.
      *
       4210-LOCALIZAR-FAIXA-IR.
           ADD 1 TO WS-IR-FAIXA-IDX.
      *
      ******************************************************************
      * 4300-APURAR-VALORES-REAIS
      * Saldo real = saldo nominal / fator de precos desde
      * SIM-DATA-HOJE. Taxa real = (1 + taxa efetiva do ano) /
      * (1 + inflacao do ano) - 1; ate a margem minima, marca *.
      ******************************************************************
       4300-APURAR-VALORES-REAIS.
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
           MOVE WS-REAL-SALDO TO WS-EDIT-REAL-BRUTO.
           MOVE WS-REAL-LIQUIDO TO WS-EDIT-REAL-LIQUIDO.
           MOVE WS-REAL-TAXA TO WS-EDIT-TAXA-REAL.
           IF WS-REAL-TAXA NOT > WS-REAL-MARGEM-MINIMA
               MOVE " *" TO WS-EDIT-MARCA-REAL
           ELSE
               MOVE SPACES TO WS-EDIT-MARCA-REAL
           END-IF.
      *
       5000-WRITE-PROPOSAL-FOOTER.
           MOVE SPACES TO WS-PROPOSAL-LINE.
                   DELIMITED BY SIZE
               INTO WS-PROPOSAL-LINE.
           PERFORM 8000-PUT-PROPOSAL-LINE.
           IF IDA-DEFLATORS-READY
               PERFORM 5100-WRITE-REAL-FOOTER
           END-IF.
      *
      ******************************************************************
      * 5100-WRITE-REAL-FOOTER
      * O liquido final em dinheiro de SIM-DATA-HOJE e a taxa real
      * media do prazo (media geometrica dos fatores reais de cada
      * ano).
      ******************************************************************
       5100-WRITE-REAL-FOOTER.
           MOVE WS-REAL-LIQUIDO TO WS-EDIT-REAL-LIQUIDO.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           STRING "*** SALDO LIQUIDO FINAL EM DINHEIRO DE "
                   SIM-DIA "/" SIM-MES "/" SIM-ANO ": "
                   WS-EDIT-REAL-LIQUIDO " ***" DELIMITED BY SIZE
               INTO WS-PROPOSAL-LINE.
           PERFORM 8000-PUT-PROPOSAL-LINE.
           IF WS-REAL-MEDIA-CALCULAVEL
               COMPUTE WS-REAL-TAXA ROUNDED =
                   (WS-REAL-FATOR-ACUMULADO ** (1 / SIM-NUMERO-ANOS)
                   - 1) * 100
               MOVE WS-REAL-TAXA TO WS-EDIT-TAXA-REAL
               MOVE SPACES TO WS-PROPOSAL-LINE
               STRING "TAXA REAL MEDIA NO PRAZO: " WS-EDIT-TAXA-REAL
                       " PCT A.A." DELIMITED BY SIZE
                   INTO WS-PROPOSAL-LINE
               PERFORM 8000-PUT-PROPOSAL-LINE
           END-IF.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           STRING "VALORES REAIS DEFLACIONADOS PELO INDICE OFICIAL DE "
                   "PRECOS E PELA INFLACAO PROJETADA."
                   DELIMITED BY SIZE
               INTO WS-PROPOSAL-LINE.
           PERFORM 8000-PUT-PROPOSAL-LINE.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           STRING "* = ANO EM QUE A TAXA REAL NAO PASSA DE "
                   "1,00 PCT - O PRODUTO MAL SUPERA A INFLACAO."
                   DELIMITED BY SIZE
               INTO WS-PROPOSAL-LINE.
           PERFORM 8000-PUT-PROPOSAL-LINE.
      *
      ******************************************************************
      * 5500-WRITE-REDEMPTION-TABLE
      * O quadro "se resgatar antes": uma linha por aniversario antes
      * do vencimento; no prazo de um ano, uma linha no sexto mes.
      * Cada linha refaz a projecao ate o ponto (6200-CALCULAR-
      * RESGATE), sem mexer no quadro principal ja impresso.
      ******************************************************************
       5500-WRITE-REDEMPTION-TABLE.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           PERFORM 8000-PUT-PROPOSAL-LINE.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           STRING "SE RESGATAR ANTES DO VENCIMENTO"
                   DELIMITED BY SIZE
               INTO WS-PROPOSAL-LINE.
           PERFORM 8000-PUT-PROPOSAL-LINE.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           STRING " MES  SALDO BRUTO        MULTA           IR"
                   "   SALDO LIQUIDO  DEIXA DE GANHAR"
                   DELIMITED BY SIZE
               INTO WS-PROPOSAL-LINE.
           PERFORM 8000-PUT-PROPOSAL-LINE.
           IF SIM-NUMERO-ANOS > 1
               PERFORM 5510-WRITE-ONE-ANNIVERSARY
                   VARYING WS-RESGATE-ANO-IDX FROM 1 BY 1
                   UNTIL WS-RESGATE-ANO-IDX NOT < SIM-NUMERO-ANOS
           ELSE
               MOVE 6 TO WS-RESGATE-MESES
               PERFORM 5520-WRITE-ONE-REDEMPTION-ROW
           END-IF.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           STRING "MULTA PELA TABELA DO PRODUTO SOBRE O RENDIMENTO; "
                   "IR PELA FAIXA DO PRAZO DECORRIDO."
                   DELIMITED BY SIZE
               INTO WS-PROPOSAL-LINE.
           PERFORM 8000-PUT-PROPOSAL-LINE.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           STRING "DEIXA DE GANHAR = LIQUIDO NO VENCIMENTO MENOS OS "
                   "APORTES NAO FEITOS MENOS O LIQUIDO DO RESGATE."
                   DELIMITED BY SIZE
               INTO WS-PROPOSAL-LINE.
           PERFORM 8000-PUT-PROPOSAL-LINE.
      *
       5510-WRITE-ONE-ANNIVERSARY.
           COMPUTE WS-RESGATE-MESES = WS-RESGATE-ANO-IDX * 12.
           PERFORM 5520-WRITE-ONE-REDEMPTION-ROW.
      *
       5520-WRITE-ONE-REDEMPTION-ROW.
           PERFORM 6200-CALCULAR-RESGATE.
           MOVE WS-RESGATE-MESES TO WS-EDIT-MESES.
           MOVE WS-RESGATE-BRUTO TO WS-EDIT-BRUTO.
           MOVE WS-RESGATE-MULTA TO WS-EDIT-MULTA.
           MOVE WS-RESGATE-IR TO WS-EDIT-IR.
           MOVE WS-RESGATE-LIQUIDO TO WS-EDIT-LIQUIDO.
           MOVE WS-RESGATE-PERDA TO WS-EDIT-PERDA.
           MOVE SPACES TO WS-PROPOSAL-LINE.
           STRING WS-EDIT-MESES
                   " " WS-EDIT-BRUTO
                   " " WS-EDIT-MULTA
                   " " WS-EDIT-IR
                   "    " WS-EDIT-LIQUIDO
                   "     " WS-EDIT-PERDA
                   DELIMITED BY SIZE
               INTO WS-PROPOSAL-LINE.
           PERFORM 8000-PUT-PROPOSAL-LINE.
      *
       8000-PUT-PROPOSAL-LINE.
           MOVE WS-PROPOSAL-LINE TO PROPOSAL-PRINT-RECORD.
                   CRV-ANNUAL-RATE (CURVE-TABLE-COUNT)
           END-IF.
           PERFORM 2262-LER-UMA-LINHA-CURVA.
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
               PERFORM 4100-CAPITALIZAR-UM-MES 12 TIMES
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
               PERFORM 4200-APURAR-IR-DO-ANO
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
           PERFORM 4210-LOCALIZAR-FAIXA-IR
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
       END PROGRAM SIMPRPSL.
