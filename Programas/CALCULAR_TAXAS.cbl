      *              - UM ESTORNO APROVADO PODIA SER TRIBUTADO DUAS
      *              VEZES. A COLETORA LIQUIDA OS ITENS DE TODAS AS
      *              FAIXAS DE CONTA.
      *DATA          15/10/2026
      *DESCRIÇÃO     SOBRETAXA LOCAL: 250-GET-APPLICABLE-TAX-RATE
      *              PASSOU A SOMAR A ALIQUOTA ESTADUAL DO TAXRATE COM
      *              TODA ALIQUOTA LOCAL VIGENTE DA LOCALIDADE DA
      *              VENDA (TABELA LOCLRATE, NIVEIS CONDADO E
      *              MUNICIPIO, MESMAS REGRAS DE VIGENCIA E STATUS DO
      *              TAXRATE). CADA COMPONENTE E ARREDONDADO E GRAVADO
      *              NO LOG EM SEPARADO (LOG-STATE-TAX/COUNTY-TAX/
      *              CITY-TAX, COM A LOCALIDADE) E LOG-SALES-TAX
      *              CONTINUA SENDO O TOTAL, PARA O ESTADUAL E O LOCAL
      *              SEREM RECOLHIDOS EM GUIAS PROPRIAS. A LOCALIDADE
      *              VEM DO TICKET (TXN-LOCALITY-CODE) NO LOTE E E
      *              PERGUNTADA NO MODO INTERATIVO; REJEITOS E
      *              ESTORNOS RETIDOS A CARREGAM. O RESUMO DIARIO E O
      *              CHECKPOINT GANHARAM OS TOTAIS POR COMPONENTE.
      *DATA          15/10/2026
      *DESCRIÇÃO     FERIADO FISCAL: CALENDARIO TAXHOLDY (UF,
      *              CATEGORIA, INICIO, FIM, TETO DE PRECO E NOME)
      *              CARREGADO NA ABERTURA. VENDA DO LOTE DATADA
      *              DENTRO DE UM FERIADO DA SUA UF E CATEGORIA, ATE
      *              O TETO, SAI COM IMPOSTO ZERO E LOG-EXEMPT-FLAG =
      *              H, SEPARADA DA ISENCAO POR CERTIFICADO (E). O
      *              MODO INTERATIVO CONFERE O CALENDARIO NA DATA DO
      *              DIA. RESUMO E CHECKPOINT GANHARAM OS TOTAIS DE
      *              VENDA EM FERIADO.
      *DATA          15/10/2026
      *DESCRIÇÃO     PRECO COM IMPOSTO DENTRO: TICKET DE LOTE BRUTO
      *              (TXN-PRICING-BASIS = G, DA LOJA OU DO HEADER DO
      *              SALESRAW) TEM O IMPOSTO EXTRAIDO DO VALOR PELA
      *              ALIQUOTA APLICAVEL - O LOG RECEBE O LIQUIDO, O
      *              IMPOSTO EXTRAIDO E LOG-PRICING-BASIS = G. A BASE
      *              ACOMPANHA O REJEITO (CALCREJ) E O ESTORNO RETIDO
      *              (RVSLPEND). RESUMO E CHECKPOINT GANHARAM O VOLUME
      *              RECEBIDO COM IMPOSTO DENTRO.
      *DATA          15/10/2026
      *DESCRIÇÃO     FECHAMENTO DE PERIODO CONTABIL (PERDCTL, FECHADO
      *              PELO TAXCLOSE): TICKET DO LOTE - INCLUSIVE O
      *              RECICLADO E O ESTORNO APROVADO - DATADO EM MES
      *              FECHADO E GRAVADO NA DATA DA RODADA (PERIODO
      *              ABERTO) COM A DATA ORIGINAL EM LOG-ORIGINAL-DATE;
      *              A ALIQUOTA, A ISENCAO E O FERIADO CONTINUAM PELA
      *              DATA ORIGINAL. SEM PERIODO ABERTO O TICKET VAI
      *              PARA O CALCREJ COM MOTIVO PC E O ESTORNO APROVADO
      *              FICA NO RVSLPEND. VENDA DE BALCAO EM MES FECHADO
      *              E MOSTRADA MAS NAO GRAVADA. RESUMO E CHECKPOINT
      *              GANHARAM OS DESVIADOS E OS REJEITADOS PC.
      *DATA          15/10/2026
      *DESCRIÇÃO     SIGN-ON (SIGNON1) ANTES DO PROMPT DE MODO QUANDO
      *              NAO HA CARTAO CALCPARM; O MODO BATCH ESCOLHIDO NO
      *              TERMINAL EXIGE O PAPEL B. RODADA PELO JOBCHAIN
      *              APROVEITA O SIGN-ON DA CADEIA. O ESTORNO RETIDO NO
      *              RVSLPEND GRAVA QUEM RODOU O LOTE (RVP-SUBMITTED-BY)
      *              PARA O RVSLAPPR NAO DEIXAR A MESMA PESSOA APROVAR;
      *              A REGRAVACAO PRESERVA SUBMITTED-BY E DECIDED-BY.
      *DATA          15/10/2026
      *DESCRIÇÃO     TAXLOG (E O LOG DA PARTICAO) PASSOU A SER
      *              INDEXADO PELA CHAVE UNICA DO LANCAMENTO
      *              (DATA/HORA DA ABERTURA, GRAVADOR, SEQUENCIA) COM
      *              CHAVES ALTERNATIVAS DE DATA, CONTA E LOJA. O
      *              GRAVADOR E CALC1000, OU P + CONTA INICIAL DA
      *              PARTICAO, PARA AS PARTICOES NAO COLIDIREM NO
      *              CONSOLIDADO. O RESTART, A VENDA DE BALCAO E A
      *              CONSOLIDACAO ABREM EM I-O EM VEZ DE EXTEND; A
      *              COPIA DA PARTICAO LEVA A CHAVE COMO ESTA E PULA A
      *              QUE JA ESTIVER NO CONSOLIDADO.
      *DATA          15/10/2026
      *DESCRIÇÃO     METODO DE ARREDONDAMENTO POR JURISDICAO (ARQUIVO
      *              TAXRNDM, VIGENTE NA DATA DO TICKET): H = MEIO
      *              PARA CIMA POR TICKET (O DE SEMPRE, E O PADRAO SEM
      *              LINHA), T = TRUNCADO NO CENTAVO, D = ARREDONDADO
      *              NO TOTAL DA CONTA NO DIA - CADA TICKET DO LOTE
      *              LEVA O ACUMULADO EXATO DA CONTA/UF/DATA
      *              ARREDONDADO MENOS O JA COBRADO. O ACUMULADO VAI
      *              NO CHECKPOINT. VENDA DE BALCAO EM JURISDICAO D E
      *              ARREDONDADA POR TICKET (E A SUA PROPRIA NOTA).
      *DATA          15/10/2026
      *DESCRIÇÃO     VENDA DE BALCAO CUJA GRAVACAO NO TAXLOG FALHA
      *              (STATUS DIFERENTE DE 22) SAI COMO EXIBIDA E NAO
      *              LOGADA, EM VEZ DE LOGADA NA CONTA.
      *DATA          15/10/2026
      *DESCRIÇÃO     LINHA DE CONTINUACAO DE TICKET QUEBRADO POR
      *              CATEGORIA NO TAXEDIT (TXN-TICKET-CONTINUATION =
      *              C) ENTRA NO TAXLOG COM LOG-ENTRY-SOURCE = C EM
      *              VEZ DE B. O INDICADOR VIAJA JUNTO NO CALCREJ E
      *              NO RVSLPEND PARA O RECICLO E O ESTORNO APROVADO
      *              VOLTAREM COM ELE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * PARTICAO DO LOTE GRAVE NO SEU PROPRIO PAR DE ARQUIVOS - VEJA
      * 055-SELECT-PARTITION-BOUNDS.
           SELECT SALES-TAX-LOG-FILE ASSIGN TO WS-TAXLOG-FILENAME
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
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILENAME
      * RECUSADA OU ABENDADA NAO DEIXA NENHUM RASTRO AQUI, ENTAO A
      * RERODADA NUNCA DUPLICA O QUE JA FOI ACUMULADO.
           SELECT CONSOLIDATED-TAX-LOG-FILE ASSIGN TO "TAXLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-TRANSACTION-KEY
               ALTERNATE RECORD KEY IS CTL-BUSINESS-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTL-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CTL-STORE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CONSOL-TAXLOG-STATUS.
      *
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
           SELECT PENDING-REVERSAL-FILE ASSIGN TO "RVSLPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVSLPEND-STATUS.
      *
      * ALIQUOTAS LOCAIS (CONDADO/MUNICIPIO) QUE SE SOMAM A ESTADUAL,
      * MANTIDAS PELA MESA DE ALIQUOTAS COMO ARQUIVO PLANO.
           SELECT LOCAL-RATE-FILE ASSIGN TO "LOCLRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCLRATE-STATUS.
      *
      * CALENDARIO DE FERIADOS FISCAIS, TAMBEM DA MESA DE ALIQUOTAS.
           SELECT TAX-HOLIDAY-FILE ASSIGN TO "TAXHOLDY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXHOLDY-STATUS.
      *
      * METODO DE ARREDONDAMENTO DE CADA JURISDICAO, DA MESA FISCAL.
           SELECT ROUNDING-METHOD-FILE ASSIGN TO "TAXRNDM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRNDM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *     CL = CONTA ENCERRADA NO MESTRE
      *     RV = ESTORNO RETIDO QUE O SUPERVISOR RECUSOU (RVSLAPPR) -
      *          REGISTRO DE DESCARTE, NUNCA E RECICLADO
      *     PC = TICKET DATADO EM MES FECHADO (PERDCTL) NUMA RODADA
      *          CUJO PROPRIO MES TAMBEM ESTA FECHADO - NAO HA PERIODO
      *          ABERTO ONDE GRAVAR. O CALCRCYC O RECICLA NORMALMENTE
      *          E A RODADA SEGUINTE DECIDE DE NOVO.
       FD  CALC-REJECT-FILE.
       01  CALC-REJECT-RECORD.
           05  RJX-REASON-CODE             PIC X(02).
           05  RJX-TYPE-CODE               PIC X(01).
           05  RJX-TAX-CATEGORY            PIC X(01).
           05  RJX-STORE-NUMBER            PIC X(04).
           05  RJX-LOCALITY-CODE           PIC X(05).
           05  RJX-PRICING-BASIS           PIC X(01).
      * C = CONTINUACAO DE TICKET QUEBRADO POR CATEGORIA (TAXTXN).
           05  RJX-TICKET-CONTINUATION     PIC X(01).
      *
       FD  SALES-TAX-LOG-FILE.
           COPY TAXLOG.
           05  CTL-EXEMPT-FLAG             PIC X(01).
           05  CTL-STORE-NUMBER            PIC X(04).
           05  CTL-ENTRY-SOURCE            PIC X(01).
           05  CTL-LOCALITY-CODE           PIC X(05).
           05  CTL-STATE-TAX               PIC S9(5)V99.
           05  CTL-COUNTY-TAX              PIC S9(5)V99.
           05  CTL-CITY-TAX                PIC S9(5)V99.
           05  CTL-PRICING-BASIS           PIC X(01).
           05  CTL-ORIGINAL-DATE           PIC 9(08).
           05  CTL-TRANSACTION-KEY.
               10  CTL-KEY-STAMP-DATE      PIC 9(08).
               10  CTL-KEY-STAMP-TIME      PIC 9(06).
               10  CTL-KEY-WRITER          PIC X(08).
               10  CTL-KEY-SEQUENCE        PIC 9(07).
      *
      * RESTART/CHECKPOINT RECORD - WRITTEN EVERY WS-CHECKPOINT-
      * INTERVAL TRANSACTIONS SO A RERUN AFTER AN ABEND CAN SKIP
      * ESTORNOS RETIDOS PARA APROVACAO JA CONSUMIDOS DO SALESTXN -
      * SEM ELE O RESTART RELERIA (E RETERIA) OS MESMOS TICKETS.
           05  CHK-HELD-REVERSAL-COUNT     PIC 9(07).
      * IMPOSTO DO LOTE ABERTO POR COMPONENTE (ESTADUAL/CONDADO/
      * MUNICIPIO) PARA O RESUMO DO RESTART COBRIR O LOTE INTEIRO.
           05  CHK-COMPONENT-TOTALS.
               10  CHK-STATE-TAX           PIC S9(09)V99.
               10  CHK-COUNTY-TAX          PIC S9(09)V99.
               10  CHK-CITY-TAX            PIC S9(09)V99.
      * VENDAS TRIBUTADAS A ZERO POR FERIADO FISCAL.
           05  CHK-HOLIDAY-TOTALS.
               10  CHK-HOLIDAY-COUNT       PIC 9(07).
               10  CHK-HOLIDAY-AMOUNT      PIC 9(09)V99.
      * VOLUME RECEBIDO COM IMPOSTO DENTRO (BRUTO) E O IMPOSTO
      * EXTRAIDO DELE.
           05  CHK-INCLUSIVE-TOTALS.
               10  CHK-INCLUSIVE-COUNT     PIC 9(07).
               10  CHK-INCLUSIVE-GROSS     PIC S9(09)V99.
               10  CHK-INCLUSIVE-TAX       PIC S9(09)V99.
      * TICKETS DE MES FECHADO: DESVIADOS PARA O PERIODO ABERTO E
      * REJEITADOS (PC) - OS REJEITADOS ENTRAM NO PULO DO RESTART.
           05  CHK-PERIOD-TOTALS.
               10  CHK-REDIRECTED-COUNT    PIC 9(07).
               10  CHK-REJECT-PERIOD-COUNT PIC 9(07).
      * ACUMULADOS DO ARREDONDAMENTO NO TOTAL DA CONTA NO DIA - SEM
      * ELES O RESTART RECOMECARIA DO ZERO E O DIA DA CONTA FECHARIA
      * COM UM CENTAVO A MAIS OU A MENOS POR COMPONENTE.
           05  CHK-DAY-ROUNDING.
               10  CHK-DRT-COUNT           PIC 9(03).
               10  CHK-DRT-ENTRY OCCURS 500 TIMES.
                   15  CHK-DRT-KEY         PIC X(16).
                   15  CHK-DRT-EXACT-STATE PIC S9(07)V9(06).
                   15  CHK-DRT-EXACT-COUNTY PIC S9(07)V9(06).
                   15  CHK-DRT-EXACT-CITY  PIC S9(07)V9(06).
                   15  CHK-DRT-CHARGED-STATE PIC S9(07)V99.
                   15  CHK-DRT-CHARGED-COUNTY PIC S9(07)V99.
                   15  CHK-DRT-CHARGED-CITY PIC S9(07)V99.
      *
      * LIVRO DE CONTROLE DE EXECUCOES DO MODO BATCH - VEJA
      * 460-WRITE-LEDGER-START / 465-WRITE-LEDGER-COMPLETE.
           05  RVP-TXN-DATE                PIC 9(08).
           05  RVP-STORE-NUMBER            PIC X(04).
           05  RVP-HELD-DATE               PIC 9(08).
           05  RVP-LOCALITY-CODE           PIC X(05).
           05  RVP-PRICING-BASIS           PIC X(01).
      * OPERADOR DO SIGN-ON QUE RODOU O LOTE QUE RETEVE O ITEM (BRANCO
      * = RODADA SEM OPERADOR) E O APROVADOR QUE DECIDIU NO RVSLAPPR.
           05  RVP-SUBMITTED-BY            PIC X(08).
           05  RVP-DECIDED-BY              PIC X(08).
      * C = CONTINUACAO DE TICKET QUEBRADO POR CATEGORIA (TAXTXN).
           05  RVP-TICKET-CONTINUATION     PIC X(01).
      *
      * DELIMITED EXPORT OF THE SAME DATA WRITTEN TO SALES-TAX-LOG-
      * FILE, FOR ANALYSTS WHO WANT TO PICK THE DAY'S RUN UP DIRECTLY
      * IN A SPREADSHEET OR BI TOOL INSTEAD OF RETYPING IT.
       FD  TAX-CSV-FILE.
       01  TAX-CSV-RECORD                  PIC X(100).
      *
       FD  LOCAL-RATE-FILE.
           COPY LOCLRATE.
      *
       FD  TAX-HOLIDAY-FILE.
           COPY TAXHOLDY.
      *
       FD  ROUNDING-METHOD-FILE.
           COPY TAXRNDM.
      *
       WORKING-STORAGE SECTION.
      *
       77  WS-RATE-TABLE-FULL-SWITCH       PIC X(01)   VALUE "N".
           88  WS-RATE-TABLE-IS-FULL                    VALUE "Y".
      *
      * ALIQUOTAS LOCAIS CARREGADAS DO LOCLRATE, MESMO ESQUEMA DA
      * TABELA ESTADUAL. LINHA QUE NAO COUBER E AVISADA UMA VEZ - A
      * LOCALIDADE DELA FICARIA SEM A SOBRETAXA.
       01  LOCAL-RATE-TABLE.
           05  LOCAL-RATE-TABLE-COUNT      PIC 9(03)   VALUE ZERO.
           05  LOCAL-RATE-TABLE-ENTRY OCCURS 300 TIMES.
               10  LRT-JURISDICTION        PIC X(02).
               10  LRT-LOCALITY-CODE       PIC X(05).
               10  LRT-LOCAL-LEVEL         PIC X(01).
               10  LRT-TAX-CATEGORY        PIC X(01).
               10  LRT-EFF-DATE            PIC 9(08).
               10  LRT-END-DATE            PIC 9(08).
               10  LRT-TAX-RATE            PIC 9V9(04).
               10  LRT-STATUS              PIC X(01).
       77  WS-LOCLRATE-STATUS              PIC X(02)   VALUE "00".
       77  WS-LOCLRATE-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-LOCLRATE-EOF                          VALUE "Y".
       77  WS-LOCAL-TABLE-FULL-SWITCH      PIC X(01)   VALUE "N".
           88  WS-LOCAL-TABLE-IS-FULL                   VALUE "Y".
       77  WS-LOCAL-SEARCH-IDX             PIC 9(03)   VALUE ZERO.
       77  WS-LOCAL-FOUND-SWITCH           PIC X(01)   VALUE "N".
       77  WS-LOCAL-LEVEL                  PIC X(01)   VALUE SPACE.
       77  WS-LOCAL-LEVEL-RATE             PIC 9V9(04) VALUE ZERO.
      *
      * FERIADOS FISCAIS CARREGADOS DO TAXHOLDY. LINHA QUE NAO COUBER
      * E AVISADA UMA VEZ - O FERIADO DELA SERIA TRIBUTADO CHEIO.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-TABLE-COUNT         PIC 9(03)   VALUE ZERO.
           05  HOLIDAY-TABLE-ENTRY OCCURS 100 TIMES.
               10  HDT-JURISDICTION        PIC X(02).
               10  HDT-TAX-CATEGORY        PIC X(01).
               10  HDT-START-DATE          PIC 9(08).
               10  HDT-END-DATE            PIC 9(08).
               10  HDT-PRICE-CAP           PIC 9(05)V99.
               10  HDT-HOLIDAY-NAME        PIC X(30).
       77  WS-TAXHOLDY-STATUS              PIC X(02)   VALUE "00".
       77  WS-TAXHOLDY-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-TAXHOLDY-EOF                          VALUE "Y".
       77  WS-HOLIDAY-TABLE-FULL-SWITCH    PIC X(01)   VALUE "N".
           88  WS-HOLIDAY-TABLE-IS-FULL                 VALUE "Y".
       77  WS-HOLIDAY-IDX                  PIC 9(03)   VALUE ZERO.
       77  WS-HOLIDAY-FOUND-SWITCH         PIC X(01)   VALUE "N".
           88  WS-HOLIDAY-APPLIES                       VALUE "Y".
       77  WS-HOLIDAY-NAME                 PIC X(30)   VALUE SPACES.
       77  WS-HOLIDAY-COUNT                PIC 9(07)   VALUE ZERO.
       77  WS-HOLIDAY-AMOUNT               PIC 9(09)V99 VALUE ZERO.
      *
      * TICKET COM IMPOSTO DENTRO: O VALOR BRUTO COBRADO, ANTES DA
      * EXTRACAO, E OS TOTAIS DO RESUMO (BRUTO E IMPOSTO EXTRAIDO,
      * COM O SINAL DO TICKET).
       77  WS-GROSS-SALES-AMOUNT           PIC 9(5)V99 VALUE ZERO.
       77  WS-INCLUSIVE-COUNT              PIC 9(07)   VALUE ZERO.
       77  WS-INCLUSIVE-GROSS              PIC S9(09)V99 VALUE ZERO.
       77  WS-INCLUSIVE-TAX                PIC S9(09)V99 VALUE ZERO.
      *
      * FECHAMENTO DE PERIODO: AREA DO SUBPROGRAMA PERDCHK1 E OS
      * CONTADORES DO RESUMO.
           COPY PERDCHK.
       77  WS-REDIRECTED-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-REJECT-PERIOD-COUNT          PIC 9(07)   VALUE ZERO.
      *
      * LOCALIDADE DA VENDA CORRENTE E A ALIQUOTA DE CADA COMPONENTE
      * (WS-APPLICABLE-TAX-RATE PASSA A SER A SOMA DOS TRES), COM O
      * IMPOSTO DE CADA UM - ARREDONDADO POR SI, A SOMA E O TOTAL.
       77  WS-LOCALITY-CODE                PIC X(05)   VALUE SPACES.
       77  WS-STATE-TAX-RATE               PIC 9V9(04) VALUE ZERO.
       77  WS-COUNTY-TAX-RATE              PIC 9V9(04) VALUE ZERO.
       77  WS-CITY-TAX-RATE                PIC 9V9(04) VALUE ZERO.
       77  WS-STATE-TAX-AMT                PIC 9(5)V99 VALUE ZERO.
       77  WS-COUNTY-TAX-AMT               PIC 9(5)V99 VALUE ZERO.
       77  WS-CITY-TAX-AMT                 PIC 9(5)V99 VALUE ZERO.
       77  WS-SIGNED-STATE-TAX             PIC S9(5)V99 VALUE ZERO.
       77  WS-SIGNED-COUNTY-TAX            PIC S9(5)V99 VALUE ZERO.
       77  WS-SIGNED-CITY-TAX              PIC S9(5)V99 VALUE ZERO.
       77  WS-BATCH-STATE-TAX              PIC S9(09)V99 VALUE ZERO.
       77  WS-BATCH-COUNTY-TAX             PIC S9(09)V99 VALUE ZERO.
       77  WS-BATCH-CITY-TAX               PIC S9(09)V99 VALUE ZERO.
      *
      * METODOS DE ARREDONDAMENTO CARREGADOS DO TAXRNDM. LINHA COM
      * METODO DESCONHECIDO E AVISADA E IGNORADA; LINHA QUE NAO
      * COUBER E AVISADA UMA VEZ - A JURISDICAO DELA FICARIA NO
      * ARREDONDAMENTO POR TICKET.
       01  ROUNDING-METHOD-TABLE.
           05  ROUNDING-METHOD-COUNT       PIC 9(03)   VALUE ZERO.
           05  ROUNDING-METHOD-ENTRY OCCURS 100 TIMES.
               10  RMT-STATE-CODE          PIC X(02).
               10  RMT-EFF-DATE            PIC 9(08).
               10  RMT-METHOD              PIC X(01).
       77  WS-TAXRNDM-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXRNDM-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-TAXRNDM-EOF                           VALUE "Y".
       77  WS-RNM-TABLE-FULL-SWITCH        PIC X(01)   VALUE "N".
           88  WS-RNM-TABLE-IS-FULL                     VALUE "Y".
       77  WS-RNM-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-RNM-BEST-DATE                PIC 9(08)   VALUE ZERO.
      * METODO DA JURISDICAO DO TICKET CORRENTE.
       77  WS-ROUNDING-METHOD              PIC X(01)   VALUE "H".
           88  WS-ROUND-PER-TICKET                      VALUE "H".
           88  WS-ROUND-TRUNCATE                        VALUE "T".
           88  WS-ROUND-AT-DAY-TOTAL                    VALUE "D".
      *
      * IMPOSTO EXATO DE CADA COMPONENTE (VALOR X ALIQUOTA, SEM
      * PERDA), ANTES DO ARREDONDAMENTO DA JURISDICAO.
       77  WS-EXACT-STATE-TAX              PIC 9(05)V9(06) VALUE ZERO.
       77  WS-EXACT-COUNTY-TAX             PIC 9(05)V9(06) VALUE ZERO.
       77  WS-EXACT-CITY-TAX               PIC 9(05)V9(06) VALUE ZERO.
      *
      * ARREDONDAMENTO NO TOTAL DA CONTA NO DIA: UMA LINHA POR CONTA/
      * UF/DATA DE POSTAGEM DO LOTE, COM O ACUMULADO EXATO E O JA
      * COBRADO DE CADA COMPONENTE (ASSINADOS - ESTORNO DESCONTA).
      * TABELA CHEIA: A CONTA/DIA NOVA E ARREDONDADA POR TICKET, COM
      * AVISO UNICO.
       01  DAY-ROUNDING-TABLE.
           05  DAY-ROUNDING-COUNT          PIC 9(03)   VALUE ZERO.
           05  DAY-ROUNDING-ENTRY OCCURS 500 TIMES.
               10  DRT-KEY.
                   15  DRT-ACCOUNT-NUMBER  PIC X(06).
                   15  DRT-STATE-CODE      PIC X(02).
                   15  DRT-BUSINESS-DATE   PIC 9(08).
               10  DRT-EXACT-STATE         PIC S9(07)V9(06).
               10  DRT-EXACT-COUNTY        PIC S9(07)V9(06).
               10  DRT-EXACT-CITY          PIC S9(07)V9(06).
               10  DRT-CHARGED-STATE       PIC S9(07)V99.
               10  DRT-CHARGED-COUNTY      PIC S9(07)V99.
               10  DRT-CHARGED-CITY        PIC S9(07)V99.
       01  WS-DAY-ROUNDING-KEY.
           05  WS-DRK-ACCOUNT-NUMBER       PIC X(06).
           05  WS-DRK-STATE-CODE           PIC X(02).
           05  WS-DRK-BUSINESS-DATE        PIC 9(08).
       77  WS-DRT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-DRT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-DRT-ROW-FOUND                         VALUE "Y".
       77  WS-DRT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-DRT-TABLE-IS-FULL                     VALUE "Y".
      * UM COMPONENTE POR VEZ EM 264-ROUND-ONE-COMPONENT.
       77  WS-CMP-EXACT-TAX                PIC 9(05)V9(06) VALUE ZERO.
       77  WS-CMP-CUM-EXACT                PIC S9(07)V9(06) VALUE ZERO.
       77  WS-CMP-CUM-CHARGED              PIC S9(07)V99 VALUE ZERO.
       77  WS-CMP-ROUNDED-CUM              PIC S9(07)V99 VALUE ZERO.
       77  WS-CMP-TICKET-CHARGE            PIC S9(07)V99 VALUE ZERO.
       77  WS-CMP-TAX-AMT                  PIC 9(05)V99 VALUE ZERO.
      *
      * CATEGORIA TRIBUTARIA DA VENDA CORRENTE (S QUANDO O TICKET NAO
      * INFORMA) E A CATEGORIA SENDO PROCURADA NA TABELA - A BUSCA
      * TENTA A CATEGORIA DO TICKET E DEPOIS A LINHA PADRAO (S) DA
               10  PRV-TXN-DATE            PIC 9(08).
               10  PRV-STORE-NUMBER        PIC X(04).
               10  PRV-HELD-DATE           PIC 9(08).
               10  PRV-LOCALITY-CODE       PIC X(05).
               10  PRV-PRICING-BASIS       PIC X(01).
               10  PRV-SUBMITTED-BY        PIC X(08).
               10  PRV-DECIDED-BY          PIC X(08).
               10  PRV-TICKET-CONTINUATION PIC X(01).
               10  PRV-KEEP-SWITCH         PIC X(01).
       77  WS-PRV-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-RVSLPEND-EOF-SWITCH          PIC X(01)   VALUE "N".
       77  WS-RUN-START-TIME               PIC 9(06)   VALUE ZERO.
       77  WS-TIME-NOW-RAW                 PIC 9(08)   VALUE ZERO.
      *
      * CHAVE UNICA DO TAXLOG INDEXADO: DATA/HORA EM QUE ESTA EXECUCAO
      * ABRIU O LOG, O GRAVADOR E A SEQUENCIA - VEJA
      * 536-WRITE-KEYED-LOG-RECORD.
       77  WS-LOG-KEY-DATE                 PIC 9(08)   VALUE ZERO.
       77  WS-LOG-KEY-CLOCK                PIC 9(08)   VALUE ZERO.
       77  WS-LOG-KEY-WRITER               PIC X(08)   VALUE "CALC1000".
       77  WS-LOG-KEY-SEQUENCE             PIC 9(07)   VALUE ZERO.
       77  WS-LOG-KEY-DONE-SWITCH          PIC X(01)   VALUE "N".
           88  WS-LOG-KEY-DONE                          VALUE "Y".
      * VENDA DE BALCAO QUE NAO ENTROU NO LOG (STATUS DIFERENTE DE 22
      * NA GRAVACAO) - O BALCONISTA NAO PODE OUVIR QUE FOI LOGADA.
       77  WS-CONSOL-WRITE-FAILED-SWITCH   PIC X(01)   VALUE "N".
           88  WS-CONSOL-WRITE-FAILED                   VALUE "Y".
       77  WS-CONSOL-DUPLICATE-COUNT       PIC 9(07)   VALUE ZERO.
      *
      * RESTART/CHECKPOINT CONTROL FIELDS.
       77  WS-CHECKPOINT-STATUS            PIC X(02)   VALUE "00".
       77  WS-CHECKPOINT-INTERVAL          PIC 9(03)   VALUE 50.
      * ALFANUMERICO ACIMA, RECEBENDO O VALOR NUMERICO SINALIZADO
      * DIRETO, PERDERIA O SINAL E O PONTO DECIMAL.
       77  WS-EXCLOG-BAD-VALUE-EDIT         PIC -(05)9.99.
      *
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
       PROCEDURE DIVISION.
      *
           MOVE WS-TODAY-DATE TO WS-RATE-LOOKUP-DATE.
           PERFORM 205-INIT-CATEGORY-TOTALS.
           PERFORM 200-LOAD-TAX-RATE-TABLE.
           PERFORM 215-LOAD-LOCAL-RATE-TABLE.
           PERFORM 225-LOAD-HOLIDAY-CALENDAR.
           PERFORM 232-LOAD-ROUNDING-METHODS.
           PERFORM 040-READ-PARAMETER-CARD.
           IF WS-PARM-CARD-INVALID
               DISPLAY "RUN ENDED - FIX THE CALCPARM CARD AND "
               GOBACK
           END-IF.
           IF NOT WS-PARM-CARD-USED
               MOVE SPACE TO SGN-REQUIRED-ROLE
               PERFORM 030-SIGN-ON-OPERATOR
               PERFORM 050-SELECT-RUN-MODE
               IF WS-MODE-BATCH
                   MOVE "B" TO SGN-REQUIRED-ROLE
                   PERFORM 030-SIGN-ON-OPERATOR
               END-IF
           END-IF.
           IF WS-MODE-BATCH
               PERFORM 500-RUN-BATCH-MODE
           GOBACK.
      *
      ******************************************************************
      * 030-SIGN-ON-OPERATOR
      * Only a terminal run signs on - a CALCPARM card means nobody is
      * there to type. Any active operator may price tickets one at a
      * time; the batch pass needs role B. Under JOBCHAIN the chain's
      * sign-on is already open and SIGNON1 does not prompt again.
      ******************************************************************
       030-SIGN-ON-OPERATOR.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "CALC1000" TO SGN-PROGRAM-ID.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               DISPLAY "RUN ENDED - NOT AUTHORIZED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
      ******************************************************************
      * 040-READ-PARAMETER-CARD
      * When a CALCPARM file is present its card drives the whole run
      * and no ACCEPT is issued - the 2 AM operator goes home. The
                MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               PERFORM 130-ACCEPT-JURISDICTION
               PERFORM 132-ACCEPT-LOCALITY
               PERFORM 135-ACCEPT-INTERACTIVE-ACCOUNT
               MOVE WS-TODAY-DATE TO WS-RATE-LOOKUP-DATE
               PERFORM 280-CHECK-TAX-HOLIDAY
               IF WS-HOLIDAY-APPLIES
                   MOVE ZERO TO WS-SALES-TAX-AMT
                   MOVE ZERO TO WS-STATE-TAX-AMT
                   MOVE ZERO TO WS-COUNTY-TAX-AMT
                   MOVE ZERO TO WS-CITY-TAX-AMT
                   MOVE "T" TO WS-RATE-SOURCE-FLAG
                   DISPLAY "TAX HOLIDAY - " WS-HOLIDAY-NAME
               ELSE
                   PERFORM 250-GET-APPLICABLE-TAX-RATE
                   PERFORM 258-COMPUTE-TAX-COMPONENTS
               END-IF
               MOVE WS-SALES-TAX-AMT TO SALES-TAX
               DISPLAY "SALES TAX = " SALES-TAX
               IF WS-COUNTY-TAX-AMT > ZERO OR WS-CITY-TAX-AMT > ZERO
                   MOVE WS-STATE-TAX-AMT TO SALES-TAX
                   DISPLAY "  STATE   " SALES-TAX
                   MOVE WS-COUNTY-TAX-AMT TO SALES-TAX
                   DISPLAY "  COUNTY  " SALES-TAX
                   MOVE WS-CITY-TAX-AMT TO SALES-TAX
                   DISPLAY "  CITY    " SALES-TAX
               END-IF
               IF WS-INTERACTIVE-ACCOUNT NOT = SPACES
                   PERFORM 140-LOG-INTERACTIVE-SALE
               END-IF.
           ACCEPT WS-JURISDICTION.
      *
      ******************************************************************
      * 132-ACCEPT-LOCALITY
      * The county/city the sale happens in, so the counter charges
      * the same local surtax the batch side does. Blank keeps the
      * old state-only quote.
      ******************************************************************
       132-ACCEPT-LOCALITY.
           DISPLAY "LOCALITY CODE (BLANK = STATE RATE ONLY): ".
           ACCEPT WS-LOCALITY-CODE.
      *
      ******************************************************************
      * 135-ACCEPT-INTERACTIVE-ACCOUNT
      * The batch side has known whose sale each ticket is since the
      * account number arrived on SALESTXN; the counter now asks the
      * and from there reconciles, posts and states like the rest.
      ******************************************************************
       140-LOG-INTERACTIVE-SALE.
           OPEN I-O CONSOLIDATED-TAX-LOG-FILE.
           IF WS-CONSOL-TAXLOG-STATUS = "35"
               OPEN OUTPUT CONSOLIDATED-TAX-LOG-FILE
               CLOSE CONSOLIDATED-TAX-LOG-FILE
               OPEN I-O CONSOLIDATED-TAX-LOG-FILE
           END-IF.
           ACCEPT WS-LOG-KEY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-KEY-CLOCK FROM TIME.
           MOVE ZERO TO WS-LOG-KEY-SEQUENCE.
           MOVE "CALC1000" TO WS-LOG-KEY-WRITER.
      * A VENDA DE BALCAO E SEMPRE DO DIA - SE NEM O MES DE HOJE ESTA
      * ABERTO NAO HA ONDE GRAVA-LA.
           MOVE WS-TODAY-DATE TO PCA-ACTIVITY-DATE.
           MOVE WS-TODAY-DATE TO PCA-RUN-DATE.
           CALL "PERDCHK1" USING PERIOD-CHECK-AREA.
           IF WS-CONSOL-TAXLOG-STATUS NOT = "00"
               DISPLAY "TAXLOG NOT AVAILABLE - STATUS "
                   WS-CONSOL-TAXLOG-STATUS " - SALE DISPLAYED BUT "
                   "NOT LOGGED."
           ELSE
               IF PCA-NO-OPEN-PERIOD
                   DISPLAY "ACCOUNTING PERIOD " WS-TODAY-DATE (1:6)
                       " IS CLOSED - SALE DISPLAYED BUT NOT LOGGED."
                   CLOSE CONSOLIDATED-TAX-LOG-FILE
               ELSE
                   MOVE WS-TODAY-DATE TO CTL-BUSINESS-DATE
                   MOVE WS-INTERACTIVE-ACCOUNT TO CTL-ACCOUNT-NUMBER
                   MOVE WS-JURISDICTION TO CTL-STATE-CODE
                   MOVE SALES-AMOUNT TO CTL-SALES-AMOUNT
                   MOVE WS-SALES-TAX-AMT TO CTL-SALES-TAX
                   MOVE "S" TO CTL-TXN-TYPE
                   MOVE WS-RATE-SOURCE-FLAG TO CTL-RATE-SOURCE
                   MOVE "S" TO CTL-TAX-CATEGORY
                   IF WS-HOLIDAY-APPLIES
                       MOVE "H" TO CTL-EXEMPT-FLAG
                   ELSE
                       MOVE SPACE TO CTL-EXEMPT-FLAG
                   END-IF
                   MOVE SPACES TO CTL-STORE-NUMBER
                   MOVE "I" TO CTL-ENTRY-SOURCE
                   MOVE WS-LOCALITY-CODE TO CTL-LOCALITY-CODE
                   MOVE WS-STATE-TAX-AMT TO CTL-STATE-TAX
                   MOVE WS-COUNTY-TAX-AMT TO CTL-COUNTY-TAX
                   MOVE WS-CITY-TAX-AMT TO CTL-CITY-TAX
                   MOVE "N" TO CTL-PRICING-BASIS
                   MOVE ZERO TO CTL-ORIGINAL-DATE
                   PERFORM 142-WRITE-KEYED-CONSOL-RECORD
                   CLOSE CONSOLIDATED-TAX-LOG-FILE
                   IF WS-CONSOL-WRITE-FAILED
                       DISPLAY "SALE DISPLAYED BUT NOT LOGGED."
                   ELSE
                       DISPLAY "SALE LOGGED TO ACCOUNT "
                           WS-INTERACTIVE-ACCOUNT "."
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 142-WRITE-KEYED-CONSOL-RECORD
      * Every TAXLOG row gets a unique prime key: the date and time
      * this run opened the log, the writer and a running sequence.
      * A key already on file (status 22 - another writer stamped
      * the same second) just moves the sequence on and tries again.
      ******************************************************************
       142-WRITE-KEYED-CONSOL-RECORD.
           MOVE WS-LOG-KEY-DATE TO CTL-KEY-STAMP-DATE.
           MOVE WS-LOG-KEY-CLOCK (1:6) TO CTL-KEY-STAMP-TIME.
           MOVE WS-LOG-KEY-WRITER TO CTL-KEY-WRITER.
           MOVE "N" TO WS-LOG-KEY-DONE-SWITCH.
           MOVE "N" TO WS-CONSOL-WRITE-FAILED-SWITCH.
           PERFORM 143-TRY-ONE-CONSOL-KEY
               UNTIL WS-LOG-KEY-DONE.
      *
       143-TRY-ONE-CONSOL-KEY.
           ADD 1 TO WS-LOG-KEY-SEQUENCE.
           MOVE WS-LOG-KEY-SEQUENCE TO CTL-KEY-SEQUENCE.
           WRITE CONSOL-TAX-LOG-RECORD
               INVALID KEY
                   IF WS-CONSOL-TAXLOG-STATUS NOT = "22"
                       DISPLAY "TAXLOG WRITE FAILED - STATUS "
                           WS-CONSOL-TAXLOG-STATUS "."
                       MOVE "Y" TO WS-CONSOL-WRITE-FAILED-SWITCH
                       MOVE "Y" TO WS-LOG-KEY-DONE-SWITCH
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOG-KEY-DONE-SWITCH
           END-WRITE.
      *
      ******************************************************************
      * 200-LOAD-TAX-RATE-TABLE
      * Reads the tax rate master file once, at startup, into an
      * in-memory table so every sale can be taxed with a fast table
           PERFORM 210-READ-TAX-RATE-RECORD.
      *
      ******************************************************************
      * 215-LOAD-LOCAL-RATE-TABLE
      * The locality surtax rows, loaded once at startup like the
      * state table. No LOCLRATE at all just means no locality
      * charges a surtax - every sale is taxed at the state rate.
      ******************************************************************
       215-LOAD-LOCAL-RATE-TABLE.
           MOVE ZERO TO LOCAL-RATE-TABLE-COUNT.
           MOVE "N" TO WS-LOCLRATE-EOF-SWITCH.
           OPEN INPUT LOCAL-RATE-FILE.
           IF WS-LOCLRATE-STATUS = "00"
               PERFORM 216-READ-LOCAL-RATE-RECORD
               PERFORM 217-BUILD-LOCAL-RATE-ROW
                   UNTIL WS-LOCLRATE-EOF
               CLOSE LOCAL-RATE-FILE
           END-IF.
      *
       216-READ-LOCAL-RATE-RECORD.
           READ LOCAL-RATE-FILE
               AT END MOVE "Y" TO WS-LOCLRATE-EOF-SWITCH
           END-READ.
      *
       217-BUILD-LOCAL-RATE-ROW.
           IF LOCAL-RATE-TABLE-COUNT < 300
               ADD 1 TO LOCAL-RATE-TABLE-COUNT
               MOVE LR-JURISDICTION TO
                   LRT-JURISDICTION (LOCAL-RATE-TABLE-COUNT)
               MOVE LR-LOCALITY-CODE TO
                   LRT-LOCALITY-CODE (LOCAL-RATE-TABLE-COUNT)
               MOVE LR-LOCAL-LEVEL TO
                   LRT-LOCAL-LEVEL (LOCAL-RATE-TABLE-COUNT)
               MOVE LR-TAX-CATEGORY TO
                   LRT-TAX-CATEGORY (LOCAL-RATE-TABLE-COUNT)
               MOVE LR-EFF-DATE TO
                   LRT-EFF-DATE (LOCAL-RATE-TABLE-COUNT)
               MOVE LR-END-DATE TO
                   LRT-END-DATE (LOCAL-RATE-TABLE-COUNT)
               MOVE LR-TAX-RATE TO
                   LRT-TAX-RATE (LOCAL-RATE-TABLE-COUNT)
               MOVE LR-STATUS TO
                   LRT-STATUS (LOCAL-RATE-TABLE-COUNT)
           ELSE
               IF NOT WS-LOCAL-TABLE-IS-FULL
                   DISPLAY "LOCAL-RATE-TABLE FULL AT 300 ROWS - "
                       "REMAINING LOCLRATE ROWS ARE NOT LOADED AND "
                       "THEIR LOCALITIES TAX AT THE STATE RATE ONLY."
                   MOVE "Y" TO WS-LOCAL-TABLE-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 216-READ-LOCAL-RATE-RECORD.
      *
      ******************************************************************
      * 225-LOAD-HOLIDAY-CALENDAR
      * The tax holiday windows, loaded once at startup like the rate
      * tables. No TAXHOLDY at all just means no holiday is running -
      * every sale is taxed as usual.
      ******************************************************************
       225-LOAD-HOLIDAY-CALENDAR.
           MOVE ZERO TO HOLIDAY-TABLE-COUNT.
           MOVE "N" TO WS-TAXHOLDY-EOF-SWITCH.
           OPEN INPUT TAX-HOLIDAY-FILE.
           IF WS-TAXHOLDY-STATUS = "00"
               PERFORM 226-READ-HOLIDAY-RECORD
               PERFORM 227-BUILD-HOLIDAY-ROW
                   UNTIL WS-TAXHOLDY-EOF
               CLOSE TAX-HOLIDAY-FILE
           END-IF.
      *
       226-READ-HOLIDAY-RECORD.
           READ TAX-HOLIDAY-FILE
               AT END MOVE "Y" TO WS-TAXHOLDY-EOF-SWITCH
           END-READ.
      *
       227-BUILD-HOLIDAY-ROW.
           IF HOLIDAY-TABLE-COUNT < 100
               ADD 1 TO HOLIDAY-TABLE-COUNT
               MOVE HOL-JURISDICTION TO
                   HDT-JURISDICTION (HOLIDAY-TABLE-COUNT)
               MOVE HOL-TAX-CATEGORY TO
                   HDT-TAX-CATEGORY (HOLIDAY-TABLE-COUNT)
               MOVE HOL-START-DATE TO
                   HDT-START-DATE (HOLIDAY-TABLE-COUNT)
               MOVE HOL-END-DATE TO
                   HDT-END-DATE (HOLIDAY-TABLE-COUNT)
               MOVE HOL-PRICE-CAP TO
                   HDT-PRICE-CAP (HOLIDAY-TABLE-COUNT)
               MOVE HOL-HOLIDAY-NAME TO
                   HDT-HOLIDAY-NAME (HOLIDAY-TABLE-COUNT)
           ELSE
               IF NOT WS-HOLIDAY-TABLE-IS-FULL
                   DISPLAY "HOLIDAY-TABLE FULL AT 100 ROWS - "
                       "REMAINING TAXHOLDY ROWS ARE NOT LOADED AND "
                       "THEIR SALES ARE TAXED IN FULL."
                   MOVE "Y" TO WS-HOLIDAY-TABLE-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 226-READ-HOLIDAY-RECORD.
      *
      ******************************************************************
      * 232-LOAD-ROUNDING-METHODS
      * Each jurisdiction's rule for carrying tax to the cent, loaded
      * once at startup like the rate tables. No TAXRNDM at all just
      * means every jurisdiction rounds half-up per ticket.
      ******************************************************************
       232-LOAD-ROUNDING-METHODS.
           MOVE ZERO TO ROUNDING-METHOD-COUNT.
           MOVE "N" TO WS-TAXRNDM-EOF-SWITCH.
           OPEN INPUT ROUNDING-METHOD-FILE.
           IF WS-TAXRNDM-STATUS = "00"
               PERFORM 233-READ-ROUNDING-METHOD
               PERFORM 234-BUILD-ROUNDING-METHOD-ROW
                   UNTIL WS-TAXRNDM-EOF
               CLOSE ROUNDING-METHOD-FILE
           END-IF.
      *
       233-READ-ROUNDING-METHOD.
           READ ROUNDING-METHOD-FILE
               AT END MOVE "Y" TO WS-TAXRNDM-EOF-SWITCH
           END-READ.
      *
       234-BUILD-ROUNDING-METHOD-ROW.
           IF NOT RNM-METHOD-VALID
               OR RNM-EFF-DATE NOT NUMERIC
               DISPLAY "TAXRNDM ROW FOR " RNM-STATE-CODE
                   " HAS AN UNKNOWN METHOD OR DATE - IGNORED, THE "
                   "JURISDICTION ROUNDS HALF-UP PER TICKET."
           ELSE
               IF ROUNDING-METHOD-COUNT < 100
                   ADD 1 TO ROUNDING-METHOD-COUNT
                   MOVE RNM-STATE-CODE TO
                       RMT-STATE-CODE (ROUNDING-METHOD-COUNT)
                   MOVE RNM-EFF-DATE TO
                       RMT-EFF-DATE (ROUNDING-METHOD-COUNT)
                   IF RNM-ROUND-PER-TICKET
                       MOVE "H" TO RMT-METHOD (ROUNDING-METHOD-COUNT)
                   ELSE
                       MOVE RNM-METHOD TO
                           RMT-METHOD (ROUNDING-METHOD-COUNT)
                   END-IF
               ELSE
                   IF NOT WS-RNM-TABLE-IS-FULL
                       DISPLAY "ROUNDING-METHOD-TABLE FULL AT 100 "
                           "ROWS - REMAINING TAXRNDM ROWS ARE NOT "
                           "LOADED AND ROUND HALF-UP PER TICKET."
                       MOVE "Y" TO WS-RNM-TABLE-FULL-SWITCH
                   END-IF
               END-IF
           END-IF.
           PERFORM 233-READ-ROUNDING-METHOD.
      *
      ******************************************************************
      * 230-OPEN-ACCOUNT-MASTER
      * The master stays open for keyed reads across the whole batch
      * run - one READ per transaction, no in-memory table to fill
      * whose status is active. A category with no row of its own
      * falls to the jurisdiction's standard (S) row - the full rate
      * is the default - and only then to WS-DEFAULT-TAX-RATE.
      * That state rate is then stacked with every applicable local
      * rate of WS-LOCALITY-CODE (256); WS-APPLICABLE-TAX-RATE comes
      * back as the combined rate, each component kept apart for
      * 258-COMPUTE-TAX-COMPONENTS.
      ******************************************************************
       250-GET-APPLICABLE-TAX-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH.
           ELSE
               MOVE "F" TO WS-RATE-SOURCE-FLAG
           END-IF.
           MOVE WS-APPLICABLE-TAX-RATE TO WS-STATE-TAX-RATE.
           PERFORM 256-ADD-LOCAL-RATES.
           COMPUTE WS-APPLICABLE-TAX-RATE = WS-STATE-TAX-RATE
               + WS-COUNTY-TAX-RATE + WS-CITY-TAX-RATE.
           PERFORM 251-GET-ROUNDING-METHOD.
      *
      ******************************************************************
      * 251-GET-ROUNDING-METHOD
      * The jurisdiction's TAXRNDM row in force on the lookup date -
      * the latest effective date not after it. No row means the
      * half-up per ticket rule every jurisdiction started with.
      ******************************************************************
       251-GET-ROUNDING-METHOD.
           MOVE "H" TO WS-ROUNDING-METHOD.
           MOVE ZERO TO WS-RNM-BEST-DATE.
           PERFORM 252-CHECK-ROUNDING-METHOD-ROW
               VARYING WS-RNM-IDX FROM 1 BY 1
               UNTIL WS-RNM-IDX > ROUNDING-METHOD-COUNT.
      *
       252-CHECK-ROUNDING-METHOD-ROW.
           IF RMT-STATE-CODE (WS-RNM-IDX) = WS-JURISDICTION
               AND RMT-EFF-DATE (WS-RNM-IDX)
                   NOT > WS-RATE-LOOKUP-DATE
               AND RMT-EFF-DATE (WS-RNM-IDX) NOT < WS-RNM-BEST-DATE
               MOVE RMT-METHOD (WS-RNM-IDX) TO WS-ROUNDING-METHOD
               MOVE RMT-EFF-DATE (WS-RNM-IDX) TO WS-RNM-BEST-DATE
           END-IF.
      *
      ******************************************************************
      * 256-ADD-LOCAL-RATES
      * County level first, city level next, each by the TAXRATE
      * rules: the sale's own category, else the level's standard
      * (S or blank) row, active and in vigency on the lookup date.
      * Every matching row of a level is charged - a city levy plus
      * a transit levy both land in the city component. A locality
      * with no row is not a fallback: it simply has no surtax.
      ******************************************************************
       256-ADD-LOCAL-RATES.
           MOVE ZERO TO WS-COUNTY-TAX-RATE.
           MOVE ZERO TO WS-CITY-TAX-RATE.
           IF WS-LOCALITY-CODE NOT = SPACES
               AND LOCAL-RATE-TABLE-COUNT > ZERO
               MOVE "C" TO WS-LOCAL-LEVEL
               PERFORM 257-GET-ONE-LOCAL-LEVEL
               MOVE WS-LOCAL-LEVEL-RATE TO WS-COUNTY-TAX-RATE
               MOVE "T" TO WS-LOCAL-LEVEL
               PERFORM 257-GET-ONE-LOCAL-LEVEL
               MOVE WS-LOCAL-LEVEL-RATE TO WS-CITY-TAX-RATE
           END-IF.
      *
       257-GET-ONE-LOCAL-LEVEL.
           MOVE ZERO TO WS-LOCAL-LEVEL-RATE.
           MOVE "N" TO WS-LOCAL-FOUND-SWITCH.
           MOVE WS-TAX-CATEGORY TO WS-LOOKUP-CATEGORY.
           PERFORM 259-CHECK-LOCAL-RATE-ROW
               VARYING WS-LOCAL-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-LOCAL-SEARCH-IDX > LOCAL-RATE-TABLE-COUNT.
           IF WS-LOCAL-FOUND-SWITCH NOT = "Y"
               AND WS-TAX-CATEGORY NOT = "S"
               MOVE "S" TO WS-LOOKUP-CATEGORY
               PERFORM 259-CHECK-LOCAL-RATE-ROW
                   VARYING WS-LOCAL-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-LOCAL-SEARCH-IDX > LOCAL-RATE-TABLE-COUNT
           END-IF.
      *
       259-CHECK-LOCAL-RATE-ROW.
           IF LRT-JURISDICTION (WS-LOCAL-SEARCH-IDX) = WS-JURISDICTION
               AND LRT-LOCALITY-CODE (WS-LOCAL-SEARCH-IDX)
                   = WS-LOCALITY-CODE
               AND LRT-LOCAL-LEVEL (WS-LOCAL-SEARCH-IDX)
                   = WS-LOCAL-LEVEL
               AND (LRT-TAX-CATEGORY (WS-LOCAL-SEARCH-IDX)
                       = WS-LOOKUP-CATEGORY
                   OR (WS-LOOKUP-CATEGORY = "S"
                       AND LRT-TAX-CATEGORY (WS-LOCAL-SEARCH-IDX)
                           = SPACE))
               AND LRT-STATUS (WS-LOCAL-SEARCH-IDX) = "A"
               AND LRT-EFF-DATE (WS-LOCAL-SEARCH-IDX)
                   NOT > WS-RATE-LOOKUP-DATE
               AND LRT-END-DATE (WS-LOCAL-SEARCH-IDX)
                   NOT < WS-RATE-LOOKUP-DATE
               ADD LRT-TAX-RATE (WS-LOCAL-SEARCH-IDX)
                   TO WS-LOCAL-LEVEL-RATE
               MOVE "Y" TO WS-LOCAL-FOUND-SWITCH
           END-IF.
      *
      ******************************************************************
      * 258-COMPUTE-TAX-COMPONENTS
      * Each component is carried to the cent on its own - it is
      * remitted on its own return - and the ticket's tax is their
      * sum, so the log's total always equals state + county + city
      * to the cent. How a component reaches the cent is the
      * jurisdiction's TAXRNDM rule (251): half-up per ticket,
      * truncated, or - in the batch - rounded on the account's day
      * total (263). A counter sale is its own invoice, so the day
      * total rule rounds it per ticket.
      ******************************************************************
       258-COMPUTE-TAX-COMPONENTS.
           COMPUTE WS-EXACT-STATE-TAX =
               SALES-AMOUNT * WS-STATE-TAX-RATE.
           COMPUTE WS-EXACT-COUNTY-TAX =
               SALES-AMOUNT * WS-COUNTY-TAX-RATE.
           COMPUTE WS-EXACT-CITY-TAX =
               SALES-AMOUNT * WS-CITY-TAX-RATE.
           IF WS-ROUND-TRUNCATE
               MOVE WS-EXACT-STATE-TAX TO WS-STATE-TAX-AMT
               MOVE WS-EXACT-COUNTY-TAX TO WS-COUNTY-TAX-AMT
               MOVE WS-EXACT-CITY-TAX TO WS-CITY-TAX-AMT
           ELSE
               IF WS-ROUND-AT-DAY-TOTAL AND WS-MODE-BATCH
                   PERFORM 263-ROUND-AT-DAY-TOTAL
               ELSE
                   COMPUTE WS-STATE-TAX-AMT ROUNDED =
                       WS-EXACT-STATE-TAX
                   COMPUTE WS-COUNTY-TAX-AMT ROUNDED =
                       WS-EXACT-COUNTY-TAX
                   COMPUTE WS-CITY-TAX-AMT ROUNDED =
                       WS-EXACT-CITY-TAX
               END-IF
           END-IF.
           COMPUTE WS-SALES-TAX-AMT = WS-STATE-TAX-AMT
               + WS-COUNTY-TAX-AMT + WS-CITY-TAX-AMT.
      *
      ******************************************************************
      * 263-ROUND-AT-DAY-TOTAL
      * The account's day (account, state, posting date) is one
      * invoice: the ticket's exact tax joins the day's running exact
      * total, and the ticket is charged whatever that total rounds
      * to, less what the day's earlier tickets were already charged.
      * However the day's tickets fall, their sum is the day's exact
      * total rounded once. A reversal takes its exact tax off the
      * total, so its charge comes back negative or zero; the
      * component amounts stay unsigned, as 528 signs them.
      ******************************************************************
       263-ROUND-AT-DAY-TOTAL.
           MOVE TXN-ACCOUNT-NUMBER TO WS-DRK-ACCOUNT-NUMBER.
           MOVE WS-JURISDICTION TO WS-DRK-STATE-CODE.
           MOVE PCA-POSTING-DATE TO WS-DRK-BUSINESS-DATE.
           PERFORM 265-FIND-DAY-ROUNDING-ROW.
           IF NOT WS-DRT-ROW-FOUND
               COMPUTE WS-STATE-TAX-AMT ROUNDED = WS-EXACT-STATE-TAX
               COMPUTE WS-COUNTY-TAX-AMT ROUNDED =
                   WS-EXACT-COUNTY-TAX
               COMPUTE WS-CITY-TAX-AMT ROUNDED = WS-EXACT-CITY-TAX
           ELSE
               MOVE WS-EXACT-STATE-TAX TO WS-CMP-EXACT-TAX
               MOVE DRT-EXACT-STATE (WS-DRT-IDX) TO WS-CMP-CUM-EXACT
               MOVE DRT-CHARGED-STATE (WS-DRT-IDX)
                   TO WS-CMP-CUM-CHARGED
               PERFORM 264-ROUND-ONE-COMPONENT
               MOVE WS-CMP-CUM-EXACT TO DRT-EXACT-STATE (WS-DRT-IDX)
               MOVE WS-CMP-CUM-CHARGED
                   TO DRT-CHARGED-STATE (WS-DRT-IDX)
               MOVE WS-CMP-TAX-AMT TO WS-STATE-TAX-AMT
               MOVE WS-EXACT-COUNTY-TAX TO WS-CMP-EXACT-TAX
               MOVE DRT-EXACT-COUNTY (WS-DRT-IDX) TO WS-CMP-CUM-EXACT
               MOVE DRT-CHARGED-COUNTY (WS-DRT-IDX)
                   TO WS-CMP-CUM-CHARGED
               PERFORM 264-ROUND-ONE-COMPONENT
               MOVE WS-CMP-CUM-EXACT TO DRT-EXACT-COUNTY (WS-DRT-IDX)
               MOVE WS-CMP-CUM-CHARGED
                   TO DRT-CHARGED-COUNTY (WS-DRT-IDX)
               MOVE WS-CMP-TAX-AMT TO WS-COUNTY-TAX-AMT
               MOVE WS-EXACT-CITY-TAX TO WS-CMP-EXACT-TAX
               MOVE DRT-EXACT-CITY (WS-DRT-IDX) TO WS-CMP-CUM-EXACT
               MOVE DRT-CHARGED-CITY (WS-DRT-IDX)
                   TO WS-CMP-CUM-CHARGED
               PERFORM 264-ROUND-ONE-COMPONENT
               MOVE WS-CMP-CUM-EXACT TO DRT-EXACT-CITY (WS-DRT-IDX)
               MOVE WS-CMP-CUM-CHARGED
                   TO DRT-CHARGED-CITY (WS-DRT-IDX)
               MOVE WS-CMP-TAX-AMT TO WS-CITY-TAX-AMT
           END-IF.
      *
      * O ARREDONDAMENTO E MONOTONO: VENDA NUNCA DA COBRANCA NEGATIVA
      * E ESTORNO NUNCA DA POSITIVA - O VALOR SEM SINAL E O MODULO.
       264-ROUND-ONE-COMPONENT.
           IF TXN-TYPE-REVERSAL
               SUBTRACT WS-CMP-EXACT-TAX FROM WS-CMP-CUM-EXACT
           ELSE
               ADD WS-CMP-EXACT-TAX TO WS-CMP-CUM-EXACT
           END-IF.
           COMPUTE WS-CMP-ROUNDED-CUM ROUNDED = WS-CMP-CUM-EXACT.
           COMPUTE WS-CMP-TICKET-CHARGE =
               WS-CMP-ROUNDED-CUM - WS-CMP-CUM-CHARGED.
           MOVE WS-CMP-ROUNDED-CUM TO WS-CMP-CUM-CHARGED.
           IF WS-CMP-TICKET-CHARGE < ZERO
               COMPUTE WS-CMP-TAX-AMT = ZERO - WS-CMP-TICKET-CHARGE
           ELSE
               MOVE WS-CMP-TICKET-CHARGE TO WS-CMP-TAX-AMT
           END-IF.
      *
      * LINHA DA CONTA/UF/DATA NO ACUMULADO DO DIA, CRIADA ZERADA NA
      * PRIMEIRA VEZ. TABELA CHEIA DEIXA A LINHA NAO ENCONTRADA.
       265-FIND-DAY-ROUNDING-ROW.
           MOVE "N" TO WS-DRT-FOUND-SWITCH.
           MOVE 1 TO WS-DRT-IDX.
           PERFORM 266-CHECK-ONE-DAY-ROUNDING-ROW
               UNTIL WS-DRT-IDX > DAY-ROUNDING-COUNT
                   OR WS-DRT-ROW-FOUND.
           IF NOT WS-DRT-ROW-FOUND
               IF DAY-ROUNDING-COUNT < 500
                   ADD 1 TO DAY-ROUNDING-COUNT
                   MOVE DAY-ROUNDING-COUNT TO WS-DRT-IDX
                   MOVE WS-DAY-ROUNDING-KEY TO DRT-KEY (WS-DRT-IDX)
                   MOVE ZERO TO DRT-EXACT-STATE (WS-DRT-IDX)
                   MOVE ZERO TO DRT-EXACT-COUNTY (WS-DRT-IDX)
                   MOVE ZERO TO DRT-EXACT-CITY (WS-DRT-IDX)
                   MOVE ZERO TO DRT-CHARGED-STATE (WS-DRT-IDX)
                   MOVE ZERO TO DRT-CHARGED-COUNTY (WS-DRT-IDX)
                   MOVE ZERO TO DRT-CHARGED-CITY (WS-DRT-IDX)
                   MOVE "Y" TO WS-DRT-FOUND-SWITCH
               ELSE
                   IF NOT WS-DRT-TABLE-IS-FULL
                       DISPLAY "DAY-ROUNDING-TABLE FULL AT 500 "
                           "ACCOUNT-DAYS - FURTHER ACCOUNTS IN "
                           "DAY-TOTAL JURISDICTIONS ROUND PER "
                           "TICKET THIS RUN."
                       MOVE "Y" TO WS-DRT-FULL-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
       266-CHECK-ONE-DAY-ROUNDING-ROW.
           IF DRT-KEY (WS-DRT-IDX) = WS-DAY-ROUNDING-KEY
               MOVE "Y" TO WS-DRT-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-DRT-IDX
           END-IF.
      *
      ******************************************************************
      * 262-BACK-OUT-INCLUSIVE-TAX
      * A tax-inclusive ticket's amount is what the customer paid, tax
      * and all. The net is the gross over (1 + combined rate); the
      * components are figured on that net exactly as 258 does for a
      * net-priced sale, and the net logged is whatever is left of
      * the gross after the tax, so net + tax always equals the
      * amount rung to the cent.
      ******************************************************************
       262-BACK-OUT-INCLUSIVE-TAX.
           COMPUTE SALES-AMOUNT ROUNDED = WS-GROSS-SALES-AMOUNT
               / (1 + WS-APPLICABLE-TAX-RATE).
           PERFORM 258-COMPUTE-TAX-COMPONENTS.
           COMPUTE SALES-AMOUNT = WS-GROSS-SALES-AMOUNT
               - WS-SALES-TAX-AMT.
      *
       255-SEARCH-RATE-FOR-CATEGORY.
           MOVE 1 TO WS-RATE-SEARCH-IDX.
           END-IF.
      *
      ******************************************************************
      * 280-CHECK-TAX-HOLIDAY
      * Looks for a holiday of WS-JURISDICTION covering the sale's
      * category (or every category, blank) whose window holds
      * WS-RATE-LOOKUP-DATE, start and end inclusive. A price cap
      * above zero must not be exceeded by SALES-AMOUNT - a sale over
      * the cap pays the full tax. On a hit WS-HOLIDAY-APPLIES is set
      * and WS-HOLIDAY-NAME names the holiday.
      ******************************************************************
       280-CHECK-TAX-HOLIDAY.
           MOVE "N" TO WS-HOLIDAY-FOUND-SWITCH.
           MOVE SPACES TO WS-HOLIDAY-NAME.
           PERFORM 281-CHECK-ONE-HOLIDAY-ROW
               VARYING WS-HOLIDAY-IDX FROM 1 BY 1
               UNTIL WS-HOLIDAY-IDX > HOLIDAY-TABLE-COUNT
                   OR WS-HOLIDAY-APPLIES.
      *
       281-CHECK-ONE-HOLIDAY-ROW.
           IF HDT-JURISDICTION (WS-HOLIDAY-IDX) = WS-JURISDICTION
               AND (HDT-TAX-CATEGORY (WS-HOLIDAY-IDX) = WS-TAX-CATEGORY
                   OR HDT-TAX-CATEGORY (WS-HOLIDAY-IDX) = SPACE)
               AND HDT-START-DATE (WS-HOLIDAY-IDX)
                   NOT > WS-RATE-LOOKUP-DATE
               AND HDT-END-DATE (WS-HOLIDAY-IDX)
                   NOT < WS-RATE-LOOKUP-DATE
               AND (HDT-PRICE-CAP (WS-HOLIDAY-IDX) = ZERO
                   OR SALES-AMOUNT
                       NOT > HDT-PRICE-CAP (WS-HOLIDAY-IDX))
               MOVE "Y" TO WS-HOLIDAY-FOUND-SWITCH
               MOVE HDT-HOLIDAY-NAME (WS-HOLIDAY-IDX)
                   TO WS-HOLIDAY-NAME
           END-IF.
      *
      ******************************************************************
      * 500-RUN-BATCH-MODE
      * Reads a full day of register tickets from SALES-TXN-FILE and
      * writes the matching computed tax for each one to
                   PERFORM 480-SKIP-PROCESSED-TXN
                       VARYING WS-SKIP-IDX FROM 1 BY 1
                       UNTIL WS-SKIP-IDX > WS-RESTART-COUNT
                   OPEN I-O SALES-TAX-LOG-FILE
                   OPEN EXTEND CALC-REJECT-FILE
                   IF WS-CSV-EXPORT-WANTED
                       OPEN EXTEND TAX-CSV-FILE
                       PERFORM 530-WRITE-CSV-HEADER
                   END-IF
               END-IF
      * O RESTART ABRE O LOG EM OUTRO SEGUNDO, ENTAO AS CHAVES NOVAS
      * NAO ESBARRAM NAS QUE A EXECUCAO INTERROMPIDA JA GRAVOU.
               ACCEPT WS-LOG-KEY-DATE FROM DATE YYYYMMDD
               ACCEPT WS-LOG-KEY-CLOCK FROM TIME
               MOVE ZERO TO WS-LOG-KEY-SEQUENCE
               IF WS-PARTITION-MODE
                   MOVE SPACES TO WS-LOG-KEY-WRITER
                   STRING "P" WS-PARTITION-LOW-ACCT
                       DELIMITED BY SIZE INTO WS-LOG-KEY-WRITER
               ELSE
                   MOVE "CALC1000" TO WS-LOG-KEY-WRITER
               END-IF
               PERFORM 460-WRITE-LEDGER-START
               PERFORM 510-READ-SALES-TXN
               PERFORM 520-PROCESS-ONE-BATCH-TXN
           MOVE ZERO TO WS-BATCH-TXN-COUNT.
           MOVE ZERO TO WS-BATCH-TOTAL-AMOUNT.
           MOVE ZERO TO WS-BATCH-TOTAL-TAX.
           MOVE ZERO TO WS-BATCH-STATE-TAX.
           MOVE ZERO TO WS-BATCH-COUNTY-TAX.
           MOVE ZERO TO WS-BATCH-CITY-TAX.
           MOVE ZERO TO WS-REJECT-UNKNOWN-COUNT.
           MOVE ZERO TO WS-REJECT-CLOSED-COUNT.
           MOVE ZERO TO WS-REFUND-COUNT.
           MOVE ZERO TO WS-VOID-AMOUNT.
           MOVE ZERO TO WS-EXEMPT-COUNT.
           MOVE ZERO TO WS-EXEMPT-AMOUNT.
           MOVE ZERO TO WS-HOLIDAY-COUNT.
           MOVE ZERO TO WS-HOLIDAY-AMOUNT.
           MOVE ZERO TO WS-INCLUSIVE-COUNT.
           MOVE ZERO TO WS-INCLUSIVE-GROSS.
           MOVE ZERO TO WS-INCLUSIVE-TAX.
           MOVE ZERO TO WS-REJECT-EXPIRED-COUNT.
           MOVE ZERO TO WS-REDIRECTED-COUNT.
           MOVE ZERO TO WS-REJECT-PERIOD-COUNT.
           MOVE ZERO TO WS-FALLBACK-COUNT.
           MOVE ZERO TO FALLBACK-STATE-COUNT.
           OPEN INPUT CHECKPOINT-FILE.
                           IF CHK-HELD-REVERSAL-COUNT NOT NUMERIC
                               MOVE ZERO TO CHK-HELD-REVERSAL-COUNT
                           END-IF
      * CHECKPOINT DE ANTES DA ABERTURA POR COMPONENTE: O IMPOSTO JA
      * GRAVADO ERA TODO ESTADUAL.
                           IF CHK-COMPONENT-TOTALS NOT NUMERIC
                               MOVE CHK-TOTAL-TAX TO CHK-STATE-TAX
                               MOVE ZERO TO CHK-COUNTY-TAX
                               MOVE ZERO TO CHK-CITY-TAX
                           END-IF
                           MOVE CHK-STATE-TAX TO WS-BATCH-STATE-TAX
                           MOVE CHK-COUNTY-TAX TO WS-BATCH-COUNTY-TAX
                           MOVE CHK-CITY-TAX TO WS-BATCH-CITY-TAX
                           IF CHK-HOLIDAY-TOTALS NOT NUMERIC
                               MOVE ZEROS TO CHK-HOLIDAY-TOTALS
                           END-IF
                           MOVE CHK-HOLIDAY-COUNT TO WS-HOLIDAY-COUNT
                           MOVE CHK-HOLIDAY-AMOUNT
                               TO WS-HOLIDAY-AMOUNT
                           IF CHK-INCLUSIVE-TOTALS NOT NUMERIC
                               MOVE ZEROS TO CHK-INCLUSIVE-TOTALS
                           END-IF
                           MOVE CHK-INCLUSIVE-COUNT
                               TO WS-INCLUSIVE-COUNT
                           MOVE CHK-INCLUSIVE-GROSS
                               TO WS-INCLUSIVE-GROSS
                           MOVE CHK-INCLUSIVE-TAX TO WS-INCLUSIVE-TAX
                           IF CHK-PERIOD-TOTALS NOT NUMERIC
                               MOVE ZEROS TO CHK-PERIOD-TOTALS
                           END-IF
                           MOVE CHK-REDIRECTED-COUNT
                               TO WS-REDIRECTED-COUNT
                           MOVE CHK-REJECT-PERIOD-COUNT
                               TO WS-REJECT-PERIOD-COUNT
                           MOVE CHK-HELD-REVERSAL-COUNT
                               TO WS-HELD-REVERSAL-COUNT
                           MOVE CHK-FALLBACK-COUNT
                               VARYING WS-FST-IDX FROM 1 BY 1
                               UNTIL WS-FST-IDX
                                   > FALLBACK-STATE-COUNT
      * CHECKPOINT DE ANTES DO ARREDONDAMENTO NO DIA: NENHUM
      * ACUMULADO A RETOMAR.
                           IF CHK-DRT-COUNT NOT NUMERIC
                               MOVE ZERO TO CHK-DRT-COUNT
                           END-IF
                           MOVE CHK-DRT-COUNT TO DAY-ROUNDING-COUNT
                           PERFORM 477-RESTORE-DAY-ROUNDING
                               VARYING WS-DRT-IDX FROM 1 BY 1
                               UNTIL WS-DRT-IDX > DAY-ROUNDING-COUNT
                           MOVE CHK-EXEMPT-COUNT TO WS-EXEMPT-COUNT
                           MOVE CHK-EXEMPT-AMOUNT TO WS-EXEMPT-AMOUNT
                           MOVE CHK-REJECT-EXPIRED-COUNT
                               + CHK-REJECT-CLOSED-COUNT
                               + CHK-REJECT-EXPIRED-COUNT
                               + CHK-HELD-REVERSAL-COUNT
                               + CHK-REJECT-PERIOD-COUNT
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
               TO FST-STATE-CODE (WS-FST-IDX).
           MOVE CHK-FST-HITS (WS-FST-IDX)
               TO FST-FALLBACK-COUNT (WS-FST-IDX).
      *
       477-RESTORE-DAY-ROUNDING.
           MOVE CHK-DRT-KEY (WS-DRT-IDX) TO DRT-KEY (WS-DRT-IDX).
           MOVE CHK-DRT-EXACT-STATE (WS-DRT-IDX)
               TO DRT-EXACT-STATE (WS-DRT-IDX).
           MOVE CHK-DRT-EXACT-COUNTY (WS-DRT-IDX)
               TO DRT-EXACT-COUNTY (WS-DRT-IDX).
           MOVE CHK-DRT-EXACT-CITY (WS-DRT-IDX)
               TO DRT-EXACT-CITY (WS-DRT-IDX).
           MOVE CHK-DRT-CHARGED-STATE (WS-DRT-IDX)
               TO DRT-CHARGED-STATE (WS-DRT-IDX).
           MOVE CHK-DRT-CHARGED-COUNTY (WS-DRT-IDX)
               TO DRT-CHARGED-COUNTY (WS-DRT-IDX).
           MOVE CHK-DRT-CHARGED-CITY (WS-DRT-IDX)
               TO DRT-CHARGED-CITY (WS-DRT-IDX).
      *
      ******************************************************************
      * 480-SKIP-PROCESSED-TXN
           MOVE WS-REJECT-EXPIRED-COUNT TO CHK-REJECT-EXPIRED-COUNT.
           MOVE WS-FALLBACK-COUNT TO CHK-FALLBACK-COUNT.
           MOVE WS-HELD-REVERSAL-COUNT TO CHK-HELD-REVERSAL-COUNT.
           MOVE WS-BATCH-STATE-TAX TO CHK-STATE-TAX.
           MOVE WS-BATCH-COUNTY-TAX TO CHK-COUNTY-TAX.
           MOVE WS-BATCH-CITY-TAX TO CHK-CITY-TAX.
           MOVE WS-HOLIDAY-COUNT TO CHK-HOLIDAY-COUNT.
           MOVE WS-HOLIDAY-AMOUNT TO CHK-HOLIDAY-AMOUNT.
           MOVE WS-INCLUSIVE-COUNT TO CHK-INCLUSIVE-COUNT.
           MOVE WS-INCLUSIVE-GROSS TO CHK-INCLUSIVE-GROSS.
           MOVE WS-INCLUSIVE-TAX TO CHK-INCLUSIVE-TAX.
           MOVE WS-REDIRECTED-COUNT TO CHK-REDIRECTED-COUNT.
           MOVE WS-REJECT-PERIOD-COUNT TO CHK-REJECT-PERIOD-COUNT.
           PERFORM 487-SAVE-CATEGORY-TOTALS
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 3.
           PERFORM 488-SAVE-FALLBACK-STATE
               VARYING WS-FST-IDX FROM 1 BY 1
               UNTIL WS-FST-IDX > FALLBACK-STATE-COUNT.
           MOVE ZEROS TO CHK-DAY-ROUNDING.
           MOVE DAY-ROUNDING-COUNT TO CHK-DRT-COUNT.
           PERFORM 489-SAVE-DAY-ROUNDING
               VARYING WS-DRT-IDX FROM 1 BY 1
               UNTIL WS-DRT-IDX > DAY-ROUNDING-COUNT.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
      *
               TO CHK-FST-STATE-CODE (WS-FST-IDX).
           MOVE FST-FALLBACK-COUNT (WS-FST-IDX)
               TO CHK-FST-HITS (WS-FST-IDX).
      *
       489-SAVE-DAY-ROUNDING.
           MOVE DRT-KEY (WS-DRT-IDX) TO CHK-DRT-KEY (WS-DRT-IDX).
           MOVE DRT-EXACT-STATE (WS-DRT-IDX)
               TO CHK-DRT-EXACT-STATE (WS-DRT-IDX).
           MOVE DRT-EXACT-COUNTY (WS-DRT-IDX)
               TO CHK-DRT-EXACT-COUNTY (WS-DRT-IDX).
           MOVE DRT-EXACT-CITY (WS-DRT-IDX)
               TO CHK-DRT-EXACT-CITY (WS-DRT-IDX).
           MOVE DRT-CHARGED-STATE (WS-DRT-IDX)
               TO CHK-DRT-CHARGED-STATE (WS-DRT-IDX).
           MOVE DRT-CHARGED-COUNTY (WS-DRT-IDX)
               TO CHK-DRT-CHARGED-COUNTY (WS-DRT-IDX).
           MOVE DRT-CHARGED-CITY (WS-DRT-IDX)
               TO CHK-DRT-CHARGED-CITY (WS-DRT-IDX).
      *
      ******************************************************************
      * 490-CLEAR-CHECKPOINT
                       AND TXN-SALES-AMOUNT > WS-REVERSAL-LIMIT
                       PERFORM 527-HOLD-LARGE-REVERSAL
                   ELSE
                       PERFORM 522-CHECK-ACCOUNTING-PERIOD
                       IF PCA-NO-OPEN-PERIOD
                           PERFORM 524-REJECT-CLOSED-PERIOD
                       ELSE
                           PERFORM 528-TAX-AND-LOG-ONE-TXN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-RECORDS-CONSUMED = WS-BATCH-TXN-COUNT
               + WS-REJECT-UNKNOWN-COUNT + WS-REJECT-CLOSED-COUNT
               + WS-REJECT-EXPIRED-COUNT + WS-HELD-REVERSAL-COUNT
               + WS-REJECT-PERIOD-COUNT.
           DIVIDE WS-RECORDS-CONSUMED BY WS-CHECKPOINT-INTERVAL
               GIVING WS-CHECKPOINT-QUOTIENT
               REMAINDER WS-CHECKPOINT-REMAINDER.
           PERFORM 510-READ-SALES-TXN.
      *
      ******************************************************************
      * 522-CHECK-ACCOUNTING-PERIOD
      * Asks PERDCHK1 where a ticket dated WS-EFFECTIVE-TXN-DATE may
      * be logged. An open month logs on its own date as always; a
      * closed month is redirected into tonight's open period with
      * the original date kept on the log row; no open period at all
      * sends the ticket to CALCREJ (524).
      ******************************************************************
       522-CHECK-ACCOUNTING-PERIOD.
           MOVE WS-EFFECTIVE-TXN-DATE TO PCA-ACTIVITY-DATE.
           MOVE WS-TODAY-DATE TO PCA-RUN-DATE.
           CALL "PERDCHK1" USING PERIOD-CHECK-AREA.
      *
       524-REJECT-CLOSED-PERIOD.
           MOVE "PC" TO RJX-REASON-CODE.
           MOVE TXN-ACCOUNT-NUMBER TO RJX-ACCOUNT-NUMBER.
           MOVE TXN-STATE-CODE TO RJX-STATE-CODE.
           MOVE TXN-SALES-AMOUNT TO RJX-SALES-AMOUNT.
           MOVE WS-ACCT-LOOKUP-NAME TO RJX-ACCOUNT-NAME.
           MOVE WS-EFFECTIVE-TXN-DATE TO RJX-TXN-DATE.
           MOVE TXN-TYPE-CODE TO RJX-TYPE-CODE.
           MOVE TXN-TAX-CATEGORY TO RJX-TAX-CATEGORY.
           MOVE TXN-STORE-NUMBER TO RJX-STORE-NUMBER.
           MOVE TXN-LOCALITY-CODE TO RJX-LOCALITY-CODE.
           MOVE TXN-PRICING-BASIS TO RJX-PRICING-BASIS.
           MOVE TXN-TICKET-CONTINUATION TO RJX-TICKET-CONTINUATION.
           WRITE CALC-REJECT-RECORD.
           ADD 1 TO WS-REJECT-PERIOD-COUNT.
      *
      ******************************************************************
      * 525-REJECT-ACCOUNT-TXN
      * A transaction for an unknown or closed account is written to
      * the reject file with the reason and the account name (when the
           MOVE TXN-TYPE-CODE TO RJX-TYPE-CODE.
           MOVE TXN-TAX-CATEGORY TO RJX-TAX-CATEGORY.
           MOVE TXN-STORE-NUMBER TO RJX-STORE-NUMBER.
           MOVE TXN-LOCALITY-CODE TO RJX-LOCALITY-CODE.
           MOVE TXN-PRICING-BASIS TO RJX-PRICING-BASIS.
           MOVE TXN-TICKET-CONTINUATION TO RJX-TICKET-CONTINUATION.
           WRITE CALC-REJECT-RECORD.
           IF WS-ACCT-REJECT-REASON = "CL"
               ADD 1 TO WS-REJECT-CLOSED-COUNT
           MOVE TXN-TYPE-CODE TO RJX-TYPE-CODE.
           MOVE TXN-TAX-CATEGORY TO RJX-TAX-CATEGORY.
           MOVE TXN-STORE-NUMBER TO RJX-STORE-NUMBER.
           MOVE TXN-LOCALITY-CODE TO RJX-LOCALITY-CODE.
           MOVE TXN-PRICING-BASIS TO RJX-PRICING-BASIS.
           MOVE TXN-TICKET-CONTINUATION TO RJX-TICKET-CONTINUATION.
           WRITE CALC-REJECT-RECORD.
           ADD 1 TO WS-REJECT-EXPIRED-COUNT.
      *
           MOVE WS-EFFECTIVE-TXN-DATE TO RVP-TXN-DATE.
           MOVE TXN-STORE-NUMBER TO RVP-STORE-NUMBER.
           MOVE WS-TODAY-DATE TO RVP-HELD-DATE.
           MOVE TXN-LOCALITY-CODE TO RVP-LOCALITY-CODE.
           MOVE TXN-PRICING-BASIS TO RVP-PRICING-BASIS.
           MOVE "Q" TO SGN-FUNCTION.
           MOVE "CALC1000" TO SGN-PROGRAM-ID.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           MOVE SGN-OPERATOR-ID TO RVP-SUBMITTED-BY.
           MOVE SPACES TO RVP-DECIDED-BY.
           MOVE TXN-TICKET-CONTINUATION TO RVP-TICKET-CONTINUATION.
           WRITE PENDING-REVERSAL-RECORD.
           CLOSE PENDING-REVERSAL-FILE.
           ADD 1 TO WS-HELD-REVERSAL-COUNT.
      ******************************************************************
       528-TAX-AND-LOG-ONE-TXN.
           MOVE TXN-SALES-AMOUNT TO SALES-AMOUNT.
           MOVE TXN-SALES-AMOUNT TO WS-GROSS-SALES-AMOUNT.
           MOVE TXN-STATE-CODE TO WS-JURISDICTION.
           MOVE TXN-LOCALITY-CODE TO WS-LOCALITY-CODE.
           MOVE WS-EFFECTIVE-TXN-DATE TO WS-RATE-LOOKUP-DATE.
           IF TXN-TAX-CATEGORY = SPACE
               MOVE "S" TO WS-TAX-CATEGORY
           ELSE
               MOVE TXN-TAX-CATEGORY TO WS-TAX-CATEGORY
           END-IF.
      * VENDA SEM CERTIFICADO DATADA DENTRO DE UM FERIADO FISCAL DA
      * SUA UF E CATEGORIA E MARCADA H.
           IF WS-EXEMPT-STATUS NOT = "E"
               PERFORM 280-CHECK-TAX-HOLIDAY
               IF WS-HOLIDAY-APPLIES
                   MOVE "H" TO WS-EXEMPT-STATUS
               END-IF
           END-IF.
      * VENDA COM CERTIFICADO VALIDO OU EM FERIADO NAO PASSA PELA
      * BUSCA DE ALIQUOTA: O IMPOSTO E ZERO DE PROPOSITO E NAO PODE
      * CONTAR COMO FALLBACK.
           IF WS-EXEMPT-STATUS = "E" OR "H"
               MOVE ZERO TO WS-SALES-TAX-AMT
               MOVE ZERO TO WS-STATE-TAX-AMT
               MOVE ZERO TO WS-COUNTY-TAX-AMT
               MOVE ZERO TO WS-CITY-TAX-AMT
               MOVE "T" TO WS-RATE-SOURCE-FLAG
           ELSE
               PERFORM 250-GET-APPLICABLE-TAX-RATE
               IF TXN-PRICED-TAX-INCLUSIVE
                   PERFORM 262-BACK-OUT-INCLUSIVE-TAX
               ELSE
                   PERFORM 258-COMPUTE-TAX-COMPONENTS
               END-IF
           END-IF.
           IF TXN-TYPE-REVERSAL
               COMPUTE WS-SIGNED-SALES-AMOUNT = ZERO - SALES-AMOUNT
               COMPUTE WS-SIGNED-SALES-TAX = ZERO - WS-SALES-TAX-AMT
               COMPUTE WS-SIGNED-STATE-TAX = ZERO - WS-STATE-TAX-AMT
               COMPUTE WS-SIGNED-COUNTY-TAX = ZERO - WS-COUNTY-TAX-AMT
               COMPUTE WS-SIGNED-CITY-TAX = ZERO - WS-CITY-TAX-AMT
           ELSE
               MOVE SALES-AMOUNT TO WS-SIGNED-SALES-AMOUNT
               MOVE WS-SALES-TAX-AMT TO WS-SIGNED-SALES-TAX
               MOVE WS-STATE-TAX-AMT TO WS-SIGNED-STATE-TAX
               MOVE WS-COUNTY-TAX-AMT TO WS-SIGNED-COUNTY-TAX
               MOVE WS-CITY-TAX-AMT TO WS-SIGNED-CITY-TAX
           END-IF.
      * DATA DE POSTAGEM DO PERDCHK1 (A PROPRIA DATA, OU A DA RODADA
      * QUANDO O MES DO TICKET ESTA FECHADO).
           MOVE PCA-POSTING-DATE    TO LOG-BUSINESS-DATE.
           MOVE PCA-ORIGINAL-DATE   TO LOG-ORIGINAL-DATE.
           IF PCA-ACTIVITY-REDIRECTED
               ADD 1 TO WS-REDIRECTED-COUNT
           END-IF.
           MOVE TXN-ACCOUNT-NUMBER  TO LOG-ACCOUNT-NUMBER.
           MOVE WS-JURISDICTION     TO LOG-STATE-CODE.
           MOVE WS-SIGNED-SALES-AMOUNT TO LOG-SALES-AMOUNT.
           MOVE WS-TAX-CATEGORY     TO LOG-TAX-CATEGORY.
           MOVE WS-EXEMPT-STATUS    TO LOG-EXEMPT-FLAG.
           MOVE TXN-STORE-NUMBER    TO LOG-STORE-NUMBER.
           IF TXN-TICKET-CONTINUED
               MOVE "C"             TO LOG-ENTRY-SOURCE
           ELSE
               MOVE "B"             TO LOG-ENTRY-SOURCE
           END-IF.
           MOVE WS-LOCALITY-CODE    TO LOG-LOCALITY-CODE.
           MOVE WS-SIGNED-STATE-TAX TO LOG-STATE-TAX.
           MOVE WS-SIGNED-COUNTY-TAX TO LOG-COUNTY-TAX.
           MOVE WS-SIGNED-CITY-TAX  TO LOG-CITY-TAX.
           IF TXN-PRICED-TAX-INCLUSIVE
               MOVE "G"             TO LOG-PRICING-BASIS
           ELSE
               MOVE "N"             TO LOG-PRICING-BASIS
           END-IF.
           PERFORM 536-WRITE-KEYED-LOG-RECORD.
           IF WS-RATE-SOURCE-FLAG = "F"
               ADD 1 TO WS-FALLBACK-COUNT
               PERFORM 529-TRACK-FALLBACK-STATE
           ADD 1 TO WS-BATCH-TXN-COUNT.
           ADD WS-SIGNED-SALES-AMOUNT TO WS-BATCH-TOTAL-AMOUNT.
           ADD WS-SIGNED-SALES-TAX TO WS-BATCH-TOTAL-TAX.
           ADD WS-SIGNED-STATE-TAX TO WS-BATCH-STATE-TAX.
           ADD WS-SIGNED-COUNTY-TAX TO WS-BATCH-COUNTY-TAX.
           ADD WS-SIGNED-CITY-TAX TO WS-BATCH-CITY-TAX.
           PERFORM 532-POST-CATEGORY-TOTALS.
           IF TXN-TYPE-REFUND
               ADD 1 TO WS-REFUND-COUNT
               ADD 1 TO WS-EXEMPT-COUNT
               ADD SALES-AMOUNT TO WS-EXEMPT-AMOUNT
           END-IF.
           IF WS-EXEMPT-STATUS = "H"
               ADD 1 TO WS-HOLIDAY-COUNT
               ADD SALES-AMOUNT TO WS-HOLIDAY-AMOUNT
           END-IF.
           IF TXN-PRICED-TAX-INCLUSIVE
               ADD 1 TO WS-INCLUSIVE-COUNT
               ADD WS-SIGNED-SALES-AMOUNT WS-SIGNED-SALES-TAX
                   TO WS-INCLUSIVE-GROSS
               ADD WS-SIGNED-SALES-TAX TO WS-INCLUSIVE-TAX
           END-IF.
      *
      ******************************************************************
      * 540-PICK-UP-APPROVED-REVERSALS
                   PRV-STORE-NUMBER (PENDING-REVERSAL-COUNT)
               MOVE RVP-HELD-DATE TO
                   PRV-HELD-DATE (PENDING-REVERSAL-COUNT)
               MOVE RVP-LOCALITY-CODE TO
                   PRV-LOCALITY-CODE (PENDING-REVERSAL-COUNT)
               MOVE RVP-PRICING-BASIS TO
                   PRV-PRICING-BASIS (PENDING-REVERSAL-COUNT)
               MOVE RVP-SUBMITTED-BY TO
                   PRV-SUBMITTED-BY (PENDING-REVERSAL-COUNT)
               MOVE RVP-DECIDED-BY TO
                   PRV-DECIDED-BY (PENDING-REVERSAL-COUNT)
               MOVE RVP-TICKET-CONTINUATION TO
                   PRV-TICKET-CONTINUATION (PENDING-REVERSAL-COUNT)
               MOVE "Y" TO
                   PRV-KEEP-SWITCH (PENDING-REVERSAL-COUNT)
           ELSE
           EVALUATE PRV-STATUS (WS-PRV-IDX)
               WHEN "A"
                   PERFORM 545-TAX-ONE-APPROVED-REVERSAL
      * SEM PERIODO ABERTO O ITEM CONTINUA APROVADO NO RVSLPEND E E
      * TRIBUTADO NA PRIMEIRA NOITE QUE TIVER ONDE GRAVAR.
                   IF NOT PCA-NO-OPEN-PERIOD
                       MOVE "N" TO PRV-KEEP-SWITCH (WS-PRV-IDX)
                       ADD 1 TO WS-APPROVED-TAXED-COUNT
                   END-IF
               WHEN "R"
      * A RECUSA DO SUPERVISOR FICA REGISTRADA NO CALCREJ (MOTIVO
      * RV) - O TAXLGAUD DESCONTA DO BATE DO DIA E O CALCRCYC SABE
           MOVE PRV-TAX-CATEGORY (WS-PRV-IDX) TO TXN-TAX-CATEGORY.
           MOVE PRV-TXN-DATE (WS-PRV-IDX) TO TXN-TRANSACTION-DATE.
           MOVE PRV-STORE-NUMBER (WS-PRV-IDX) TO TXN-STORE-NUMBER.
           MOVE PRV-LOCALITY-CODE (WS-PRV-IDX) TO TXN-LOCALITY-CODE.
           MOVE PRV-PRICING-BASIS (WS-PRV-IDX) TO TXN-PRICING-BASIS.
           MOVE PRV-TICKET-CONTINUATION (WS-PRV-IDX)
               TO TXN-TICKET-CONTINUATION.
           IF TXN-TRANSACTION-DATE IS NUMERIC
               AND TXN-TRANSACTION-DATE NOT = ZERO
               MOVE TXN-TRANSACTION-DATE TO WS-EFFECTIVE-TXN-DATE
      * REJEICAO QUE 270 DEIXA E IGNORADO DE PROPOSITO.
           PERFORM 270-LOOK-UP-ACCOUNT.
           PERFORM 275-LOOK-UP-EXEMPTION.
           PERFORM 522-CHECK-ACCOUNTING-PERIOD.
           IF PCA-NO-OPEN-PERIOD
               DISPLAY "APPROVED REVERSAL FOR ACCOUNT "
                   TXN-ACCOUNT-NUMBER " DATED " WS-EFFECTIVE-TXN-DATE
                   " KEPT PENDING - NO OPEN ACCOUNTING PERIOD."
           ELSE
               PERFORM 528-TAX-AND-LOG-ONE-TXN
           END-IF.
      *
       546-REJECT-REFUSED-REVERSAL.
           MOVE "RV" TO RJX-REASON-CODE.
           MOVE PRV-TYPE-CODE (WS-PRV-IDX) TO RJX-TYPE-CODE.
           MOVE PRV-TAX-CATEGORY (WS-PRV-IDX) TO RJX-TAX-CATEGORY.
           MOVE PRV-STORE-NUMBER (WS-PRV-IDX) TO RJX-STORE-NUMBER.
           MOVE PRV-LOCALITY-CODE (WS-PRV-IDX) TO RJX-LOCALITY-CODE.
           MOVE PRV-PRICING-BASIS (WS-PRV-IDX) TO RJX-PRICING-BASIS.
           MOVE PRV-TICKET-CONTINUATION (WS-PRV-IDX)
               TO RJX-TICKET-CONTINUATION.
           WRITE CALC-REJECT-RECORD.
      *
       547-REWRITE-PENDING-FILE.
               MOVE PRV-STORE-NUMBER (WS-PRV-IDX)
                   TO RVP-STORE-NUMBER
               MOVE PRV-HELD-DATE (WS-PRV-IDX) TO RVP-HELD-DATE
               MOVE PRV-LOCALITY-CODE (WS-PRV-IDX)
                   TO RVP-LOCALITY-CODE
               MOVE PRV-PRICING-BASIS (WS-PRV-IDX)
                   TO RVP-PRICING-BASIS
               MOVE PRV-SUBMITTED-BY (WS-PRV-IDX)
                   TO RVP-SUBMITTED-BY
               MOVE PRV-DECIDED-BY (WS-PRV-IDX) TO RVP-DECIDED-BY
               MOVE PRV-TICKET-CONTINUATION (WS-PRV-IDX)
                   TO RVP-TICKET-CONTINUATION
               WRITE PENDING-REVERSAL-RECORD
           END-IF.
      *
           END-IF.
      *
      ******************************************************************
      * 536-WRITE-KEYED-LOG-RECORD
      * Every TAXLOG row gets a unique prime key: the date and time
      * this run opened the log, the writer and a running sequence.
      * A key already on file (status 22 - another writer stamped
      * the same second) just moves the sequence on and tries again.
      ******************************************************************
       536-WRITE-KEYED-LOG-RECORD.
           MOVE WS-LOG-KEY-DATE TO LOG-KEY-STAMP-DATE.
           MOVE WS-LOG-KEY-CLOCK (1:6) TO LOG-KEY-STAMP-TIME.
           MOVE WS-LOG-KEY-WRITER TO LOG-KEY-WRITER.
           MOVE "N" TO WS-LOG-KEY-DONE-SWITCH.
           PERFORM 537-TRY-ONE-LOG-KEY
               UNTIL WS-LOG-KEY-DONE.
      *
       537-TRY-ONE-LOG-KEY.
           ADD 1 TO WS-LOG-KEY-SEQUENCE.
           MOVE WS-LOG-KEY-SEQUENCE TO LOG-KEY-SEQUENCE.
           WRITE SALES-TAX-LOG-RECORD
               INVALID KEY
                   IF WS-TAXLOG-STATUS NOT = "22"
                       DISPLAY "TAXLOG WRITE FAILED - STATUS "
                           WS-TAXLOG-STATUS "."
                       MOVE "Y" TO WS-LOG-KEY-DONE-SWITCH
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOG-KEY-DONE-SWITCH
           END-WRITE.
      *
      ******************************************************************
      * 530-WRITE-CSV-HEADER / 535-WRITE-CSV-DETAIL-LINE
      * Mirror the SALES-TAX-LOG-FILE records out to TAX-CSV-FILE in
      * comma-delimited form so a BI/Excel tool can read the day's
           DISPLAY "TOTAL SALES AMOUNT. . . : " WS-EDIT-TOTAL-AMOUNT.
           DISPLAY "TOTAL SALES TAX . . . . : " WS-EDIT-TOTAL-TAX.
           DISPLAY "AVERAGE SALE. . . . . . : " WS-EDIT-AVERAGE-SALE.
           MOVE WS-BATCH-STATE-TAX TO WS-EDIT-TOTAL-TAX.
           DISPLAY "  OF WHICH STATE TAX. . : " WS-EDIT-TOTAL-TAX.
           MOVE WS-BATCH-COUNTY-TAX TO WS-EDIT-TOTAL-TAX.
           DISPLAY "  OF WHICH COUNTY TAX . : " WS-EDIT-TOTAL-TAX.
           MOVE WS-BATCH-CITY-TAX TO WS-EDIT-TOTAL-TAX.
           DISPLAY "  OF WHICH CITY TAX . . : " WS-EDIT-TOTAL-TAX.
           MOVE WS-REFUND-COUNT TO WS-EDIT-TXN-COUNT.
           DISPLAY "REFUND COUNT. . . . . . : " WS-EDIT-TXN-COUNT.
           MOVE WS-REFUND-AMOUNT TO WS-EDIT-TOTAL-AMOUNT.
           DISPLAY "REJECTED - CLOSED ACCT. : " WS-EDIT-TXN-COUNT.
           MOVE WS-REJECT-EXPIRED-COUNT TO WS-EDIT-TXN-COUNT.
           DISPLAY "REJECTED - EXPIRED CERT : " WS-EDIT-TXN-COUNT.
           MOVE WS-REJECT-PERIOD-COUNT TO WS-EDIT-TXN-COUNT.
           DISPLAY "REJECTED - PERIOD CLOSED: " WS-EDIT-TXN-COUNT.
           MOVE WS-REDIRECTED-COUNT TO WS-EDIT-TXN-COUNT.
           DISPLAY "REDIRECTED TO OPEN PER. : " WS-EDIT-TXN-COUNT.
           MOVE WS-EXEMPT-COUNT TO WS-EDIT-TXN-COUNT.
           DISPLAY "EXEMPT SALES COUNT. . . : " WS-EDIT-TXN-COUNT.
           MOVE WS-EXEMPT-AMOUNT TO WS-EDIT-TOTAL-AMOUNT.
           DISPLAY "EXEMPT SALES AMOUNT . . : " WS-EDIT-TOTAL-AMOUNT.
           MOVE WS-HOLIDAY-COUNT TO WS-EDIT-TXN-COUNT.
           DISPLAY "HOLIDAY SALES COUNT . . : " WS-EDIT-TXN-COUNT.
           MOVE WS-HOLIDAY-AMOUNT TO WS-EDIT-TOTAL-AMOUNT.
           DISPLAY "HOLIDAY SALES AMOUNT. . : " WS-EDIT-TOTAL-AMOUNT.
           MOVE WS-INCLUSIVE-COUNT TO WS-EDIT-TXN-COUNT.
           DISPLAY "TAX-INCLUSIVE COUNT . . : " WS-EDIT-TXN-COUNT.
           MOVE WS-INCLUSIVE-GROSS TO WS-EDIT-TOTAL-AMOUNT.
           DISPLAY "TAX-INCLUSIVE GROSS . . : " WS-EDIT-TOTAL-AMOUNT.
           MOVE WS-INCLUSIVE-TAX TO WS-EDIT-TOTAL-TAX.
           DISPLAY "  OF WHICH TAX EXTRACTED: " WS-EDIT-TOTAL-TAX.
           MOVE WS-FALLBACK-COUNT TO WS-EDIT-TXN-COUNT.
           DISPLAY "FALLBACK-RATE HITS. . . : " WS-EDIT-TXN-COUNT.
           MOVE WS-HELD-REVERSAL-COUNT TO WS-EDIT-TXN-COUNT.
                   "CONSOLIDATION - STATUS " WS-TAXLOG-STATUS
                   " - NOTHING COPIED."
           ELSE
               OPEN I-O CONSOLIDATED-TAX-LOG-FILE
               IF WS-CONSOL-TAXLOG-STATUS = "35"
                   OPEN OUTPUT CONSOLIDATED-TAX-LOG-FILE
                   CLOSE CONSOLIDATED-TAX-LOG-FILE
                   OPEN I-O CONSOLIDATED-TAX-LOG-FILE
               END-IF
               MOVE ZERO TO WS-CONSOL-DUPLICATE-COUNT
               PERFORM 635-COPY-ONE-PARTITION-RECORD
                   UNTIL WS-CONSOL-COPY-EOF
               CLOSE SALES-TAX-LOG-FILE
               CLOSE CONSOLIDATED-TAX-LOG-FILE
               IF WS-CONSOL-DUPLICATE-COUNT > ZERO
                   DISPLAY WS-CONSOL-DUPLICATE-COUNT " PARTITION "
                       "RECORD(S) ALREADY IN THE CONSOLIDATED TAXLOG "
                       "- SKIPPED."
               END-IF
           END-IF.
      *
       635-COPY-ONE-PARTITION-RECORD.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-CONSOL-COPY-EOF-SWITCH
               NOT AT END
                   MOVE LOG-BUSINESS-DATE TO CTL-BUSINESS-DATE
                   MOVE LOG-EXEMPT-FLAG TO CTL-EXEMPT-FLAG
                   MOVE LOG-STORE-NUMBER TO CTL-STORE-NUMBER
                   MOVE LOG-ENTRY-SOURCE TO CTL-ENTRY-SOURCE
                   MOVE LOG-LOCALITY-CODE TO CTL-LOCALITY-CODE
                   MOVE LOG-STATE-TAX TO CTL-STATE-TAX
                   MOVE LOG-COUNTY-TAX TO CTL-COUNTY-TAX
                   MOVE LOG-CITY-TAX TO CTL-CITY-TAX
                   MOVE LOG-PRICING-BASIS TO CTL-PRICING-BASIS
                   MOVE LOG-ORIGINAL-DATE TO CTL-ORIGINAL-DATE
                   MOVE LOG-TRANSACTION-KEY TO CTL-TRANSACTION-KEY
                   WRITE CONSOL-TAX-LOG-RECORD
                       INVALID KEY
                           IF WS-CONSOL-TAXLOG-STATUS = "22"
                               ADD 1 TO WS-CONSOL-DUPLICATE-COUNT
                           ELSE
                               DISPLAY "CONSOLIDATED TAXLOG WRITE "
                                   "FAILED - STATUS "
                                   WS-CONSOL-TAXLOG-STATUS "."
                           END-IF
                   END-WRITE
           END-READ.
      *
      ******************************************************************
