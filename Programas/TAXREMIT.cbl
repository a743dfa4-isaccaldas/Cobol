      *              RECOLHIDO E PRECIFICARIA A GUIA RETIFICADORA
      *              ERRADA - NESSE CASO VALE A RECUSA ANTIGA, COM
      *              REVISAO MANUAL.
      *DATA          15/10/2026
      *DESCRICAO     IMPOSTO SOBRE USO AUTOAPURADO (USETXLOG, GRAVADO
      *              PELO USETAXAS) PASSOU A ENTRAR NA GUIA: AS NOTAS
      *              DE COMPRA DATADAS NO PERIODO SOMAM POR
      *              JURISDICAO NUMA LINHA PROPRIA DO RELATORIO E NUM
      *              CAMPO PROPRIO DA GUIA E DO CONTROLE, E O VALOR
      *              DEVIDO DA GUIA PASSA A SER VENDAS + USO. LINHAS
      *              ANTIGAS SEM O CAMPO CONTAM USO ZERO.
      *DATA          15/10/2026
      *DESCRICAO     SOBRETAXA LOCAL: O IMPOSTO DE VENDAS DE CADA
      *              JURISDICAO E ABERTO EM ESTADUAL E LOCAL (LOG-
      *              COUNTY-TAX + LOG-CITY-TAX); A PARCELA LOCAL VAI
      *              NUM CAMPO PROPRIO DA GUIA E DO CONTROLE, COMO O
      *              USO, E CADA LOCALIDADE/NIVEL (CONDADO, MUNICIPIO)
      *              COM IMPOSTO NO PERIODO GANHA UMA LINHA NO NOVO
      *              ARQUIVO DE GUIAS LOCAIS (TAXLVCHR) E NO RELATORIO,
      *              COM O NOME DO LOCLRATE - CADA CONDADO E MUNICIPIO
      *              COBRA A SUA PROPRIA DECLARACAO. REGISTRO ANTIGO
      *              SEM A ABERTURA CONTA TUDO COMO ESTADUAL.
      *DATA          15/10/2026
      *DESCRICAO     VENDAS DE MARKETPLACE FACILITADOR (LOG-ENTRY-
      *              SOURCE = M, GRAVADAS PELO MKTEDIT) FICAM FORA DO
      *              VALOR DEVIDO: O IMPOSTO DELAS FOI RECOLHIDO PELO
      *              PROPRIO MARKETPLACE. O TOTAL DEIXADO DE FORA SAI
      *              NUMA LINHA PROPRIA NO RESUMO.
      *DATA          15/10/2026
      *DESCRICAO     DEDUCAO DE INCOBRAVEIS: AS LINHAS DO REGISTRO
      *              BADDEBT (BAIXAS W E RECUPERACOES R DO TAXRECV)
      *              AINDA NAO ABATIDAS E LANCADAS ATE O FIM DO
      *              PERIODO SAO DEDUZIDAS DA PROXIMA GUIA ORIGINAL DA
      *              JURISDICAO, NUM CAMPO PROPRIO DA GUIA E DO
      *              CONTROLE, E CARIMBADAS COM O PERIODO DA GUIA.
      *              GUIA QUE FICARIA ZERO OU NEGATIVA NAO SAI E AS
      *              LINHAS ESPERAM O PERIODO SEGUINTE. A RETIFICADORA
      *              SOMA O ABATIDO AO JA RECOLHIDO E NUNCA ABATE.
      *DATA          15/10/2026
      *DESCRICAO     CALENDARIO DE DECLARACOES (FILECAL, MANTIDO PELO
      *              FILCMNT): O VENCIMENTO DE CADA GUIA PASSOU A SAIR
      *              DA REGRA DA JURISDICAO (VIA FILCPER1); OS 30 DIAS
      *              CORRIDOS FICAM SO PARA ESTADO FORA DO CALENDARIO.
      *              COM O CARTAO REMITPRM EM MODO C O PROGRAMA RODA
      *              SEM OPERADOR DENTRO DO JOBCHAIN: APURA CADA
      *              ESTADO/PERIODO DO CALENDARIO JA ENCERRADO NA DATA
      *              DE REFERENCIA E AINDA SEM LINHA NO REMITCTL, UM
      *              PERIODO DE CADA VEZ, DO MAIS ANTIGO AO MAIS NOVO,
      *              E GRAVA GUIA ZERADA QUANDO NAO HA NADA A
      *              RECOLHER, PARA O PERIODO CONSTAR COMO DECLARADO.
      *              SEM O CARTAO, OS PROMPTS CONTINUAM. O PROGRAMA
      *              TERMINA COM GOBACK E RETURN-CODE 8 NOS ERROS. A
      *              TABELA DE CONTROLE PASSOU A 2000 LINHAS E AVISA
      *              QUANDO ENCHE.
      *DATA          15/10/2026
      *DESCRICAO     O ABATIMENTO DE INCOBRAVEIS FICOU LIMITADO AO
      *              IMPOSTO DO PERIODO: AS RECUPERACOES ENTRAM
      *              INTEIRAS, AS BAIXAS ATE ONDE O DEVIDO ALCANCA, E A
      *              BAIXA QUE CRUZA O LIMITE E PARTIDA NO REGISTRO -
      *              A PARTE ABATIDA RECEBE O CARIMBO E O RESTO FICA
      *              NUMA LINHA NOVA PARA A PROXIMA GUIA. ANTES UMA
      *              DEDUCAO MAIOR QUE O IMPOSTO SEGURAVA A GUIA
      *              INTEIRA E O PERIODO FICAVA SEM RECOLHER.
      *DATA          15/10/2026
      *DESCRICAO     SIGN-ON (SIGNON1) COM O PAPEL B ANTES DO PROMPT
      *              DO PERIODO NA RODADA AVULSA; A RODADA PELO
      *              CALENDARIO (CARTAO REMITPRM MODO C) NAO TEM QUEM
      *              DIGITE E SEGUE SEM SIGN-ON. SOB O JOBCHAIN VALE O
      *              SIGN-ON DA CADEIA.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *DATA          15/10/2026
      *DESCRICAO     A GUIA RETIFICADORA (TIPO A) E O SEU CONTROLE
      *              SAEM COM O ABATIMENTO DE DEVEDOR DUVIDOSO ZERADO -
      *              ANTES LEVAVAM O VALOR DA ULTIMA GUIA ORIGINAL DA
      *              RODADA, QUE NINGUEM REIVINDICOU NA RETIFICACAO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXREMIT.
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
           SELECT COVERAGE-VERDICT-FILE ASSIGN TO "COVSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVSTAT-STATUS.
      *
      * IMPOSTO SOBRE USO DAS COMPRAS DA PROPRIA CASA (USETAXAS).
           SELECT USE-TAX-LOG-FILE ASSIGN TO "USETXLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USETXLOG-STATUS.
      *
      * GUIAS DA SOBRETAXA LOCAL, UMA POR LOCALIDADE/NIVEL, E A
      * TABELA DE ALIQUOTAS LOCAIS DE ONDE SAI O NOME DE CADA UMA.
           SELECT LOCAL-VOUCHER-FILE ASSIGN TO "TAXLVCHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXLVCHR-STATUS.
      *
           SELECT LOCAL-RATE-FILE ASSIGN TO "LOCLRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCLRATE-STATUS.
      *
      * REGISTRO DE INCOBRAVEIS (TAXRECV): LIDO INTEIRO E REGRAVADO
      * COM O CARIMBO DO PERIODO NAS LINHAS ABATIDAS.
           SELECT BAD-DEBT-FILE ASSIGN TO "BADDEBT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADDEBT-STATUS.
      *
      * CALENDARIO DE DECLARACOES POR JURISDICAO (FILCMNT).
           SELECT FILING-CALENDAR ASSIGN TO "FILECAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FCL-KEY
               FILE STATUS IS WS-FILECAL-STATUS.
      *
      * CARTAO DE PARAMETROS DA EXECUCAO NAO ASSISTIDA - VEJA
      * 0040-READ-PARAMETER-CARD.
           SELECT PARAMETER-CARD-FILE ASSIGN TO "REMITPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMITPRM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * APURADA DEPOIS DE O PERIODO JA ESTAR RECOLHIDO - A GUIA
      * ORIGINAL E A DO MESMO ESTADO/PERIODO.
           05  VCH-VOUCHER-TYPE            PIC X(01).
      * PARCELA DE VCH-AMOUNT-DUE QUE E IMPOSTO SOBRE USO (USETXLOG)
      * - O RESTO E IMPOSTO COBRADO NAS VENDAS.
           05  VCH-USE-TAX-AMOUNT          PIC 9(11)V99.
      * PARCELA DO IMPOSTO DE VENDAS QUE E SOBRETAXA LOCAL (CONDADO +
      * MUNICIPIO). VCH-AMOUNT-DUE CONTINUA SENDO O TOTAL DA
      * JURISDICAO (E O QUE O CONTROLE E A LIQUIDACAO CONFEREM); A
      * PARCELA LOCAL SAI DETALHADA POR LOCALIDADE/NIVEL NO TAXLVCHR
      * PARA AS DECLARACOES DE CONDADO E DE MUNICIPIO.
           05  VCH-LOCAL-TAX-AMOUNT        PIC 9(11)V99.
      * IMPOSTO DE INCOBRAVEIS (BADDEBT) JA DEDUZIDO DE VCH-AMOUNT-
      * DUE NA GUIA ORIGINAL - NEGATIVO QUANDO AS RECUPERACOES DO
      * PERIODO PASSAM DAS BAIXAS E O IMPOSTO VOLTA A SER DEVIDO.
           05  VCH-BAD-DEBT-AMOUNT         PIC S9(11)V99.
      *
      * CONTROLE DO QUE JA FOI RECOLHIDO: UMA LINHA POR ESTADO/
      * PERIODO JA COBERTO POR GUIA. E O QUE IMPEDE O MESMO PERIODO
      * RETIFICADA DUAS VEZES (SOBREPOSICAO PARCIAL RECUSA, NAO
      * RETIFICA).
           05  RMC-CONTROL-TYPE            PIC X(01).
      * PARCELA DE RMC-AMOUNT-REMITTED QUE FOI IMPOSTO SOBRE USO
      * (NAO NUMERICO NAS LINHAS DE ANTES DO CAMPO = ZERO).
           05  RMC-USE-TAX-REMITTED        PIC 9(11)V99.
      * IDEM PARA A PARCELA DE SOBRETAXA LOCAL.
           05  RMC-LOCAL-TAX-REMITTED      PIC 9(11)V99.
      * INCOBRAVEIS ABATIDOS NA GUIA ORIGINAL: RMC-AMOUNT-REMITTED
      * MAIS ESTE E O IMPOSTO DO PERIODO QUE A GUIA COBRIU (NAO
      * NUMERICO NAS LINHAS DE ANTES DO CAMPO = ZERO).
           05  RMC-BAD-DEBT-CLAIMED        PIC S9(11)V99.
      *
       FD  RUN-LEDGER-FILE.
           COPY RUNLEDGR.
           05  CVS-BUSINESS-DATE           PIC 9(08).
           05  CVS-VERDICT                 PIC X(01).
           05  CVS-CHECKED-DATE            PIC 9(08).
      *
       FD  USE-TAX-LOG-FILE.
           COPY USETXLOG.
      *
      * GUIA LOCAL: UMA LINHA POR JURISDICAO/LOCALIDADE/NIVEL COM
      * IMPOSTO NO PERIODO, SO PARA AS GUIAS ORIGINAIS (A DIFERENCA
      * LOCAL DE UMA RETIFICADORA SAI SO NO RELATORIO).
       FD  LOCAL-VOUCHER-FILE.
       01  LOCAL-VOUCHER-RECORD.
           05  LVC-STATE-CODE              PIC X(02).
           05  LVC-LOCALITY-CODE           PIC X(05).
      * C = CONDADO, T = MUNICIPIO - MESMOS NIVEIS DO LOCLRATE.
           05  LVC-LOCAL-LEVEL             PIC X(01).
           05  LVC-LOCALITY-NAME           PIC X(20).
           05  LVC-PERIOD-START            PIC 9(08).
           05  LVC-PERIOD-END              PIC 9(08).
           05  LVC-AMOUNT-DUE              PIC 9(11)V99.
           05  LVC-DUE-DATE                PIC 9(08).
      *
       FD  LOCAL-RATE-FILE.
           COPY LOCLRATE.
      *
       FD  BAD-DEBT-FILE.
           COPY BADDEBT.
      *
       FD  FILING-CALENDAR.
           COPY FILECAL.
      *
      * CARTAO REMITPRM: COL 1 = MODO (C = PELO CALENDARIO DE
      * DECLARACOES, I = INTERATIVO); COL 2-9 = DATA DE REFERENCIA
      * CCYYMMDD (BRANCO = HOJE) - SO PERIODO ENCERRADO ANTES DELA E
      * APURADO.
       FD  PARAMETER-CARD-FILE.
       01  PARAMETER-CARD-RECORD.
           05  PRM-RUN-MODE                PIC X(01).
           05  PRM-AS-OF-DATE              PIC X(08).
      *
       WORKING-STORAGE SECTION.
       77  WS-TAXLOG-STATUS                PIC X(02)   VALUE "00".
           88  WS-TAXHIST-EOF                            VALUE "Y".
       77  WS-REMITCTL-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-REMITCTL-EOF                           VALUE "Y".
       77  WS-USETXLOG-STATUS              PIC X(02)   VALUE "00".
       77  WS-USETXLOG-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-USETXLOG-EOF                          VALUE "Y".
       77  WS-TAXLVCHR-STATUS              PIC X(02)   VALUE "00".
       77  WS-LOCLRATE-STATUS              PIC X(02)   VALUE "00".
       77  WS-LOCLRATE-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-LOCLRATE-EOF                          VALUE "Y".
       77  WS-BADDEBT-STATUS               PIC X(02)   VALUE "00".
       77  WS-BADDEBT-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-BADDEBT-EOF                           VALUE "Y".
      *
       77  WS-TODAY-DATE                   PIC 9(08).
       77  WS-PERIOD-START                 PIC 9(08).
       77  WS-PERIOD-END                   PIC 9(08).
      *
      * VENCIMENTO = REGRA DO CALENDARIO DE DECLARACOES DO ESTADO
      * (3030); FORA DO CALENDARIO, FIM DO PERIODO + WS-DUE-GRACE-DAYS
      * DIAS CORRIDOS, PELA MESMA TECNICA DE CALENDARIO JULIANO DE
      * TAXARCHV.
       77  WS-DUE-GRACE-DAYS               PIC 9(03)   VALUE 030.
       77  WS-PERIOD-END-JULIAN            PIC 9(09).
       77  WS-DUE-JULIAN                   PIC 9(09).
       77  WS-DUE-DATE                     PIC 9(08).
      * VENCIMENTO PELA CARENCIA, PARA ESTADO FORA DO CALENDARIO.
       77  WS-DEFAULT-DUE-DATE             PIC 9(08).
      *
      * CONTROLE DO CARTAO DE PARAMETROS (REMITPRM).
       77  WS-REMITPRM-STATUS              PIC X(02)   VALUE "00".
       77  WS-PARM-ERROR-SWITCH            PIC X(01)   VALUE "N".
           88  WS-PARM-CARD-INVALID                     VALUE "Y".
       77  WS-CALENDAR-MODE-SWITCH         PIC X(01)   VALUE "N".
           88  WS-RUN-BY-CALENDAR                       VALUE "Y".
       77  WS-AS-OF-DATE                   PIC 9(08)   VALUE ZERO.
      *
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
      * CALENDARIO DE DECLARACOES EM MEMORIA: REGRA DE FREQUENCIA E
      * DE VENCIMENTO DE CADA ESTADO EM CADA VIGENCIA.
       77  WS-FILECAL-STATUS               PIC X(02)   VALUE "00".
       01  CALENDAR-TABLE.
           05  CALENDAR-TABLE-COUNT        PIC 9(03)   VALUE ZERO.
           05  CALENDAR-TABLE-ROW OCCURS 200 TIMES.
               10  CLT-STATE-CODE          PIC X(02).
               10  CLT-EFFECTIVE-FROM      PIC 9(08).
               10  CLT-EFFECTIVE-TO        PIC 9(08).
               10  CLT-FREQUENCY           PIC X(01).
               10  CLT-DUE-MONTHS-AFTER    PIC 9(02).
               10  CLT-DUE-DAY             PIC 9(02).
       77  WS-CLT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-CLT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-CLT-IS-FULL                           VALUE "Y".
       77  WS-CALENDAR-ROW-SWITCH          PIC X(01)   VALUE "N".
           88  WS-CALENDAR-ROW-WAS-FOUND                VALUE "Y".
      *
      * AREA DO SUBPROGRAMA FILCPER1 (PERIODO E VENCIMENTO).
           COPY FILCPER.
       77  WS-WALK-DATE                    PIC 9(08)   VALUE ZERO.
      *
      * ESTADOS/PERIODOS DO CALENDARIO ENCERRADOS E AINDA NAO
      * DECLARADOS, APURADOS NA EXECUCAO PELO CALENDARIO.
       01  FILING-DUE-TABLE.
           05  FILING-DUE-COUNT            PIC 9(03)   VALUE ZERO.
           05  FILING-DUE-ROW OCCURS 300 TIMES.
               10  FDT-STATE-CODE          PIC X(02).
               10  FDT-PERIOD-START        PIC 9(08).
               10  FDT-PERIOD-END          PIC 9(08).
               10  FDT-FILED-SWITCH        PIC X(01).
       77  WS-FDT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-FDT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-FDT-IS-FULL                           VALUE "Y".
       77  WS-DUE-PICKED-SWITCH            PIC X(01)   VALUE "N".
           88  WS-DUE-PERIOD-WAS-PICKED                 VALUE "Y".
       77  WS-ALL-DUE-FILED-SWITCH         PIC X(01)   VALUE "N".
           88  WS-ALL-DUE-ARE-FILED                     VALUE "Y".
       77  WS-STATE-SELECTED-SWITCH        PIC X(01)   VALUE "Y".
           88  WS-STATE-IS-SELECTED                     VALUE "Y".
       77  WS-PERIODS-FILED-COUNT          PIC 9(05)   VALUE ZERO.
      *
      * TABELA EM MEMORIA COM UMA LINHA POR JURISDICAO, ACUMULANDO O
      * IMPOSTO DO PERIODO (ASSINADO - ESTORNOS ENTRAM NEGATIVOS).
           05  REMIT-TABLE-ROW OCCURS 50 TIMES.
               10  RMT-STATE-CODE          PIC X(02).
               10  RMT-TAX-TOTAL           PIC S9(11)V99 VALUE ZERO.
      * IMPOSTO SOBRE USO AUTOAPURADO NO PERIODO (USETXLOG).
               10  RMT-USE-TAX-TOTAL       PIC S9(11)V99 VALUE ZERO.
      * PARCELA LOCAL (CONDADO + MUNICIPIO) DE RMT-TAX-TOTAL.
               10  RMT-LOCAL-TAX-TOTAL     PIC S9(11)V99 VALUE ZERO.
      * INCOBRAVEIS DA JURISDICAO AINDA NAO ABATIDOS (BADDEBT).
               10  RMT-BAD-DEBT-TOTAL      PIC S9(11)V99 VALUE ZERO.
      * PARCELA DE RMT-BAD-DEBT-TOTAL QUE SAO RECUPERACOES (R).
               10  RMT-BAD-DEBT-RECOVERED  PIC S9(11)V99 VALUE ZERO.
      *
      * SOBRETAXA LOCAL DO PERIODO POR JURISDICAO/LOCALIDADE, NIVEL
      * CONDADO E NIVEL MUNICIPIO SEPARADOS.
       01  LOCALITY-TABLE.
           05  LOCALITY-TABLE-COUNT        PIC 9(03)   VALUE ZERO.
           05  LOCALITY-TABLE-ROW OCCURS 200 TIMES.
               10  LCT-STATE-CODE          PIC X(02).
               10  LCT-LOCALITY-CODE       PIC X(05).
               10  LCT-COUNTY-TAX          PIC S9(11)V99.
               10  LCT-CITY-TAX            PIC S9(11)V99.
       77  WS-LCT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-LCT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-LCT-WAS-FOUND                         VALUE "Y".
       77  WS-LCT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-LCT-IS-FULL                           VALUE "Y".
       77  WS-KEY-LOCALITY                 PIC X(05).
       77  WS-KEY-LEVEL                    PIC X(01).
       77  WS-ROW-COUNTY-TAX               PIC S9(7)V99 VALUE ZERO.
       77  WS-ROW-CITY-TAX                 PIC S9(7)V99 VALUE ZERO.
       77  WS-LEVEL-TAX                    PIC S9(11)V99 VALUE ZERO.
       77  WS-LOCAL-VOUCHER-COUNT          PIC 9(05)   VALUE ZERO.
       77  WS-GRAND-LOCAL-TAX-DUE          PIC S9(11)V99 VALUE ZERO.
      *
      * NOMES DAS LOCALIDADES (LOCLRATE) PARA AS GUIAS E O RELATORIO.
       01  LOCALITY-NAME-TABLE.
           05  LOCALITY-NAME-COUNT         PIC 9(03)   VALUE ZERO.
           05  LOCALITY-NAME-ROW OCCURS 300 TIMES.
               10  LNT-STATE-CODE          PIC X(02).
               10  LNT-LOCALITY-CODE       PIC X(05).
               10  LNT-LOCAL-LEVEL         PIC X(01).
               10  LNT-LOCALITY-NAME       PIC X(20).
       77  WS-LNT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-LOCALITY-NAME                PIC X(20)   VALUE SPACES.
      *
      * LINHAS DO ARQUIVO DE CONTROLE JA EXISTENTES, CARREGADAS NA
      * MEMORIA PARA O TESTE DE SOBREPOSICAO DE PERIODO.
       01  CONTROL-TABLE.
           05  CONTROL-TABLE-COUNT         PIC 9(04)   VALUE ZERO.
           05  CONTROL-TABLE-ROW OCCURS 2000 TIMES.
               10  CTB-STATE-CODE          PIC X(02).
               10  CTB-PERIOD-START        PIC 9(08).
               10  CTB-PERIOD-END          PIC 9(08).
               10  CTB-AMOUNT-REMITTED     PIC 9(11)V99.
               10  CTB-USE-TAX-REMITTED    PIC 9(11)V99.
               10  CTB-LOCAL-TAX-REMITTED  PIC 9(11)V99.
               10  CTB-BAD-DEBT-CLAIMED    PIC S9(11)V99.
       77  WS-CTL-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-CTL-TABLE-IS-FULL                     VALUE "Y".
      *
       77  WS-SEARCH-IDX                   PIC 9(03)   VALUE ZERO.
       77  WS-ROW-FOUND-SWITCH             PIC X(01)   VALUE "N".
      * PELO PARAGRAFO CHAMADOR (PERFORM NAO ACEITA USING EM COBOL).
       77  WS-KEY-STATE                    PIC X(02).
      *
       77  WS-CTL-SCAN-IDX                 PIC 9(04)   VALUE ZERO.
       77  WS-PERIOD-REMITTED-SWITCH       PIC X(01)   VALUE "N".
           88  WS-PERIOD-ALREADY-REMITTED               VALUE "Y".
      *
      * UM AJUSTE NEGATIVO APARECE COMO CREDITO A PEDIR A MAO).
       77  WS-ALREADY-REMITTED-TOTAL       PIC S9(11)V99 VALUE ZERO.
       77  WS-AMEND-DIFFERENCE             PIC S9(11)V99 VALUE ZERO.
      * O MESMO PARA A PARCELA DE USO: O QUE JA FOI RECOLHIDO DELA NO
      * PERIODO EXATO E A DIFERENCA QUE VAI NA GUIA RETIFICADORA.
       77  WS-ALREADY-USE-TAX-TOTAL        PIC S9(11)V99 VALUE ZERO.
       77  WS-AMEND-USE-TAX-DIFFERENCE     PIC S9(11)V99 VALUE ZERO.
      * E PARA A PARCELA LOCAL.
       77  WS-ALREADY-LOCAL-TAX-TOTAL      PIC S9(11)V99 VALUE ZERO.
       77  WS-AMEND-LOCAL-TAX-DIFFERENCE   PIC S9(11)V99 VALUE ZERO.
      * DEVIDO DO PERIODO = VENDAS + USO DA JURISDICAO.
       77  WS-PERIOD-AMOUNT-DUE            PIC S9(11)V99 VALUE ZERO.
       77  WS-GRAND-USE-TAX-DUE            PIC S9(11)V99 VALUE ZERO.
       77  WS-AMENDED-COUNT                PIC 9(05)   VALUE ZERO.
      * LINHA DE CONTROLE QUE SO SE SOBREPOE EM PARTE AO PERIODO
      * PEDIDO: A MATEMATICA DA DIFERENCA SO VALE QUANDO OS PERIODOS
       77  WS-PARTIAL-OVERLAP-SWITCH       PIC X(01)   VALUE "N".
           88  WS-PARTIAL-OVERLAP-FOUND                 VALUE "Y".
       77  WS-GRAND-AMOUNT-DUE             PIC S9(11)V99 VALUE ZERO.
      * IMPOSTO DO PERIODO COBRADO E RECOLHIDO PELOS MARKETPLACES -
      * SO INFORMATIVO, NUNCA ENTRA NO DEVIDO.
       77  WS-MARKETPLACE-TAX-EXCLUDED     PIC S9(11)V99 VALUE ZERO.
      * INCOBRAVEIS ABATIDOS NAS GUIAS DESTA EXECUCAO.
       77  WS-GRAND-BAD-DEBT-NETTED        PIC S9(11)V99 VALUE ZERO.
      * ABATIMENTO DA GUIA ORIGINAL EM APURACAO: RECUPERACOES INTEIRAS
      * MAIS AS BAIXAS ATE O IMPOSTO DO PERIODO (WS-BAD-DEBT-ROOM).
       77  WS-BAD-DEBT-CLAIM               PIC S9(11)V99 VALUE ZERO.
       77  WS-BAD-DEBT-W-CLAIM             PIC S9(11)V99 VALUE ZERO.
       77  WS-BAD-DEBT-W-LEFT              PIC S9(11)V99 VALUE ZERO.
       77  WS-BAD-DEBT-ROOM                PIC S9(11)V99 VALUE ZERO.
       77  WS-BDG-SPLIT-REMAINDER          PIC S9(09)V99 VALUE ZERO.
       77  WS-EDIT-TAX-TOTAL               PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-COUNT                   PIC ZZ,ZZ9.
      *
      * REGISTRO DE INCOBRAVEIS EM MEMORIA, LINHA A LINHA, PARA SER
      * REGRAVADO COM OS CARIMBOS. SE NAO COUBER, NADA E ABATIDO
      * NESTA EXECUCAO (AS LINHAS ESPERAM, INTACTAS) - REGRAVAR SO O
      * QUE COUBE PERDERIA O RESTO. A CARGA PARA EM 1900 LINHAS: AS
      * 100 DE FOLGA RECEBEM O RESTO DAS BAIXAS PARTIDAS (UMA POR
      * JURISDICAO E PERIODO, NO MAXIMO).
       01  BAD-DEBT-TABLE.
           05  BAD-DEBT-TABLE-COUNT        PIC 9(04)   VALUE ZERO.
           05  BAD-DEBT-TABLE-ROW OCCURS 2000 TIMES.
               10  BDG-RECORD-IMAGE        PIC X(62).
       77  WS-BDG-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-BDG-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-BDG-TABLE-IS-FULL                     VALUE "Y".
       77  WS-BDG-STAMPED-SWITCH           PIC X(01)   VALUE "N".
           88  WS-BDG-ROWS-WERE-STAMPED                 VALUE "Y".
      *
      *
      * CATALOGO DE GERACOES DO HISTORICO (HISTCTLG): O HISTORICO E
      * PARTICIONADO POR ANO (TAXHIST-CCYY) E SO AS GERACOES QUE
           IF WS-LEDGER-BLOCKS-THIS-RUN
               DISPLAY "TAXLOG IS NOT BEING CONSUMED - FIX THE "
                   "CALC1000 BATCH AND RERUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0040-READ-PARAMETER-CARD.
           IF WS-PARM-CARD-INVALID
               DISPLAY "RUN ENDED - FIX THE REMITPRM CARD AND "
                   "RESUBMIT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0300-LOAD-FILING-CALENDAR.
           IF WS-RUN-BY-CALENDAR
               PERFORM 0600-RUN-FILING-CALENDAR
           ELSE
               PERFORM 0030-SIGN-ON-OPERATOR
               PERFORM 0500-ACCEPT-FILING-PERIOD
               PERFORM 0700-GENERATE-ONE-PERIOD
           END-IF.
      * GOBACK, NAO STOP RUN - CHAMADO PELO JOBCHAIN DEVOLVE O
      * CONTROLE PARA A CADEIA SEGUIR.
           GOBACK.
      *
      ******************************************************************
      * 0030-SIGN-ON-OPERATOR
      * Someone is about to key a filing period at the terminal: they
      * must be signed on as a batch operator (role B). A calendar run
      * off the REMITPRM card has nobody typing and skips this.
      ******************************************************************
       0030-SIGN-ON-OPERATOR.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "TAXREMIT" TO SGN-PROGRAM-ID.
           MOVE "B" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               DISPLAY "RUN ENDED - NOT AUTHORIZED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
      ******************************************************************
      * 0040-READ-PARAMETER-CARD
      * Same card convention as CALC1000's CALCPARM: when a REMITPRM
      * file is present its card drives the run and no ACCEPT is
      * issued; the parameters are echoed for the record and a card
      * that does not validate stops the run. No file at all (status
      * 35) just means an ad-hoc interactive run.
      ******************************************************************
       0040-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE.
           IF WS-REMITPRM-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-REMITPRM-STATUS NOT = "00"
                   DISPLAY "REMITPRM PRESENT BUT UNREADABLE - "
                       "STATUS " WS-REMITPRM-STATUS "."
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   READ PARAMETER-CARD-FILE
                       AT END
                           DISPLAY "REMITPRM IS EMPTY - NO "
                               "PARAMETERS ON THE CARD."
                           MOVE "Y" TO WS-PARM-ERROR-SWITCH
                       NOT AT END
                           PERFORM 0045-APPLY-PARAMETER-CARD
                   END-READ
                   CLOSE PARAMETER-CARD-FILE
               END-IF
           END-IF.
      *
       0045-APPLY-PARAMETER-CARD.
           IF PRM-RUN-MODE NOT = "C" AND PRM-RUN-MODE NOT = "I"
               DISPLAY "REMITPRM: RUN MODE MUST BE C OR I, GOT '"
                   PRM-RUN-MODE "'."
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-IF.
           MOVE WS-TODAY-DATE TO WS-AS-OF-DATE.
           IF PRM-AS-OF-DATE NOT = SPACES
               AND PRM-AS-OF-DATE NOT = ZEROS
               IF PRM-AS-OF-DATE IS NUMERIC
                   MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
                   IF WS-AS-OF-DATE > WS-TODAY-DATE
                       DISPLAY "REMITPRM: AS-OF DATE "
                           WS-AS-OF-DATE " IS AFTER TODAY."
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               ELSE
                   DISPLAY "REMITPRM: AS-OF DATE MUST BE CCYYMMDD "
                       "OR BLANK, GOT '" PRM-AS-OF-DATE "'."
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               END-IF
           END-IF.
           IF NOT WS-PARM-CARD-INVALID
               IF PRM-RUN-MODE = "C"
                   MOVE "Y" TO WS-CALENDAR-MODE-SWITCH
                   DISPLAY "REMITPRM: FILING BY CALENDAR AS OF "
                       WS-AS-OF-DATE "."
               ELSE
                   DISPLAY "REMITPRM: INTERACTIVE RUN."
               END-IF
           END-IF.
      *
      ******************************************************************
      * 0300-LOAD-FILING-CALENDAR
      * The filing calendar is loaded in both modes: it gives each
      * jurisdiction's due date, and in a calendar run it also says
      * which periods are closed and waiting to be filed. No FILECAL
      * just leaves every state on the 30-day default.
      ******************************************************************
       0300-LOAD-FILING-CALENDAR.
           MOVE ZERO TO CALENDAR-TABLE-COUNT.
           OPEN INPUT FILING-CALENDAR.
           IF WS-FILECAL-STATUS = "00"
               PERFORM 0310-READ-CALENDAR-RECORD
               PERFORM 0320-TABLE-ONE-CALENDAR-ROW
                   UNTIL WS-FILECAL-STATUS = "10"
               CLOSE FILING-CALENDAR
           END-IF.
      *
       0310-READ-CALENDAR-RECORD.
           READ FILING-CALENDAR NEXT RECORD
               AT END MOVE "10" TO WS-FILECAL-STATUS
           END-READ.
      *
       0320-TABLE-ONE-CALENDAR-ROW.
           IF CALENDAR-TABLE-COUNT < 200
               ADD 1 TO CALENDAR-TABLE-COUNT
               MOVE FCL-STATE-CODE TO
                   CLT-STATE-CODE (CALENDAR-TABLE-COUNT)
               MOVE FCL-EFFECTIVE-FROM TO
                   CLT-EFFECTIVE-FROM (CALENDAR-TABLE-COUNT)
               MOVE FCL-EFFECTIVE-TO TO
                   CLT-EFFECTIVE-TO (CALENDAR-TABLE-COUNT)
               MOVE FCL-FREQUENCY TO
                   CLT-FREQUENCY (CALENDAR-TABLE-COUNT)
               MOVE FCL-DUE-MONTHS-AFTER TO
                   CLT-DUE-MONTHS-AFTER (CALENDAR-TABLE-COUNT)
               MOVE FCL-DUE-DAY TO
                   CLT-DUE-DAY (CALENDAR-TABLE-COUNT)
           ELSE
               IF NOT WS-CLT-IS-FULL
                   DISPLAY "CALENDAR-TABLE FULL AT 200 ROWS - "
                       "REMAINING FILECAL ROWS ARE IGNORED THIS "
                       "RUN."
                   MOVE "Y" TO WS-CLT-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 0310-READ-CALENDAR-RECORD.
      *
       0500-ACCEPT-FILING-PERIOD.
           DISPLAY "FILING PERIOD START DATE (CCYYMMDD): ".
           ACCEPT WS-PERIOD-START.
           DISPLAY "FILING PERIOD END DATE (CCYYMMDD): ".
           ACCEPT WS-PERIOD-END.
           PERFORM 0510-COMPUTE-DEFAULT-DUE-DATE.
      *
       0510-COMPUTE-DEFAULT-DUE-DATE.
           COMPUTE WS-PERIOD-END-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-END).
           COMPUTE WS-DUE-JULIAN =
               WS-PERIOD-END-JULIAN + WS-DUE-GRACE-DAYS.
           COMPUTE WS-DEFAULT-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUE-JULIAN).
           MOVE WS-DEFAULT-DUE-DATE TO WS-DUE-DATE.
      *
      ******************************************************************
      * 0600-RUN-FILING-CALENDAR
      * Unattended run. Every calendar row is walked period by period
      * from its effective-from date; a period that closed before the
      * as-of date, inside the row's effective range, with no REMITCTL
      * row of the state overlapping it, is due to be filed. The due
      * periods are then filed oldest first, one distinct period per
      * pass of the ordinary run, each pass restricted to the states
      * that owe that period - REMITCTL and BADDEBT written by one
      * pass are what the next one reads. A control file too big for
      * the table would make filed periods look unfiled, so the run
      * is refused rather than paying a period twice.
      ******************************************************************
       0600-RUN-FILING-CALENDAR.
           IF CALENDAR-TABLE-COUNT = ZERO
               DISPLAY "FILING CALENDAR (FILECAL) IS EMPTY OR "
                   "MISSING - NOTHING CAN BE FILED BY CALENDAR."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-LOAD-REMIT-CONTROL
               IF WS-CTL-TABLE-IS-FULL
                   DISPLAY "CALENDAR RUN REFUSED - REMITCTL DOES "
                       "NOT FIT IN CONTROL-TABLE, SO A FILED "
                       "PERIOD COULD LOOK UNFILED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO FILING-DUE-COUNT
                   PERFORM 0610-WALK-ONE-CALENDAR-ROW
                       VARYING WS-CLT-IDX FROM 1 BY 1
                       UNTIL WS-CLT-IDX > CALENDAR-TABLE-COUNT
                   IF FILING-DUE-COUNT = ZERO
                       DISPLAY "NO CLOSED PERIOD IS WAITING TO BE "
                           "FILED AS OF " WS-AS-OF-DATE "."
                   END-IF
                   MOVE "N" TO WS-ALL-DUE-FILED-SWITCH
                   PERFORM 0630-FILE-EARLIEST-DUE-PERIOD
                       UNTIL WS-ALL-DUE-ARE-FILED
                   MOVE WS-PERIODS-FILED-COUNT TO WS-EDIT-COUNT
                   DISPLAY "PERIODS FILED BY CALENDAR: " WS-EDIT-COUNT
               END-IF
           END-IF.
      *
       0610-WALK-ONE-CALENDAR-ROW.
           MOVE CLT-FREQUENCY (WS-CLT-IDX) TO FPA-FREQUENCY.
           MOVE CLT-DUE-MONTHS-AFTER (WS-CLT-IDX)
               TO FPA-DUE-MONTHS-AFTER.
           MOVE CLT-DUE-DAY (WS-CLT-IDX) TO FPA-DUE-DAY.
           MOVE CLT-EFFECTIVE-FROM (WS-CLT-IDX) TO WS-WALK-DATE.
           PERFORM 0620-CHECK-ONE-CALENDAR-PERIOD
               UNTIL WS-WALK-DATE > CLT-EFFECTIVE-TO (WS-CLT-IDX)
                   OR WS-WALK-DATE NOT < WS-AS-OF-DATE.
      *
       0620-CHECK-ONE-CALENDAR-PERIOD.
           MOVE WS-WALK-DATE TO FPA-ANY-DATE.
           CALL "FILCPER1" USING FILING-PERIOD-AREA.
           IF FPA-PERIOD-END < WS-AS-OF-DATE
               AND FPA-PERIOD-END NOT > CLT-EFFECTIVE-TO (WS-CLT-IDX)
               MOVE CLT-STATE-CODE (WS-CLT-IDX) TO WS-KEY-STATE
               MOVE FPA-PERIOD-START TO WS-PERIOD-START
               MOVE FPA-PERIOD-END TO WS-PERIOD-END
               PERFORM 3100-CHECK-PERIOD-REMITTED
               IF NOT WS-PERIOD-ALREADY-REMITTED
                   PERFORM 0625-ADD-FILING-DUE-ROW
               END-IF
           END-IF.
           MOVE FPA-NEXT-PERIOD-DATE TO WS-WALK-DATE.
      *
       0625-ADD-FILING-DUE-ROW.
           IF FILING-DUE-COUNT < 300
               ADD 1 TO FILING-DUE-COUNT
               MOVE WS-KEY-STATE TO FDT-STATE-CODE (FILING-DUE-COUNT)
               MOVE WS-PERIOD-START TO
                   FDT-PERIOD-START (FILING-DUE-COUNT)
               MOVE WS-PERIOD-END TO FDT-PERIOD-END (FILING-DUE-COUNT)
               MOVE "N" TO FDT-FILED-SWITCH (FILING-DUE-COUNT)
           ELSE
               IF NOT WS-FDT-IS-FULL
                   DISPLAY "FILING-DUE-TABLE FULL AT 300 PERIODS - "
                       "THE REST ARE FILED ON THE NEXT RUN."
                   MOVE "Y" TO WS-FDT-FULL-SWITCH
               END-IF
           END-IF.
      *
      * O PERIODO MAIS ANTIGO AINDA NAO APURADO (MENOR FIM, DEPOIS
      * MENOR INICIO) E APURADO PARA TODOS OS ESTADOS QUE O DEVEM.
       0630-FILE-EARLIEST-DUE-PERIOD.
           MOVE "N" TO WS-DUE-PICKED-SWITCH.
           MOVE 99999999 TO WS-PERIOD-START.
           MOVE 99999999 TO WS-PERIOD-END.
           PERFORM 0635-CHECK-ONE-DUE-ROW
               VARYING WS-FDT-IDX FROM 1 BY 1
               UNTIL WS-FDT-IDX > FILING-DUE-COUNT.
           IF WS-DUE-PERIOD-WAS-PICKED
               PERFORM 0510-COMPUTE-DEFAULT-DUE-DATE
               PERFORM 0700-GENERATE-ONE-PERIOD
               PERFORM 0640-MARK-ONE-DUE-ROW-FILED
                   VARYING WS-FDT-IDX FROM 1 BY 1
                   UNTIL WS-FDT-IDX > FILING-DUE-COUNT
               ADD 1 TO WS-PERIODS-FILED-COUNT
           ELSE
               MOVE "Y" TO WS-ALL-DUE-FILED-SWITCH
           END-IF.
      *
       0635-CHECK-ONE-DUE-ROW.
           IF FDT-FILED-SWITCH (WS-FDT-IDX) = "N"
               IF FDT-PERIOD-END (WS-FDT-IDX) < WS-PERIOD-END
                   OR (FDT-PERIOD-END (WS-FDT-IDX) = WS-PERIOD-END
                       AND FDT-PERIOD-START (WS-FDT-IDX)
                           < WS-PERIOD-START)
                   MOVE FDT-PERIOD-START (WS-FDT-IDX)
                       TO WS-PERIOD-START
                   MOVE FDT-PERIOD-END (WS-FDT-IDX) TO WS-PERIOD-END
                   MOVE "Y" TO WS-DUE-PICKED-SWITCH
               END-IF
           END-IF.
      *
       0640-MARK-ONE-DUE-ROW-FILED.
           IF FDT-PERIOD-START (WS-FDT-IDX) = WS-PERIOD-START
               AND FDT-PERIOD-END (WS-FDT-IDX) = WS-PERIOD-END
               MOVE "Y" TO FDT-FILED-SWITCH (WS-FDT-IDX)
           END-IF.
      *
      ******************************************************************
      * 0700-GENERATE-ONE-PERIOD
      * One full filing pass over WS-PERIOD-START/END: the ordinary
      * run, and in a calendar run one pass per due period. Every
      * table, switch and total is reset first so nothing carries
      * from one period into the next. In a calendar run each state
      * owing the period gets its row even with no activity, so a
      * nil voucher can record the period as filed.
      ******************************************************************
       0700-GENERATE-ONE-PERIOD.
           PERFORM 0710-RESET-PERIOD-TOTALS.
           PERFORM 1000-LOAD-REMIT-CONTROL.
           PERFORM 2000-LOAD-TAX-LOG-TOTALS.
           PERFORM 2500-LOAD-TAX-HISTORY-TOTALS.
           PERFORM 2700-LOAD-USE-TAX-TOTALS.
           PERFORM 2800-LOAD-LOCALITY-NAMES.
           PERFORM 2600-LOAD-BAD-DEBT-REGISTER.
           IF WS-RUN-BY-CALENDAR
               PERFORM 0720-ADD-ONE-DUE-STATE
                   VARYING WS-FDT-IDX FROM 1 BY 1
                   UNTIL WS-FDT-IDX > FILING-DUE-COUNT
           END-IF.
           PERFORM 3000-GENERATE-VOUCHERS.
      *
       0710-RESET-PERIOD-TOTALS.
           MOVE ZERO TO REMIT-TABLE-COUNT.
           MOVE ZERO TO LOCALITY-TABLE-COUNT.
           MOVE ZERO TO LOCALITY-NAME-COUNT.
           MOVE ZERO TO GEN-CATALOG-COUNT.
           MOVE "N" TO WS-TABLE-FULL-SWITCH.
           MOVE "N" TO WS-LCT-FULL-SWITCH.
           MOVE "N" TO WS-BDG-FULL-SWITCH.
           MOVE "N" TO WS-BDG-STAMPED-SWITCH.
           MOVE ZERO TO WS-VOUCHER-COUNT.
           MOVE ZERO TO WS-SKIPPED-COUNT.
           MOVE ZERO TO WS-AMENDED-COUNT.
           MOVE ZERO TO WS-LOCAL-VOUCHER-COUNT.
           MOVE ZERO TO WS-GRAND-AMOUNT-DUE.
           MOVE ZERO TO WS-GRAND-USE-TAX-DUE.
           MOVE ZERO TO WS-GRAND-LOCAL-TAX-DUE.
           MOVE ZERO TO WS-MARKETPLACE-TAX-EXCLUDED.
           MOVE ZERO TO WS-GRAND-BAD-DEBT-NETTED.
      *
       0720-ADD-ONE-DUE-STATE.
           IF FDT-PERIOD-START (WS-FDT-IDX) = WS-PERIOD-START
               AND FDT-PERIOD-END (WS-FDT-IDX) = WS-PERIOD-END
               MOVE FDT-STATE-CODE (WS-FDT-IDX) TO WS-KEY-STATE
               PERFORM 4000-FIND-OR-ADD-REMIT-ROW
           END-IF.
      *
      ******************************************************************
      * 1000-LOAD-REMIT-CONTROL
      ******************************************************************
       1000-LOAD-REMIT-CONTROL.
           MOVE ZERO TO CONTROL-TABLE-COUNT.
           MOVE "N" TO WS-REMITCTL-EOF-SWITCH.
           MOVE "N" TO WS-CTL-FULL-SWITCH.
           OPEN INPUT REMIT-CONTROL-FILE.
           IF WS-REMITCTL-STATUS = "00"
               PERFORM 1010-READ-CONTROL-RECORD
           END-READ.
      *
       1020-BUILD-CONTROL-TABLE-ROW.
           IF CONTROL-TABLE-COUNT < 2000
               ADD 1 TO CONTROL-TABLE-COUNT
               MOVE RMC-STATE-CODE TO
                   CTB-STATE-CODE (CONTROL-TABLE-COUNT)
                   CTB-PERIOD-END (CONTROL-TABLE-COUNT)
               MOVE RMC-AMOUNT-REMITTED TO
                   CTB-AMOUNT-REMITTED (CONTROL-TABLE-COUNT)
               IF RMC-USE-TAX-REMITTED NOT NUMERIC
                   MOVE ZERO TO RMC-USE-TAX-REMITTED
               END-IF
               MOVE RMC-USE-TAX-REMITTED TO
                   CTB-USE-TAX-REMITTED (CONTROL-TABLE-COUNT)
               IF RMC-LOCAL-TAX-REMITTED NOT NUMERIC
                   MOVE ZERO TO RMC-LOCAL-TAX-REMITTED
               END-IF
               MOVE RMC-LOCAL-TAX-REMITTED TO
                   CTB-LOCAL-TAX-REMITTED (CONTROL-TABLE-COUNT)
               IF RMC-BAD-DEBT-CLAIMED NOT NUMERIC
                   MOVE ZERO TO RMC-BAD-DEBT-CLAIMED
               END-IF
               MOVE RMC-BAD-DEBT-CLAIMED TO
                   CTB-BAD-DEBT-CLAIMED (CONTROL-TABLE-COUNT)
           ELSE
               IF NOT WS-CTL-TABLE-IS-FULL
                   DISPLAY "CONTROL-TABLE FULL AT 2000 ROWS - LATER "
                       "REMITCTL ROWS ARE NOT CHECKED; ARCHIVE OLD "
                       "REMITCTL ROWS."
                   MOVE "Y" TO WS-CTL-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 1010-READ-CONTROL-RECORD.
      *
      ******************************************************************
      * 2000-LOAD-TAX-LOG-TOTALS
      * Accumulates every live-log record whose business date falls in
      * the filing period into REMIT-TABLE by jurisdiction. Rows a
      * marketplace facilitator sold (entry source M) stay out - the
      * marketplace remitted that tax - and are only totalled apart.
      ******************************************************************
       2000-LOAD-TAX-LOG-TOTALS.
           MOVE "N" TO WS-TAXLOG-EOF-SWITCH.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 2005-START-TAX-LOG-AT-PERIOD
               PERFORM 2020-ACCUMULATE-TAX-LOG-ROW
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
       2020-ACCUMULATE-TAX-LOG-ROW.
           IF LOG-BUSINESS-DATE NOT < WS-PERIOD-START
               AND LOG-BUSINESS-DATE NOT > WS-PERIOD-END
               AND LOG-ENTERED-MARKETPLACE
               ADD LOG-SALES-TAX TO WS-MARKETPLACE-TAX-EXCLUDED
           END-IF.
           IF LOG-BUSINESS-DATE NOT < WS-PERIOD-START
               AND LOG-BUSINESS-DATE NOT > WS-PERIOD-END
               AND NOT LOG-ENTERED-MARKETPLACE
               MOVE LOG-STATE-CODE TO WS-KEY-STATE
               PERFORM 4000-FIND-OR-ADD-REMIT-ROW
               ADD LOG-SALES-TAX TO RMT-TAX-TOTAL (WS-SEARCH-IDX)
               IF LOG-STATE-TAX NUMERIC
                   AND LOG-LOCALITY-CODE NOT = SPACES
                   MOVE LOG-LOCALITY-CODE TO WS-KEY-LOCALITY
                   MOVE LOG-COUNTY-TAX TO WS-ROW-COUNTY-TAX
                   MOVE LOG-CITY-TAX TO WS-ROW-CITY-TAX
                   PERFORM 2900-POST-LOCAL-TAX
               END-IF
           END-IF.
           PERFORM 2010-READ-TAX-LOG-RECORD.
      *
      ******************************************************************
      * 2600-LOAD-BAD-DEBT-REGISTER
      * Every bad-debt register row not yet claimed on a voucher and
      * entered by the end of the filing period - write-offs positive,
      * recoveries negative - sums into its jurisdiction's claim. A
      * register too big for the table is left alone for this run,
      * with a warning: nothing is netted and nothing is stamped.
      * Recoveries are also summed apart - 3050 always nets them in
      * full and caps only the write-offs.
      ******************************************************************
       2600-LOAD-BAD-DEBT-REGISTER.
           MOVE ZERO TO BAD-DEBT-TABLE-COUNT.
           MOVE "N" TO WS-BADDEBT-EOF-SWITCH.
           OPEN INPUT BAD-DEBT-FILE.
           IF WS-BADDEBT-STATUS = "00"
               PERFORM 2610-READ-BAD-DEBT-RECORD
               PERFORM 2620-TABLE-ONE-BAD-DEBT-ROW
                   UNTIL WS-BADDEBT-EOF
               CLOSE BAD-DEBT-FILE
           END-IF.
           IF NOT WS-BDG-TABLE-IS-FULL
               PERFORM 2630-CLAIM-ONE-BAD-DEBT-ROW
                   VARYING WS-BDG-IDX FROM 1 BY 1
                   UNTIL WS-BDG-IDX > BAD-DEBT-TABLE-COUNT
           END-IF.
      *
       2610-READ-BAD-DEBT-RECORD.
           READ BAD-DEBT-FILE
               AT END MOVE "Y" TO WS-BADDEBT-EOF-SWITCH
           END-READ.
      *
       2620-TABLE-ONE-BAD-DEBT-ROW.
           IF BAD-DEBT-TABLE-COUNT < 1900
               ADD 1 TO BAD-DEBT-TABLE-COUNT
               MOVE BAD-DEBT-RECORD TO
                   BDG-RECORD-IMAGE (BAD-DEBT-TABLE-COUNT)
           ELSE
               IF NOT WS-BDG-TABLE-IS-FULL
                   DISPLAY "BAD-DEBT-TABLE FULL AT 1900 ROWS - NO "
                       "BAD-DEBT TAX IS NETTED THIS RUN; ARCHIVE "
                       "CLAIMED BADDEBT ROWS AND RERUN."
                   MOVE "Y" TO WS-BDG-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 2610-READ-BAD-DEBT-RECORD.
      *
       2630-CLAIM-ONE-BAD-DEBT-ROW.
           MOVE BDG-RECORD-IMAGE (WS-BDG-IDX) TO BAD-DEBT-RECORD.
           IF BDT-NOT-YET-CLAIMED
               AND BDT-ENTRY-DATE NOT > WS-PERIOD-END
               MOVE BDT-STATE-CODE TO WS-KEY-STATE
               PERFORM 4000-FIND-OR-ADD-REMIT-ROW
               ADD BDT-TAX-AMOUNT TO RMT-BAD-DEBT-TOTAL (WS-SEARCH-IDX)
               IF BDT-ENTRY-RECOVERY
                   ADD BDT-TAX-AMOUNT
                       TO RMT-BAD-DEBT-RECOVERED (WS-SEARCH-IDX)
               END-IF
           END-IF.
      *
      ******************************************************************
      * 2500-LOAD-TAX-HISTORY-TOTALS
      * Same accumulation against the history file, so a period that
      * TAXARCHV already archived still totals correctly.
       2520-ACCUMULATE-TAX-HISTORY-ROW.
           IF HST-BUSINESS-DATE NOT < WS-PERIOD-START
               AND HST-BUSINESS-DATE NOT > WS-PERIOD-END
               AND HST-ENTRY-SOURCE = "M"
               ADD HST-SALES-TAX TO WS-MARKETPLACE-TAX-EXCLUDED
           END-IF.
           IF HST-BUSINESS-DATE NOT < WS-PERIOD-START
               AND HST-BUSINESS-DATE NOT > WS-PERIOD-END
               AND HST-ENTRY-SOURCE NOT = "M"
               MOVE HST-STATE-CODE TO WS-KEY-STATE
               PERFORM 4000-FIND-OR-ADD-REMIT-ROW
               ADD HST-SALES-TAX TO RMT-TAX-TOTAL (WS-SEARCH-IDX)
               IF HST-STATE-TAX NUMERIC
                   AND HST-LOCALITY-CODE NOT = SPACES
                   MOVE HST-LOCALITY-CODE TO WS-KEY-LOCALITY
                   MOVE HST-COUNTY-TAX TO WS-ROW-COUNTY-TAX
                   MOVE HST-CITY-TAX TO WS-ROW-CITY-TAX
                   PERFORM 2900-POST-LOCAL-TAX
               END-IF
           END-IF.
           PERFORM 2510-READ-TAX-HISTORY-RECORD.
      *
      ******************************************************************
      * 2700-LOAD-USE-TAX-TOTALS
      * Use tax self-assessed by USETAXAS on the shop's own purchases,
      * by ship-to jurisdiction, for invoices dated in the filing
      * period. Kept in its own column of REMIT-TABLE so the voucher
      * and the report carry it as a separate line. No USETXLOG just
      * means nothing was ever assessed.
      ******************************************************************
       2700-LOAD-USE-TAX-TOTALS.
           MOVE "N" TO WS-USETXLOG-EOF-SWITCH.
           OPEN INPUT USE-TAX-LOG-FILE.
           IF WS-USETXLOG-STATUS = "00"
               PERFORM 2710-READ-USE-TAX-LOG-RECORD
               PERFORM 2720-ACCUMULATE-USE-TAX-ROW
                   UNTIL WS-USETXLOG-EOF
               CLOSE USE-TAX-LOG-FILE
           END-IF.
      *
       2710-READ-USE-TAX-LOG-RECORD.
           READ USE-TAX-LOG-FILE
               AT END MOVE "Y" TO WS-USETXLOG-EOF-SWITCH
           END-READ.
      *
       2720-ACCUMULATE-USE-TAX-ROW.
           IF UTL-INVOICE-DATE NOT < WS-PERIOD-START
               AND UTL-INVOICE-DATE NOT > WS-PERIOD-END
               AND UTL-USE-TAX-OWED > ZERO
               MOVE UTL-STATE-CODE TO WS-KEY-STATE
               PERFORM 4000-FIND-OR-ADD-REMIT-ROW
               ADD UTL-USE-TAX-OWED TO
                   RMT-USE-TAX-TOTAL (WS-SEARCH-IDX)
           END-IF.
           PERFORM 2710-READ-USE-TAX-LOG-RECORD.
      *
      ******************************************************************
      * 2800-LOAD-LOCALITY-NAMES
      * Locality names for the local vouchers and the report, one per
      * jurisdiction/locality/level as the rate desk keys them in
      * LOCLRATE. No LOCLRATE just leaves the names blank.
      ******************************************************************
       2800-LOAD-LOCALITY-NAMES.
           MOVE "N" TO WS-LOCLRATE-EOF-SWITCH.
           OPEN INPUT LOCAL-RATE-FILE.
           IF WS-LOCLRATE-STATUS = "00"
               PERFORM 2810-READ-LOCAL-RATE-RECORD
               PERFORM 2820-TABLE-ONE-LOCALITY-NAME
                   UNTIL WS-LOCLRATE-EOF
               CLOSE LOCAL-RATE-FILE
           END-IF.
      *
       2810-READ-LOCAL-RATE-RECORD.
           READ LOCAL-RATE-FILE
               AT END MOVE "Y" TO WS-LOCLRATE-EOF-SWITCH
           END-READ.
      *
      * A PRIMEIRA LINHA DE CADA LOCALIDADE/NIVEL DA O NOME.
       2820-TABLE-ONE-LOCALITY-NAME.
           MOVE LR-JURISDICTION TO WS-KEY-STATE.
           MOVE LR-LOCALITY-CODE TO WS-KEY-LOCALITY.
           MOVE LR-LOCAL-LEVEL TO WS-KEY-LEVEL.
           PERFORM 4200-FIND-LOCALITY-NAME.
           IF WS-LOCALITY-NAME = SPACES
               AND LOCALITY-NAME-COUNT < 300
               ADD 1 TO LOCALITY-NAME-COUNT
               MOVE LR-JURISDICTION TO
                   LNT-STATE-CODE (LOCALITY-NAME-COUNT)
               MOVE LR-LOCALITY-CODE TO
                   LNT-LOCALITY-CODE (LOCALITY-NAME-COUNT)
               MOVE LR-LOCAL-LEVEL TO
                   LNT-LOCAL-LEVEL (LOCALITY-NAME-COUNT)
               MOVE LR-LOCALITY-NAME TO
                   LNT-LOCALITY-NAME (LOCALITY-NAME-COUNT)
           END-IF.
           PERFORM 2810-READ-LOCAL-RATE-RECORD.
      *
      ******************************************************************
      * 2900-POST-LOCAL-TAX
      * Posts one record's county and city components into its
      * jurisdiction's local share and into the locality's own row.
      * Expects WS-SEARCH-IDX on the jurisdiction's REMIT-TABLE row.
      ******************************************************************
       2900-POST-LOCAL-TAX.
           ADD WS-ROW-COUNTY-TAX WS-ROW-CITY-TAX
               TO RMT-LOCAL-TAX-TOTAL (WS-SEARCH-IDX).
           PERFORM 4100-FIND-OR-ADD-LOCALITY-ROW.
           ADD WS-ROW-COUNTY-TAX TO LCT-COUNTY-TAX (WS-LCT-IDX).
           ADD WS-ROW-CITY-TAX TO LCT-CITY-TAX (WS-LCT-IDX).
      *
      ******************************************************************
      * 3000-GENERATE-VOUCHERS
      * Walks the completed REMIT-TABLE, one jurisdiction at a time:
      * a period already covered by the control file is skipped with a
      * message; anything owed gets a voucher, a report line and a new
      * control row marking it remitted. Each voucher carries its own
      * jurisdiction's due date (3030).
      ******************************************************************
       3000-GENERATE-VOUCHERS.
           DISPLAY "====================================".
           DISPLAY "JURISDICTION REMITTANCE - FILING REPORT".
           DISPLAY "PERIOD " WS-PERIOD-START " THRU " WS-PERIOD-END.
           IF WS-RUN-BY-CALENDAR
               DISPLAY "FILED BY CALENDAR AS OF " WS-AS-OF-DATE
           END-IF.
           DISPLAY "====================================".
           OPEN EXTEND REMIT-VOUCHER-FILE.
           IF WS-TAXVCHR-STATUS = "35"
               UNTIL WS-SEARCH-IDX > REMIT-TABLE-COUNT.
           CLOSE REMIT-VOUCHER-FILE.
           CLOSE REMIT-CONTROL-FILE.
           IF WS-LOCAL-VOUCHER-COUNT > ZERO
               CLOSE LOCAL-VOUCHER-FILE
           END-IF.
           IF WS-BDG-ROWS-WERE-STAMPED
               PERFORM 3800-REWRITE-BAD-DEBT-REGISTER
           END-IF.
           DISPLAY "====================================".
           MOVE WS-GRAND-AMOUNT-DUE TO WS-EDIT-TAX-TOTAL.
           DISPLAY "TOTAL AMOUNT DUE. . . . : " WS-EDIT-TAX-TOTAL.
           MOVE WS-GRAND-USE-TAX-DUE TO WS-EDIT-TAX-TOTAL.
           DISPLAY "  OF WHICH USE TAX. . . : " WS-EDIT-TAX-TOTAL.
           MOVE WS-GRAND-LOCAL-TAX-DUE TO WS-EDIT-TAX-TOTAL.
           DISPLAY "  OF WHICH LOCAL SURTAX : " WS-EDIT-TAX-TOTAL.
           MOVE WS-MARKETPLACE-TAX-EXCLUDED TO WS-EDIT-TAX-TOTAL.
           DISPLAY "MARKETPLACE TAX EXCLUDED: " WS-EDIT-TAX-TOTAL.
           MOVE WS-GRAND-BAD-DEBT-NETTED TO WS-EDIT-TAX-TOTAL.
           DISPLAY "BAD-DEBT TAX NETTED . . : " WS-EDIT-TAX-TOTAL.
           MOVE WS-VOUCHER-COUNT TO WS-EDIT-COUNT.
           DISPLAY "VOUCHERS WRITTEN. . . . : " WS-EDIT-COUNT.
           MOVE WS-LOCAL-VOUCHER-COUNT TO WS-EDIT-COUNT.
           DISPLAY "LOCAL VOUCHERS WRITTEN. : " WS-EDIT-COUNT.
           MOVE WS-AMENDED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "AMENDED VOUCHERS. . . . : " WS-EDIT-COUNT.
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "ALREADY REMITTED (SKIP) : " WS-EDIT-COUNT.
      *
      * NA EXECUCAO PELO CALENDARIO SO ENTRAM OS ESTADOS QUE DEVEM
      * ESTE PERIODO; OS DEMAIS FICAM PARA O PERIODO DELES.
       3010-GENERATE-ONE-VOUCHER.
           MOVE RMT-STATE-CODE (WS-SEARCH-IDX) TO WS-KEY-STATE.
           PERFORM 3030-SET-STATE-DUE-DATE.
           MOVE "Y" TO WS-STATE-SELECTED-SWITCH.
           IF WS-RUN-BY-CALENDAR
               PERFORM 3020-CHECK-STATE-SELECTED
               IF NOT WS-CALENDAR-ROW-WAS-FOUND
                   DISPLAY "    " WS-KEY-STATE
                       "  NO FILING-CALENDAR ROW COVERS THIS "
                       "PERIOD - NOT FILED; FILE IT INTERACTIVELY."
               END-IF
           END-IF.
           IF WS-STATE-IS-SELECTED
               PERFORM 3015-PRICE-ONE-JURISDICTION
           END-IF.
      *
       3015-PRICE-ONE-JURISDICTION.
           COMPUTE WS-PERIOD-AMOUNT-DUE =
               RMT-TAX-TOTAL (WS-SEARCH-IDX)
               + RMT-USE-TAX-TOTAL (WS-SEARCH-IDX).
           PERFORM 3100-CHECK-PERIOD-REMITTED.
           IF WS-PERIOD-ALREADY-REMITTED
               PERFORM 3500-AMEND-ONE-JURISDICTION
           ELSE
      * SO A GUIA ORIGINAL ABATE INCOBRAVEIS, E SO ATE O IMPOSTO DO
      * PERIODO; O QUE SOBRA FICA SEM CARIMBO E ENTRA NA PROXIMA.
               PERFORM 3050-MEASURE-BAD-DEBT-CLAIM
               SUBTRACT WS-BAD-DEBT-CLAIM FROM WS-PERIOD-AMOUNT-DUE
               EVALUATE TRUE
                   WHEN WS-PERIOD-AMOUNT-DUE > ZERO
                   WHEN WS-BAD-DEBT-CLAIM NOT = ZERO
                       PERFORM 3200-WRITE-VOUCHER-AND-CONTROL
                   WHEN WS-RUN-BY-CALENDAR
                       PERFORM 3250-WRITE-NIL-VOUCHER
                   WHEN OTHER
                       MOVE WS-PERIOD-AMOUNT-DUE
                           TO WS-EDIT-TAX-TOTAL
                       DISPLAY "    " WS-KEY-STATE
                           "  NOTHING DUE (" WS-EDIT-TAX-TOTAL
                           ") - NO VOUCHER."
               END-EVALUATE
               IF RMT-BAD-DEBT-TOTAL (WS-SEARCH-IDX)
                       NOT = WS-BAD-DEBT-CLAIM
                   COMPUTE WS-EDIT-TAX-TOTAL =
                       RMT-BAD-DEBT-TOTAL (WS-SEARCH-IDX)
                       - WS-BAD-DEBT-CLAIM
                   DISPLAY "    " WS-KEY-STATE
                       "  BAD-DEBT CLAIM OF " WS-EDIT-TAX-TOTAL
                       " CARRIED TO THE NEXT VOUCHER."
               END-IF
           END-IF.
      *
       3020-CHECK-STATE-SELECTED.
           MOVE "N" TO WS-STATE-SELECTED-SWITCH.
           PERFORM 3025-CHECK-ONE-DUE-STATE
               VARYING WS-FDT-IDX FROM 1 BY 1
               UNTIL WS-FDT-IDX > FILING-DUE-COUNT
                   OR WS-STATE-IS-SELECTED.
      *
       3025-CHECK-ONE-DUE-STATE.
           IF FDT-STATE-CODE (WS-FDT-IDX) = WS-KEY-STATE
               AND FDT-PERIOD-START (WS-FDT-IDX) = WS-PERIOD-START
               AND FDT-PERIOD-END (WS-FDT-IDX) = WS-PERIOD-END
               MOVE "Y" TO WS-STATE-SELECTED-SWITCH
           END-IF.
      *
      ******************************************************************
      * 3030-SET-STATE-DUE-DATE
      * The voucher's due date comes from the jurisdiction's calendar
      * row in force on the last day of the period - its frequency
      * and due-day rule, worked out by FILCPER1. A jurisdiction with
      * no calendar row keeps the old period-end-plus-grace default.
      ******************************************************************
       3030-SET-STATE-DUE-DATE.
           MOVE WS-DEFAULT-DUE-DATE TO WS-DUE-DATE.
           MOVE "N" TO WS-CALENDAR-ROW-SWITCH.
           PERFORM 3035-CHECK-ONE-CALENDAR-ROW
               VARYING WS-CLT-IDX FROM 1 BY 1
               UNTIL WS-CLT-IDX > CALENDAR-TABLE-COUNT
                   OR WS-CALENDAR-ROW-WAS-FOUND.
      *
       3035-CHECK-ONE-CALENDAR-ROW.
           IF CLT-STATE-CODE (WS-CLT-IDX) = WS-KEY-STATE
               AND CLT-EFFECTIVE-FROM (WS-CLT-IDX)
                   NOT > WS-PERIOD-END
               AND CLT-EFFECTIVE-TO (WS-CLT-IDX)
                   NOT < WS-PERIOD-END
               MOVE "Y" TO WS-CALENDAR-ROW-SWITCH
               MOVE CLT-FREQUENCY (WS-CLT-IDX) TO FPA-FREQUENCY
               MOVE CLT-DUE-MONTHS-AFTER (WS-CLT-IDX)
                   TO FPA-DUE-MONTHS-AFTER
               MOVE CLT-DUE-DAY (WS-CLT-IDX) TO FPA-DUE-DAY
               MOVE WS-PERIOD-END TO FPA-ANY-DATE
               CALL "FILCPER1" USING FILING-PERIOD-AREA
               MOVE FPA-DUE-DATE TO WS-DUE-DATE
           END-IF.
      *
      ******************************************************************
      * 3050-MEASURE-BAD-DEBT-CLAIM
      * What the original voucher nets from the bad-debt register:
      * recoveries (negative - tax owed again) always in full, and
      * write-offs only up to what the period still owes after them,
      * so a claim bigger than the period's tax never holds the whole
      * voucher back. A period that nets to nothing or a credit
      * claims nothing at all and the rows wait for the next voucher.
      ******************************************************************
       3050-MEASURE-BAD-DEBT-CLAIM.
           MOVE ZERO TO WS-BAD-DEBT-CLAIM.
           MOVE ZERO TO WS-BAD-DEBT-W-CLAIM.
           COMPUTE WS-BAD-DEBT-ROOM = WS-PERIOD-AMOUNT-DUE
               - RMT-BAD-DEBT-RECOVERED (WS-SEARCH-IDX).
           IF WS-BAD-DEBT-ROOM > ZERO
               COMPUTE WS-BAD-DEBT-W-CLAIM =
                   RMT-BAD-DEBT-TOTAL (WS-SEARCH-IDX)
                   - RMT-BAD-DEBT-RECOVERED (WS-SEARCH-IDX)
               IF WS-BAD-DEBT-W-CLAIM > WS-BAD-DEBT-ROOM
                   MOVE WS-BAD-DEBT-ROOM TO WS-BAD-DEBT-W-CLAIM
               END-IF
               COMPUTE WS-BAD-DEBT-CLAIM =
                   RMT-BAD-DEBT-RECOVERED (WS-SEARCH-IDX)
                   + WS-BAD-DEBT-W-CLAIM
           END-IF.
      *
      ******************************************************************
           MOVE "N" TO WS-PERIOD-REMITTED-SWITCH.
           MOVE "N" TO WS-PARTIAL-OVERLAP-SWITCH.
           MOVE ZERO TO WS-ALREADY-REMITTED-TOTAL.
           MOVE ZERO TO WS-ALREADY-USE-TAX-TOTAL.
           MOVE ZERO TO WS-ALREADY-LOCAL-TAX-TOTAL.
           PERFORM 3110-CHECK-ONE-CONTROL-ROW
               VARYING WS-CTL-SCAN-IDX FROM 1 BY 1
               UNTIL WS-CTL-SCAN-IDX > CONTROL-TABLE-COUNT.
                       = WS-PERIOD-END
                   ADD CTB-AMOUNT-REMITTED (WS-CTL-SCAN-IDX)
                       TO WS-ALREADY-REMITTED-TOTAL
                   ADD CTB-USE-TAX-REMITTED (WS-CTL-SCAN-IDX)
                       TO WS-ALREADY-USE-TAX-TOTAL
                   ADD CTB-LOCAL-TAX-REMITTED (WS-CTL-SCAN-IDX)
                       TO WS-ALREADY-LOCAL-TAX-TOTAL
      * O ABATIDO DE INCOBRAVEIS NA ORIGINAL TAMBEM FOI COBERTO.
                   ADD CTB-BAD-DEBT-CLAIMED (WS-CTL-SCAN-IDX)
                       TO WS-ALREADY-REMITTED-TOTAL
               ELSE
                   MOVE "Y" TO WS-PARTIAL-OVERLAP-SWITCH
               END-IF
      * (same state/period, type A), and the amendment is recorded in
      * REMITCTL so the same difference can never be amended twice.
      * A negative difference is the jurisdiction owing us - that is
      * a refund claim to file by hand, not a voucher. The use-tax
      * share of the difference is measured the same way, against the
      * use tax the control rows already covered, and so is the
      * local-surtax share.
      ******************************************************************
       3500-AMEND-ONE-JURISDICTION.
           COMPUTE WS-AMEND-DIFFERENCE =
               WS-PERIOD-AMOUNT-DUE
               - WS-ALREADY-REMITTED-TOTAL.
           COMPUTE WS-AMEND-USE-TAX-DIFFERENCE =
               RMT-USE-TAX-TOTAL (WS-SEARCH-IDX)
               - WS-ALREADY-USE-TAX-TOTAL.
           IF WS-AMEND-USE-TAX-DIFFERENCE < ZERO
               MOVE ZERO TO WS-AMEND-USE-TAX-DIFFERENCE
           END-IF.
           IF WS-AMEND-USE-TAX-DIFFERENCE > WS-AMEND-DIFFERENCE
               MOVE WS-AMEND-DIFFERENCE TO WS-AMEND-USE-TAX-DIFFERENCE
           END-IF.
           COMPUTE WS-AMEND-LOCAL-TAX-DIFFERENCE =
               RMT-LOCAL-TAX-TOTAL (WS-SEARCH-IDX)
               - WS-ALREADY-LOCAL-TAX-TOTAL.
           IF WS-AMEND-LOCAL-TAX-DIFFERENCE < ZERO
               MOVE ZERO TO WS-AMEND-LOCAL-TAX-DIFFERENCE
           END-IF.
           IF WS-AMEND-LOCAL-TAX-DIFFERENCE >
                   WS-AMEND-DIFFERENCE - WS-AMEND-USE-TAX-DIFFERENCE
               COMPUTE WS-AMEND-LOCAL-TAX-DIFFERENCE =
                   WS-AMEND-DIFFERENCE - WS-AMEND-USE-TAX-DIFFERENCE
           END-IF.
           EVALUATE TRUE
               WHEN WS-PARTIAL-OVERLAP-FOUND
                   ADD 1 TO WS-SKIPPED-COUNT
           MOVE WS-KEY-STATE TO VCH-STATE-CODE.
           MOVE WS-PERIOD-START TO VCH-PERIOD-START.
           MOVE WS-PERIOD-END TO VCH-PERIOD-END.
           MOVE WS-PERIOD-AMOUNT-DUE TO VCH-AMOUNT-DUE.
           MOVE WS-DUE-DATE TO VCH-DUE-DATE.
           MOVE "O" TO VCH-VOUCHER-TYPE.
           MOVE RMT-USE-TAX-TOTAL (WS-SEARCH-IDX) TO VCH-USE-TAX-AMOUNT.
           MOVE RMT-LOCAL-TAX-TOTAL (WS-SEARCH-IDX)
               TO VCH-LOCAL-TAX-AMOUNT.
           MOVE WS-BAD-DEBT-CLAIM TO VCH-BAD-DEBT-AMOUNT.
           WRITE REMIT-VOUCHER-RECORD.
           MOVE WS-KEY-STATE TO RMC-STATE-CODE.
           MOVE WS-PERIOD-START TO RMC-PERIOD-START.
           MOVE WS-PERIOD-END TO RMC-PERIOD-END.
           MOVE WS-PERIOD-AMOUNT-DUE TO RMC-AMOUNT-REMITTED.
           MOVE WS-TODAY-DATE TO RMC-GENERATED-DATE.
           MOVE "R" TO RMC-CONTROL-TYPE.
           MOVE RMT-USE-TAX-TOTAL (WS-SEARCH-IDX)
               TO RMC-USE-TAX-REMITTED.
           MOVE RMT-LOCAL-TAX-TOTAL (WS-SEARCH-IDX)
               TO RMC-LOCAL-TAX-REMITTED.
           MOVE WS-BAD-DEBT-CLAIM TO RMC-BAD-DEBT-CLAIMED.
           WRITE REMIT-CONTROL-RECORD.
           ADD 1 TO WS-VOUCHER-COUNT.
           ADD WS-BAD-DEBT-CLAIM TO WS-GRAND-BAD-DEBT-NETTED.
           IF WS-BAD-DEBT-CLAIM NOT = ZERO
               MOVE WS-BAD-DEBT-W-CLAIM TO WS-BAD-DEBT-W-LEFT
               PERFORM 3700-STAMP-ONE-BAD-DEBT-ROW
                   VARYING WS-BDG-IDX FROM 1 BY 1
                   UNTIL WS-BDG-IDX > BAD-DEBT-TABLE-COUNT
           END-IF.
           ADD WS-PERIOD-AMOUNT-DUE TO WS-GRAND-AMOUNT-DUE.
           ADD RMT-USE-TAX-TOTAL (WS-SEARCH-IDX)
               TO WS-GRAND-USE-TAX-DUE.
           ADD RMT-LOCAL-TAX-TOTAL (WS-SEARCH-IDX)
               TO WS-GRAND-LOCAL-TAX-DUE.
           MOVE WS-PERIOD-AMOUNT-DUE TO WS-EDIT-TAX-TOTAL.
           DISPLAY "    " WS-KEY-STATE
               "  AMOUNT DUE " WS-EDIT-TAX-TOTAL
               "  DUE DATE " WS-DUE-DATE.
           PERFORM 3300-DISPLAY-TAX-LINES.
           PERFORM 3400-WRITE-LOCAL-VOUCHERS
               VARYING WS-LCT-IDX FROM 1 BY 1
               UNTIL WS-LCT-IDX > LOCALITY-TABLE-COUNT.
      *
      ******************************************************************
      * 3250-WRITE-NIL-VOUCHER
      * Calendar runs only: a jurisdiction that owes a return for the
      * period files it even with nothing to pay - a zero voucher and
      * a zero control row mark the period filed, so it is not picked
      * again and the tickler does not call it overdue. A period that
      * nets to a credit is reported for a manual refund claim, as on
      * the amendment path; no bad debt is netted on a nil voucher.
      ******************************************************************
       3250-WRITE-NIL-VOUCHER.
           MOVE WS-KEY-STATE TO VCH-STATE-CODE.
           MOVE WS-PERIOD-START TO VCH-PERIOD-START.
           MOVE WS-PERIOD-END TO VCH-PERIOD-END.
           MOVE ZERO TO VCH-AMOUNT-DUE.
           MOVE WS-DUE-DATE TO VCH-DUE-DATE.
           MOVE "O" TO VCH-VOUCHER-TYPE.
           MOVE ZERO TO VCH-USE-TAX-AMOUNT.
           MOVE ZERO TO VCH-LOCAL-TAX-AMOUNT.
           MOVE ZERO TO VCH-BAD-DEBT-AMOUNT.
           WRITE REMIT-VOUCHER-RECORD.
           MOVE WS-KEY-STATE TO RMC-STATE-CODE.
           MOVE WS-PERIOD-START TO RMC-PERIOD-START.
           MOVE WS-PERIOD-END TO RMC-PERIOD-END.
           MOVE ZERO TO RMC-AMOUNT-REMITTED.
           MOVE WS-TODAY-DATE TO RMC-GENERATED-DATE.
           MOVE "R" TO RMC-CONTROL-TYPE.
           MOVE ZERO TO RMC-USE-TAX-REMITTED.
           MOVE ZERO TO RMC-LOCAL-TAX-REMITTED.
           MOVE ZERO TO RMC-BAD-DEBT-CLAIMED.
           WRITE REMIT-CONTROL-RECORD.
           ADD 1 TO WS-VOUCHER-COUNT.
           DISPLAY "    " WS-KEY-STATE
               "  NIL RETURN - NOTHING DUE  DUE DATE " WS-DUE-DATE.
           IF WS-PERIOD-AMOUNT-DUE < ZERO
               MOVE WS-PERIOD-AMOUNT-DUE TO WS-EDIT-TAX-TOTAL
               DISPLAY "    " WS-KEY-STATE
                   "  PERIOD NETS TO A CREDIT OF " WS-EDIT-TAX-TOTAL
                   " - FILE A REFUND CLAIM MANUALLY."
           END-IF.
      *
      * LINHAS SEPARADAS DE VENDAS (ESTADUAL E LOCAL) E DE USO DENTRO
      * DA GUIA.
       3300-DISPLAY-TAX-LINES.
           MOVE RMT-TAX-TOTAL (WS-SEARCH-IDX) TO WS-EDIT-TAX-TOTAL.
           DISPLAY "        SALES TAX. . . : " WS-EDIT-TAX-TOTAL.
           COMPUTE WS-LEVEL-TAX = RMT-TAX-TOTAL (WS-SEARCH-IDX)
               - RMT-LOCAL-TAX-TOTAL (WS-SEARCH-IDX).
           MOVE WS-LEVEL-TAX TO WS-EDIT-TAX-TOTAL.
           DISPLAY "          STATE. . . . : " WS-EDIT-TAX-TOTAL.
           MOVE RMT-LOCAL-TAX-TOTAL (WS-SEARCH-IDX)
               TO WS-EDIT-TAX-TOTAL.
           DISPLAY "          LOCAL. . . . : " WS-EDIT-TAX-TOTAL.
           MOVE RMT-USE-TAX-TOTAL (WS-SEARCH-IDX) TO WS-EDIT-TAX-TOTAL.
           DISPLAY "        USE TAX. . . . : " WS-EDIT-TAX-TOTAL.
           IF WS-BAD-DEBT-CLAIM NOT = ZERO
               MOVE WS-BAD-DEBT-CLAIM TO WS-EDIT-TAX-TOTAL
               DISPLAY "        BAD DEBT . . . : " WS-EDIT-TAX-TOTAL
                   " (DEDUCTED)"
           END-IF.
      *
      ******************************************************************
      * 3400-WRITE-LOCAL-VOUCHERS
      * The county and city shares of the jurisdiction just vouchered,
      * one local voucher per locality and level with tax owed - each
      * county and each city files and is paid on its own return. A
      * level that nets to zero or less (reversals outweighing sales)
      * gets a report line but no voucher.
      ******************************************************************
       3400-WRITE-LOCAL-VOUCHERS.
           IF LCT-STATE-CODE (WS-LCT-IDX) = WS-KEY-STATE
               MOVE LCT-LOCALITY-CODE (WS-LCT-IDX) TO WS-KEY-LOCALITY
               MOVE "C" TO WS-KEY-LEVEL
               MOVE LCT-COUNTY-TAX (WS-LCT-IDX) TO WS-LEVEL-TAX
               PERFORM 3410-WRITE-ONE-LOCAL-VOUCHER
               MOVE "T" TO WS-KEY-LEVEL
               MOVE LCT-CITY-TAX (WS-LCT-IDX) TO WS-LEVEL-TAX
               PERFORM 3410-WRITE-ONE-LOCAL-VOUCHER
           END-IF.
      *
       3410-WRITE-ONE-LOCAL-VOUCHER.
           IF WS-LEVEL-TAX NOT = ZERO
               PERFORM 4200-FIND-LOCALITY-NAME
               MOVE WS-LEVEL-TAX TO WS-EDIT-TAX-TOTAL
               DISPLAY "          " WS-KEY-LOCALITY " " WS-KEY-LEVEL
                   " " WS-LOCALITY-NAME " " WS-EDIT-TAX-TOTAL
               IF WS-LEVEL-TAX > ZERO
                   IF WS-LOCAL-VOUCHER-COUNT = ZERO
                       PERFORM 3420-OPEN-LOCAL-VOUCHER-FILE
                   END-IF
                   MOVE WS-KEY-STATE TO LVC-STATE-CODE
                   MOVE WS-KEY-LOCALITY TO LVC-LOCALITY-CODE
                   MOVE WS-KEY-LEVEL TO LVC-LOCAL-LEVEL
                   MOVE WS-LOCALITY-NAME TO LVC-LOCALITY-NAME
                   MOVE WS-PERIOD-START TO LVC-PERIOD-START
                   MOVE WS-PERIOD-END TO LVC-PERIOD-END
                   MOVE WS-LEVEL-TAX TO LVC-AMOUNT-DUE
                   MOVE WS-DUE-DATE TO LVC-DUE-DATE
                   WRITE LOCAL-VOUCHER-RECORD
                   ADD 1 TO WS-LOCAL-VOUCHER-COUNT
               END-IF
           END-IF.
      *
       3420-OPEN-LOCAL-VOUCHER-FILE.
           OPEN EXTEND LOCAL-VOUCHER-FILE.
           IF WS-TAXLVCHR-STATUS = "35"
               OPEN OUTPUT LOCAL-VOUCHER-FILE
           END-IF.
      *
       3600-WRITE-AMENDED-VOUCHER.
           MOVE WS-KEY-STATE TO VCH-STATE-CODE.
           MOVE WS-AMEND-DIFFERENCE TO VCH-AMOUNT-DUE.
           MOVE WS-DUE-DATE TO VCH-DUE-DATE.
           MOVE "A" TO VCH-VOUCHER-TYPE.
           MOVE WS-AMEND-USE-TAX-DIFFERENCE TO VCH-USE-TAX-AMOUNT.
           MOVE WS-AMEND-LOCAL-TAX-DIFFERENCE TO VCH-LOCAL-TAX-AMOUNT.
           MOVE ZERO TO VCH-BAD-DEBT-AMOUNT.
           WRITE REMIT-VOUCHER-RECORD.
           MOVE WS-KEY-STATE TO RMC-STATE-CODE.
           MOVE WS-PERIOD-START TO RMC-PERIOD-START.
           MOVE WS-AMEND-DIFFERENCE TO RMC-AMOUNT-REMITTED.
           MOVE WS-TODAY-DATE TO RMC-GENERATED-DATE.
           MOVE "A" TO RMC-CONTROL-TYPE.
           MOVE WS-AMEND-USE-TAX-DIFFERENCE TO RMC-USE-TAX-REMITTED.
           MOVE WS-AMEND-LOCAL-TAX-DIFFERENCE
               TO RMC-LOCAL-TAX-REMITTED.
           MOVE ZERO TO RMC-BAD-DEBT-CLAIMED.
           WRITE REMIT-CONTROL-RECORD.
           ADD 1 TO WS-AMENDED-COUNT.
           ADD WS-AMEND-DIFFERENCE TO WS-GRAND-AMOUNT-DUE.
           ADD WS-AMEND-USE-TAX-DIFFERENCE TO WS-GRAND-USE-TAX-DUE.
           ADD WS-AMEND-LOCAL-TAX-DIFFERENCE TO WS-GRAND-LOCAL-TAX-DUE.
           MOVE WS-AMEND-DIFFERENCE TO WS-EDIT-TAX-TOTAL.
           DISPLAY "    " WS-KEY-STATE
               "  AMENDED VOUCHER FOR THE DIFFERENCE "
               WS-EDIT-TAX-TOTAL
               "  DUE DATE " WS-DUE-DATE.
           MOVE WS-AMEND-USE-TAX-DIFFERENCE TO WS-EDIT-TAX-TOTAL.
           DISPLAY "        OF WHICH USE TAX " WS-EDIT-TAX-TOTAL.
           MOVE WS-AMEND-LOCAL-TAX-DIFFERENCE TO WS-EDIT-TAX-TOTAL.
           DISPLAY "        OF WHICH LOCAL   " WS-EDIT-TAX-TOTAL
               " - SETTLE WITH THE LOCALITIES MANUALLY".
      *
      ******************************************************************
      * 3700-STAMP-ONE-BAD-DEBT-ROW
      * Marks a register row just netted on this jurisdiction's
      * original voucher with the voucher's period, so it is never
      * claimed twice; the register is rewritten once the vouchers
      * are out. Every recovery is stamped; write-offs are stamped in
      * register order until WS-BAD-DEBT-W-LEFT (what 3050 let the
      * voucher claim) runs out, and the write-off that crosses it is
      * split in two (3720).
      ******************************************************************
       3700-STAMP-ONE-BAD-DEBT-ROW.
           MOVE BDG-RECORD-IMAGE (WS-BDG-IDX) TO BAD-DEBT-RECORD.
           IF BDT-STATE-CODE = WS-KEY-STATE
               AND BDT-NOT-YET-CLAIMED
               AND BDT-ENTRY-DATE NOT > WS-PERIOD-END
               EVALUATE TRUE
                   WHEN BDT-ENTRY-RECOVERY
                       PERFORM 3710-STAMP-TABLED-ROW
                   WHEN WS-BAD-DEBT-W-LEFT NOT > ZERO
                       CONTINUE
                   WHEN BDT-TAX-AMOUNT NOT > WS-BAD-DEBT-W-LEFT
                       SUBTRACT BDT-TAX-AMOUNT FROM WS-BAD-DEBT-W-LEFT
                       PERFORM 3710-STAMP-TABLED-ROW
                   WHEN OTHER
                       PERFORM 3720-SPLIT-BAD-DEBT-ROW
               END-EVALUATE
           END-IF.
      *
       3710-STAMP-TABLED-ROW.
           MOVE WS-PERIOD-START TO BDT-CLAIM-PERIOD-START.
           MOVE WS-PERIOD-END TO BDT-CLAIM-PERIOD-END.
           MOVE BAD-DEBT-RECORD TO BDG-RECORD-IMAGE (WS-BDG-IDX).
           MOVE "Y" TO WS-BDG-STAMPED-SWITCH.
      *
      * A BAIXA QUE CRUZA O LIMITE: A PARTE ABATIDA FICA NO LUGAR, COM
      * O CARIMBO, E O RESTO VAI SEM CARIMBO NUMA LINHA NOVA NO FIM
      * DA TABELA (A FOLGA DE 100 LINHAS DA CARGA).
       3720-SPLIT-BAD-DEBT-ROW.
           COMPUTE WS-BDG-SPLIT-REMAINDER =
               BDT-TAX-AMOUNT - WS-BAD-DEBT-W-LEFT.
           MOVE WS-BAD-DEBT-W-LEFT TO BDT-TAX-AMOUNT.
           MOVE ZERO TO WS-BAD-DEBT-W-LEFT.
           PERFORM 3710-STAMP-TABLED-ROW.
           MOVE WS-BDG-SPLIT-REMAINDER TO BDT-TAX-AMOUNT.
           MOVE ZERO TO BDT-CLAIM-PERIOD-START.
           MOVE ZERO TO BDT-CLAIM-PERIOD-END.
           ADD 1 TO BAD-DEBT-TABLE-COUNT.
           MOVE BAD-DEBT-RECORD
               TO BDG-RECORD-IMAGE (BAD-DEBT-TABLE-COUNT).
      *
       3800-REWRITE-BAD-DEBT-REGISTER.
           OPEN OUTPUT BAD-DEBT-FILE.
           PERFORM 3810-WRITE-ONE-BAD-DEBT-ROW
               VARYING WS-BDG-IDX FROM 1 BY 1
               UNTIL WS-BDG-IDX > BAD-DEBT-TABLE-COUNT.
           CLOSE BAD-DEBT-FILE.
      *
       3810-WRITE-ONE-BAD-DEBT-ROW.
           MOVE BDG-RECORD-IMAGE (WS-BDG-IDX) TO BAD-DEBT-RECORD.
           WRITE BAD-DEBT-RECORD.
      *
      ******************************************************************
      * 4000-FIND-OR-ADD-REMIT-ROW
                   MOVE REMIT-TABLE-COUNT TO WS-SEARCH-IDX
                   MOVE WS-KEY-STATE TO RMT-STATE-CODE (WS-SEARCH-IDX)
                   MOVE ZERO TO RMT-TAX-TOTAL (WS-SEARCH-IDX)
                   MOVE ZERO TO RMT-USE-TAX-TOTAL (WS-SEARCH-IDX)
                   MOVE ZERO TO RMT-LOCAL-TAX-TOTAL (WS-SEARCH-IDX)
                   MOVE ZERO TO RMT-BAD-DEBT-TOTAL (WS-SEARCH-IDX)
                   MOVE ZERO TO RMT-BAD-DEBT-RECOVERED (WS-SEARCH-IDX)
               ELSE
                   IF NOT WS-TABLE-IS-FULL
                       DISPLAY "REMIT-TABLE FULL AT 50 ROWS - "
           ELSE
               ADD 1 TO WS-SEARCH-IDX
           END-IF.
      *
      ******************************************************************
      * 4100-FIND-OR-ADD-LOCALITY-ROW
      * Same find-or-add as 4000, for the WS-KEY-STATE/WS-KEY-LOCALITY
      * row of LOCALITY-TABLE; leaves the subscript in WS-LCT-IDX and
      * folds into the last row, warning once, when the table is full.
      ******************************************************************
       4100-FIND-OR-ADD-LOCALITY-ROW.
           MOVE "N" TO WS-LCT-FOUND-SWITCH.
           MOVE 1 TO WS-LCT-IDX.
           PERFORM 4110-CHECK-ONE-LOCALITY-ROW
               UNTIL WS-LCT-IDX > LOCALITY-TABLE-COUNT
                   OR WS-LCT-WAS-FOUND.
           IF NOT WS-LCT-WAS-FOUND
               IF LOCALITY-TABLE-COUNT < 200
                   ADD 1 TO LOCALITY-TABLE-COUNT
                   MOVE LOCALITY-TABLE-COUNT TO WS-LCT-IDX
                   MOVE WS-KEY-STATE TO LCT-STATE-CODE (WS-LCT-IDX)
                   MOVE WS-KEY-LOCALITY
                       TO LCT-LOCALITY-CODE (WS-LCT-IDX)
                   MOVE ZERO TO LCT-COUNTY-TAX (WS-LCT-IDX)
                   MOVE ZERO TO LCT-CITY-TAX (WS-LCT-IDX)
               ELSE
                   IF NOT WS-LCT-IS-FULL
                       DISPLAY "LOCALITY-TABLE FULL AT 200 ROWS - "
                           "REMAINING LOCALITIES ARE BEING "
                           "FOLDED INTO THE LAST ROW."
                       MOVE "Y" TO WS-LCT-FULL-SWITCH
                   END-IF
                   MOVE LOCALITY-TABLE-COUNT TO WS-LCT-IDX
               END-IF
           END-IF.
      *
       4110-CHECK-ONE-LOCALITY-ROW.
           IF LCT-STATE-CODE (WS-LCT-IDX) = WS-KEY-STATE
               AND LCT-LOCALITY-CODE (WS-LCT-IDX) = WS-KEY-LOCALITY
               MOVE "Y" TO WS-LCT-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-LCT-IDX
           END-IF.
      *
      * NOME DA LOCALIDADE/NIVEL EM WS-KEY-STATE/LOCALITY/LEVEL;
      * BRANCO QUANDO O LOCLRATE NAO A TEM.
       4200-FIND-LOCALITY-NAME.
           MOVE SPACES TO WS-LOCALITY-NAME.
           PERFORM 4210-CHECK-ONE-LOCALITY-NAME
               VARYING WS-LNT-IDX FROM 1 BY 1
               UNTIL WS-LNT-IDX > LOCALITY-NAME-COUNT
                   OR WS-LOCALITY-NAME NOT = SPACES.
      *
       4210-CHECK-ONE-LOCALITY-NAME.
           IF LNT-STATE-CODE (WS-LNT-IDX) = WS-KEY-STATE
               AND LNT-LOCALITY-CODE (WS-LNT-IDX) = WS-KEY-LOCALITY
               AND LNT-LOCAL-LEVEL (WS-LNT-IDX) = WS-KEY-LEVEL
               MOVE LNT-LOCALITY-NAME (WS-LNT-IDX) TO WS-LOCALITY-NAME
           END-IF.
      *
       0200-LOAD-HISTORY-CATALOG.
           MOVE "N" TO WS-HISTCTLG-EOF-SWITCH.
           OPEN INPUT HISTORY-CATALOG-FILE.
           IF WS-HISTCTLG-STATUS = "00"
               PERFORM 0210-READ-ONE-CATALOG-ROW
