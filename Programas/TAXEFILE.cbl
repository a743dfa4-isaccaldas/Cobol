      *              SAI UM ARQUIVO EFILE-UF POR JURISDICAO COM
      *              MOVIMENTO E LAYOUT DEFINIDO. CONFERE RUNLEDGR E
      *              COVSTAT ANTES DE CONFIAR NO LOG.
      *DATA          15/10/2026
      *DESCRICAO     LINHA PROPRIA DE IMPOSTO SOBRE USO NA DECLARACAO:
      *              O USETXLOG (USETAXAS) E TOTALIZADO POR UF DE
      *              ENTREGA PARA AS NOTAS DATADAS NO PERIODO, NOS
      *              CODIGOS NOVOS UP E UT. JURISDICAO SO COM USO
      *              TAMBEM GERA DECLARACAO.
      *DATA          15/10/2026
      *DESCRICAO     SOBRETAXA LOCAL: A DECLARACAO ESTADUAL GANHOU OS
      *              CODIGOS SX (IMPOSTO ESTADUAL), CO (CONDADO) E CI
      *              (MUNICIPIO), E CADA LOCALIDADE COM MOVIMENTO GERA
      *              A SUA PROPRIA DECLARACAO (EFILE-UF-LOCAL) QUANDO
      *              O EFILEDEF TEM LAYOUT PARA ELA - LINHAS COM
      *              EFD-LOCALITY-CODE PREENCHIDO. LOCALIDADE SEM
      *              LAYOUT SO APARECE NO RELATORIO.
      *DATA          15/10/2026
      *DESCRICAO     VENDA EM FERIADO FISCAL (LOG-EXEMPT-FLAG = H) E
      *              TOTALIZADA A PARTE, NO CODIGO NOVO HX, PARA AS
      *              DECLARACOES QUE TEM LINHA PROPRIA PARA ELA. O EX
      *              CONTINUA SENDO SO A ISENCAO POR CERTIFICADO.
      *DATA          15/10/2026
      *DESCRICAO     VENDAS DE MARKETPLACE FACILITADOR (LOG-ENTRY-
      *              SOURCE = M, DO MKTEDIT) ENTRAM NA VENDA BRUTA (GR)
      *              E SAEM COMO DEDUCAO NO CODIGO NOVO MF; O IMPOSTO
      *              QUE O MARKETPLACE RECOLHEU NAO ENTRA NO TT, NAS
      *              CATEGORIAS NEM NAS PARCELAS LOCAIS.
      *DATA          15/10/2026
      *DESCRICAO     DEDUCAO DE INCOBRAVEIS NO CODIGO NOVO BD: O
      *              IMPOSTO DO REGISTRO BADDEBT (BAIXAS MENOS
      *              RECUPERACOES) QUE O TAXREMIT ABATEU NA GUIA
      *              ORIGINAL DESTE PERIODO - AS LINHAS CARIMBADAS COM
      *              O PERIODO, O MESMO VALOR DO VCH-BAD-DEBT-AMOUNT.
      *              O TAXREMIT DO PERIODO TEM DE RODAR ANTES; LINHA
      *              AINDA NAO CARIMBADA NAO ENTRA (O LIMITE DO
      *              TAXREMIT PODE DEIXA-LA PARA O PERIODO SEGUINTE).
      *DATA          15/10/2026
      *DESCRICAO     CALENDARIO DE DECLARACOES (FILECAL): COM O CARTAO
      *              EFILEPRM EM MODO C O PROGRAMA RODA SEM OPERADOR
      *              DENTRO DO JOBCHAIN E GERA, PARA CADA ESTADO DO
      *              CALENDARIO, A DECLARACAO DO PERIODO MAIS ANTIGO
      *              JA ENCERRADO NA DATA DE REFERENCIA E AINDA SEM
      *              LINHA NO EFILECTL - UM PERIODO POR ESTADO POR
      *              EXECUCAO, PARA O EFILE-UF DE UM NAO SOBREPOR O
      *              DO OUTRO. ESTADO DEVIDO SEM MOVIMENTO GERA
      *              DECLARACAO ZERADA. TODA DECLARACAO ESTADUAL
      *              GRAVADA, EM QUALQUER MODO, GANHA LINHA NO
      *              EFILECTL. SEM O CARTAO, OS PROMPTS CONTINUAM. O
      *              PROGRAMA TERMINA COM GOBACK E RETURN-CODE 8 NOS
      *              ERROS.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *
      * CODIGOS DE CAMPO ACEITOS EM EFD-FIELD-CODE:
      *     GR = VENDA BRUTA DO PERIODO        EX = VALOR ISENTO
      *     TS = IMPOSTO CATEGORIA S           TG = IMPOSTO CAT. G
      *     TP = IMPOSTO CATEGORIA P           TT = IMPOSTO TOTAL
      *     PS = DATA INICIAL DO PERIODO       PE = DATA FINAL
      *     UP = COMPRAS SUJEITAS A USO        UT = IMPOSTO S/ USO
      *     SX = PARCELA ESTADUAL DO TT        CO = PARCELA CONDADO
      *     CI = PARCELA MUNICIPIO             LT = LITERAL
      *     HX = VENDA ISENTA EM FERIADO FISCAL
      *     MF = DEDUCAO DE VENDAS DE MARKETPLACE FACILITADOR
      *     BD = DEDUCAO DE INCOBRAVEIS (BADDEBT)
      * NA DECLARACAO DE UMA LOCALIDADE GR/EX/HX/CO/CI SAO OS DA
      * LOCALIDADE, TT = CO + CI E OS DEMAIS VALORES (MF E BD)
      * SAEM ZERADOS.
      * VALORES MONETARIOS SAEM EM CENTAVOS, SEM SINAL, ZEROS A
      * ESQUERDA, ALINHADOS A DIREITA NO CAMPO.
      *
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
           SELECT USE-TAX-LOG-FILE ASSIGN TO "USETXLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USETXLOG-STATUS.
      *
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
           SELECT PARAMETER-CARD-FILE ASSIGN TO "EFILEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFILEPRM-STATUS.
      *
           SELECT EFILE-CONTROL-FILE ASSIGN TO "EFILECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFILECTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  EFD-START-POS               PIC 9(03).
           05  EFD-LENGTH                  PIC 9(03).
           05  EFD-LITERAL                 PIC X(20).
      * BRANCO = LAYOUT DA DECLARACAO ESTADUAL; PREENCHIDO = LAYOUT
      * DA DECLARACAO PROPRIA DAQUELA LOCALIDADE DO ESTADO.
           05  EFD-LOCALITY-CODE           PIC X(05).
      *
       FD  EFILE-OUT-FILE.
       01  EFILE-OUT-RECORD                PIC X(200).
           05  CVS-BUSINESS-DATE           PIC 9(08).
           05  CVS-VERDICT                 PIC X(01).
           05  CVS-CHECKED-DATE            PIC 9(08).
      *
       FD  USE-TAX-LOG-FILE.
           COPY USETXLOG.
      *
       FD  BAD-DEBT-FILE.
           COPY BADDEBT.
      *
       FD  FILING-CALENDAR.
           COPY FILECAL.
      *
      * CARTAO EFILEPRM: COL 1 = MODO (C = PELO CALENDARIO DE
      * DECLARACOES, I = INTERATIVO); COL 2-9 = DATA DE REFERENCIA
      * CCYYMMDD (BRANCO = HOJE) - SO PERIODO ENCERRADO ANTES DELA E
      * DECLARADO.
       FD  PARAMETER-CARD-FILE.
       01  PARAMETER-CARD-RECORD.
           05  PRM-RUN-MODE                PIC X(01).
           05  PRM-AS-OF-DATE              PIC X(08).
      *
      * CONTROLE DO QUE JA FOI DECLARADO: UMA LINHA POR DECLARACAO
      * ESTADUAL GRAVADA. E O QUE A EXECUCAO PELO CALENDARIO CONSULTA
      * PARA NAO GERAR O MESMO PERIODO DE NOVO.
       FD  EFILE-CONTROL-FILE.
       01  EFILE-CONTROL-RECORD.
           05  EFC-STATE-CODE              PIC X(02).
           05  EFC-PERIOD-START            PIC 9(08).
           05  EFC-PERIOD-END              PIC 9(08).
           05  EFC-FILED-DATE              PIC 9(08).
           05  EFC-FILE-NAME               PIC X(20).
      *
       WORKING-STORAGE SECTION.
       77  WS-TAXLOG-STATUS                PIC X(02)   VALUE "00".
           88  WS-TAXHIST-EOF                           VALUE "Y".
       77  WS-EFILEDEF-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-EFILEDEF-EOF                          VALUE "Y".
       77  WS-USETXLOG-STATUS              PIC X(02)   VALUE "00".
       77  WS-USETXLOG-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-USETXLOG-EOF                          VALUE "Y".
       77  WS-BADDEBT-STATUS               PIC X(02)   VALUE "00".
       77  WS-BADDEBT-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-BADDEBT-EOF                           VALUE "Y".
      *
       77  WS-TODAY-DATE                   PIC 9(08).
       77  WS-PERIOD-START                 PIC 9(08).
       77  WS-PERIOD-END                   PIC 9(08).
       77  WS-EFILE-FILENAME               PIC X(20)   VALUE SPACES.
      *
      * CONTROLE DO CARTAO DE PARAMETROS (EFILEPRM).
       77  WS-EFILEPRM-STATUS              PIC X(02)   VALUE "00".
       77  WS-PARM-ERROR-SWITCH            PIC X(01)   VALUE "N".
           88  WS-PARM-CARD-INVALID                     VALUE "Y".
       77  WS-CALENDAR-MODE-SWITCH         PIC X(01)   VALUE "N".
           88  WS-RUN-BY-CALENDAR                       VALUE "Y".
       77  WS-AS-OF-DATE                   PIC 9(08)   VALUE ZERO.
      *
      * CALENDARIO DE DECLARACOES EM MEMORIA.
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
      *
      * AREA DO SUBPROGRAMA FILCPER1 (PERIODO E VENCIMENTO).
           COPY FILCPER.
       77  WS-WALK-DATE                    PIC 9(08)   VALUE ZERO.
      *
      * DECLARACOES JA GRAVADAS (EFILECTL), SO ESTADO E PERIODO.
       77  WS-EFILECTL-STATUS              PIC X(02)   VALUE "00".
       77  WS-EFILECTL-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-EFILECTL-EOF                          VALUE "Y".
       01  FILED-RETURN-TABLE.
           05  FILED-RETURN-COUNT          PIC 9(04)   VALUE ZERO.
           05  FILED-RETURN-ROW OCCURS 2000 TIMES.
               10  FRT-STATE-CODE          PIC X(02).
               10  FRT-PERIOD-START        PIC 9(08).
               10  FRT-PERIOD-END          PIC 9(08).
       77  WS-FRT-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-FRT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-FRT-TABLE-IS-FULL                     VALUE "Y".
       77  WS-PERIOD-FILED-SWITCH          PIC X(01)   VALUE "N".
           88  WS-PERIOD-ALREADY-FILED                  VALUE "Y".
      *
      * PERIODO DEVIDO DE CADA ESTADO NA EXECUCAO PELO CALENDARIO: O
      * MAIS ANTIGO ENCERRADO E AINDA NAO DECLARADO. OS SEGUINTES
      * FICAM PARA AS PROXIMAS EXECUCOES.
       01  FILING-DUE-TABLE.
           05  FILING-DUE-COUNT            PIC 9(03)   VALUE ZERO.
           05  FILING-DUE-ROW OCCURS 100 TIMES.
               10  FDT-STATE-CODE          PIC X(02).
               10  FDT-PERIOD-START        PIC 9(08).
               10  FDT-PERIOD-END          PIC 9(08).
               10  FDT-FILED-SWITCH        PIC X(01).
       77  WS-FDT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-FDT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-FDT-IS-FULL                           VALUE "Y".
       77  WS-DUE-ROW-SWITCH               PIC X(01)   VALUE "N".
           88  WS-DUE-ROW-WAS-FOUND                     VALUE "Y".
       77  WS-DUE-PICKED-SWITCH            PIC X(01)   VALUE "N".
           88  WS-DUE-PERIOD-WAS-PICKED                 VALUE "Y".
       77  WS-ALL-DUE-FILED-SWITCH         PIC X(01)   VALUE "N".
           88  WS-ALL-DUE-ARE-FILED                     VALUE "Y".
       77  WS-SELECT-STATE                 PIC X(02)   VALUE SPACES.
       77  WS-STATE-SELECTED-SWITCH        PIC X(01)   VALUE "Y".
           88  WS-STATE-IS-SELECTED                     VALUE "Y".
       77  WS-LATER-PERIODS-COUNT          PIC 9(05)   VALUE ZERO.
       77  WS-PERIODS-FILED-COUNT          PIC 9(05)   VALUE ZERO.
       77  WS-EDIT-BIG-COUNT               PIC ZZ,ZZ9.
      *
      * TOTAIS DO PERIODO POR JURISDICAO (ASSINADOS - ESTORNOS
      * ENTRAM NEGATIVOS E ABATEM).
       01  EFILE-TOTALS-TABLE.
               10  EFT-STATE-CODE          PIC X(02).
               10  EFT-GROSS-SALES         PIC S9(11)V99.
               10  EFT-EXEMPT-AMOUNT       PIC S9(11)V99.
               10  EFT-HOLIDAY-AMOUNT      PIC S9(11)V99.
      * VENDAS DE MARKETPLACE FACILITADOR - DENTRO DO GR, DEDUZIDAS.
               10  EFT-MARKETPLACE-AMOUNT  PIC S9(11)V99.
      * IMPOSTO DE INCOBRAVEIS DEDUZIDO NO PERIODO (BADDEBT).
               10  EFT-BAD-DEBT-AMOUNT     PIC S9(11)V99.
               10  EFT-TAX-STANDARD        PIC S9(11)V99.
               10  EFT-TAX-GROCERY         PIC S9(11)V99.
               10  EFT-TAX-PREPARED        PIC S9(11)V99.
               10  EFT-TAX-TOTAL           PIC S9(11)V99.
      * IMPOSTO SOBRE USO AUTOAPURADO (USETXLOG) - FORA DO TT, QUE
      * CONTINUA SENDO O IMPOSTO COBRADO NAS VENDAS.
               10  EFT-USE-TAX-PURCHASES   PIC S9(11)V99.
               10  EFT-USE-TAX             PIC S9(11)V99.
      * PARCELAS LOCAIS DO EFT-TAX-TOTAL.
               10  EFT-COUNTY-TAX          PIC S9(11)V99.
               10  EFT-CITY-TAX            PIC S9(11)V99.
       77  WS-EFT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-ROW-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ROW-WAS-FOUND                         VALUE "Y".
       77  WS-POST-TAX                     PIC S9(5)V99.
       77  WS-POST-CATEGORY                PIC X(01).
       77  WS-POST-EXEMPT-FLAG             PIC X(01).
       77  WS-POST-LOCALITY                PIC X(05).
       77  WS-POST-COUNTY-TAX              PIC S9(5)V99.
       77  WS-POST-CITY-TAX                PIC S9(5)V99.
       77  WS-POST-ENTRY-SOURCE            PIC X(01).
      *
      * TOTAIS DO PERIODO POR JURISDICAO/LOCALIDADE PARA AS
      * DECLARACOES LOCAIS.
       01  LOCAL-TOTALS-TABLE.
           05  LOCAL-TOTALS-COUNT          PIC 9(03)   VALUE ZERO.
           05  LOCAL-TOTALS-ROW OCCURS 200 TIMES.
               10  LFT-STATE-CODE          PIC X(02).
               10  LFT-LOCALITY-CODE       PIC X(05).
               10  LFT-GROSS-SALES         PIC S9(11)V99.
               10  LFT-EXEMPT-AMOUNT       PIC S9(11)V99.
               10  LFT-HOLIDAY-AMOUNT      PIC S9(11)V99.
               10  LFT-COUNTY-TAX          PIC S9(11)V99.
               10  LFT-CITY-TAX            PIC S9(11)V99.
       77  WS-LFT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-LFT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-LFT-TABLE-IS-FULL                     VALUE "Y".
      *
      * VALORES DA DECLARACAO SENDO MONTADA (ESTADUAL OU LOCAL) - E
      * DAQUI QUE 3300-PLACE-FIELD-VALUE TIRA CADA CAMPO.
       01  RETURN-VALUES.
           05  RTV-STATE-CODE              PIC X(02).
           05  RTV-LOCALITY-CODE           PIC X(05).
           05  RTV-GROSS-SALES             PIC S9(11)V99.
           05  RTV-EXEMPT-AMOUNT           PIC S9(11)V99.
           05  RTV-HOLIDAY-AMOUNT          PIC S9(11)V99.
           05  RTV-MARKETPLACE-AMOUNT      PIC S9(11)V99.
           05  RTV-BAD-DEBT-AMOUNT         PIC S9(11)V99.
           05  RTV-TAX-STANDARD            PIC S9(11)V99.
           05  RTV-TAX-GROCERY             PIC S9(11)V99.
           05  RTV-TAX-PREPARED            PIC S9(11)V99.
           05  RTV-TAX-TOTAL               PIC S9(11)V99.
           05  RTV-USE-TAX-PURCHASES       PIC S9(11)V99.
           05  RTV-USE-TAX                 PIC S9(11)V99.
           05  RTV-STATE-TAX               PIC S9(11)V99.
           05  RTV-COUNTY-TAX              PIC S9(11)V99.
           05  RTV-CITY-TAX                PIC S9(11)V99.
      *
      * LAYOUTS CARREGADOS DO EFILEDEF, NA ORDEM DO ARQUIVO.
       01  LAYOUT-DEF-TABLE.
               10  LDT-START-POS           PIC 9(03).
               10  LDT-LENGTH              PIC 9(03).
               10  LDT-LITERAL             PIC X(20).
               10  LDT-LOCALITY-CODE       PIC X(05).
       77  WS-LDT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-STATE-HAS-LAYOUT-SWITCH      PIC X(01)   VALUE "N".
           88  WS-STATE-HAS-LAYOUT                      VALUE "Y".
      *
       77  WS-FILES-WRITTEN-COUNT          PIC 9(03)   VALUE ZERO.
       77  WS-NO-LAYOUT-COUNT              PIC 9(03)   VALUE ZERO.
       77  WS-LOCAL-FILES-COUNT            PIC 9(03)   VALUE ZERO.
       77  WS-LOCAL-NO-LAYOUT-COUNT        PIC 9(03)   VALUE ZERO.
       77  WS-EDIT-COUNT                   PIC ZZ9.
       77  WS-EDIT-AMOUNT                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *
           IF WS-LEDGER-BLOCKS-THIS-RUN
               DISPLAY "TAXLOG IS NOT BEING CONSUMED - FIX THE "
                   "CALC1000 BATCH AND RERUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0040-READ-PARAMETER-CARD.
           IF WS-PARM-CARD-INVALID
               DISPLAY "RUN ENDED - FIX THE EFILEPRM CARD AND "
                   "RESUBMIT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0500-LOAD-LAYOUT-DEFS.
           IF LAYOUT-DEF-COUNT = ZERO
               DISPLAY "LAYOUT DEFINITION FILE (EFILEDEF) IS EMPTY "
                   "OR MISSING - NO RETURN FILE CAN BE BUILT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RUN-BY-CALENDAR
               PERFORM 0600-RUN-FILING-CALENDAR
           ELSE
               PERFORM 0400-ACCEPT-FILING-PERIOD
               PERFORM 0700-GENERATE-ONE-PERIOD
           END-IF.
      * GOBACK, NAO STOP RUN - CHAMADO PELO JOBCHAIN DEVOLVE O
      * CONTROLE PARA A CADEIA SEGUIR.
           GOBACK.
      *
      ******************************************************************
      * 0040-READ-PARAMETER-CARD
      * Same card convention as TAXREMIT's REMITPRM: when an EFILEPRM
      * file is present its card drives the run and no ACCEPT is
      * issued; the parameters are echoed for the record and a card
      * that does not validate stops the run. No file at all (status
      * 35) just means an ad-hoc interactive run.
      ******************************************************************
       0040-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-CARD-FILE.
           IF WS-EFILEPRM-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-EFILEPRM-STATUS NOT = "00"
                   DISPLAY "EFILEPRM PRESENT BUT UNREADABLE - "
                       "STATUS " WS-EFILEPRM-STATUS "."
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               ELSE
                   READ PARAMETER-CARD-FILE
                       AT END
                           DISPLAY "EFILEPRM IS EMPTY - NO "
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
               DISPLAY "EFILEPRM: RUN MODE MUST BE C OR I, GOT '"
                   PRM-RUN-MODE "'."
               MOVE "Y" TO WS-PARM-ERROR-SWITCH
           END-IF.
           MOVE WS-TODAY-DATE TO WS-AS-OF-DATE.
           IF PRM-AS-OF-DATE NOT = SPACES
               AND PRM-AS-OF-DATE NOT = ZEROS
               IF PRM-AS-OF-DATE IS NUMERIC
                   MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
                   IF WS-AS-OF-DATE > WS-TODAY-DATE
                       DISPLAY "EFILEPRM: AS-OF DATE "
                           WS-AS-OF-DATE " IS AFTER TODAY."
                       MOVE "Y" TO WS-PARM-ERROR-SWITCH
                   END-IF
               ELSE
                   DISPLAY "EFILEPRM: AS-OF DATE MUST BE CCYYMMDD "
                       "OR BLANK, GOT '" PRM-AS-OF-DATE "'."
                   MOVE "Y" TO WS-PARM-ERROR-SWITCH
               END-IF
           END-IF.
           IF NOT WS-PARM-CARD-INVALID
               IF PRM-RUN-MODE = "C"
                   MOVE "Y" TO WS-CALENDAR-MODE-SWITCH
                   DISPLAY "EFILEPRM: FILING BY CALENDAR AS OF "
                       WS-AS-OF-DATE "."
               ELSE
                   DISPLAY "EFILEPRM: INTERACTIVE RUN."
               END-IF
           END-IF.
      *
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
       0400-ACCEPT-FILING-PERIOD.
           DISPLAY "FILING PERIOD START DATE (CCYYMMDD): ".
           ACCEPT WS-PERIOD-START.
           DISPLAY "FILING PERIOD END DATE (CCYYMMDD): ".
           ACCEPT WS-PERIOD-END.
      *
      ******************************************************************
      * 0600-RUN-FILING-CALENDAR
      * Unattended run. Every calendar row is walked period by period
      * from its effective-from date; a period that closed before the
      * as-of date, inside the row's effective range, with no EFILECTL
      * row of the state overlapping it, is due. Only each state's
      * oldest due period is filed this run - its return file keeps
      * the EFILE-xx name the portal upload expects, so a second
      * period of the same state would overwrite it. The due periods
      * are filed oldest first, one distinct period per pass of the
      * ordinary run, each pass restricted to the states that owe it.
      * A control file too big for the table would make filed periods
      * look unfiled, so the run is refused instead.
      ******************************************************************
       0600-RUN-FILING-CALENDAR.
           PERFORM 0300-LOAD-FILING-CALENDAR.
           PERFORM 0800-LOAD-EFILE-CONTROL.
           EVALUATE TRUE
               WHEN CALENDAR-TABLE-COUNT = ZERO
                   DISPLAY "FILING CALENDAR (FILECAL) IS EMPTY OR "
                       "MISSING - NOTHING CAN BE FILED BY CALENDAR."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FRT-TABLE-IS-FULL
                   DISPLAY "CALENDAR RUN REFUSED - EFILECTL DOES "
                       "NOT FIT IN FILED-RETURN-TABLE, SO A FILED "
                       "PERIOD COULD LOOK UNFILED."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
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
                   MOVE WS-PERIODS-FILED-COUNT TO WS-EDIT-BIG-COUNT
                   DISPLAY "PERIODS FILED BY CALENDAR: "
                       WS-EDIT-BIG-COUNT
                   IF WS-LATER-PERIODS-COUNT > ZERO
                       MOVE WS-LATER-PERIODS-COUNT
                           TO WS-EDIT-BIG-COUNT
                       DISPLAY "LATER PERIODS STILL WAITING - FILED "
                           "ON THE NEXT RUNS: " WS-EDIT-BIG-COUNT
                   END-IF
           END-EVALUATE.
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
               MOVE CLT-STATE-CODE (WS-CLT-IDX) TO WS-SELECT-STATE
               MOVE FPA-PERIOD-START TO WS-PERIOD-START
               MOVE FPA-PERIOD-END TO WS-PERIOD-END
               PERFORM 0830-CHECK-PERIOD-FILED
               IF NOT WS-PERIOD-ALREADY-FILED
                   PERFORM 0625-KEEP-OLDEST-DUE-PERIOD
               END-IF
           END-IF.
           MOVE FPA-NEXT-PERIOD-DATE TO WS-WALK-DATE.
      *
      * UMA LINHA POR ESTADO: O PERIODO MAIS ANTIGO FICA, OS OUTROS
      * SO SAO CONTADOS.
       0625-KEEP-OLDEST-DUE-PERIOD.
           MOVE "N" TO WS-DUE-ROW-SWITCH.
           PERFORM 0627-CHECK-ONE-DUE-STATE
               VARYING WS-FDT-IDX FROM 1 BY 1
               UNTIL WS-FDT-IDX > FILING-DUE-COUNT
                   OR WS-DUE-ROW-WAS-FOUND.
           IF WS-DUE-ROW-WAS-FOUND
               SUBTRACT 1 FROM WS-FDT-IDX
               ADD 1 TO WS-LATER-PERIODS-COUNT
               IF WS-PERIOD-END < FDT-PERIOD-END (WS-FDT-IDX)
                   MOVE WS-PERIOD-START TO FDT-PERIOD-START (WS-FDT-IDX)
                   MOVE WS-PERIOD-END TO FDT-PERIOD-END (WS-FDT-IDX)
               END-IF
           ELSE
               IF FILING-DUE-COUNT < 100
                   ADD 1 TO FILING-DUE-COUNT
                   MOVE WS-SELECT-STATE
                       TO FDT-STATE-CODE (FILING-DUE-COUNT)
                   MOVE WS-PERIOD-START
                       TO FDT-PERIOD-START (FILING-DUE-COUNT)
                   MOVE WS-PERIOD-END
                       TO FDT-PERIOD-END (FILING-DUE-COUNT)
                   MOVE "N" TO FDT-FILED-SWITCH (FILING-DUE-COUNT)
               ELSE
                   IF NOT WS-FDT-IS-FULL
                       DISPLAY "FILING-DUE-TABLE FULL AT 100 "
                           "STATES - THE REST ARE FILED ON THE "
                           "NEXT RUN."
                       MOVE "Y" TO WS-FDT-FULL-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
       0627-CHECK-ONE-DUE-STATE.
           IF FDT-STATE-CODE (WS-FDT-IDX) = WS-SELECT-STATE
               MOVE "Y" TO WS-DUE-ROW-SWITCH
           END-IF.
      *
      * O PERIODO MAIS ANTIGO AINDA NAO DECLARADO (MENOR FIM, DEPOIS
      * MENOR INICIO) E DECLARADO PARA TODOS OS ESTADOS QUE O DEVEM.
       0630-FILE-EARLIEST-DUE-PERIOD.
           MOVE "N" TO WS-DUE-PICKED-SWITCH.
           MOVE 99999999 TO WS-PERIOD-START.
           MOVE 99999999 TO WS-PERIOD-END.
           PERFORM 0635-CHECK-ONE-DUE-ROW
               VARYING WS-FDT-IDX FROM 1 BY 1
               UNTIL WS-FDT-IDX > FILING-DUE-COUNT.
           IF WS-DUE-PERIOD-WAS-PICKED
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
      * One full pass over WS-PERIOD-START/END: the ordinary run, and
      * in a calendar run one pass per due period. Every table, switch
      * and count is reset first so nothing carries from one period
      * into the next. In a calendar run each state owing the period
      * gets its row even with no activity, so a nil return is filed.
      ******************************************************************
       0700-GENERATE-ONE-PERIOD.
           PERFORM 0710-RESET-PERIOD-TOTALS.
           PERFORM 1000-LOAD-TAX-LOG-TOTALS.
           PERFORM 1500-LOAD-TAX-HISTORY-TOTALS.
           PERFORM 1700-LOAD-USE-TAX-TOTALS.
           PERFORM 1800-LOAD-BAD-DEBT-TOTALS.
           IF WS-RUN-BY-CALENDAR
               PERFORM 0720-ADD-ONE-DUE-STATE
                   VARYING WS-FDT-IDX FROM 1 BY 1
                   UNTIL WS-FDT-IDX > FILING-DUE-COUNT
           END-IF.
           PERFORM 3000-WRITE-RETURN-FILES.
           PERFORM 8000-PRINT-EFILE-SUMMARY.
      *
       0710-RESET-PERIOD-TOTALS.
           MOVE ZERO TO EFILE-TOTALS-COUNT.
           MOVE ZERO TO LOCAL-TOTALS-COUNT.
           MOVE ZERO TO GEN-CATALOG-COUNT.
           MOVE "N" TO WS-EFT-FULL-SWITCH.
           MOVE "N" TO WS-LFT-FULL-SWITCH.
           MOVE "N" TO WS-TAXLOG-EOF-SWITCH.
           MOVE "N" TO WS-HISTCTLG-EOF-SWITCH.
           MOVE "N" TO WS-USETXLOG-EOF-SWITCH.
           MOVE "N" TO WS-BADDEBT-EOF-SWITCH.
           MOVE ZERO TO WS-FILES-WRITTEN-COUNT.
           MOVE ZERO TO WS-NO-LAYOUT-COUNT.
           MOVE ZERO TO WS-LOCAL-FILES-COUNT.
           MOVE ZERO TO WS-LOCAL-NO-LAYOUT-COUNT.
      *
       0720-ADD-ONE-DUE-STATE.
           IF FDT-PERIOD-START (WS-FDT-IDX) = WS-PERIOD-START
               AND FDT-PERIOD-END (WS-FDT-IDX) = WS-PERIOD-END
               MOVE FDT-STATE-CODE (WS-FDT-IDX) TO WS-POST-STATE
               PERFORM 4100-FIND-OR-ADD-EFILE-ROW
           END-IF.
      *
      ******************************************************************
      * 0800-LOAD-EFILE-CONTROL
      * Every state/period a return file was already written for. A
      * missing control file just means nothing was filed yet.
      ******************************************************************
       0800-LOAD-EFILE-CONTROL.
           MOVE ZERO TO FILED-RETURN-COUNT.
           OPEN INPUT EFILE-CONTROL-FILE.
           IF WS-EFILECTL-STATUS = "00"
               PERFORM 0810-READ-CONTROL-RECORD
               PERFORM 0820-TABLE-ONE-CONTROL-ROW
                   UNTIL WS-EFILECTL-EOF
               CLOSE EFILE-CONTROL-FILE
           END-IF.
      *
       0810-READ-CONTROL-RECORD.
           READ EFILE-CONTROL-FILE
               AT END MOVE "Y" TO WS-EFILECTL-EOF-SWITCH
           END-READ.
      *
       0820-TABLE-ONE-CONTROL-ROW.
           IF FILED-RETURN-COUNT < 2000
               ADD 1 TO FILED-RETURN-COUNT
               MOVE EFC-STATE-CODE TO
                   FRT-STATE-CODE (FILED-RETURN-COUNT)
               MOVE EFC-PERIOD-START TO
                   FRT-PERIOD-START (FILED-RETURN-COUNT)
               MOVE EFC-PERIOD-END TO
                   FRT-PERIOD-END (FILED-RETURN-COUNT)
           ELSE
               MOVE "Y" TO WS-FRT-FULL-SWITCH
           END-IF.
           PERFORM 0810-READ-CONTROL-RECORD.
      *
      * QUALQUER DECLARACAO DO ESTADO QUE SE SOBREPONHA AO PERIODO -
      * INCLUSIVE A DE UM PERIODO INFORMADO A MAO - CONTA COMO
      * DECLARADA.
       0830-CHECK-PERIOD-FILED.
           MOVE "N" TO WS-PERIOD-FILED-SWITCH.
           PERFORM 0835-CHECK-ONE-FILED-ROW
               VARYING WS-FRT-IDX FROM 1 BY 1
               UNTIL WS-FRT-IDX > FILED-RETURN-COUNT
                   OR WS-PERIOD-ALREADY-FILED.
      *
       0835-CHECK-ONE-FILED-ROW.
           IF FRT-STATE-CODE (WS-FRT-IDX) = WS-SELECT-STATE
               AND FRT-PERIOD-START (WS-FRT-IDX) NOT > WS-PERIOD-END
               AND FRT-PERIOD-END (WS-FRT-IDX) NOT < WS-PERIOD-START
               MOVE "Y" TO WS-PERIOD-FILED-SWITCH
           END-IF.
      *
       0500-LOAD-LAYOUT-DEFS.
           OPEN INPUT LAYOUT-DEF-FILE.
                   LDT-LENGTH (LAYOUT-DEF-COUNT)
               MOVE EFD-LITERAL TO
                   LDT-LITERAL (LAYOUT-DEF-COUNT)
               MOVE EFD-LOCALITY-CODE TO
                   LDT-LOCALITY-CODE (LAYOUT-DEF-COUNT)
           END-IF.
           PERFORM 0510-READ-ONE-LAYOUT-ROW.
      *
       1000-LOAD-TAX-LOG-TOTALS.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 1005-START-TAX-LOG-AT-PERIOD
               PERFORM 1020-ACCUMULATE-TAX-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NO PRIMEIRO
      * DIA DO PERIODO E A LEITURA PARA NA PRIMEIRA DATA DEPOIS DELE.
       1005-START-TAX-LOG-AT-PERIOD.
           MOVE WS-PERIOD-START TO LOG-BUSINESS-DATE.
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
               AND LOG-BUSINESS-DATE > WS-PERIOD-END
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       1020-ACCUMULATE-TAX-LOG-ROW.
           IF LOG-BUSINESS-DATE NOT < WS-PERIOD-START
               MOVE LOG-SALES-TAX TO WS-POST-TAX
               MOVE LOG-TAX-CATEGORY TO WS-POST-CATEGORY
               MOVE LOG-EXEMPT-FLAG TO WS-POST-EXEMPT-FLAG
               MOVE LOG-ENTRY-SOURCE TO WS-POST-ENTRY-SOURCE
      * REGISTRO DE ANTES DA ABERTURA POR COMPONENTE E TODO ESTADUAL.
               IF LOG-STATE-TAX NUMERIC
                   MOVE LOG-LOCALITY-CODE TO WS-POST-LOCALITY
                   MOVE LOG-COUNTY-TAX TO WS-POST-COUNTY-TAX
                   MOVE LOG-CITY-TAX TO WS-POST-CITY-TAX
               ELSE
                   MOVE SPACES TO WS-POST-LOCALITY
                   MOVE ZERO TO WS-POST-COUNTY-TAX
                   MOVE ZERO TO WS-POST-CITY-TAX
               END-IF
               PERFORM 4000-POST-ONE-RECORD
           END-IF.
           PERFORM 1010-READ-TAX-LOG-RECORD.
               MOVE HST-SALES-TAX TO WS-POST-TAX
               MOVE HST-TAX-CATEGORY TO WS-POST-CATEGORY
               MOVE HST-EXEMPT-FLAG TO WS-POST-EXEMPT-FLAG
               MOVE HST-ENTRY-SOURCE TO WS-POST-ENTRY-SOURCE
               IF HST-STATE-TAX NUMERIC
                   MOVE HST-LOCALITY-CODE TO WS-POST-LOCALITY
                   MOVE HST-COUNTY-TAX TO WS-POST-COUNTY-TAX
                   MOVE HST-CITY-TAX TO WS-POST-CITY-TAX
               ELSE
                   MOVE SPACES TO WS-POST-LOCALITY
                   MOVE ZERO TO WS-POST-COUNTY-TAX
                   MOVE ZERO TO WS-POST-CITY-TAX
               END-IF
               PERFORM 4000-POST-ONE-RECORD
           END-IF.
           PERFORM 1510-READ-TAX-HISTORY-RECORD.
      *
      ******************************************************************
      * 1700-LOAD-USE-TAX-TOTALS
      * Use tax the shop self-assessed on its own purchases (USETAXAS),
      * by ship-to jurisdiction, for invoices dated in the period -
      * the purchase amount and the use tax owed go on their own
      * return line (codes UP/UT), never into gross sales.
      ******************************************************************
       1700-LOAD-USE-TAX-TOTALS.
           OPEN INPUT USE-TAX-LOG-FILE.
           IF WS-USETXLOG-STATUS = "00"
               PERFORM 1710-READ-USE-TAX-LOG-RECORD
               PERFORM 1720-ACCUMULATE-USE-TAX-ROW
                   UNTIL WS-USETXLOG-EOF
               CLOSE USE-TAX-LOG-FILE
           END-IF.
      *
       1710-READ-USE-TAX-LOG-RECORD.
           READ USE-TAX-LOG-FILE
               AT END MOVE "Y" TO WS-USETXLOG-EOF-SWITCH
           END-READ.
      *
      * SO A NOTA COM USO DEVIDO ENTRA; A QUE O FORNECEDOR JA
      * TRIBUTOU POR INTEIRO NAO E COMPRA SUJEITA A USO.
       1720-ACCUMULATE-USE-TAX-ROW.
           IF UTL-INVOICE-DATE NOT < WS-PERIOD-START
               AND UTL-INVOICE-DATE NOT > WS-PERIOD-END
               AND UTL-USE-TAX-OWED > ZERO
               MOVE UTL-STATE-CODE TO WS-POST-STATE
               PERFORM 4100-FIND-OR-ADD-EFILE-ROW
               ADD UTL-PURCHASE-AMOUNT TO
                   EFT-USE-TAX-PURCHASES (WS-EFT-IDX)
               ADD UTL-USE-TAX-OWED TO EFT-USE-TAX (WS-EFT-IDX)
           END-IF.
           PERFORM 1710-READ-USE-TAX-LOG-RECORD.
      *
      ******************************************************************
      * 1800-LOAD-BAD-DEBT-TOTALS
      * The bad-debt deduction per jurisdiction: only register rows
      * TAXREMIT stamped with this period when it cut the original
      * voucher. TAXREMIT caps the claim at the period's tax, splits
      * the write-off that crosses the cap and claims nothing on a
      * period that nets to zero or is amended, so unstamped rows are
      * not this return's to deduct - TAXREMIT for the period must
      * run first, and the BD line then equals VCH-BAD-DEBT-AMOUNT.
      ******************************************************************
       1800-LOAD-BAD-DEBT-TOTALS.
           OPEN INPUT BAD-DEBT-FILE.
           IF WS-BADDEBT-STATUS = "00"
               PERFORM 1810-READ-BAD-DEBT-RECORD
               PERFORM 1820-ACCUMULATE-BAD-DEBT-ROW
                   UNTIL WS-BADDEBT-EOF
               CLOSE BAD-DEBT-FILE
           END-IF.
      *
       1810-READ-BAD-DEBT-RECORD.
           READ BAD-DEBT-FILE
               AT END MOVE "Y" TO WS-BADDEBT-EOF-SWITCH
           END-READ.
      *
       1820-ACCUMULATE-BAD-DEBT-ROW.
           IF BDT-CLAIM-PERIOD-START = WS-PERIOD-START
               AND BDT-CLAIM-PERIOD-END = WS-PERIOD-END
               MOVE BDT-STATE-CODE TO WS-POST-STATE
               PERFORM 4100-FIND-OR-ADD-EFILE-ROW
               ADD BDT-TAX-AMOUNT TO EFT-BAD-DEBT-AMOUNT (WS-EFT-IDX)
           END-IF.
           PERFORM 1810-READ-BAD-DEBT-RECORD.
      *
      ******************************************************************
      * 4000-POST-ONE-RECORD
      * Every sale lands in the jurisdiction's gross. A marketplace
      * facilitator's sale (entry source M) is also carried as a
      * deduction and goes no further - its tax was the marketplace's
      * to collect and remit, so it stays out of every tax line.
      ******************************************************************
       4000-POST-ONE-RECORD.
           PERFORM 4100-FIND-OR-ADD-EFILE-ROW.
           ADD WS-POST-AMOUNT TO EFT-GROSS-SALES (WS-EFT-IDX).
           IF WS-POST-ENTRY-SOURCE = "M"
               ADD WS-POST-AMOUNT
                   TO EFT-MARKETPLACE-AMOUNT (WS-EFT-IDX)
           ELSE
               PERFORM 4050-POST-COLLECTED-TAX
           END-IF.
      *
       4050-POST-COLLECTED-TAX.
           ADD WS-POST-TAX TO EFT-TAX-TOTAL (WS-EFT-IDX).
           IF WS-POST-EXEMPT-FLAG = "E"
               ADD WS-POST-AMOUNT TO EFT-EXEMPT-AMOUNT (WS-EFT-IDX)
           END-IF.
           IF WS-POST-EXEMPT-FLAG = "H"
               ADD WS-POST-AMOUNT TO EFT-HOLIDAY-AMOUNT (WS-EFT-IDX)
           END-IF.
           EVALUATE WS-POST-CATEGORY
               WHEN "G"
                   ADD WS-POST-TAX TO EFT-TAX-GROCERY (WS-EFT-IDX)
               WHEN OTHER
                   ADD WS-POST-TAX TO EFT-TAX-STANDARD (WS-EFT-IDX)
           END-EVALUATE.
           ADD WS-POST-COUNTY-TAX TO EFT-COUNTY-TAX (WS-EFT-IDX).
           ADD WS-POST-CITY-TAX TO EFT-CITY-TAX (WS-EFT-IDX).
           IF WS-POST-LOCALITY NOT = SPACES
               PERFORM 4200-FIND-OR-ADD-LOCAL-ROW
               ADD WS-POST-AMOUNT TO LFT-GROSS-SALES (WS-LFT-IDX)
               IF WS-POST-EXEMPT-FLAG = "E"
                   ADD WS-POST-AMOUNT
                       TO LFT-EXEMPT-AMOUNT (WS-LFT-IDX)
               END-IF
               IF WS-POST-EXEMPT-FLAG = "H"
                   ADD WS-POST-AMOUNT
                       TO LFT-HOLIDAY-AMOUNT (WS-LFT-IDX)
               END-IF
               ADD WS-POST-COUNTY-TAX TO LFT-COUNTY-TAX (WS-LFT-IDX)
               ADD WS-POST-CITY-TAX TO LFT-CITY-TAX (WS-LFT-IDX)
           END-IF.
      *
       4100-FIND-OR-ADD-EFILE-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
                       TO EFT-STATE-CODE (WS-EFT-IDX)
                   MOVE ZERO TO EFT-GROSS-SALES (WS-EFT-IDX)
                   MOVE ZERO TO EFT-EXEMPT-AMOUNT (WS-EFT-IDX)
                   MOVE ZERO TO EFT-HOLIDAY-AMOUNT (WS-EFT-IDX)
                   MOVE ZERO TO EFT-MARKETPLACE-AMOUNT (WS-EFT-IDX)
                   MOVE ZERO TO EFT-BAD-DEBT-AMOUNT (WS-EFT-IDX)
                   MOVE ZERO TO EFT-TAX-STANDARD (WS-EFT-IDX)
                   MOVE ZERO TO EFT-TAX-GROCERY (WS-EFT-IDX)
                   MOVE ZERO TO EFT-TAX-PREPARED (WS-EFT-IDX)
                   MOVE ZERO TO EFT-TAX-TOTAL (WS-EFT-IDX)
                   MOVE ZERO TO EFT-USE-TAX-PURCHASES (WS-EFT-IDX)
                   MOVE ZERO TO EFT-USE-TAX (WS-EFT-IDX)
                   MOVE ZERO TO EFT-COUNTY-TAX (WS-EFT-IDX)
                   MOVE ZERO TO EFT-CITY-TAX (WS-EFT-IDX)
               ELSE
      * JURISDICAO ALEM DA TABELA CONTAMINARIA A ULTIMA LINHA - E
      * NUMERO ERRADO EM DECLARACAO OFICIAL NAO SE AVISA, SE RECUSA:
               ADD 1 TO WS-EFT-IDX
           END-IF.
      *
      * MESMA BUSCA-OU-INCLUSAO PARA A LINHA DA LOCALIDADE; A TABELA
      * CHEIA DOBRA NA ULTIMA LINHA E A DECLARACAO DELA E RECUSADA,
      * COMO NA TABELA DE JURISDICOES.
       4200-FIND-OR-ADD-LOCAL-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-LFT-IDX.
           PERFORM 4210-CHECK-ONE-LOCAL-ROW
               UNTIL WS-LFT-IDX > LOCAL-TOTALS-COUNT
                   OR WS-ROW-WAS-FOUND.
           IF NOT WS-ROW-WAS-FOUND
               IF LOCAL-TOTALS-COUNT < 200
                   ADD 1 TO LOCAL-TOTALS-COUNT
                   MOVE LOCAL-TOTALS-COUNT TO WS-LFT-IDX
                   MOVE WS-POST-STATE TO LFT-STATE-CODE (WS-LFT-IDX)
                   MOVE WS-POST-LOCALITY
                       TO LFT-LOCALITY-CODE (WS-LFT-IDX)
                   MOVE ZERO TO LFT-GROSS-SALES (WS-LFT-IDX)
                   MOVE ZERO TO LFT-EXEMPT-AMOUNT (WS-LFT-IDX)
                   MOVE ZERO TO LFT-HOLIDAY-AMOUNT (WS-LFT-IDX)
                   MOVE ZERO TO LFT-COUNTY-TAX (WS-LFT-IDX)
                   MOVE ZERO TO LFT-CITY-TAX (WS-LFT-IDX)
               ELSE
                   IF NOT WS-LFT-TABLE-IS-FULL
                       DISPLAY "LOCAL-TOTALS-TABLE FULL AT 200 "
                           "LOCALITIES - EXTRA LOCALITIES FOLD INTO "
                           "THE LAST ROW; THAT ROW'S RETURN FILE "
                           "WILL BE REFUSED. ENLARGE THE TABLE."
                       MOVE "Y" TO WS-LFT-FULL-SWITCH
                   END-IF
                   MOVE LOCAL-TOTALS-COUNT TO WS-LFT-IDX
               END-IF
           END-IF.
      *
       4210-CHECK-ONE-LOCAL-ROW.
           IF LFT-STATE-CODE (WS-LFT-IDX) = WS-POST-STATE
               AND LFT-LOCALITY-CODE (WS-LFT-IDX) = WS-POST-LOCALITY
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-LFT-IDX
           END-IF.
      *
      ******************************************************************
      * 3000-WRITE-RETURN-FILES
      * One EFILE-xx per jurisdiction with activity and a layout on
      * state's definition rows, each value dropped at its position
      * and length. A state with activity but no layout is the
      * exception the filing clerk needs to hear about before the
      * deadline. Every state return written is logged on EFILECTL;
      * in a calendar run only the states owing this period are
      * filed, the others wait for their own period.
      ******************************************************************
       3000-WRITE-RETURN-FILES.
           DISPLAY "====================================".
           DISPLAY "ELECTRONIC RETURN FILES - PERIOD "
               WS-PERIOD-START " THRU " WS-PERIOD-END.
           IF WS-RUN-BY-CALENDAR
               DISPLAY "FILED BY CALENDAR AS OF " WS-AS-OF-DATE
           END-IF.
           DISPLAY "====================================".
           OPEN EXTEND EFILE-CONTROL-FILE.
           IF WS-EFILECTL-STATUS = "35"
               OPEN OUTPUT EFILE-CONTROL-FILE
           END-IF.
           PERFORM 3100-WRITE-ONE-RETURN-FILE
               VARYING WS-EFT-IDX FROM 1 BY 1
               UNTIL WS-EFT-IDX > EFILE-TOTALS-COUNT.
           CLOSE EFILE-CONTROL-FILE.
           PERFORM 3700-WRITE-ONE-LOCAL-RETURN
               VARYING WS-LFT-IDX FROM 1 BY 1
               UNTIL WS-LFT-IDX > LOCAL-TOTALS-COUNT.
      *
       3100-WRITE-ONE-RETURN-FILE.
           MOVE EFT-STATE-CODE (WS-EFT-IDX) TO WS-SELECT-STATE.
           PERFORM 3020-CHECK-STATE-SELECTED.
      * A ULTIMA LINHA DE UMA TABELA QUE ESTOUROU CARREGA TOTAIS DE
      * MAIS DE UMA JURISDICAO - NENHUM ARQUIVO SAI DELA, E A
      * RODADA ENCERRA COM RETURN-CODE 8 PARA A CADEIA ACUSAR.
           EVALUATE TRUE
               WHEN NOT WS-STATE-IS-SELECTED
                   CONTINUE
               WHEN WS-EFT-TABLE-IS-FULL
                   AND WS-EFT-IDX = EFILE-TOTALS-COUNT
                   DISPLAY "** " EFT-STATE-CODE (WS-EFT-IDX)
                       " ROW HOLDS COMMINGLED OVERFLOW TOTALS - "
                       "RETURN FILE REFUSED."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 3105-BUILD-ONE-RETURN-FILE
           END-EVALUATE.
      *
      * FORA DO CALENDARIO TODO ESTADO E DECLARADO; PELO CALENDARIO,
      * SO O QUE DEVE EXATAMENTE O PERIODO DESTA PASSADA.
       3020-CHECK-STATE-SELECTED.
           IF WS-RUN-BY-CALENDAR
               MOVE "N" TO WS-STATE-SELECTED-SWITCH
               PERFORM 3025-CHECK-ONE-SELECTED-ROW
                   VARYING WS-FDT-IDX FROM 1 BY 1
                   UNTIL WS-FDT-IDX > FILING-DUE-COUNT
                       OR WS-STATE-IS-SELECTED
           ELSE
               MOVE "Y" TO WS-STATE-SELECTED-SWITCH
           END-IF.
      *
       3025-CHECK-ONE-SELECTED-ROW.
           IF FDT-STATE-CODE (WS-FDT-IDX) = WS-SELECT-STATE
               AND FDT-PERIOD-START (WS-FDT-IDX) = WS-PERIOD-START
               AND FDT-PERIOD-END (WS-FDT-IDX) = WS-PERIOD-END
               MOVE "Y" TO WS-STATE-SELECTED-SWITCH
           END-IF.
      *
       3105-BUILD-ONE-RETURN-FILE.
           MOVE EFT-STATE-CODE (WS-EFT-IDX) TO RTV-STATE-CODE.
           MOVE SPACES TO RTV-LOCALITY-CODE.
           MOVE EFT-GROSS-SALES (WS-EFT-IDX) TO RTV-GROSS-SALES.
           MOVE EFT-EXEMPT-AMOUNT (WS-EFT-IDX) TO RTV-EXEMPT-AMOUNT.
           MOVE EFT-HOLIDAY-AMOUNT (WS-EFT-IDX) TO RTV-HOLIDAY-AMOUNT.
           MOVE EFT-MARKETPLACE-AMOUNT (WS-EFT-IDX)
               TO RTV-MARKETPLACE-AMOUNT.
           MOVE EFT-BAD-DEBT-AMOUNT (WS-EFT-IDX)
               TO RTV-BAD-DEBT-AMOUNT.
           MOVE EFT-TAX-STANDARD (WS-EFT-IDX) TO RTV-TAX-STANDARD.
           MOVE EFT-TAX-GROCERY (WS-EFT-IDX) TO RTV-TAX-GROCERY.
           MOVE EFT-TAX-PREPARED (WS-EFT-IDX) TO RTV-TAX-PREPARED.
           MOVE EFT-TAX-TOTAL (WS-EFT-IDX) TO RTV-TAX-TOTAL.
           MOVE EFT-USE-TAX-PURCHASES (WS-EFT-IDX)
               TO RTV-USE-TAX-PURCHASES.
           MOVE EFT-USE-TAX (WS-EFT-IDX) TO RTV-USE-TAX.
           MOVE EFT-COUNTY-TAX (WS-EFT-IDX) TO RTV-COUNTY-TAX.
           MOVE EFT-CITY-TAX (WS-EFT-IDX) TO RTV-CITY-TAX.
           COMPUTE RTV-STATE-TAX = RTV-TAX-TOTAL
               - RTV-COUNTY-TAX - RTV-CITY-TAX.
           MOVE "N" TO WS-STATE-HAS-LAYOUT-SWITCH.
           PERFORM 3150-CHECK-LAYOUT-EXISTS
               VARYING WS-LDT-IDX FROM 1 BY 1
               WRITE EFILE-OUT-RECORD
               CLOSE EFILE-OUT-FILE
               ADD 1 TO WS-FILES-WRITTEN-COUNT
               MOVE RTV-STATE-CODE TO EFC-STATE-CODE
               MOVE WS-PERIOD-START TO EFC-PERIOD-START
               MOVE WS-PERIOD-END TO EFC-PERIOD-END
               MOVE WS-TODAY-DATE TO EFC-FILED-DATE
               MOVE WS-EFILE-FILENAME TO EFC-FILE-NAME
               WRITE EFILE-CONTROL-RECORD
               MOVE EFT-TAX-TOTAL (WS-EFT-IDX) TO WS-EDIT-AMOUNT
               DISPLAY EFT-STATE-CODE (WS-EFT-IDX)
                   "  RETURN WRITTEN TO " WS-EFILE-FILENAME
                   "  TAX TOTAL " WS-EDIT-AMOUNT
               MOVE EFT-USE-TAX (WS-EFT-IDX) TO WS-EDIT-AMOUNT
               DISPLAY "    USE TAX " WS-EDIT-AMOUNT
               MOVE RTV-HOLIDAY-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "    HOLIDAY " WS-EDIT-AMOUNT
               MOVE RTV-MARKETPLACE-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "    MKTPLC  " WS-EDIT-AMOUNT
               MOVE RTV-BAD-DEBT-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "    BADDEBT " WS-EDIT-AMOUNT
               MOVE RTV-STATE-TAX TO WS-EDIT-AMOUNT
               DISPLAY "    STATE   " WS-EDIT-AMOUNT
               MOVE RTV-COUNTY-TAX TO WS-EDIT-AMOUNT
               DISPLAY "    COUNTY  " WS-EDIT-AMOUNT
               MOVE RTV-CITY-TAX TO WS-EDIT-AMOUNT
               DISPLAY "    CITY    " WS-EDIT-AMOUNT
           END-IF.
      *
       3150-CHECK-LAYOUT-EXISTS.
           IF LDT-STATE-CODE (WS-LDT-IDX) = RTV-STATE-CODE
               AND LDT-LOCALITY-CODE (WS-LDT-IDX) = RTV-LOCALITY-CODE
               MOVE "Y" TO WS-STATE-HAS-LAYOUT-SWITCH
           END-IF.
      *
      * REGISTRO DE 200 SAO IGNORADOS COM AVISO - LINHA DE DEFINICAO
      * ERRADA NAO PODE ABENDAR A DECLARACAO DOS OUTROS ESTADOS.
       3200-PLACE-ONE-LAYOUT-FIELD.
           IF LDT-STATE-CODE (WS-LDT-IDX) = RTV-STATE-CODE
               AND LDT-LOCALITY-CODE (WS-LDT-IDX) = RTV-LOCALITY-CODE
               MOVE LDT-START-POS (WS-LDT-IDX) TO WS-SLICE-START
               MOVE LDT-LENGTH (WS-LDT-IDX) TO WS-SLICE-LENGTH
               IF WS-SLICE-START = ZERO
       3300-PLACE-FIELD-VALUE.
           EVALUATE LDT-FIELD-CODE (WS-LDT-IDX)
               WHEN "GR"
                   MOVE RTV-GROSS-SALES TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "EX"
                   MOVE RTV-EXEMPT-AMOUNT TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "HX"
                   MOVE RTV-HOLIDAY-AMOUNT TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "MF"
                   MOVE RTV-MARKETPLACE-AMOUNT TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "BD"
                   MOVE RTV-BAD-DEBT-AMOUNT TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "TS"
                   MOVE RTV-TAX-STANDARD TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "TG"
                   MOVE RTV-TAX-GROCERY TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "TP"
                   MOVE RTV-TAX-PREPARED TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "TT"
                   MOVE RTV-TAX-TOTAL TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "UP"
                   MOVE RTV-USE-TAX-PURCHASES TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "UT"
                   MOVE RTV-USE-TAX TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "SX"
                   MOVE RTV-STATE-TAX TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "CO"
                   MOVE RTV-COUNTY-TAX TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "CI"
                   MOVE RTV-CITY-TAX TO WS-FIELD-DIGITS
                   PERFORM 3400-PLACE-AMOUNT-FIELD
               WHEN "PS"
                   MOVE WS-PERIOD-START TO WS-DATE-TEXT
                       LDT-STATE-CODE (WS-LDT-IDX) " - IGNORED."
           END-EVALUATE.
      *
      ******************************************************************
      * 3700-WRITE-ONE-LOCAL-RETURN
      * A county or city that takes its own return gets EFILE-xx-
      * lllll, built from the EFILEDEF rows keyed with its locality
      * code, from the locality's own gross, exempt and county/city
      * tax. A locality with no layout is filed through the state
      * return (codes CO/CI) - it is reported, not refused.
      ******************************************************************
       3700-WRITE-ONE-LOCAL-RETURN.
           MOVE LFT-STATE-CODE (WS-LFT-IDX) TO WS-SELECT-STATE.
           PERFORM 3020-CHECK-STATE-SELECTED.
           EVALUATE TRUE
               WHEN NOT WS-STATE-IS-SELECTED
                   CONTINUE
               WHEN WS-LFT-TABLE-IS-FULL
                   AND WS-LFT-IDX = LOCAL-TOTALS-COUNT
                   DISPLAY "** " LFT-STATE-CODE (WS-LFT-IDX)
                       " " LFT-LOCALITY-CODE (WS-LFT-IDX)
                       " ROW HOLDS COMMINGLED OVERFLOW TOTALS - "
                       "RETURN FILE REFUSED."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 3705-BUILD-ONE-LOCAL-RETURN
           END-EVALUATE.
      *
       3705-BUILD-ONE-LOCAL-RETURN.
           MOVE LFT-STATE-CODE (WS-LFT-IDX) TO RTV-STATE-CODE.
           MOVE LFT-LOCALITY-CODE (WS-LFT-IDX) TO RTV-LOCALITY-CODE.
           MOVE LFT-GROSS-SALES (WS-LFT-IDX) TO RTV-GROSS-SALES.
           MOVE LFT-EXEMPT-AMOUNT (WS-LFT-IDX) TO RTV-EXEMPT-AMOUNT.
           MOVE LFT-HOLIDAY-AMOUNT (WS-LFT-IDX) TO RTV-HOLIDAY-AMOUNT.
           MOVE ZERO TO RTV-MARKETPLACE-AMOUNT.
           MOVE ZERO TO RTV-BAD-DEBT-AMOUNT.
           MOVE ZERO TO RTV-TAX-STANDARD.
           MOVE ZERO TO RTV-TAX-GROCERY.
           MOVE ZERO TO RTV-TAX-PREPARED.
           MOVE ZERO TO RTV-USE-TAX-PURCHASES.
           MOVE ZERO TO RTV-USE-TAX.
           MOVE ZERO TO RTV-STATE-TAX.
           MOVE LFT-COUNTY-TAX (WS-LFT-IDX) TO RTV-COUNTY-TAX.
           MOVE LFT-CITY-TAX (WS-LFT-IDX) TO RTV-CITY-TAX.
           COMPUTE RTV-TAX-TOTAL = RTV-COUNTY-TAX + RTV-CITY-TAX.
           MOVE "N" TO WS-STATE-HAS-LAYOUT-SWITCH.
           PERFORM 3150-CHECK-LAYOUT-EXISTS
               VARYING WS-LDT-IDX FROM 1 BY 1
               UNTIL WS-LDT-IDX > LAYOUT-DEF-COUNT
                   OR WS-STATE-HAS-LAYOUT.
           MOVE RTV-TAX-TOTAL TO WS-EDIT-AMOUNT.
           IF NOT WS-STATE-HAS-LAYOUT
               ADD 1 TO WS-LOCAL-NO-LAYOUT-COUNT
               DISPLAY RTV-STATE-CODE " " RTV-LOCALITY-CODE
                   "  LOCAL TAX " WS-EDIT-AMOUNT
                   "  - NO OWN LAYOUT, FILED ON THE STATE RETURN."
           ELSE
               MOVE SPACES TO WS-EFILE-FILENAME
               STRING "EFILE-" RTV-STATE-CODE "-"
                       DELIMITED BY SIZE
                       RTV-LOCALITY-CODE DELIMITED BY SPACE
                   INTO WS-EFILE-FILENAME
               OPEN OUTPUT EFILE-OUT-FILE
               MOVE SPACES TO EFILE-OUT-RECORD
               PERFORM 3200-PLACE-ONE-LAYOUT-FIELD
                   VARYING WS-LDT-IDX FROM 1 BY 1
                   UNTIL WS-LDT-IDX > LAYOUT-DEF-COUNT
               WRITE EFILE-OUT-RECORD
               CLOSE EFILE-OUT-FILE
               ADD 1 TO WS-LOCAL-FILES-COUNT
               DISPLAY RTV-STATE-CODE " " RTV-LOCALITY-CODE
                   "  LOCAL RETURN WRITTEN TO " WS-EFILE-FILENAME
                   "  LOCAL TAX " WS-EDIT-AMOUNT
           END-IF.
      *
      * VALOR PEGO PELA DIREITA (OS DIGITOS MENOS SIGNIFICATIVOS),
      * DO TAMANHO QUE O LAYOUT PEDIR, ATE OS 13 DIGITOS DO CAMPO.
       3400-PLACE-AMOUNT-FIELD.
           DISPLAY "RETURN FILES WRITTEN. . . . : " WS-EDIT-COUNT.
           MOVE WS-NO-LAYOUT-COUNT TO WS-EDIT-COUNT.
           DISPLAY "MISSING LAYOUTS . . . . . . : " WS-EDIT-COUNT.
           MOVE LOCAL-TOTALS-COUNT TO WS-EDIT-COUNT.
           DISPLAY "LOCALITIES WITH ACTIVITY. . : " WS-EDIT-COUNT.
           MOVE WS-LOCAL-FILES-COUNT TO WS-EDIT-COUNT.
           DISPLAY "LOCAL RETURN FILES WRITTEN. : " WS-EDIT-COUNT.
           MOVE WS-LOCAL-NO-LAYOUT-COUNT TO WS-EDIT-COUNT.
           DISPLAY "FILED ON THE STATE RETURN . : " WS-EDIT-COUNT.
      *
       0200-LOAD-HISTORY-CATALOG.
           OPEN INPUT HISTORY-CATALOG-FILE.
