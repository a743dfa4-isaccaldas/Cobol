      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     ROLLFORWARD MENSAL DO IMPOSTO A RECOLHER POR
      *              JURISDICAO, AMARRADO AO RAZAO. PARTE DO SALDO
      *              INICIAL (FECHAMENTO DO MES ANTERIOR GUARDADO EM
      *              RFWDBAL), SOMA O IMPOSTO COBRADO NO MES (TAXLOG
      *              E GERACOES DO TAXHIST, SEM MARKETPLACE), OS
      *              AJUSTES DO TAXADJST (TIPO A) E AS GUIAS
      *              RETIFICADORAS CORTADAS NO MES (REMITCTL TIPO A),
      *              TIRA O IMPOSTO DE INCOBRAVEIS ABATIDO NAS GUIAS DO
      *              MES E OS PAGAMENTOS CONFIRMADOS (TRSYPAY CASADO
      *              COM A GUIA PELA REGRA DO TAXSETTL, SO A PARCELA DE
      *              IMPOSTO SOBRE VENDAS) E CHEGA AO SALDO FINAL. O
      *              SALDO FINAL E COMPARADO COM O BALANCETE RECEBIDO
      *              DA CONTABILIDADE (GLTRIAL, CONTA 215000 + UF) E A
      *              DIFERENCA E QUEBRADA NAS CAUSAS CONHECIDAS -
      *              POSTAGENS REJEITADAS NO GLPOSTCT, DIAS DO MES
      *              AINDA NAO EXTRAIDOS, CORRECOES AINDA NAO
      *              POSTADAS E GUIAS DO TAXVCHR AINDA NAO PAGAS. O
      *              QUE SOBRA E A DIFERENCA NAO EXPLICADA, PARA O
      *              CONTROLLER ASSINAR. O FECHAMENTO DO MES E GRAVADO
      *              EM RFWDBAL PARA SER O SALDO INICIAL DO SEGUINTE.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRLFWD.
       ENVIRONMENT DIVISION.
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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXHIST-STATUS.
      *
           SELECT HISTORY-CATALOG-FILE ASSIGN TO "HISTCTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCTLG-STATUS.
      *
           SELECT POSTING-CONTROL-FILE ASSIGN TO "GLPOSTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOSTCT-STATUS.
      *
           SELECT REMIT-VOUCHER-FILE ASSIGN TO "TAXVCHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXVCHR-STATUS.
      *
           SELECT REMIT-CONTROL-FILE ASSIGN TO "REMITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMITCTL-STATUS.
      *
           SELECT TREASURY-PAYMENT-FILE ASSIGN TO "TRSYPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRSYPAY-STATUS.
      *
      * BALANCETE DO FIM DO MES, RECEBIDO DA CONTABILIDADE.
           SELECT GL-TRIAL-BALANCE-FILE ASSIGN TO "GLTRIAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRIAL-STATUS.
      *
      * SALDOS DE FECHAMENTO JA APURADOS, UMA LINHA POR MES/UF - O
      * FECHAMENTO DE UM MES E A ABERTURA DO SEGUINTE.
           SELECT ROLLFORWARD-BALANCE-FILE ASSIGN TO "RFWDBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFWDBAL-STATUS.
      *
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLEDGR-STATUS.
      *
      * VEREDITO DE COBERTURA DE PARTICOES (RUNCOVCK): UMA NOITE
      * PARTICIONADA PODE COMPLETAR TODAS AS EXECUCOES E AINDA ASSIM
      * TER DEIXADO UMA FAIXA DE CONTAS SEM TRIBUTAR - LINHA B AQUI
      * BLOQUEIA O LOG COMO UM S SEM C BLOQUEIA.
           SELECT COVERAGE-VERDICT-FILE ASSIGN TO "COVSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVSTAT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TAX-LOG-FILE.
           COPY TAXLOG.
      *
       FD  SALES-TAX-HISTORY-FILE.
           COPY TAXHIST.
      *
       FD  HISTORY-CATALOG-FILE.
           COPY HISTCTLG.
      *
      * MESMO LAYOUT DO TAXGLEXT: H = CABECALHO DA DATA POSTADA
      * (TOTAIS E STATUS P/R), S = IMPOSTO POSTADO DE UMA UF DA DATA.
       FD  POSTING-CONTROL-FILE.
       01  POSTING-CONTROL-RECORD.
           05  GPC-RECORD-TYPE             PIC X(01).
           05  GPC-BUSINESS-DATE           PIC 9(08).
           05  GPC-HEADER-BODY.
               10  GPC-GENERATED-DATE      PIC 9(08).
               10  GPC-STATUS              PIC X(01).
               10  GPC-SALES-TOTAL         PIC S9(11)V99.
               10  GPC-TAX-TOTAL           PIC S9(11)V99.
               10  GPC-MARKETPLACE-TAX     PIC S9(11)V99.
           05  GPC-STATE-BODY REDEFINES GPC-HEADER-BODY.
               10  GPC-STATE-CODE          PIC X(02).
               10  GPC-STATE-TAX           PIC S9(11)V99.
               10  FILLER                  PIC X(33).
      *
      * MESMO LAYOUT DO TAXREMIT/TAXSETTL.
       FD  REMIT-VOUCHER-FILE.
       01  REMIT-VOUCHER-RECORD.
           05  VCH-STATE-CODE              PIC X(02).
           05  VCH-PERIOD-START            PIC 9(08).
           05  VCH-PERIOD-END              PIC 9(08).
           05  VCH-AMOUNT-DUE              PIC 9(11)V99.
           05  VCH-DUE-DATE                PIC 9(08).
           05  VCH-VOUCHER-TYPE            PIC X(01).
           05  VCH-USE-TAX-AMOUNT          PIC 9(11)V99.
           05  VCH-LOCAL-TAX-AMOUNT        PIC 9(11)V99.
           05  VCH-BAD-DEBT-AMOUNT         PIC S9(11)V99.
      *
       FD  REMIT-CONTROL-FILE.
       01  REMIT-CONTROL-RECORD.
           05  RMC-STATE-CODE              PIC X(02).
           05  RMC-PERIOD-START            PIC 9(08).
           05  RMC-PERIOD-END              PIC 9(08).
           05  RMC-AMOUNT-REMITTED         PIC 9(11)V99.
           05  RMC-GENERATED-DATE          PIC 9(08).
           05  RMC-CONTROL-TYPE            PIC X(01).
           05  RMC-USE-TAX-REMITTED        PIC 9(11)V99.
           05  RMC-LOCAL-TAX-REMITTED      PIC 9(11)V99.
           05  RMC-BAD-DEBT-CLAIMED        PIC S9(11)V99.
      *
       FD  TREASURY-PAYMENT-FILE.
       01  TREASURY-PAYMENT-RECORD.
           05  TPY-STATE-CODE              PIC X(02).
           05  TPY-PERIOD-START            PIC 9(08).
           05  TPY-PERIOD-END              PIC 9(08).
           05  TPY-PAID-DATE               PIC 9(08).
           05  TPY-PAID-AMOUNT             PIC 9(11)V99.
      *
       FD  GL-TRIAL-BALANCE-FILE.
           COPY GLTRIAL.
      *
       FD  ROLLFORWARD-BALANCE-FILE.
       01  ROLLFORWARD-BALANCE-RECORD.
           05  RFB-FISCAL-MONTH            PIC 9(06).
           05  RFB-STATE-CODE              PIC X(02).
           05  RFB-CLOSING-LIABILITY       PIC S9(11)V99.
           05  RFB-GL-BALANCE              PIC S9(11)V99.
           05  RFB-UNEXPLAINED             PIC S9(11)V99.
           05  RFB-RUN-DATE                PIC 9(08).
      *
       FD  RUN-LEDGER-FILE.
           COPY RUNLEDGR.
      *
       FD  COVERAGE-VERDICT-FILE.
       01  COVERAGE-VERDICT-RECORD.
           05  CVS-BUSINESS-DATE           PIC 9(08).
           05  CVS-VERDICT                 PIC X(01).
           05  CVS-CHECKED-DATE            PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       77  WS-TAXLOG-STATUS                PIC X(02)   VALUE "00".
       77  WS-TAXLOG-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-TAXLOG-EOF                            VALUE "Y".
       77  WS-TAXHIST-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXHIST-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-TAXHIST-EOF                           VALUE "Y".
       77  WS-GLPOSTCT-STATUS              PIC X(02)   VALUE "00".
       77  WS-GLPOSTCT-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-GLPOSTCT-EOF                          VALUE "Y".
       77  WS-TAXVCHR-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXVCHR-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-TAXVCHR-EOF                           VALUE "Y".
       77  WS-REMITCTL-STATUS              PIC X(02)   VALUE "00".
       77  WS-REMITCTL-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-REMITCTL-EOF                          VALUE "Y".
       77  WS-TRSYPAY-STATUS               PIC X(02)   VALUE "00".
       77  WS-TRSYPAY-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-TRSYPAY-EOF                           VALUE "Y".
       77  WS-GLTRIAL-STATUS               PIC X(02)   VALUE "00".
       77  WS-GLTRIAL-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-GLTRIAL-EOF                           VALUE "Y".
       77  WS-RFWDBAL-STATUS               PIC X(02)   VALUE "00".
       77  WS-RFWDBAL-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-RFWDBAL-EOF                           VALUE "Y".
      *
      * CATALOGO DE GERACOES DO HISTORICO (HISTCTLG): SO AS GERACOES
      * QUE TOCAM O MES SAO ABERTAS; O TAXHIST CONSOLIDADO LEGADO,
      * QUANDO AINDA EXISTE, CONTINUA SENDO LIDO.
       77  WS-HISTCTLG-STATUS              PIC X(02)   VALUE "00".
       77  WS-HISTCTLG-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-HISTCTLG-EOF                          VALUE "Y".
       77  WS-TAXHIST-FILENAME             PIC X(20)   VALUE "TAXHIST".
       01  GEN-CATALOG-TABLE.
           05  GEN-CATALOG-COUNT           PIC 9(03)   VALUE ZERO.
           05  GEN-CATALOG-ROW OCCURS 50 TIMES.
               10  GCT-GENERATION-YEAR     PIC 9(04).
               10  GCT-DATE-LOW            PIC 9(08).
               10  GCT-DATE-HIGH           PIC 9(08).
       77  WS-GCT-IDX                      PIC 9(03)   VALUE ZERO.
      *
      * MES APURADO E SUAS FRONTEIRAS.
       77  WS-TODAY-DATE                   PIC 9(08)   VALUE ZERO.
       77  WS-FISCAL-MONTH                 PIC 9(06)   VALUE ZERO.
       77  WS-FISCAL-MONTH-X REDEFINES WS-FISCAL-MONTH
                                           PIC X(06).
       77  WS-PRIOR-MONTH                  PIC 9(06)   VALUE ZERO.
       01  WS-MONTH-START-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START-DATE.
           05  WS-MONTH-START-CCYY         PIC 9(04).
           05  WS-MONTH-START-MM           PIC 9(02).
           05  WS-MONTH-START-DD           PIC 9(02).
       01  WS-NEXT-MONTH-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
           05  WS-NEXT-MONTH-CCYY          PIC 9(04).
           05  WS-NEXT-MONTH-MM            PIC 9(02).
           05  WS-NEXT-MONTH-DD            PIC 9(02).
       77  WS-MONTH-END-DATE               PIC 9(08)   VALUE ZERO.
       77  WS-WORK-JULIAN                  PIC 9(09)   VALUE ZERO.
      *
      * UMA LINHA POR JURISDICAO: O ROLLFORWARD, O SALDO DO RAZAO E
      * AS CAUSAS CONHECIDAS DA DIFERENCA (CADA UMA COM O SINAL DO
      * SEU EFEITO EM RAZAO - ROLLFORWARD).
       01  ROLL-TABLE.
           05  ROLL-TABLE-COUNT            PIC 9(03)   VALUE ZERO.
           05  ROLL-TABLE-ROW OCCURS 100 TIMES.
               10  RLT-STATE-CODE          PIC X(02).
               10  RLT-OPENING-SWITCH      PIC X(01).
               10  RLT-OPENING             PIC S9(11)V99.
               10  RLT-COLLECTED           PIC S9(11)V99.
               10  RLT-ADJUSTMENTS         PIC S9(11)V99.
               10  RLT-AMENDED             PIC S9(11)V99.
               10  RLT-BAD-DEBT            PIC S9(11)V99.
               10  RLT-PAYMENTS            PIC S9(11)V99.
               10  RLT-CLOSING             PIC S9(11)V99.
               10  RLT-GL-SWITCH           PIC X(01).
               10  RLT-GL-BALANCE          PIC S9(11)V99.
               10  RLT-REJECTED            PIC S9(11)V99.
               10  RLT-UNEXTRACTED         PIC S9(11)V99.
               10  RLT-CORRECTIONS         PIC S9(11)V99.
               10  RLT-UNPAID              PIC S9(11)V99.
               10  RLT-UNEXPLAINED         PIC S9(11)V99.
       77  WS-RLT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-RLT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-RLT-TABLE-IS-FULL                     VALUE "Y".
       77  WS-ROW-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ROW-WAS-FOUND                         VALUE "Y".
      *
      * CHAVES PASSADAS AOS PARAGRAFOS DE BUSCA (PERFORM NAO ACEITA
      * USING EM COBOL).
       77  WS-KEY-STATE                    PIC X(02)   VALUE SPACES.
       77  WS-KEY-DATE                     PIC 9(08)   VALUE ZERO.
      *
      * O LANCAMENTO DO LOG SOB EXAME, VENHA DO LOG VIVO OU DE UMA
      * GERACAO DO HISTORICO.
       77  WS-DER-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
       77  WS-DER-STATE-CODE               PIC X(02)   VALUE SPACES.
       77  WS-DER-SALES-TAX                PIC S9(5)V99 VALUE ZERO.
       77  WS-DER-TXN-TYPE                 PIC X(01)   VALUE SPACE.
      *
      * IMPOSTO DO LOG POR DIA/UF DO MES (SEM MARKETPLACE, COM OS
      * AJUSTES - E O QUE O TAXGLEXT POSTA NA CONTA DA UF).
       01  DAY-STATE-TABLE.
           05  DAY-STATE-COUNT             PIC 9(04)   VALUE ZERO.
           05  DAY-STATE-ROW OCCURS 2000 TIMES.
               10  DST-BUSINESS-DATE       PIC 9(08).
               10  DST-STATE-CODE          PIC X(02).
               10  DST-LOG-TAX             PIC S9(11)V99.
               10  DST-MATCHED-SWITCH      PIC X(01).
       77  WS-DST-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-DST-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-DST-TABLE-IS-FULL                     VALUE "Y".
      *
      * CONTROLE DE POSTAGEM DO TAXGLEXT EM MEMORIA.
       01  CONTROL-HEADER-TABLE.
           05  CONTROL-HEADER-COUNT        PIC 9(03)   VALUE ZERO.
           05  CONTROL-HEADER-ROW OCCURS 500 TIMES.
               10  CTH-BUSINESS-DATE       PIC 9(08).
               10  CTH-STATUS              PIC X(01).
       01  CONTROL-STATE-TABLE.
           05  CONTROL-STATE-COUNT         PIC 9(04)   VALUE ZERO.
           05  CONTROL-STATE-ROW OCCURS 3000 TIMES.
               10  CTS-BUSINESS-DATE       PIC 9(08).
               10  CTS-STATE-CODE          PIC X(02).
               10  CTS-STATE-TAX           PIC S9(11)V99.
       77  WS-CTH-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-CTS-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-GPC-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-GPC-TABLES-ARE-FULL                   VALUE "Y".
      * STATUS DO CABECALHO DA DATA PEDIDA: ESPACO = DATA NUNCA
      * EXTRAIDA PARA O RAZAO.
       77  WS-HEADER-STATUS                PIC X(01)   VALUE SPACE.
           88  WS-DATE-NEVER-EXTRACTED                  VALUE SPACE.
           88  WS-DATE-POSTING-REJECTED                 VALUE "R".
      *
      * GUIAS E O QUE FOI PAGO DELAS ATE O FIM DO MES E ATE O INICIO.
       01  VOUCHER-TABLE.
           05  VOUCHER-TABLE-COUNT         PIC 9(04)   VALUE ZERO.
           05  VOUCHER-TABLE-ROW OCCURS 2000 TIMES.
               10  VTB-STATE-CODE          PIC X(02).
               10  VTB-PERIOD-START        PIC 9(08).
               10  VTB-PERIOD-END          PIC 9(08).
               10  VTB-AMOUNT-DUE          PIC 9(11)V99.
               10  VTB-USE-TAX-AMOUNT      PIC 9(11)V99.
               10  VTB-PAID-THRU-END       PIC 9(11)V99.
               10  VTB-PAID-BEFORE-START   PIC 9(11)V99.
       77  WS-VTB-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-VTB-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-VTB-TABLE-IS-FULL                     VALUE "Y".
       77  WS-VTB-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-VOUCHER-WAS-FOUND                     VALUE "Y".
       77  WS-EXACT-PASS-SWITCH            PIC X(01)   VALUE "N".
           88  WS-EXACT-MATCH-PASS                      VALUE "Y".
       77  WS-ORPHAN-PAYMENT-COUNT         PIC 9(05)   VALUE ZERO.
       77  WS-SALES-SHARE-DUE              PIC S9(11)V99 VALUE ZERO.
       77  WS-SALES-PAID-THRU-END          PIC S9(11)V99 VALUE ZERO.
       77  WS-SALES-PAID-BEFORE-START      PIC S9(11)V99 VALUE ZERO.
       77  WS-SALES-OUTSTANDING            PIC S9(11)V99 VALUE ZERO.
      *
      * SALDOS DE FECHAMENTO JA APURADOS (RFWDBAL) EM MEMORIA - O
      * ARQUIVO E REGRAVADO INTEIRO COM AS LINHAS DO MES TROCADAS.
       01  BALANCE-TABLE.
           05  BALANCE-TABLE-COUNT         PIC 9(04)   VALUE ZERO.
           05  BALANCE-TABLE-ROW OCCURS 2000 TIMES.
               10  RBT-FISCAL-MONTH        PIC 9(06).
               10  RBT-STATE-CODE          PIC X(02).
               10  RBT-CLOSING-LIABILITY   PIC S9(11)V99.
               10  RBT-GL-BALANCE          PIC S9(11)V99.
               10  RBT-UNEXPLAINED         PIC S9(11)V99.
               10  RBT-RUN-DATE            PIC 9(08).
       77  WS-RBT-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-RBT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-RBT-TABLE-IS-FULL                     VALUE "Y".
      *
      * CONTAS DE IMPOSTO A RECOLHER NO RAZAO - AS MESMAS DO TAXGLEXT.
       77  WS-GL-PAYABLE-PREFIX            PIC X(06) VALUE "215000".
      *
       77  WS-DIFFERENCE                   PIC S9(11)V99 VALUE ZERO.
       77  WS-UNEXPLAINED-COUNT            PIC 9(03)   VALUE ZERO.
       77  WS-NO-OPENING-COUNT             PIC 9(03)   VALUE ZERO.
       77  WS-NO-GL-COUNT                  PIC 9(03)   VALUE ZERO.
       01  GRAND-TOTALS.
           05  GRT-OPENING                 PIC S9(11)V99 VALUE ZERO.
           05  GRT-COLLECTED               PIC S9(11)V99 VALUE ZERO.
           05  GRT-ADJUSTMENTS             PIC S9(11)V99 VALUE ZERO.
           05  GRT-AMENDED                 PIC S9(11)V99 VALUE ZERO.
           05  GRT-BAD-DEBT                PIC S9(11)V99 VALUE ZERO.
           05  GRT-PAYMENTS                PIC S9(11)V99 VALUE ZERO.
           05  GRT-CLOSING                 PIC S9(11)V99 VALUE ZERO.
           05  GRT-GL-BALANCE              PIC S9(11)V99 VALUE ZERO.
           05  GRT-REJECTED                PIC S9(11)V99 VALUE ZERO.
           05  GRT-UNEXTRACTED             PIC S9(11)V99 VALUE ZERO.
           05  GRT-CORRECTIONS             PIC S9(11)V99 VALUE ZERO.
           05  GRT-UNPAID                  PIC S9(11)V99 VALUE ZERO.
           05  GRT-UNEXPLAINED             PIC S9(11)V99 VALUE ZERO.
       77  WS-EDIT-AMOUNT                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-COUNT                   PIC ZZ,ZZ9.
      *
      * PORTAO DO LIVRO DE EXECUCOES DO CALC1000 (RUNLEDGR): O TAXLOG
      * SO E CONSUMIDO QUANDO TODA EXECUCAO INICIADA (S) TEM O SEU
      * REGISTRO DE CONCLUSAO (C) - VEJA 0100-VERIFY-RUN-LEDGER.
       77  WS-RUNLEDGR-STATUS              PIC X(02)   VALUE "00".
       77  WS-COVSTAT-STATUS               PIC X(02)   VALUE "00".
       77  WS-COVSTAT-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-COVSTAT-EOF                           VALUE "Y".
       77  WS-RUNLEDGR-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-RUNLEDGR-EOF                          VALUE "Y".
       77  WS-COMPLETED-RUN-COUNT          PIC 9(05)   VALUE ZERO.
       77  WS-GATE-IDX                     PIC 9(03)   VALUE ZERO.
       77  WS-LEDGER-BLOCKED-SWITCH        PIC X(01)   VALUE "N".
           88  WS-LEDGER-BLOCKS-THIS-RUN                VALUE "Y".
       01  RUN-GATE-TABLE.
           05  RUN-GATE-COUNT              PIC 9(03)   VALUE ZERO.
           05  RUN-GATE-ROW OCCURS 100 TIMES.
               10  RGT-BUSINESS-DATE       PIC 9(08).
               10  RGT-PART-LOW            PIC X(06).
               10  RGT-PART-HIGH           PIC X(06).
               10  RGT-CLEARED-SWITCH      PIC X(01).
      *
       PROCEDURE DIVISION.
      *
       0000-ROLL-FORWARD-PAYABLE.
           PERFORM 0100-VERIFY-RUN-LEDGER.
           IF WS-LEDGER-BLOCKS-THIS-RUN
               DISPLAY "TAXLOG IS NOT BEING CONSUMED - FIX THE "
                   "CALC1000 BATCH AND RERUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0300-ACCEPT-FISCAL-MONTH.
           IF WS-MONTH-START-DATE = ZERO
               DISPLAY "MONTH MUST BE CCYYMM WITH MM 01-12 - NO "
                   "ROLLFORWARD."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0400-LOAD-PRIOR-BALANCES.
           PERFORM 1000-SCAN-TAX-LOG.
           PERFORM 1500-SCAN-TAX-HISTORY.
           PERFORM 2000-LOAD-POSTING-CONTROL.
           PERFORM 2500-SCAN-REMIT-CONTROL.
           PERFORM 3000-LOAD-VOUCHERS.
           PERFORM 3100-MATCH-PAYMENTS.
           PERFORM 3200-APPLY-ONE-VOUCHER
               VARYING WS-VTB-IDX FROM 1 BY 1
               UNTIL WS-VTB-IDX > VOUCHER-TABLE-COUNT.
           PERFORM 3500-LOAD-TRIAL-BALANCE.
           PERFORM 4000-EXPLAIN-DIFFERENCES.
           PERFORM 5000-PRINT-ROLLFORWARD.
           PERFORM 6000-SAVE-CLOSING-BALANCES.
           IF WS-UNEXPLAINED-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      * GOBACK, NAO STOP RUN - CHAMADO PELO JOBCHAIN DEVOLVE O
      * CONTROLE PARA A CADEIA SEGUIR.
           GOBACK.
      *
      ******************************************************************
      * 0300-ACCEPT-FISCAL-MONTH
      * The month to roll forward, as CCYYMM. Its first and last days
      * and the prior month (whose closing is this month's opening)
      * are worked out here; an invalid month leaves the start date
      * at zero for the caller to refuse.
      ******************************************************************
       0300-ACCEPT-FISCAL-MONTH.
           DISPLAY "FISCAL MONTH TO ROLL FORWARD (CCYYMM): ".
           ACCEPT WS-FISCAL-MONTH-X.
           MOVE ZERO TO WS-MONTH-START-DATE.
           IF WS-FISCAL-MONTH-X IS NUMERIC
               COMPUTE WS-MONTH-START-DATE = WS-FISCAL-MONTH * 100 + 1
               IF WS-MONTH-START-MM < 1 OR WS-MONTH-START-MM > 12
                   MOVE ZERO TO WS-MONTH-START-DATE
               END-IF
           END-IF.
           IF WS-MONTH-START-DATE NOT = ZERO
               MOVE WS-MONTH-START-DATE TO WS-NEXT-MONTH-DATE
               IF WS-NEXT-MONTH-MM = 12
                   ADD 1 TO WS-NEXT-MONTH-CCYY
                   MOVE 1 TO WS-NEXT-MONTH-MM
               ELSE
                   ADD 1 TO WS-NEXT-MONTH-MM
               END-IF
               COMPUTE WS-WORK-JULIAN =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1
               COMPUTE WS-MONTH-END-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-JULIAN)
               IF WS-MONTH-START-MM = 1
                   COMPUTE WS-PRIOR-MONTH =
                       (WS-MONTH-START-CCYY - 1) * 100 + 12
               ELSE
                   COMPUTE WS-PRIOR-MONTH = WS-FISCAL-MONTH - 1
               END-IF
           END-IF.
      *
      ******************************************************************
      * 0400-LOAD-PRIOR-BALANCES
      * Every closing already on file is kept for the rewrite; the
      * prior month's closings become this month's openings. A state
      * with no prior closing opens at zero and is flagged - the
      * first month rolled, or a month that was skipped.
      ******************************************************************
       0400-LOAD-PRIOR-BALANCES.
           OPEN INPUT ROLLFORWARD-BALANCE-FILE.
           IF WS-RFWDBAL-STATUS = "00"
               PERFORM 0410-READ-BALANCE-RECORD
               PERFORM 0420-TABLE-ONE-BALANCE
                   UNTIL WS-RFWDBAL-EOF
               CLOSE ROLLFORWARD-BALANCE-FILE
           END-IF.
      *
       0410-READ-BALANCE-RECORD.
           READ ROLLFORWARD-BALANCE-FILE
               AT END MOVE "Y" TO WS-RFWDBAL-EOF-SWITCH
           END-READ.
      *
       0420-TABLE-ONE-BALANCE.
           IF BALANCE-TABLE-COUNT < 2000
               ADD 1 TO BALANCE-TABLE-COUNT
               MOVE RFB-FISCAL-MONTH
                   TO RBT-FISCAL-MONTH (BALANCE-TABLE-COUNT)
               MOVE RFB-STATE-CODE
                   TO RBT-STATE-CODE (BALANCE-TABLE-COUNT)
               MOVE RFB-CLOSING-LIABILITY
                   TO RBT-CLOSING-LIABILITY (BALANCE-TABLE-COUNT)
               MOVE RFB-GL-BALANCE
                   TO RBT-GL-BALANCE (BALANCE-TABLE-COUNT)
               MOVE RFB-UNEXPLAINED
                   TO RBT-UNEXPLAINED (BALANCE-TABLE-COUNT)
               MOVE RFB-RUN-DATE
                   TO RBT-RUN-DATE (BALANCE-TABLE-COUNT)
           ELSE
               MOVE "Y" TO WS-RBT-FULL-SWITCH
           END-IF.
           IF RFB-FISCAL-MONTH = WS-PRIOR-MONTH
               MOVE RFB-STATE-CODE TO WS-KEY-STATE
               PERFORM 4800-FIND-OR-ADD-ROLL-ROW
               MOVE "Y" TO RLT-OPENING-SWITCH (WS-RLT-IDX)
               MOVE RFB-CLOSING-LIABILITY TO RLT-OPENING (WS-RLT-IDX)
           END-IF.
           PERFORM 0410-READ-BALANCE-RECORD.
      *
      ******************************************************************
      * 1000-SCAN-TAX-LOG
      * Tax collected in the month by jurisdiction, TAXADJST
      * adjustments (type A) kept apart; marketplace sales are not
      * our liability and TAXGLEXT posts them to the clearing
      * account, so they stay out. Each row also lands in the
      * day/state table the GL posting control is compared against.
      ******************************************************************
       1000-SCAN-TAX-LOG.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS NOT = "00"
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           ELSE
               PERFORM 1005-START-TAX-LOG-AT-MONTH
               PERFORM 1020-TAKE-ONE-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NO PRIMEIRO
      * DIA DO MES E A LEITURA PARA NO PRIMEIRO DIA DO MES SEGUINTE.
       1005-START-TAX-LOG-AT-MONTH.
           MOVE WS-MONTH-START-DATE TO LOG-BUSINESS-DATE.
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
               AND LOG-BUSINESS-DATE > WS-MONTH-END-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       1020-TAKE-ONE-LOG-ROW.
           IF LOG-BUSINESS-DATE NOT < WS-MONTH-START-DATE
               AND LOG-BUSINESS-DATE NOT > WS-MONTH-END-DATE
               AND NOT LOG-ENTERED-MARKETPLACE
               MOVE LOG-BUSINESS-DATE TO WS-DER-BUSINESS-DATE
               MOVE LOG-STATE-CODE TO WS-DER-STATE-CODE
               MOVE LOG-SALES-TAX TO WS-DER-SALES-TAX
               MOVE LOG-TXN-TYPE TO WS-DER-TXN-TYPE
               PERFORM 1100-POST-ONE-LOG-ROW
           END-IF.
           PERFORM 1010-READ-TAX-LOG-RECORD.
      *
       1100-POST-ONE-LOG-ROW.
           MOVE WS-DER-STATE-CODE TO WS-KEY-STATE.
           PERFORM 4800-FIND-OR-ADD-ROLL-ROW.
           IF WS-DER-TXN-TYPE = "A"
               ADD WS-DER-SALES-TAX TO RLT-ADJUSTMENTS (WS-RLT-IDX)
           ELSE
               ADD WS-DER-SALES-TAX TO RLT-COLLECTED (WS-RLT-IDX)
           END-IF.
           MOVE WS-DER-BUSINESS-DATE TO WS-KEY-DATE.
           PERFORM 4850-FIND-OR-ADD-DAY-STATE-ROW.
           ADD WS-DER-SALES-TAX TO DST-LOG-TAX (WS-DST-IDX).
      *
      ******************************************************************
      * 1500-SCAN-TAX-HISTORY
      * The same for the legacy TAXHIST and every generation whose
      * date range touches the month - a month closed late may
      * already have been swept out of the log by TAXARCHV.
      ******************************************************************
       1500-SCAN-TAX-HISTORY.
           PERFORM 0200-LOAD-HISTORY-CATALOG.
           MOVE "TAXHIST" TO WS-TAXHIST-FILENAME.
           PERFORM 1505-SCAN-ONE-HISTORY-FILE.
           PERFORM 1508-SCAN-ONE-GENERATION
               VARYING WS-GCT-IDX FROM 1 BY 1
               UNTIL WS-GCT-IDX > GEN-CATALOG-COUNT.
      *
       1508-SCAN-ONE-GENERATION.
           IF GCT-DATE-HIGH (WS-GCT-IDX) NOT < WS-MONTH-START-DATE
               AND GCT-DATE-LOW (WS-GCT-IDX) NOT > WS-MONTH-END-DATE
               MOVE SPACES TO WS-TAXHIST-FILENAME
               STRING "TAXHIST-" GCT-GENERATION-YEAR (WS-GCT-IDX)
                       DELIMITED BY SIZE
                   INTO WS-TAXHIST-FILENAME
               PERFORM 1505-SCAN-ONE-HISTORY-FILE
           END-IF.
      *
       1505-SCAN-ONE-HISTORY-FILE.
           MOVE "N" TO WS-TAXHIST-EOF-SWITCH.
           OPEN INPUT SALES-TAX-HISTORY-FILE.
           IF WS-TAXHIST-STATUS = "00"
               PERFORM 1510-READ-TAX-HISTORY-RECORD
               PERFORM 1520-TAKE-ONE-HIST-ROW
                   UNTIL WS-TAXHIST-EOF
               CLOSE SALES-TAX-HISTORY-FILE
           END-IF.
      *
       1510-READ-TAX-HISTORY-RECORD.
           READ SALES-TAX-HISTORY-FILE
               AT END MOVE "Y" TO WS-TAXHIST-EOF-SWITCH
           END-READ.
      *
       1520-TAKE-ONE-HIST-ROW.
           IF HST-BUSINESS-DATE NOT < WS-MONTH-START-DATE
               AND HST-BUSINESS-DATE NOT > WS-MONTH-END-DATE
               AND HST-ENTRY-SOURCE NOT = "M"
               MOVE HST-BUSINESS-DATE TO WS-DER-BUSINESS-DATE
               MOVE HST-STATE-CODE TO WS-DER-STATE-CODE
               MOVE HST-SALES-TAX TO WS-DER-SALES-TAX
               MOVE HST-TXN-TYPE TO WS-DER-TXN-TYPE
               PERFORM 1100-POST-ONE-LOG-ROW
           END-IF.
           PERFORM 1510-READ-TAX-HISTORY-RECORD.
      *
       0200-LOAD-HISTORY-CATALOG.
           OPEN INPUT HISTORY-CATALOG-FILE.
           IF WS-HISTCTLG-STATUS = "00"
               PERFORM 0210-READ-ONE-CATALOG-ROW
               PERFORM 0220-TABLE-ONE-CATALOG-ROW
                   UNTIL WS-HISTCTLG-EOF
               CLOSE HISTORY-CATALOG-FILE
           END-IF.
      *
       0210-READ-ONE-CATALOG-ROW.
           READ HISTORY-CATALOG-FILE
               AT END MOVE "Y" TO WS-HISTCTLG-EOF-SWITCH
           END-READ.
      *
       0220-TABLE-ONE-CATALOG-ROW.
           IF GEN-CATALOG-COUNT < 50
               ADD 1 TO GEN-CATALOG-COUNT
               MOVE HCT-GENERATION-YEAR TO
                   GCT-GENERATION-YEAR (GEN-CATALOG-COUNT)
               MOVE HCT-DATE-LOW TO
                   GCT-DATE-LOW (GEN-CATALOG-COUNT)
               MOVE HCT-DATE-HIGH TO
                   GCT-DATE-HIGH (GEN-CATALOG-COUNT)
           END-IF.
           PERFORM 0210-READ-ONE-CATALOG-ROW.
      *
      ******************************************************************
      * 2000-LOAD-POSTING-CONTROL
      * TAXGLEXT's record of what reached the ledger: a header per
      * extracted business date (status R = the accounting system
      * rejected it) and the tax posted per state for that date.
      ******************************************************************
       2000-LOAD-POSTING-CONTROL.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-GLPOSTCT-STATUS = "00"
               PERFORM 2010-READ-CONTROL-RECORD
               PERFORM 2020-TABLE-ONE-CONTROL-ROW
                   UNTIL WS-GLPOSTCT-EOF
               CLOSE POSTING-CONTROL-FILE
           ELSE
               DISPLAY "GL POSTING CONTROL (GLPOSTCT) NOT AVAILABLE - "
                   "STATUS " WS-GLPOSTCT-STATUS " - EVERY DAY OF THE "
                   "MONTH COUNTS AS NOT YET EXTRACTED."
           END-IF.
           IF WS-GPC-TABLES-ARE-FULL
               DISPLAY "GLPOSTCT LARGER THAN THE CONTROL TABLES - "
                   "THE POSTING CAUSES BELOW ARE INCOMPLETE."
           END-IF.
      *
       2010-READ-CONTROL-RECORD.
           READ POSTING-CONTROL-FILE
               AT END MOVE "Y" TO WS-GLPOSTCT-EOF-SWITCH
           END-READ.
      *
       2020-TABLE-ONE-CONTROL-ROW.
           EVALUATE GPC-RECORD-TYPE
               WHEN "H"
                   IF CONTROL-HEADER-COUNT < 500
                       ADD 1 TO CONTROL-HEADER-COUNT
                       MOVE GPC-BUSINESS-DATE TO
                           CTH-BUSINESS-DATE (CONTROL-HEADER-COUNT)
                       MOVE GPC-STATUS TO
                           CTH-STATUS (CONTROL-HEADER-COUNT)
                   ELSE
                       MOVE "Y" TO WS-GPC-FULL-SWITCH
                   END-IF
               WHEN "S"
                   IF CONTROL-STATE-COUNT < 3000
                       ADD 1 TO CONTROL-STATE-COUNT
                       MOVE GPC-BUSINESS-DATE TO
                           CTS-BUSINESS-DATE (CONTROL-STATE-COUNT)
                       MOVE GPC-STATE-CODE TO
                           CTS-STATE-CODE (CONTROL-STATE-COUNT)
                       MOVE GPC-STATE-TAX TO
                           CTS-STATE-TAX (CONTROL-STATE-COUNT)
                   ELSE
                       MOVE "Y" TO WS-GPC-FULL-SWITCH
                   END-IF
           END-EVALUATE.
           PERFORM 2010-READ-CONTROL-RECORD.
      *
      ******************************************************************
      * 2500-SCAN-REMIT-CONTROL
      * REMITCTL rows cut during the month: amendments (type A) add
      * the sales-tax share of the amended voucher - late activity
      * dated in a period already closed - and originals carry the
      * bad-debt tax netted off the voucher, which relieves the
      * liability without a payment.
      ******************************************************************
       2500-SCAN-REMIT-CONTROL.
           OPEN INPUT REMIT-CONTROL-FILE.
           IF WS-REMITCTL-STATUS = "00"
               PERFORM 2510-READ-REMIT-CONTROL
               PERFORM 2520-TAKE-ONE-REMIT-CONTROL
                   UNTIL WS-REMITCTL-EOF
               CLOSE REMIT-CONTROL-FILE
           END-IF.
      *
       2510-READ-REMIT-CONTROL.
           READ REMIT-CONTROL-FILE
               AT END MOVE "Y" TO WS-REMITCTL-EOF-SWITCH
           END-READ.
      *
       2520-TAKE-ONE-REMIT-CONTROL.
           IF RMC-GENERATED-DATE NOT < WS-MONTH-START-DATE
               AND RMC-GENERATED-DATE NOT > WS-MONTH-END-DATE
               MOVE RMC-STATE-CODE TO WS-KEY-STATE
               PERFORM 4800-FIND-OR-ADD-ROLL-ROW
               IF RMC-CONTROL-TYPE = "A"
                   ADD RMC-AMOUNT-REMITTED
                       TO RLT-AMENDED (WS-RLT-IDX)
                   IF RMC-USE-TAX-REMITTED NUMERIC
                       SUBTRACT RMC-USE-TAX-REMITTED
                           FROM RLT-AMENDED (WS-RLT-IDX)
                   END-IF
               ELSE
                   IF RMC-BAD-DEBT-CLAIMED NUMERIC
                       ADD RMC-BAD-DEBT-CLAIMED
                           TO RLT-BAD-DEBT (WS-RLT-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 2510-READ-REMIT-CONTROL.
      *
       3000-LOAD-VOUCHERS.
           OPEN INPUT REMIT-VOUCHER-FILE.
           IF WS-TAXVCHR-STATUS = "00"
               PERFORM 3010-READ-VOUCHER-RECORD
               PERFORM 3020-TABLE-ONE-VOUCHER
                   UNTIL WS-TAXVCHR-EOF
               CLOSE REMIT-VOUCHER-FILE
           END-IF.
      *
       3010-READ-VOUCHER-RECORD.
           READ REMIT-VOUCHER-FILE
               AT END MOVE "Y" TO WS-TAXVCHR-EOF-SWITCH
           END-READ.
      *
       3020-TABLE-ONE-VOUCHER.
           IF VOUCHER-TABLE-COUNT < 2000
               ADD 1 TO VOUCHER-TABLE-COUNT
               MOVE VOUCHER-TABLE-COUNT TO WS-VTB-IDX
               MOVE VCH-STATE-CODE TO VTB-STATE-CODE (WS-VTB-IDX)
               MOVE VCH-PERIOD-START TO VTB-PERIOD-START (WS-VTB-IDX)
               MOVE VCH-PERIOD-END TO VTB-PERIOD-END (WS-VTB-IDX)
               MOVE VCH-AMOUNT-DUE TO VTB-AMOUNT-DUE (WS-VTB-IDX)
      * GUIA DE ANTES DA PARCELA DE USO: TUDO E IMPOSTO DE VENDAS.
               IF VCH-USE-TAX-AMOUNT NUMERIC
                   MOVE VCH-USE-TAX-AMOUNT
                       TO VTB-USE-TAX-AMOUNT (WS-VTB-IDX)
               ELSE
                   MOVE ZERO TO VTB-USE-TAX-AMOUNT (WS-VTB-IDX)
               END-IF
               MOVE ZERO TO VTB-PAID-THRU-END (WS-VTB-IDX)
               MOVE ZERO TO VTB-PAID-BEFORE-START (WS-VTB-IDX)
           ELSE
               IF NOT WS-VTB-TABLE-IS-FULL
                   DISPLAY "VOUCHER-TABLE FULL AT 2000 ROWS - "
                       "PAYMENTS OF LATER VOUCHERS ARE NOT "
                       "CONFIRMED; PURGE PAID VOUCHERS FROM TAXVCHR."
                   MOVE "Y" TO WS-VTB-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 3010-READ-VOUCHER-RECORD.
      *
      ******************************************************************
      * 3100-MATCH-PAYMENTS
      * TAXSETTL's matching rule, so "confirmed" means the same thing
      * here as on the settlement report: jurisdiction and exact
      * period, an unpaid voucher of the exact amount first. Only
      * payments made by the month end count; one with no voucher is
      * not a confirmed payment and is left to the unexplained line.
      ******************************************************************
       3100-MATCH-PAYMENTS.
           OPEN INPUT TREASURY-PAYMENT-FILE.
           IF WS-TRSYPAY-STATUS = "00"
               PERFORM 3110-READ-PAYMENT-RECORD
               PERFORM 3120-MATCH-ONE-PAYMENT
                   UNTIL WS-TRSYPAY-EOF
               CLOSE TREASURY-PAYMENT-FILE
           ELSE
               DISPLAY "TRSYPAY NOT AVAILABLE - STATUS "
                   WS-TRSYPAY-STATUS " - NO PAYMENTS CONFIRMED."
           END-IF.
      *
       3110-READ-PAYMENT-RECORD.
           READ TREASURY-PAYMENT-FILE
               AT END MOVE "Y" TO WS-TRSYPAY-EOF-SWITCH
           END-READ.
      *
       3120-MATCH-ONE-PAYMENT.
           IF TPY-PAID-DATE NOT > WS-MONTH-END-DATE
               MOVE "N" TO WS-VTB-FOUND-SWITCH
               MOVE "Y" TO WS-EXACT-PASS-SWITCH
               MOVE 1 TO WS-VTB-IDX
               PERFORM 3130-CHECK-ONE-VOUCHER-ROW
                   UNTIL WS-VTB-IDX > VOUCHER-TABLE-COUNT
                       OR WS-VOUCHER-WAS-FOUND
               IF NOT WS-VOUCHER-WAS-FOUND
                   MOVE "N" TO WS-EXACT-PASS-SWITCH
                   MOVE 1 TO WS-VTB-IDX
                   PERFORM 3130-CHECK-ONE-VOUCHER-ROW
                       UNTIL WS-VTB-IDX > VOUCHER-TABLE-COUNT
                           OR WS-VOUCHER-WAS-FOUND
               END-IF
               IF WS-VOUCHER-WAS-FOUND
                   ADD TPY-PAID-AMOUNT
                       TO VTB-PAID-THRU-END (WS-VTB-IDX)
                   IF TPY-PAID-DATE < WS-MONTH-START-DATE
                       ADD TPY-PAID-AMOUNT
                           TO VTB-PAID-BEFORE-START (WS-VTB-IDX)
                   END-IF
               ELSE
                   IF TPY-PAID-DATE NOT < WS-MONTH-START-DATE
                       ADD 1 TO WS-ORPHAN-PAYMENT-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM 3110-READ-PAYMENT-RECORD.
      *
       3130-CHECK-ONE-VOUCHER-ROW.
           IF VTB-STATE-CODE (WS-VTB-IDX) = TPY-STATE-CODE
               AND VTB-PERIOD-START (WS-VTB-IDX) = TPY-PERIOD-START
               AND VTB-PERIOD-END (WS-VTB-IDX) = TPY-PERIOD-END
               AND (NOT WS-EXACT-MATCH-PASS
                   OR (VTB-PAID-THRU-END (WS-VTB-IDX) = ZERO
                       AND VTB-AMOUNT-DUE (WS-VTB-IDX)
                           = TPY-PAID-AMOUNT))
               MOVE "Y" TO WS-VTB-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-VTB-IDX
           END-IF.
      *
      ******************************************************************
      * 3200-APPLY-ONE-VOUCHER
      * A voucher's payments are split pro rata between use tax and
      * sales tax; only the sales-tax share relieves this liability.
      * The share paid during the month is the month's payment. A
      * voucher for a period that ended before the month began was
      * relieved in the ledger when it was cut, so whatever of its
      * sales-tax share is still unpaid at month end is a known
      * cause of difference.
      ******************************************************************
       3200-APPLY-ONE-VOUCHER.
           IF VTB-AMOUNT-DUE (WS-VTB-IDX) > ZERO
               COMPUTE WS-SALES-SHARE-DUE =
                   VTB-AMOUNT-DUE (WS-VTB-IDX)
                   - VTB-USE-TAX-AMOUNT (WS-VTB-IDX)
               COMPUTE WS-SALES-PAID-THRU-END ROUNDED =
                   VTB-PAID-THRU-END (WS-VTB-IDX)
                   * WS-SALES-SHARE-DUE / VTB-AMOUNT-DUE (WS-VTB-IDX)
               COMPUTE WS-SALES-PAID-BEFORE-START ROUNDED =
                   VTB-PAID-BEFORE-START (WS-VTB-IDX)
                   * WS-SALES-SHARE-DUE / VTB-AMOUNT-DUE (WS-VTB-IDX)
               MOVE VTB-STATE-CODE (WS-VTB-IDX) TO WS-KEY-STATE
               PERFORM 4800-FIND-OR-ADD-ROLL-ROW
               COMPUTE RLT-PAYMENTS (WS-RLT-IDX) =
                   RLT-PAYMENTS (WS-RLT-IDX)
                   + WS-SALES-PAID-THRU-END
                   - WS-SALES-PAID-BEFORE-START
               IF VTB-PERIOD-END (WS-VTB-IDX) < WS-MONTH-START-DATE
                   COMPUTE WS-SALES-OUTSTANDING =
                       WS-SALES-SHARE-DUE - WS-SALES-PAID-THRU-END
                   IF WS-SALES-OUTSTANDING > ZERO
                       SUBTRACT WS-SALES-OUTSTANDING
                           FROM RLT-UNPAID (WS-RLT-IDX)
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 3500-LOAD-TRIAL-BALANCE
      * The month's balance of every sales tax payable account. The
      * liability's natural side is credit, so a credit balance is
      * positive here and a debit balance negative.
      ******************************************************************
       3500-LOAD-TRIAL-BALANCE.
           OPEN INPUT GL-TRIAL-BALANCE-FILE.
           IF WS-GLTRIAL-STATUS = "00"
               PERFORM 3510-READ-TRIAL-BALANCE
               PERFORM 3520-TAKE-ONE-TRIAL-BALANCE
                   UNTIL WS-GLTRIAL-EOF
               CLOSE GL-TRIAL-BALANCE-FILE
           ELSE
               DISPLAY "TRIAL BALANCE EXTRACT (GLTRIAL) NOT "
                   "AVAILABLE - STATUS " WS-GLTRIAL-STATUS
                   " - NOTHING TO TIE THE ROLLFORWARD TO."
           END-IF.
      *
       3510-READ-TRIAL-BALANCE.
           READ GL-TRIAL-BALANCE-FILE
               AT END MOVE "Y" TO WS-GLTRIAL-EOF-SWITCH
           END-READ.
      *
       3520-TAKE-ONE-TRIAL-BALANCE.
           IF GTB-FISCAL-MONTH = WS-FISCAL-MONTH
               AND GTB-ACCOUNT-PREFIX = WS-GL-PAYABLE-PREFIX
               MOVE GTB-ACCOUNT-STATE TO WS-KEY-STATE
               PERFORM 4800-FIND-OR-ADD-ROLL-ROW
               MOVE "Y" TO RLT-GL-SWITCH (WS-RLT-IDX)
               IF GTB-BALANCE-IS-DEBIT
                   SUBTRACT GTB-BALANCE FROM RLT-GL-BALANCE (WS-RLT-IDX)
               ELSE
                   ADD GTB-BALANCE TO RLT-GL-BALANCE (WS-RLT-IDX)
               END-IF
           END-IF.
           PERFORM 3510-READ-TRIAL-BALANCE.
      *
      ******************************************************************
      * 4000-EXPLAIN-DIFFERENCES
      * Known causes, each as its effect on ledger less rollforward:
      *   - a posting rejected by the accounting system never reached
      *     the ledger: minus the control's tax for dates before the
      *     month, minus the log's tax for dates inside it;
      *   - a day of the month never extracted: minus the log's tax;
      *   - a posted day whose log has since moved (an adjustment or
      *     a recycled reject dated into it) and that no correction
      *     run has reposted: what the control posted less the log;
      *   - unpaid vouchers, worked out in 3200.
      ******************************************************************
       4000-EXPLAIN-DIFFERENCES.
           PERFORM 4100-EXPLAIN-ONE-CONTROL-ROW
               VARYING WS-CTS-IDX FROM 1 BY 1
               UNTIL WS-CTS-IDX > CONTROL-STATE-COUNT.
           PERFORM 4200-EXPLAIN-ONE-DAY-STATE
               VARYING WS-DST-IDX FROM 1 BY 1
               UNTIL WS-DST-IDX > DAY-STATE-COUNT.
      *
       4100-EXPLAIN-ONE-CONTROL-ROW.
           IF CTS-BUSINESS-DATE (WS-CTS-IDX) NOT > WS-MONTH-END-DATE
               MOVE CTS-BUSINESS-DATE (WS-CTS-IDX) TO WS-KEY-DATE
               PERFORM 4900-FIND-HEADER-STATUS
               MOVE CTS-STATE-CODE (WS-CTS-IDX) TO WS-KEY-STATE
               EVALUATE TRUE
                   WHEN CTS-BUSINESS-DATE (WS-CTS-IDX)
                           < WS-MONTH-START-DATE
                       IF WS-DATE-POSTING-REJECTED
                           PERFORM 4800-FIND-OR-ADD-ROLL-ROW
                           SUBTRACT CTS-STATE-TAX (WS-CTS-IDX)
                               FROM RLT-REJECTED (WS-RLT-IDX)
                       END-IF
                   WHEN WS-DATE-POSTING-REJECTED
                       CONTINUE
                   WHEN OTHER
                       PERFORM 4800-FIND-OR-ADD-ROLL-ROW
                       ADD CTS-STATE-TAX (WS-CTS-IDX)
                           TO RLT-CORRECTIONS (WS-RLT-IDX)
                       PERFORM 4860-FIND-DAY-STATE-ROW
                       IF WS-ROW-WAS-FOUND
                           SUBTRACT DST-LOG-TAX (WS-DST-IDX)
                               FROM RLT-CORRECTIONS (WS-RLT-IDX)
                           MOVE "Y" TO DST-MATCHED-SWITCH (WS-DST-IDX)
                       END-IF
               END-EVALUATE
           END-IF.
      *
       4200-EXPLAIN-ONE-DAY-STATE.
           IF DST-MATCHED-SWITCH (WS-DST-IDX) NOT = "Y"
               MOVE DST-BUSINESS-DATE (WS-DST-IDX) TO WS-KEY-DATE
               PERFORM 4900-FIND-HEADER-STATUS
               MOVE DST-STATE-CODE (WS-DST-IDX) TO WS-KEY-STATE
               PERFORM 4800-FIND-OR-ADD-ROLL-ROW
               EVALUATE TRUE
                   WHEN WS-DATE-NEVER-EXTRACTED
                       SUBTRACT DST-LOG-TAX (WS-DST-IDX)
                           FROM RLT-UNEXTRACTED (WS-RLT-IDX)
                   WHEN WS-DATE-POSTING-REJECTED
                       SUBTRACT DST-LOG-TAX (WS-DST-IDX)
                           FROM RLT-REJECTED (WS-RLT-IDX)
      * DATA POSTADA SEM LINHA DA UF: TODA A UF AINDA FALTA POSTAR.
                   WHEN OTHER
                       SUBTRACT DST-LOG-TAX (WS-DST-IDX)
                           FROM RLT-CORRECTIONS (WS-RLT-IDX)
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
      * 4800-FIND-OR-ADD-ROLL-ROW
      * Leaves the ROLL-TABLE subscript for WS-KEY-STATE in WS-RLT-IDX,
      * adding a zero row when the state is new. A full table folds
      * the rest into the last row with a one-time warning.
      ******************************************************************
       4800-FIND-OR-ADD-ROLL-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-RLT-IDX.
           PERFORM 4810-CHECK-ONE-ROLL-ROW
               UNTIL WS-RLT-IDX > ROLL-TABLE-COUNT
                   OR WS-ROW-WAS-FOUND.
           IF NOT WS-ROW-WAS-FOUND
               IF ROLL-TABLE-COUNT < 100
                   ADD 1 TO ROLL-TABLE-COUNT
                   MOVE ROLL-TABLE-COUNT TO WS-RLT-IDX
                   MOVE WS-KEY-STATE TO RLT-STATE-CODE (WS-RLT-IDX)
                   MOVE "N" TO RLT-OPENING-SWITCH (WS-RLT-IDX)
                   MOVE "N" TO RLT-GL-SWITCH (WS-RLT-IDX)
                   MOVE ZERO TO RLT-OPENING (WS-RLT-IDX)
                   MOVE ZERO TO RLT-COLLECTED (WS-RLT-IDX)
                   MOVE ZERO TO RLT-ADJUSTMENTS (WS-RLT-IDX)
                   MOVE ZERO TO RLT-AMENDED (WS-RLT-IDX)
                   MOVE ZERO TO RLT-BAD-DEBT (WS-RLT-IDX)
                   MOVE ZERO TO RLT-PAYMENTS (WS-RLT-IDX)
                   MOVE ZERO TO RLT-CLOSING (WS-RLT-IDX)
                   MOVE ZERO TO RLT-GL-BALANCE (WS-RLT-IDX)
                   MOVE ZERO TO RLT-REJECTED (WS-RLT-IDX)
                   MOVE ZERO TO RLT-UNEXTRACTED (WS-RLT-IDX)
                   MOVE ZERO TO RLT-CORRECTIONS (WS-RLT-IDX)
                   MOVE ZERO TO RLT-UNPAID (WS-RLT-IDX)
                   MOVE ZERO TO RLT-UNEXPLAINED (WS-RLT-IDX)
               ELSE
                   IF NOT WS-RLT-TABLE-IS-FULL
                       DISPLAY "ROLL-TABLE FULL AT 100 JURISDICTIONS "
                           "- REMAINING STATES FOLD INTO THE LAST "
                           "ROW."
                       MOVE "Y" TO WS-RLT-FULL-SWITCH
                   END-IF
                   MOVE ROLL-TABLE-COUNT TO WS-RLT-IDX
               END-IF
           END-IF.
      *
       4810-CHECK-ONE-ROLL-ROW.
           IF RLT-STATE-CODE (WS-RLT-IDX) = WS-KEY-STATE
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-RLT-IDX
           END-IF.
      *
       4850-FIND-OR-ADD-DAY-STATE-ROW.
           PERFORM 4860-FIND-DAY-STATE-ROW.
           IF NOT WS-ROW-WAS-FOUND
               IF DAY-STATE-COUNT < 2000
                   ADD 1 TO DAY-STATE-COUNT
                   MOVE DAY-STATE-COUNT TO WS-DST-IDX
                   MOVE WS-KEY-DATE TO DST-BUSINESS-DATE (WS-DST-IDX)
                   MOVE WS-KEY-STATE TO DST-STATE-CODE (WS-DST-IDX)
                   MOVE ZERO TO DST-LOG-TAX (WS-DST-IDX)
                   MOVE "N" TO DST-MATCHED-SWITCH (WS-DST-IDX)
               ELSE
                   IF NOT WS-DST-TABLE-IS-FULL
                       DISPLAY "DAY-STATE-TABLE FULL AT 2000 ROWS - "
                           "THE POSTING CAUSES BELOW ARE INCOMPLETE."
                       MOVE "Y" TO WS-DST-FULL-SWITCH
                   END-IF
                   MOVE DAY-STATE-COUNT TO WS-DST-IDX
               END-IF
           END-IF.
      *
       4860-FIND-DAY-STATE-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-DST-IDX.
           PERFORM 4870-CHECK-ONE-DAY-STATE
               UNTIL WS-DST-IDX > DAY-STATE-COUNT
                   OR WS-ROW-WAS-FOUND.
      *
       4870-CHECK-ONE-DAY-STATE.
           IF DST-BUSINESS-DATE (WS-DST-IDX) = WS-KEY-DATE
               AND DST-STATE-CODE (WS-DST-IDX) = WS-KEY-STATE
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-DST-IDX
           END-IF.
      *
       4900-FIND-HEADER-STATUS.
           MOVE SPACE TO WS-HEADER-STATUS.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-CTH-IDX.
           PERFORM 4910-CHECK-ONE-HEADER
               UNTIL WS-CTH-IDX > CONTROL-HEADER-COUNT
                   OR WS-ROW-WAS-FOUND.
           IF WS-ROW-WAS-FOUND
               MOVE CTH-STATUS (WS-CTH-IDX) TO WS-HEADER-STATUS
      * CABECALHO SEM STATUS (ANTERIOR AO CAMPO) CONTA COMO POSTADO.
               IF WS-HEADER-STATUS = SPACE
                   MOVE "P" TO WS-HEADER-STATUS
               END-IF
           END-IF.
      *
       4910-CHECK-ONE-HEADER.
           IF CTH-BUSINESS-DATE (WS-CTH-IDX) = WS-KEY-DATE
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-CTH-IDX
           END-IF.
      *
      ******************************************************************
      * 5000-PRINT-ROLLFORWARD
      * One block per jurisdiction, then the totals. The closing
      * liability is opening + collected + adjustments + amended
      * vouchers - bad-debt relief - payments; whatever of ledger
      * less closing the known causes do not account for is the
      * unexplained difference for sign-off.
      ******************************************************************
       5000-PRINT-ROLLFORWARD.
           DISPLAY "====================================".
           DISPLAY "SALES TAX PAYABLE ROLLFORWARD - MONTH "
               WS-FISCAL-MONTH " (" WS-MONTH-START-DATE " THRU "
               WS-MONTH-END-DATE ")".
           DISPLAY "====================================".
           PERFORM 5100-PRINT-ONE-JURISDICTION
               VARYING WS-RLT-IDX FROM 1 BY 1
               UNTIL WS-RLT-IDX > ROLL-TABLE-COUNT.
           IF ROLL-TABLE-COUNT = ZERO
               DISPLAY "    (NO PAYABLE ACTIVITY OR BALANCE FOR THE "
                   "MONTH)"
           END-IF.
           DISPLAY "====================================".
           DISPLAY "ALL JURISDICTIONS".
           MOVE GRT-OPENING TO WS-EDIT-AMOUNT.
           DISPLAY "  OPENING LIABILITY . . . . . : " WS-EDIT-AMOUNT.
           MOVE GRT-COLLECTED TO WS-EDIT-AMOUNT.
           DISPLAY "  + TAX COLLECTED . . . . . . : " WS-EDIT-AMOUNT.
           MOVE GRT-ADJUSTMENTS TO WS-EDIT-AMOUNT.
           DISPLAY "  + ADJUSTMENTS (TAXADJST). . : " WS-EDIT-AMOUNT.
           MOVE GRT-AMENDED TO WS-EDIT-AMOUNT.
           DISPLAY "  + AMENDED VOUCHERS. . . . . : " WS-EDIT-AMOUNT.
           MOVE GRT-BAD-DEBT TO WS-EDIT-AMOUNT.
           DISPLAY "  - BAD-DEBT TAX RELIEF . . . : " WS-EDIT-AMOUNT.
           MOVE GRT-PAYMENTS TO WS-EDIT-AMOUNT.
           DISPLAY "  - PAYMENTS CONFIRMED. . . . : " WS-EDIT-AMOUNT.
           MOVE GRT-CLOSING TO WS-EDIT-AMOUNT.
           DISPLAY "  = CLOSING LIABILITY . . . . : " WS-EDIT-AMOUNT.
           MOVE GRT-GL-BALANCE TO WS-EDIT-AMOUNT.
           DISPLAY "  GL TRIAL BALANCE. . . . . . : " WS-EDIT-AMOUNT.
           MOVE GRT-REJECTED TO WS-EDIT-AMOUNT.
           DISPLAY "    REJECTED GL POSTINGS. . . : " WS-EDIT-AMOUNT.
           MOVE GRT-UNEXTRACTED TO WS-EDIT-AMOUNT.
           DISPLAY "    DAYS NOT YET EXTRACTED. . : " WS-EDIT-AMOUNT.
           MOVE GRT-CORRECTIONS TO WS-EDIT-AMOUNT.
           DISPLAY "    CORRECTIONS NOT POSTED. . : " WS-EDIT-AMOUNT.
           MOVE GRT-UNPAID TO WS-EDIT-AMOUNT.
           DISPLAY "    UNPAID VOUCHERS . . . . . : " WS-EDIT-AMOUNT.
           MOVE GRT-UNEXPLAINED TO WS-EDIT-AMOUNT.
           DISPLAY "  UNEXPLAINED DIFFERENCE. . . : " WS-EDIT-AMOUNT.
           MOVE WS-UNEXPLAINED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "JURISDICTIONS TO SIGN OFF . . : " WS-EDIT-COUNT.
           MOVE WS-NO-OPENING-COUNT TO WS-EDIT-COUNT.
           DISPLAY "OPENED AT ZERO (NO PRIOR) . . : " WS-EDIT-COUNT.
           MOVE WS-NO-GL-COUNT TO WS-EDIT-COUNT.
           DISPLAY "NOT IN THE TRIAL BALANCE. . . : " WS-EDIT-COUNT.
           MOVE WS-ORPHAN-PAYMENT-COUNT TO WS-EDIT-COUNT.
           DISPLAY "PAYMENTS WITHOUT A VOUCHER. . : " WS-EDIT-COUNT.
      *
       5100-PRINT-ONE-JURISDICTION.
           COMPUTE RLT-CLOSING (WS-RLT-IDX) =
               RLT-OPENING (WS-RLT-IDX)
               + RLT-COLLECTED (WS-RLT-IDX)
               + RLT-ADJUSTMENTS (WS-RLT-IDX)
               + RLT-AMENDED (WS-RLT-IDX)
               - RLT-BAD-DEBT (WS-RLT-IDX)
               - RLT-PAYMENTS (WS-RLT-IDX).
           COMPUTE WS-DIFFERENCE =
               RLT-GL-BALANCE (WS-RLT-IDX) - RLT-CLOSING (WS-RLT-IDX).
           COMPUTE RLT-UNEXPLAINED (WS-RLT-IDX) =
               WS-DIFFERENCE
               - RLT-REJECTED (WS-RLT-IDX)
               - RLT-UNEXTRACTED (WS-RLT-IDX)
               - RLT-CORRECTIONS (WS-RLT-IDX)
               - RLT-UNPAID (WS-RLT-IDX).
           PERFORM 5200-ADD-TO-GRAND-TOTALS.
           DISPLAY "JURISDICTION " RLT-STATE-CODE (WS-RLT-IDX)
               "  GL ACCOUNT " WS-GL-PAYABLE-PREFIX
               RLT-STATE-CODE (WS-RLT-IDX).
           MOVE RLT-OPENING (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           IF RLT-OPENING-SWITCH (WS-RLT-IDX) = "Y"
               DISPLAY "  OPENING LIABILITY . . . . . : " WS-EDIT-AMOUNT
           ELSE
               ADD 1 TO WS-NO-OPENING-COUNT
               DISPLAY "  OPENING LIABILITY . . . . . : " WS-EDIT-AMOUNT
                   "  (NO " WS-PRIOR-MONTH " CLOSING ON FILE)"
           END-IF.
           MOVE RLT-COLLECTED (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY "  + TAX COLLECTED . . . . . . : " WS-EDIT-AMOUNT.
           MOVE RLT-ADJUSTMENTS (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY "  + ADJUSTMENTS (TAXADJST). . : " WS-EDIT-AMOUNT.
           MOVE RLT-AMENDED (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY "  + AMENDED VOUCHERS. . . . . : " WS-EDIT-AMOUNT.
           MOVE RLT-BAD-DEBT (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY "  - BAD-DEBT TAX RELIEF . . . : " WS-EDIT-AMOUNT.
           MOVE RLT-PAYMENTS (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY "  - PAYMENTS CONFIRMED. . . . : " WS-EDIT-AMOUNT.
           MOVE RLT-CLOSING (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY "  = CLOSING LIABILITY . . . . : " WS-EDIT-AMOUNT.
           MOVE RLT-GL-BALANCE (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           IF RLT-GL-SWITCH (WS-RLT-IDX) = "Y"
               DISPLAY "  GL TRIAL BALANCE. . . . . . : " WS-EDIT-AMOUNT
           ELSE
               ADD 1 TO WS-NO-GL-COUNT
               DISPLAY "  GL TRIAL BALANCE. . . . . . : " WS-EDIT-AMOUNT
                   "  (ACCOUNT NOT IN GLTRIAL)"
           END-IF.
           MOVE WS-DIFFERENCE TO WS-EDIT-AMOUNT.
           DISPLAY "  DIFFERENCE (GL - ROLLFWD) . : " WS-EDIT-AMOUNT.
           MOVE RLT-REJECTED (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY "    REJECTED GL POSTINGS. . . : " WS-EDIT-AMOUNT.
           MOVE RLT-UNEXTRACTED (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY "    DAYS NOT YET EXTRACTED. . : " WS-EDIT-AMOUNT.
           MOVE RLT-CORRECTIONS (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY "    CORRECTIONS NOT POSTED. . : " WS-EDIT-AMOUNT.
           MOVE RLT-UNPAID (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY "    UNPAID VOUCHERS . . . . . : " WS-EDIT-AMOUNT.
           MOVE RLT-UNEXPLAINED (WS-RLT-IDX) TO WS-EDIT-AMOUNT.
           IF RLT-UNEXPLAINED (WS-RLT-IDX) = ZERO
               DISPLAY "  UNEXPLAINED DIFFERENCE. . . : " WS-EDIT-AMOUNT
           ELSE
               ADD 1 TO WS-UNEXPLAINED-COUNT
               DISPLAY "  UNEXPLAINED DIFFERENCE. . . : " WS-EDIT-AMOUNT
                   "  ** CONTROLLER SIGN-OFF **"
           END-IF.
      *
       5200-ADD-TO-GRAND-TOTALS.
           ADD RLT-OPENING (WS-RLT-IDX) TO GRT-OPENING.
           ADD RLT-COLLECTED (WS-RLT-IDX) TO GRT-COLLECTED.
           ADD RLT-ADJUSTMENTS (WS-RLT-IDX) TO GRT-ADJUSTMENTS.
           ADD RLT-AMENDED (WS-RLT-IDX) TO GRT-AMENDED.
           ADD RLT-BAD-DEBT (WS-RLT-IDX) TO GRT-BAD-DEBT.
           ADD RLT-PAYMENTS (WS-RLT-IDX) TO GRT-PAYMENTS.
           ADD RLT-CLOSING (WS-RLT-IDX) TO GRT-CLOSING.
           ADD RLT-GL-BALANCE (WS-RLT-IDX) TO GRT-GL-BALANCE.
           ADD RLT-REJECTED (WS-RLT-IDX) TO GRT-REJECTED.
           ADD RLT-UNEXTRACTED (WS-RLT-IDX) TO GRT-UNEXTRACTED.
           ADD RLT-CORRECTIONS (WS-RLT-IDX) TO GRT-CORRECTIONS.
           ADD RLT-UNPAID (WS-RLT-IDX) TO GRT-UNPAID.
           ADD RLT-UNEXPLAINED (WS-RLT-IDX) TO GRT-UNEXPLAINED.
      *
      ******************************************************************
      * 6000-SAVE-CLOSING-BALANCES
      * RFWDBAL is rewritten whole: every other month as it was, this
      * month's rows replaced by today's closings, so a rerun of the
      * month simply supersedes the earlier one. A file bigger than
      * the table is not rewritten - that would drop months.
      ******************************************************************
       6000-SAVE-CLOSING-BALANCES.
           IF WS-RBT-TABLE-IS-FULL
               DISPLAY "RFWDBAL LARGER THAN THE BALANCE TABLE - "
                   "CLOSINGS NOT SAVED; PURGE OLD MONTHS AND RERUN."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ROLLFORWARD-BALANCE-FILE
               PERFORM 6010-WRITE-ONE-KEPT-BALANCE
                   VARYING WS-RBT-IDX FROM 1 BY 1
                   UNTIL WS-RBT-IDX > BALANCE-TABLE-COUNT
               PERFORM 6020-WRITE-ONE-NEW-BALANCE
                   VARYING WS-RLT-IDX FROM 1 BY 1
                   UNTIL WS-RLT-IDX > ROLL-TABLE-COUNT
               CLOSE ROLLFORWARD-BALANCE-FILE
           END-IF.
      *
       6010-WRITE-ONE-KEPT-BALANCE.
           IF RBT-FISCAL-MONTH (WS-RBT-IDX) NOT = WS-FISCAL-MONTH
               MOVE RBT-FISCAL-MONTH (WS-RBT-IDX) TO RFB-FISCAL-MONTH
               MOVE RBT-STATE-CODE (WS-RBT-IDX) TO RFB-STATE-CODE
               MOVE RBT-CLOSING-LIABILITY (WS-RBT-IDX)
                   TO RFB-CLOSING-LIABILITY
               MOVE RBT-GL-BALANCE (WS-RBT-IDX) TO RFB-GL-BALANCE
               MOVE RBT-UNEXPLAINED (WS-RBT-IDX) TO RFB-UNEXPLAINED
               MOVE RBT-RUN-DATE (WS-RBT-IDX) TO RFB-RUN-DATE
               WRITE ROLLFORWARD-BALANCE-RECORD
           END-IF.
      *
       6020-WRITE-ONE-NEW-BALANCE.
           MOVE WS-FISCAL-MONTH TO RFB-FISCAL-MONTH.
           MOVE RLT-STATE-CODE (WS-RLT-IDX) TO RFB-STATE-CODE.
           MOVE RLT-CLOSING (WS-RLT-IDX) TO RFB-CLOSING-LIABILITY.
           MOVE RLT-GL-BALANCE (WS-RLT-IDX) TO RFB-GL-BALANCE.
           MOVE RLT-UNEXPLAINED (WS-RLT-IDX) TO RFB-UNEXPLAINED.
           MOVE WS-TODAY-DATE TO RFB-RUN-DATE.
           WRITE ROLLFORWARD-BALANCE-RECORD.
      *
      ******************************************************************
      * 0100-VERIFY-RUN-LEDGER
      * TAXLOG may only be consumed when the CALC1000 run ledger
      * (RUNLEDGR) shows every started run completed. An S record
      * still unmatched by a C for the same date/partition means an
      * abend left the log half-written; a missing ledger, or one
      * with no completed run at all, means the batch never finished.
      ******************************************************************
       0100-VERIFY-RUN-LEDGER.
           MOVE "N" TO WS-LEDGER-BLOCKED-SWITCH.
           OPEN INPUT RUN-LEDGER-FILE.
           IF WS-RUNLEDGR-STATUS NOT = "00"
               DISPLAY "RUN LEDGER (RUNLEDGR) NOT AVAILABLE - "
                   "STATUS " WS-RUNLEDGR-STATUS " - NO COMPLETED "
                   "CALC1000 BATCH RUN IS ON RECORD."
               MOVE "Y" TO WS-LEDGER-BLOCKED-SWITCH
           ELSE
               PERFORM 0110-READ-LEDGER-RECORD
               PERFORM 0120-PROCESS-LEDGER-RECORD
                   UNTIL WS-RUNLEDGR-EOF
               CLOSE RUN-LEDGER-FILE
               IF WS-COMPLETED-RUN-COUNT = ZERO
                   DISPLAY "RUN LEDGER HAS NO COMPLETED CALC1000 "
                       "RUN."
                   MOVE "Y" TO WS-LEDGER-BLOCKED-SWITCH
               END-IF
               PERFORM 0130-CHECK-ONE-GATE-ROW
                   VARYING WS-GATE-IDX FROM 1 BY 1
                   UNTIL WS-GATE-IDX > RUN-GATE-COUNT
           END-IF.
           PERFORM 0140-CHECK-COVERAGE-VERDICT.
      *
       0110-READ-LEDGER-RECORD.
           READ RUN-LEDGER-FILE
               AT END MOVE "Y" TO WS-RUNLEDGR-EOF-SWITCH
           END-READ.
      *
       0120-PROCESS-LEDGER-RECORD.
           EVALUATE TRUE
               WHEN RLG-TYPE-STARTED
                   IF RUN-GATE-COUNT NOT < 100
      * UM LIVRO NUNCA EXPURGADO QUE ESTOURA A TABELA DEIXARIA DE
      * VIGIAR AS EXECUCOES NOVAS - MELHOR BLOQUEAR E MANDAR
      * EXPURGAR DO QUE PROTEGER EM SILENCIO SO AS 100 PRIMEIRAS.
                       DISPLAY "RUN-GATE-TABLE FULL AT 100 STARTED "
                           "RUNS - PURGE RUNLEDGR BEFORE TRUSTING "
                           "THE LOG."
                       MOVE "Y" TO WS-LEDGER-BLOCKED-SWITCH
                   END-IF
                   IF RUN-GATE-COUNT < 100
                       ADD 1 TO RUN-GATE-COUNT
                       MOVE RLG-BUSINESS-DATE TO
                           RGT-BUSINESS-DATE (RUN-GATE-COUNT)
                       MOVE RLG-PARTITION-LOW-ACCT TO
                           RGT-PART-LOW (RUN-GATE-COUNT)
                       MOVE RLG-PARTITION-HIGH-ACCT TO
                           RGT-PART-HIGH (RUN-GATE-COUNT)
                       MOVE "N" TO
                           RGT-CLEARED-SWITCH (RUN-GATE-COUNT)
                   END-IF
               WHEN RLG-TYPE-COMPLETED
                   ADD 1 TO WS-COMPLETED-RUN-COUNT
                   PERFORM 0125-CLEAR-MATCHING-STARTS
                       VARYING WS-GATE-IDX FROM 1 BY 1
                       UNTIL WS-GATE-IDX > RUN-GATE-COUNT
           END-EVALUATE.
           PERFORM 0110-READ-LEDGER-RECORD.
      *
      * UM C LIMPA TODO S DA MESMA DATA/PARTICAO - INCLUSIVE O S DE
      * UMA EXECUCAO ABENDADA QUE FOI RERODADA E COMPLETOU DEPOIS.
       0125-CLEAR-MATCHING-STARTS.
           IF RGT-BUSINESS-DATE (WS-GATE-IDX) = RLG-BUSINESS-DATE
               AND RGT-PART-LOW (WS-GATE-IDX)
                   = RLG-PARTITION-LOW-ACCT
               AND RGT-PART-HIGH (WS-GATE-IDX)
                   = RLG-PARTITION-HIGH-ACCT
               MOVE "Y" TO RGT-CLEARED-SWITCH (WS-GATE-IDX)
           END-IF.
      *
       0130-CHECK-ONE-GATE-ROW.
           IF RGT-CLEARED-SWITCH (WS-GATE-IDX) NOT = "Y"
               DISPLAY "CALC1000 RUN OF "
                   RGT-BUSINESS-DATE (WS-GATE-IDX)
                   " PARTITION " RGT-PART-LOW (WS-GATE-IDX)
                   "/" RGT-PART-HIGH (WS-GATE-IDX)
                   " STARTED BUT NEVER COMPLETED."
               MOVE "Y" TO WS-LEDGER-BLOCKED-SWITCH
           END-IF.
      *
      ******************************************************************
      * 0140-CHECK-COVERAGE-VERDICT
      * Second gate, from RUNCOVCK: on a partitioned night every
      * submitted run can complete cleanly and a typoed bound still
      * leaves a slice of accounts untaxed. A COVSTAT row with
      * verdict B blocks the log exactly like an unmatched S record,
      * until the missing partition is run and the date revalidated.
      * No COVSTAT file just means no partitioned night was ever
      * checked.
      ******************************************************************
       0140-CHECK-COVERAGE-VERDICT.
           OPEN INPUT COVERAGE-VERDICT-FILE.
           IF WS-COVSTAT-STATUS = "00"
               PERFORM 0145-CHECK-ONE-VERDICT-ROW
                   UNTIL WS-COVSTAT-EOF
               CLOSE COVERAGE-VERDICT-FILE
           END-IF.
      *
       0145-CHECK-ONE-VERDICT-ROW.
           READ COVERAGE-VERDICT-FILE
               AT END MOVE "Y" TO WS-COVSTAT-EOF-SWITCH
               NOT AT END
                   IF CVS-VERDICT = "B"
                       DISPLAY "PARTITION COVERAGE OF "
                           CVS-BUSINESS-DATE " IS BLOCKED - RUN "
                           "THE MISSING PARTITION AND REVALIDATE "
                           "WITH RUNCOVCK."
                       MOVE "Y" TO WS-LEDGER-BLOCKED-SWITCH
                   END-IF
           END-READ.
       END PROGRAM TAXRLFWD.
