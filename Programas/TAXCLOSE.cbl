      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     FECHAMENTO E TRAVA DO PERIODO CONTABIL. O
      *              OPERADOR SE IDENTIFICA E ESCOLHE C = FECHAR UM
      *              MES, R = REABRIR UM MES FECHADO OU L = LISTAR OS
      *              PERIODOS. O MES SO FECHA DEPOIS DE ACABADO E SE
      *              TUDO O QUE FOI LANCADO NELE (TAXLOG E GERACOES DO
      *              HISTORICO) ESTIVER POSTADO NO RAZAO (GLPOSTCT, SEM
      *              REJEICAO E COM O IMPOSTO DO DIA IGUAL AO DO LOG),
      *              RECOLHIDO (REMITCTL COBRINDO O MES INTEIRO PARA
      *              CADA UF) E RECONCILIADO (RECONCTL PARA CADA DIA E
      *              NENHUM ITEM DO MES EM RECONOPN). CADA VERIFICACAO
      *              QUE FALHA E LISTADA E O MES FICA ABERTO COM
      *              RETURN-CODE 8. MES FECHADO VAI PARA O PERDCTL E,
      *              A PARTIR DAI, O PERDCHK1 DESVIA PARA O PERIODO
      *              ABERTO O LANCAMENTO DATADO NELE. A REABERTURA E
      *              ACAO A PARTE: EXIGE UM SUPERVISOR DIFERENTE DO
      *              OPERADOR E O MOTIVO. FECHAMENTO E REABERTURA
      *              FICAM REGISTRADOS NO PERDAUD.
      *DATA          15/10/2026
      *DESCRICAO     O ID DIGITADO DEU LUGAR AO SIGN-ON (SIGNON1) COM
      *              O PAPEL B; A REABERTURA PEDE O SIGN-ON DO
      *              SUPERVISOR NO PROPRIO TERMINAL (FUNCAO V, PAPEL P,
      *              OUTRA PESSOA QUE NAO O OPERADOR) EM VEZ DE ACEITAR
      *              QUALQUER ID. RECUSAS VAO PARA O EXCPLOG.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCLOSE.
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
      * O HISTORICO PARTICIONADO POR ANO (TAXHIST-CCYY, CATALOGO
      * HISTCTLG): UM MES JA VARRIDO PELO TAXARCHV SO EXISTE LA.
           SELECT SALES-TAX-HISTORY-FILE ASSIGN TO WS-TAXHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXHIST-STATUS.
      *
           SELECT HISTORY-CATALOG-FILE ASSIGN TO "HISTCTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCTLG-STATUS.
      *
      * CONTROLE DE POSTAGEM DO TAXGLEXT - SO O CABECALHO (H) DA DATA
      * INTERESSA AQUI.
           SELECT POSTING-CONTROL-FILE ASSIGN TO "GLPOSTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOSTCT-STATUS.
      *
           SELECT REMIT-CONTROL-FILE ASSIGN TO "REMITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMITCTL-STATUS.
      *
      * DATAS JA RECONCILIADAS PELO TAXRECON E OS ITENS QUE AINDA NAO
      * FECHARAM.
           SELECT RECON-CONTROL-FILE ASSIGN TO "RECONCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONCTL-STATUS.
      *
           SELECT OPEN-ITEMS-FILE ASSIGN TO "RECONOPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONOPN-STATUS.
      *
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDCTL-STATUS.
      *
           SELECT PERIOD-AUDIT-FILE ASSIGN TO "PERDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDAUD-STATUS.
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
      * MESMO LAYOUT GRAVADO PELO TAXGLEXT.
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
      * MESMO LAYOUT GRAVADO PELO TAXREMIT.
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
      * MESMO LAYOUT GRAVADO PELO TAXRECON.
       FD  RECON-CONTROL-FILE.
       01  RECON-CONTROL-RECORD.
           05  RCC-BUSINESS-DATE           PIC 9(08).
           05  RCC-RUN-DATE                PIC 9(08).
           05  RCC-EXCEPTION-COUNT         PIC 9(05).
      *
       FD  OPEN-ITEMS-FILE.
       01  OPEN-ITEM-RECORD.
           05  ROI-BUSINESS-DATE           PIC 9(08).
           05  ROI-STATE-CODE              PIC X(02).
           05  ROI-TAX-TOTAL               PIC S9(09)V99.
           05  ROI-DEPOSIT-TOTAL           PIC 9(09)V99.
           05  ROI-FIRST-SEEN-DATE         PIC 9(08).
      *
       FD  PERIOD-CONTROL-FILE.
           COPY PERDCTL.
      *
       FD  PERIOD-AUDIT-FILE.
           COPY PERDAUD.
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
       77  WS-GLPOSTCT-STATUS              PIC X(02)   VALUE "00".
       77  WS-GLPOSTCT-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-GLPOSTCT-EOF                          VALUE "Y".
       77  WS-REMITCTL-STATUS              PIC X(02)   VALUE "00".
       77  WS-REMITCTL-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-REMITCTL-EOF                          VALUE "Y".
       77  WS-RECONCTL-STATUS              PIC X(02)   VALUE "00".
       77  WS-RECONCTL-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-RECONCTL-EOF                          VALUE "Y".
       77  WS-RECONOPN-STATUS              PIC X(02)   VALUE "00".
       77  WS-RECONOPN-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-RECONOPN-EOF                          VALUE "Y".
       77  WS-PERDCTL-STATUS               PIC X(02)   VALUE "00".
       77  WS-PERDCTL-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-PERDCTL-EOF                           VALUE "Y".
       77  WS-PERDAUD-STATUS               PIC X(02)   VALUE "00".
      *
      * SESSAO: QUEM, O QUE E QUANDO.
       77  WS-OPERATOR-ID                  PIC X(08)   VALUE SPACES.
       77  WS-SUPERVISOR-ID                PIC X(08)   VALUE SPACES.
       77  WS-FUNCTION-CODE                PIC X(01)   VALUE SPACE.
       77  WS-PERIOD-ACTION                PIC X(01)   VALUE SPACE.
       77  WS-CONFIRM-CODE                 PIC X(01)   VALUE SPACE.
       77  WS-REOPEN-REASON                PIC X(40)   VALUE SPACES.
       01  WS-TODAY-DATE                   PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-MONTH              PIC 9(06).
           05  WS-TODAY-DAY                PIC 9(02).
       77  WS-TIME-NOW-RAW                 PIC 9(08)   VALUE ZERO.
       77  WS-REFUSED-SWITCH               PIC X(01)   VALUE "N".
           88  WS-REQUEST-IS-REFUSED                    VALUE "Y".
      *
      * MES PEDIDO (CCYYMM) E SUA FAIXA DE DATAS.
       01  WS-FISCAL-MONTH-ENTRY           PIC X(06)   VALUE SPACES.
       01  WS-FISCAL-MONTH-PARTS REDEFINES WS-FISCAL-MONTH-ENTRY.
           05  WS-FISCAL-YEAR              PIC 9(04).
           05  WS-FISCAL-MM                PIC 9(02).
       77  WS-FISCAL-MONTH                 PIC 9(06)   VALUE ZERO.
       77  WS-MONTH-FIRST-DATE             PIC 9(08)   VALUE ZERO.
       77  WS-MONTH-LAST-DATE              PIC 9(08)   VALUE ZERO.
       77  WS-MONTH-JULIAN                 PIC 9(09)   VALUE ZERO.
      *
      * O LANCAMENTO SOB EXAME, VENHA DO LOG VIVO OU DE UMA GERACAO
      * DO HISTORICO (PERFORM NAO ACEITA USING EM COBOL).
       01  WS-ROW-DATE                     PIC 9(08)   VALUE ZERO.
       01  WS-ROW-DATE-PARTS REDEFINES WS-ROW-DATE.
           05  WS-ROW-MONTH                PIC 9(06).
           05  WS-ROW-DAY                  PIC 9(02).
       77  WS-ROW-STATE                    PIC X(02)   VALUE SPACES.
       77  WS-ROW-TAX                      PIC S9(5)V99 VALUE ZERO.
       77  WS-ROW-SOURCE                   PIC X(01)   VALUE SPACE.
       77  WS-MONTH-ROW-COUNT              PIC 9(07)   VALUE ZERO.
      *
      * UMA LINHA POR DIA DO MES: O QUE O LOG TEM, O QUE O RAZAO
      * RECEBEU E SE O TAXRECON JA PASSOU PELO DIA. LINHAS DE
      * MARKETPLACE (M) ENTRAM NO RAZAO MAS NUNCA NO BANCO - NAO
      * PEDEM RECONCILIACAO NEM RECOLHIMENTO.
       01  DAY-CHECK-TABLE.
           05  DAY-CHECK-ROW OCCURS 31 TIMES.
               10  DCK-LOG-ROW-COUNT       PIC 9(07).
               10  DCK-BANKABLE-COUNT      PIC 9(07).
               10  DCK-LOG-TAX-TOTAL       PIC S9(11)V99.
               10  DCK-GL-HEADER-SWITCH    PIC X(01).
               10  DCK-GL-STATUS           PIC X(01).
               10  DCK-GL-TAX-TOTAL        PIC S9(11)V99.
               10  DCK-RECONCILED-SWITCH   PIC X(01).
       77  WS-DAY-IDX                      PIC 9(02)   VALUE ZERO.
       77  WS-CHECK-DATE                   PIC 9(08)   VALUE ZERO.
      *
      * UFS COM IMPOSTO NOSSO NO MES E SE O REMITCTL COBRE O MES.
       01  STATE-CHECK-TABLE.
           05  STATE-CHECK-COUNT           PIC 9(03)   VALUE ZERO.
           05  STATE-CHECK-ROW OCCURS 60 TIMES.
               10  SCK-STATE-CODE          PIC X(02).
               10  SCK-REMITTED-SWITCH     PIC X(01).
       77  WS-SCK-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-SCK-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-SCK-TABLE-IS-FULL                     VALUE "Y".
       77  WS-ROW-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ROW-WAS-FOUND                         VALUE "Y".
      *
      * PERDCTL INTEIRO - CARREGADO E REGRAVADO POR INTEIRO.
       01  PERIOD-CONTROL-TABLE.
           05  PERIOD-CONTROL-COUNT        PIC 9(03)   VALUE ZERO.
           05  PERIOD-CONTROL-ROW OCCURS 600 TIMES.
               10  PCR-FISCAL-MONTH        PIC 9(06).
               10  PCR-PERIOD-STATUS       PIC X(01).
               10  PCR-STATUS-DATE         PIC 9(08).
               10  PCR-STATUS-TIME         PIC 9(06).
               10  PCR-STATUS-OPERATOR     PIC X(08).
       77  WS-PCR-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-FOUND-PCR-IDX                PIC 9(03)   VALUE ZERO.
       77  WS-PCR-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-PCR-TABLE-IS-FULL                     VALUE "Y".
      *
       77  WS-FAILURE-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-EDIT-COUNT                   PIC ZZ,ZZZ,ZZ9.
       77  WS-EDIT-LOG-TAX                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-GL-TAX                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *
      * PORTAO DO LIVRO DE EXECUCOES DO CALC1000 (RUNLEDGR): O MES SO
      * FECHA SOBRE UM TAXLOG COMPLETO - VEJA 0100-VERIFY-RUN-LEDGER.
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
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
       PROCEDURE DIVISION.
      *
       0000-CLOSE-ACCOUNTING-PERIOD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "TAXCLOSE" TO SGN-PROGRAM-ID.
           MOVE "B" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM 0200-LOAD-PERIOD-CONTROL.
      * ARQUIVO MAIOR QUE A TABELA: REGRAVAR SO O QUE COUBE APAGARIA
      * OS FECHAMENTOS DE FORA - A SESSAO E ABANDONADA.
           IF WS-PCR-TABLE-IS-FULL
               DISPLAY "PERDCTL EXCEEDS THE 600-ROW TABLE - "
                   "SESSION ABANDONED WITH THE FILE UNTOUCHED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "C = CLOSE A MONTH, R = REOPEN A CLOSED MONTH, "
               "L = LIST PERIODS: ".
           ACCEPT WS-FUNCTION-CODE.
           EVALUATE WS-FUNCTION-CODE
               WHEN "C"
                   PERFORM 1000-CLOSE-ONE-MONTH
               WHEN "R"
                   PERFORM 2000-REOPEN-ONE-MONTH
               WHEN "L"
                   PERFORM 3000-LIST-PERIODS
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - USE C, R OR L."
                   MOVE "Y" TO WS-REFUSED-SWITCH
           END-EVALUATE.
           IF WS-REQUEST-IS-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       0200-LOAD-PERIOD-CONTROL.
           MOVE ZERO TO PERIOD-CONTROL-COUNT.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERDCTL-STATUS = "00"
               PERFORM 0210-READ-ONE-PERIOD-ROW
               PERFORM 0220-TABLE-ONE-PERIOD-ROW
                   UNTIL WS-PERDCTL-EOF
               CLOSE PERIOD-CONTROL-FILE
           END-IF.
      *
       0210-READ-ONE-PERIOD-ROW.
           READ PERIOD-CONTROL-FILE
               AT END MOVE "Y" TO WS-PERDCTL-EOF-SWITCH
           END-READ.
      *
       0220-TABLE-ONE-PERIOD-ROW.
           IF PERIOD-CONTROL-COUNT < 600
               ADD 1 TO PERIOD-CONTROL-COUNT
               MOVE PCT-FISCAL-MONTH TO
                   PCR-FISCAL-MONTH (PERIOD-CONTROL-COUNT)
               MOVE PCT-PERIOD-STATUS TO
                   PCR-PERIOD-STATUS (PERIOD-CONTROL-COUNT)
               MOVE PCT-STATUS-DATE TO
                   PCR-STATUS-DATE (PERIOD-CONTROL-COUNT)
               MOVE PCT-STATUS-TIME TO
                   PCR-STATUS-TIME (PERIOD-CONTROL-COUNT)
               MOVE PCT-STATUS-OPERATOR TO
                   PCR-STATUS-OPERATOR (PERIOD-CONTROL-COUNT)
           ELSE
               MOVE "Y" TO WS-PCR-FULL-SWITCH
           END-IF.
           PERFORM 0210-READ-ONE-PERIOD-ROW.
      *
      ******************************************************************
      * 0300-ACCEPT-FISCAL-MONTH
      * Reads the CCYYMM the operator wants to act on, derives the
      * month's first and last business dates and finds its PERDCTL
      * row (WS-FOUND-PCR-IDX zero = never closed, i.e. open).
      ******************************************************************
       0300-ACCEPT-FISCAL-MONTH.
           DISPLAY "FISCAL MONTH (CCYYMM): ".
           ACCEPT WS-FISCAL-MONTH-ENTRY.
           IF WS-FISCAL-MONTH-ENTRY NOT NUMERIC
               DISPLAY "INVALID MONTH - NOTHING DONE."
               MOVE "Y" TO WS-REFUSED-SWITCH
           ELSE
               IF WS-FISCAL-MM < 01 OR WS-FISCAL-MM > 12
                   DISPLAY "INVALID MONTH - NOTHING DONE."
                   MOVE "Y" TO WS-REFUSED-SWITCH
               END-IF
           END-IF.
           IF NOT WS-REQUEST-IS-REFUSED
               MOVE WS-FISCAL-MONTH-ENTRY TO WS-FISCAL-MONTH
               COMPUTE WS-MONTH-FIRST-DATE =
                   WS-FISCAL-MONTH * 100 + 1
               PERFORM 0310-FIND-LAST-DAY-OF-MONTH
               PERFORM 0320-FIND-PERIOD-ROW
           END-IF.
      *
      * MESMA CONTA DO FILCPER1: PRIMEIRO DIA DO MES SEGUINTE MENOS 1.
       0310-FIND-LAST-DAY-OF-MONTH.
           IF WS-FISCAL-MM = 12
               COMPUTE WS-MONTH-JULIAN = FUNCTION INTEGER-OF-DATE
                   ((WS-FISCAL-YEAR + 1) * 10000 + 0101)
           ELSE
               COMPUTE WS-MONTH-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-FISCAL-YEAR * 10000 + (WS-FISCAL-MM + 1) * 100
                       + 1)
           END-IF.
           SUBTRACT 1 FROM WS-MONTH-JULIAN.
           COMPUTE WS-MONTH-LAST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-MONTH-JULIAN).
      *
       0320-FIND-PERIOD-ROW.
           MOVE ZERO TO WS-FOUND-PCR-IDX.
           PERFORM 0330-CHECK-ONE-PERIOD-ROW
               VARYING WS-PCR-IDX FROM 1 BY 1
               UNTIL WS-PCR-IDX > PERIOD-CONTROL-COUNT
                   OR WS-FOUND-PCR-IDX > ZERO.
      *
       0330-CHECK-ONE-PERIOD-ROW.
           IF PCR-FISCAL-MONTH (WS-PCR-IDX) = WS-FISCAL-MONTH
               MOVE WS-PCR-IDX TO WS-FOUND-PCR-IDX
           END-IF.
      *
      ******************************************************************
      * 1000-CLOSE-ONE-MONTH
      * A month may be closed once it has ended and only when every
      * check passes: GL posted, remitted and reconciled. Each failed
      * check is listed so the close can be chased down in one pass.
      * A reopened month (R) goes through the same checks again.
      ******************************************************************
       1000-CLOSE-ONE-MONTH.
           PERFORM 0300-ACCEPT-FISCAL-MONTH.
           IF NOT WS-REQUEST-IS-REFUSED
               IF WS-FISCAL-MONTH NOT < WS-TODAY-MONTH
                   DISPLAY "MONTH " WS-FISCAL-MONTH " HAS NOT ENDED "
                       "YET - ONLY A PAST MONTH CAN BE CLOSED."
                   MOVE "Y" TO WS-REFUSED-SWITCH
               ELSE
                   IF WS-FOUND-PCR-IDX > ZERO
                       AND PCR-PERIOD-STATUS (WS-FOUND-PCR-IDX) = "C"
                       DISPLAY "MONTH " WS-FISCAL-MONTH " IS "
                           "ALREADY CLOSED."
                       MOVE "Y" TO WS-REFUSED-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-REQUEST-IS-REFUSED
               PERFORM 0100-VERIFY-RUN-LEDGER
               IF WS-LEDGER-BLOCKS-THIS-RUN
                   DISPLAY "TAXLOG IS NOT COMPLETE - FIX THE "
                       "CALC1000 BATCH BEFORE CLOSING A MONTH."
                   MOVE "Y" TO WS-REFUSED-SWITCH
               END-IF
           END-IF.
           IF NOT WS-REQUEST-IS-REFUSED
               PERFORM 1100-ACCUMULATE-MONTH-ACTIVITY
               PERFORM 1200-LOAD-GL-POSTING-CONTROL
               PERFORM 1300-LOAD-REMIT-CONTROL
               PERFORM 1400-LOAD-RECON-CONTROL
               PERFORM 1500-PRINT-CLOSE-CHECKS
               IF WS-FAILURE-COUNT > ZERO
                   DISPLAY "MONTH " WS-FISCAL-MONTH " NOT CLOSED."
                   MOVE "Y" TO WS-REFUSED-SWITCH
               END-IF
           END-IF.
           IF NOT WS-REQUEST-IS-REFUSED
               DISPLAY "ALL CHECKS PASSED - CLOSE " WS-FISCAL-MONTH
                   "? (Y/N): "
               ACCEPT WS-CONFIRM-CODE
               IF WS-CONFIRM-CODE = "Y"
                   PERFORM 1700-RECORD-MONTH-CLOSED
               ELSE
                   DISPLAY "NOTHING DONE."
               END-IF
           END-IF.
      *
      ******************************************************************
      * 1100-ACCUMULATE-MONTH-ACTIVITY
      * Everything dated in the month, live log and archived
      * generations alike, totalled by day, with the list of states
      * whose tax is ours to remit (marketplace rows excluded).
      ******************************************************************
       1100-ACCUMULATE-MONTH-ACTIVITY.
           MOVE ZERO TO WS-MONTH-ROW-COUNT.
           PERFORM 1105-CLEAR-ONE-DAY-ROW
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31.
           MOVE "N" TO WS-TAXLOG-EOF-SWITCH.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 1108-START-TAX-LOG-AT-MONTH
               PERFORM 1120-ACCUMULATE-ONE-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
           PERFORM 0400-LOAD-HISTORY-CATALOG.
           MOVE "TAXHIST" TO WS-TAXHIST-FILENAME.
           PERFORM 1135-SCAN-ONE-HISTORY-FILE.
           PERFORM 1130-SCAN-ONE-GENERATION
               VARYING WS-GCT-IDX FROM 1 BY 1
               UNTIL WS-GCT-IDX > GEN-CATALOG-COUNT.
      *
       1105-CLEAR-ONE-DAY-ROW.
           MOVE ZERO TO DCK-LOG-ROW-COUNT (WS-DAY-IDX).
           MOVE ZERO TO DCK-BANKABLE-COUNT (WS-DAY-IDX).
           MOVE ZERO TO DCK-LOG-TAX-TOTAL (WS-DAY-IDX).
           MOVE "N" TO DCK-GL-HEADER-SWITCH (WS-DAY-IDX).
           MOVE SPACE TO DCK-GL-STATUS (WS-DAY-IDX).
           MOVE ZERO TO DCK-GL-TAX-TOTAL (WS-DAY-IDX).
           MOVE "N" TO DCK-RECONCILED-SWITCH (WS-DAY-IDX).
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NO PRIMEIRO
      * DIA DO MES E A LEITURA PARA NO PRIMEIRO DIA DO MES SEGUINTE.
       1108-START-TAX-LOG-AT-MONTH.
           MOVE WS-MONTH-FIRST-DATE TO LOG-BUSINESS-DATE.
           START SALES-TAX-LOG-FILE KEY IS NOT < LOG-BUSINESS-DATE
               INVALID KEY MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-START.
           IF NOT WS-TAXLOG-EOF
               PERFORM 1110-READ-TAX-LOG-RECORD
           END-IF.
      *
       1110-READ-TAX-LOG-RECORD.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-READ.
           IF NOT WS-TAXLOG-EOF
               AND LOG-BUSINESS-DATE > WS-MONTH-LAST-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       1120-ACCUMULATE-ONE-LOG-ROW.
           IF LOG-BUSINESS-DATE NOT < WS-MONTH-FIRST-DATE
               AND LOG-BUSINESS-DATE NOT > WS-MONTH-LAST-DATE
               MOVE LOG-BUSINESS-DATE TO WS-ROW-DATE
               MOVE LOG-STATE-CODE TO WS-ROW-STATE
               MOVE LOG-SALES-TAX TO WS-ROW-TAX
               MOVE LOG-ENTRY-SOURCE TO WS-ROW-SOURCE
               PERFORM 1150-ADD-ONE-MONTH-ROW
           END-IF.
           PERFORM 1110-READ-TAX-LOG-RECORD.
      *
      * SO A GERACAO CUJA FAIXA DE DATAS TOCA O MES E ABERTA.
       1130-SCAN-ONE-GENERATION.
           IF GCT-DATE-HIGH (WS-GCT-IDX) NOT < WS-MONTH-FIRST-DATE
               AND GCT-DATE-LOW (WS-GCT-IDX) NOT > WS-MONTH-LAST-DATE
               MOVE SPACES TO WS-TAXHIST-FILENAME
               STRING "TAXHIST-" GCT-GENERATION-YEAR (WS-GCT-IDX)
                       DELIMITED BY SIZE
                   INTO WS-TAXHIST-FILENAME
               PERFORM 1135-SCAN-ONE-HISTORY-FILE
           END-IF.
      *
       1135-SCAN-ONE-HISTORY-FILE.
           MOVE "N" TO WS-TAXHIST-EOF-SWITCH.
           OPEN INPUT SALES-TAX-HISTORY-FILE.
           IF WS-TAXHIST-STATUS = "00"
               PERFORM 1140-READ-TAX-HISTORY-RECORD
               PERFORM 1145-ACCUMULATE-ONE-HIST-ROW
                   UNTIL WS-TAXHIST-EOF
               CLOSE SALES-TAX-HISTORY-FILE
           END-IF.
      *
       1140-READ-TAX-HISTORY-RECORD.
           READ SALES-TAX-HISTORY-FILE
               AT END MOVE "Y" TO WS-TAXHIST-EOF-SWITCH
           END-READ.
      *
       1145-ACCUMULATE-ONE-HIST-ROW.
           IF HST-BUSINESS-DATE NOT < WS-MONTH-FIRST-DATE
               AND HST-BUSINESS-DATE NOT > WS-MONTH-LAST-DATE
               MOVE HST-BUSINESS-DATE TO WS-ROW-DATE
               MOVE HST-STATE-CODE TO WS-ROW-STATE
               MOVE HST-SALES-TAX TO WS-ROW-TAX
               MOVE HST-ENTRY-SOURCE TO WS-ROW-SOURCE
               PERFORM 1150-ADD-ONE-MONTH-ROW
           END-IF.
           PERFORM 1140-READ-TAX-HISTORY-RECORD.
      *
       1150-ADD-ONE-MONTH-ROW.
           ADD 1 TO WS-MONTH-ROW-COUNT.
           MOVE WS-ROW-DAY TO WS-DAY-IDX.
           ADD 1 TO DCK-LOG-ROW-COUNT (WS-DAY-IDX).
           ADD WS-ROW-TAX TO DCK-LOG-TAX-TOTAL (WS-DAY-IDX).
           IF WS-ROW-SOURCE NOT = "M"
               ADD 1 TO DCK-BANKABLE-COUNT (WS-DAY-IDX)
               PERFORM 1160-FIND-OR-ADD-STATE
           END-IF.
      *
       1160-FIND-OR-ADD-STATE.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-SCK-IDX.
           PERFORM 1165-CHECK-ONE-STATE-ROW
               UNTIL WS-SCK-IDX > STATE-CHECK-COUNT
                   OR WS-ROW-WAS-FOUND.
           IF NOT WS-ROW-WAS-FOUND
               IF STATE-CHECK-COUNT < 60
                   ADD 1 TO STATE-CHECK-COUNT
                   MOVE WS-ROW-STATE TO
                       SCK-STATE-CODE (STATE-CHECK-COUNT)
                   MOVE "N" TO
                       SCK-REMITTED-SWITCH (STATE-CHECK-COUNT)
               ELSE
                   MOVE "Y" TO WS-SCK-FULL-SWITCH
               END-IF
           END-IF.
      *
       1165-CHECK-ONE-STATE-ROW.
           IF SCK-STATE-CODE (WS-SCK-IDX) = WS-ROW-STATE
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-SCK-IDX
           END-IF.
      *
       0400-LOAD-HISTORY-CATALOG.
           OPEN INPUT HISTORY-CATALOG-FILE.
           IF WS-HISTCTLG-STATUS = "00"
               PERFORM 0410-READ-ONE-CATALOG-ROW
               PERFORM 0420-TABLE-ONE-CATALOG-ROW
                   UNTIL WS-HISTCTLG-EOF
               CLOSE HISTORY-CATALOG-FILE
           END-IF.
      *
       0410-READ-ONE-CATALOG-ROW.
           READ HISTORY-CATALOG-FILE
               AT END MOVE "Y" TO WS-HISTCTLG-EOF-SWITCH
           END-READ.
      *
       0420-TABLE-ONE-CATALOG-ROW.
           IF GEN-CATALOG-COUNT < 50
               ADD 1 TO GEN-CATALOG-COUNT
               MOVE HCT-GENERATION-YEAR TO
                   GCT-GENERATION-YEAR (GEN-CATALOG-COUNT)
               MOVE HCT-DATE-LOW TO
                   GCT-DATE-LOW (GEN-CATALOG-COUNT)
               MOVE HCT-DATE-HIGH TO
                   GCT-DATE-HIGH (GEN-CATALOG-COUNT)
           END-IF.
           PERFORM 0410-READ-ONE-CATALOG-ROW.
      *
      * SO O CABECALHO (H) DA DATA: STATUS P/R E O IMPOSTO POSTADO,
      * JA SOMADAS AS CORRECOES.
       1200-LOAD-GL-POSTING-CONTROL.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-GLPOSTCT-STATUS = "00"
               PERFORM 1210-TABLE-ONE-GL-HEADER
                   UNTIL WS-GLPOSTCT-EOF
               CLOSE POSTING-CONTROL-FILE
           END-IF.
      *
       1210-TABLE-ONE-GL-HEADER.
           READ POSTING-CONTROL-FILE
               AT END MOVE "Y" TO WS-GLPOSTCT-EOF-SWITCH
               NOT AT END
                   IF GPC-RECORD-TYPE = "H"
                       AND GPC-BUSINESS-DATE NOT < WS-MONTH-FIRST-DATE
                       AND GPC-BUSINESS-DATE NOT > WS-MONTH-LAST-DATE
                       MOVE GPC-BUSINESS-DATE TO WS-ROW-DATE
                       MOVE WS-ROW-DAY TO WS-DAY-IDX
                       MOVE "Y" TO DCK-GL-HEADER-SWITCH (WS-DAY-IDX)
                       MOVE GPC-STATUS TO DCK-GL-STATUS (WS-DAY-IDX)
                       MOVE GPC-TAX-TOTAL TO
                           DCK-GL-TAX-TOTAL (WS-DAY-IDX)
                   END-IF
           END-READ.
      *
      * SO O RECOLHIMENTO ORIGINAL (R, OU BRANCO NAS LINHAS ANTIGAS)
      * CUJO PERIODO COBRE O MES INTEIRO - A RETIFICACAO (A) NAO PROVA
      * QUE O PERIODO FOI RECOLHIDO.
       1300-LOAD-REMIT-CONTROL.
           OPEN INPUT REMIT-CONTROL-FILE.
           IF WS-REMITCTL-STATUS = "00"
               PERFORM 1310-CHECK-ONE-REMIT-ROW
                   UNTIL WS-REMITCTL-EOF
               CLOSE REMIT-CONTROL-FILE
           END-IF.
      *
       1310-CHECK-ONE-REMIT-ROW.
           READ REMIT-CONTROL-FILE
               AT END MOVE "Y" TO WS-REMITCTL-EOF-SWITCH
               NOT AT END
                   IF (RMC-CONTROL-TYPE = "R"
                           OR RMC-CONTROL-TYPE = SPACE)
                       AND RMC-PERIOD-START NOT > WS-MONTH-FIRST-DATE
                       AND RMC-PERIOD-END NOT < WS-MONTH-LAST-DATE
                       PERFORM 1320-MARK-STATE-REMITTED
                           VARYING WS-SCK-IDX FROM 1 BY 1
                           UNTIL WS-SCK-IDX > STATE-CHECK-COUNT
                   END-IF
           END-READ.
      *
       1320-MARK-STATE-REMITTED.
           IF SCK-STATE-CODE (WS-SCK-IDX) = RMC-STATE-CODE
               MOVE "Y" TO SCK-REMITTED-SWITCH (WS-SCK-IDX)
           END-IF.
      *
       1400-LOAD-RECON-CONTROL.
           OPEN INPUT RECON-CONTROL-FILE.
           IF WS-RECONCTL-STATUS = "00"
               PERFORM 1410-TABLE-ONE-RECON-ROW
                   UNTIL WS-RECONCTL-EOF
               CLOSE RECON-CONTROL-FILE
           END-IF.
      *
       1410-TABLE-ONE-RECON-ROW.
           READ RECON-CONTROL-FILE
               AT END MOVE "Y" TO WS-RECONCTL-EOF-SWITCH
               NOT AT END
                   IF RCC-BUSINESS-DATE NOT < WS-MONTH-FIRST-DATE
                       AND RCC-BUSINESS-DATE NOT > WS-MONTH-LAST-DATE
                       MOVE RCC-BUSINESS-DATE TO WS-ROW-DATE
                       MOVE WS-ROW-DAY TO WS-DAY-IDX
                       MOVE "Y" TO DCK-RECONCILED-SWITCH (WS-DAY-IDX)
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 1500-PRINT-CLOSE-CHECKS
      * One line per failed check: per day, GL header missing,
      * rejected or short of the log; per day with bankable activity,
      * no TAXRECON run on record; per state, no remittance covering
      * the whole month; and every reconciliation item of the month
      * still open in RECONOPN.
      ******************************************************************
       1500-PRINT-CLOSE-CHECKS.
           MOVE ZERO TO WS-FAILURE-COUNT.
           DISPLAY "====================================".
           DISPLAY "PERIOD CLOSE CHECKS - MONTH " WS-FISCAL-MONTH.
           PERFORM 1510-CHECK-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31.
           PERFORM 1520-CHECK-ONE-STATE
               VARYING WS-SCK-IDX FROM 1 BY 1
               UNTIL WS-SCK-IDX > STATE-CHECK-COUNT.
           IF WS-SCK-TABLE-IS-FULL
               DISPLAY "STATE-CHECK-TABLE FULL AT 60 STATES - "
                   "REMITTANCE OF THE REST CANNOT BE VERIFIED."
               ADD 1 TO WS-FAILURE-COUNT
           END-IF.
           PERFORM 1530-CHECK-OPEN-RECON-ITEMS.
           DISPLAY "====================================".
           MOVE WS-MONTH-ROW-COUNT TO WS-EDIT-COUNT.
           DISPLAY "TAX ROWS DATED IN MONTH : " WS-EDIT-COUNT.
           MOVE WS-FAILURE-COUNT TO WS-EDIT-COUNT.
           DISPLAY "CHECKS FAILED . . . . . : " WS-EDIT-COUNT.
      *
       1510-CHECK-ONE-DAY.
           COMPUTE WS-CHECK-DATE = WS-FISCAL-MONTH * 100 + WS-DAY-IDX.
           IF DCK-LOG-ROW-COUNT (WS-DAY-IDX) > ZERO
               OR DCK-GL-HEADER-SWITCH (WS-DAY-IDX) = "Y"
               MOVE DCK-LOG-TAX-TOTAL (WS-DAY-IDX) TO WS-EDIT-LOG-TAX
               MOVE DCK-GL-TAX-TOTAL (WS-DAY-IDX) TO WS-EDIT-GL-TAX
               EVALUATE TRUE
                   WHEN DCK-GL-HEADER-SWITCH (WS-DAY-IDX) NOT = "Y"
                       DISPLAY "GL NOT POSTED . . : " WS-CHECK-DATE
                           " - NO GLPOSTCT ENTRY, LOG TAX "
                           WS-EDIT-LOG-TAX
                       ADD 1 TO WS-FAILURE-COUNT
                   WHEN DCK-GL-STATUS (WS-DAY-IDX) = "R"
                       DISPLAY "GL REJECTED . . . : " WS-CHECK-DATE
                           " - POSTING REJECTED BY THE LEDGER"
                       ADD 1 TO WS-FAILURE-COUNT
                   WHEN DCK-GL-TAX-TOTAL (WS-DAY-IDX)
                           NOT = DCK-LOG-TAX-TOTAL (WS-DAY-IDX)
                       DISPLAY "GL OUT OF DATE. . : " WS-CHECK-DATE
                           " - LOG TAX " WS-EDIT-LOG-TAX
                           " GL TAX " WS-EDIT-GL-TAX
                       ADD 1 TO WS-FAILURE-COUNT
               END-EVALUATE
           END-IF.
           IF DCK-BANKABLE-COUNT (WS-DAY-IDX) > ZERO
               AND DCK-RECONCILED-SWITCH (WS-DAY-IDX) NOT = "Y"
               DISPLAY "NOT RECONCILED. . : " WS-CHECK-DATE
                   " - NO TAXRECON RUN ON RECORD"
               ADD 1 TO WS-FAILURE-COUNT
           END-IF.
      *
       1520-CHECK-ONE-STATE.
           IF SCK-REMITTED-SWITCH (WS-SCK-IDX) NOT = "Y"
               DISPLAY "NOT REMITTED. . . : STATE "
                   SCK-STATE-CODE (WS-SCK-IDX)
                   " - NO REMITCTL PERIOD COVERS THE WHOLE MONTH"
               ADD 1 TO WS-FAILURE-COUNT
           END-IF.
      *
       1530-CHECK-OPEN-RECON-ITEMS.
           OPEN INPUT OPEN-ITEMS-FILE.
           IF WS-RECONOPN-STATUS = "00"
               PERFORM 1535-CHECK-ONE-OPEN-ITEM
                   UNTIL WS-RECONOPN-EOF
               CLOSE OPEN-ITEMS-FILE
           END-IF.
      *
       1535-CHECK-ONE-OPEN-ITEM.
           READ OPEN-ITEMS-FILE
               AT END MOVE "Y" TO WS-RECONOPN-EOF-SWITCH
               NOT AT END
                   IF ROI-BUSINESS-DATE NOT < WS-MONTH-FIRST-DATE
                       AND ROI-BUSINESS-DATE NOT > WS-MONTH-LAST-DATE
                       DISPLAY "RECON ITEM OPEN . : "
                           ROI-BUSINESS-DATE " STATE "
                           ROI-STATE-CODE " - STILL IN RECONOPN"
                       ADD 1 TO WS-FAILURE-COUNT
                   END-IF
           END-READ.
      *
       1700-RECORD-MONTH-CLOSED.
           MOVE "C" TO WS-PERIOD-ACTION.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           MOVE "GL POSTED, REMITTED AND RECONCILED"
               TO WS-REOPEN-REASON.
           PERFORM 4000-SET-PERIOD-STATUS.
           IF NOT WS-REQUEST-IS-REFUSED
               DISPLAY "MONTH " WS-FISCAL-MONTH " CLOSED - ACTIVITY "
                   "DATED IN IT NOW POSTS TO THE OPEN PERIOD."
           END-IF.
      *
      ******************************************************************
      * 2000-REOPEN-ONE-MONTH
      * A separate supervisor action: the month must be closed, the
      * supervisor signs on at this terminal (SIGNON1 function V) as
      * an approver other than the operator signed on for the
      * session, and the reason is required. The PERDAUD row
      * carries both ids and the reason.
      ******************************************************************
       2000-REOPEN-ONE-MONTH.
           PERFORM 0300-ACCEPT-FISCAL-MONTH.
           IF NOT WS-REQUEST-IS-REFUSED
               IF WS-FOUND-PCR-IDX = ZERO
                   DISPLAY "MONTH " WS-FISCAL-MONTH " IS NOT CLOSED."
                   MOVE "Y" TO WS-REFUSED-SWITCH
               ELSE
                   IF PCR-PERIOD-STATUS (WS-FOUND-PCR-IDX) NOT = "C"
                       DISPLAY "MONTH " WS-FISCAL-MONTH
                           " IS NOT CLOSED."
                       MOVE "Y" TO WS-REFUSED-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-REQUEST-IS-REFUSED
               DISPLAY "SUPERVISOR AUTHORIZING THE REOPEN - "
                   "SIGN ON BELOW."
               MOVE "V" TO SGN-FUNCTION
               MOVE "P" TO SGN-REQUIRED-ROLE
               CALL "SIGNON1" USING SIGN-ON-AREA
               IF SGN-AUTHORIZED
                   MOVE SGN-OPERATOR-ID TO WS-SUPERVISOR-ID
               ELSE
                   DISPLAY "REOPEN NEEDS A SUPERVISOR OTHER THAN THE "
                       "OPERATOR - NOTHING DONE."
                   MOVE "Y" TO WS-REFUSED-SWITCH
               END-IF
           END-IF.
           IF NOT WS-REQUEST-IS-REFUSED
               DISPLAY "REASON FOR REOPENING: "
               ACCEPT WS-REOPEN-REASON
               IF WS-REOPEN-REASON = SPACES
                   DISPLAY "A REASON IS REQUIRED - NOTHING DONE."
                   MOVE "Y" TO WS-REFUSED-SWITCH
               END-IF
           END-IF.
           IF NOT WS-REQUEST-IS-REFUSED
               DISPLAY "REOPEN " WS-FISCAL-MONTH " - ACTIVITY DATED "
                   "IN IT WILL POST THERE AGAIN? (Y/N): "
               ACCEPT WS-CONFIRM-CODE
               IF WS-CONFIRM-CODE = "Y"
                   MOVE "R" TO WS-PERIOD-ACTION
                   PERFORM 4000-SET-PERIOD-STATUS
                   IF NOT WS-REQUEST-IS-REFUSED
                       DISPLAY "MONTH " WS-FISCAL-MONTH " REOPENED."
                   END-IF
               ELSE
                   DISPLAY "NOTHING DONE."
               END-IF
           END-IF.
      *
       3000-LIST-PERIODS.
           IF PERIOD-CONTROL-COUNT = ZERO
               DISPLAY "NO MONTH HAS EVER BEEN CLOSED - ALL OPEN."
           ELSE
               DISPLAY "MONTH   ST  SINCE     TIME    OPERATOR"
               PERFORM 3010-LIST-ONE-PERIOD
                   VARYING WS-PCR-IDX FROM 1 BY 1
                   UNTIL WS-PCR-IDX > PERIOD-CONTROL-COUNT
           END-IF.
      *
       3010-LIST-ONE-PERIOD.
           DISPLAY PCR-FISCAL-MONTH (WS-PCR-IDX) "  "
               PCR-PERIOD-STATUS (WS-PCR-IDX) "   "
               PCR-STATUS-DATE (WS-PCR-IDX) "  "
               PCR-STATUS-TIME (WS-PCR-IDX) "  "
               PCR-STATUS-OPERATOR (WS-PCR-IDX).
      *
      ******************************************************************
      * 4000-SET-PERIOD-STATUS
      * WS-PERIOD-ACTION (C or R) becomes the month's status: the row
      * is updated or added, PERDCTL is rewritten whole and the
      * audit row appended. A full table refuses before anything is
      * written.
      ******************************************************************
       4000-SET-PERIOD-STATUS.
           IF WS-FOUND-PCR-IDX = ZERO
               IF PERIOD-CONTROL-COUNT < 600
                   ADD 1 TO PERIOD-CONTROL-COUNT
                   MOVE PERIOD-CONTROL-COUNT TO WS-FOUND-PCR-IDX
                   MOVE WS-FISCAL-MONTH TO
                       PCR-FISCAL-MONTH (WS-FOUND-PCR-IDX)
               ELSE
                   DISPLAY "PERIOD-CONTROL-TABLE FULL AT 600 ROWS - "
                       "MONTH NOT CLOSED. PURGE OLD PERDCTL ROWS."
                   MOVE "Y" TO WS-REFUSED-SWITCH
               END-IF
           END-IF.
           IF NOT WS-REQUEST-IS-REFUSED
               ACCEPT WS-TIME-NOW-RAW FROM TIME
               MOVE WS-PERIOD-ACTION TO
                   PCR-PERIOD-STATUS (WS-FOUND-PCR-IDX)
               MOVE WS-TODAY-DATE TO PCR-STATUS-DATE (WS-FOUND-PCR-IDX)
               MOVE WS-TIME-NOW-RAW (1:6) TO
                   PCR-STATUS-TIME (WS-FOUND-PCR-IDX)
               MOVE WS-OPERATOR-ID TO
                   PCR-STATUS-OPERATOR (WS-FOUND-PCR-IDX)
               PERFORM 4100-REWRITE-PERIOD-CONTROL
               PERFORM 4200-WRITE-PERIOD-AUDIT
           END-IF.
      *
       4100-REWRITE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-CONTROL-FILE.
           PERFORM 4110-WRITE-ONE-PERIOD-ROW
               VARYING WS-PCR-IDX FROM 1 BY 1
               UNTIL WS-PCR-IDX > PERIOD-CONTROL-COUNT.
           CLOSE PERIOD-CONTROL-FILE.
      *
       4110-WRITE-ONE-PERIOD-ROW.
           MOVE PCR-FISCAL-MONTH (WS-PCR-IDX) TO PCT-FISCAL-MONTH.
           MOVE PCR-PERIOD-STATUS (WS-PCR-IDX) TO PCT-PERIOD-STATUS.
           MOVE PCR-STATUS-DATE (WS-PCR-IDX) TO PCT-STATUS-DATE.
           MOVE PCR-STATUS-TIME (WS-PCR-IDX) TO PCT-STATUS-TIME.
           MOVE PCR-STATUS-OPERATOR (WS-PCR-IDX)
               TO PCT-STATUS-OPERATOR.
           WRITE PERIOD-CONTROL-RECORD.
      *
       4200-WRITE-PERIOD-AUDIT.
           OPEN EXTEND PERIOD-AUDIT-FILE.
           IF WS-PERDAUD-STATUS = "35"
               OPEN OUTPUT PERIOD-AUDIT-FILE
               CLOSE PERIOD-AUDIT-FILE
               OPEN EXTEND PERIOD-AUDIT-FILE
           END-IF.
           MOVE WS-TODAY-DATE TO PAU-AUDIT-DATE.
           MOVE WS-TIME-NOW-RAW (1:6) TO PAU-AUDIT-TIME.
           MOVE WS-OPERATOR-ID TO PAU-OPERATOR-ID.
           MOVE WS-PERIOD-ACTION TO PAU-ACTION-CODE.
           MOVE WS-SUPERVISOR-ID TO PAU-SUPERVISOR-ID.
           MOVE WS-FISCAL-MONTH TO PAU-FISCAL-MONTH.
           MOVE WS-REOPEN-REASON TO PAU-REASON.
           WRITE PERIOD-AUDIT-RECORD.
           CLOSE PERIOD-AUDIT-FILE.
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
       END PROGRAM TAXCLOSE.
