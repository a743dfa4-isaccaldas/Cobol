      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     QUEBRA DE CAIXA (OVER/SHORT) POR LOJA. O TAXRECON
      *              SO ENXERGA O DEPOSITO CONSOLIDADO DO BANKDEP; AQUI
      *              O FECHAMENTO DE TENDER DE CADA REGISTRADORA
      *              (TENDCLS - DINHEIRO, CARTAO, CHEQUE, VALE-PRESENTE
      *              E O IMPOSTO QUE A REGISTRADORA ACHA QUE COBROU) E
      *              CASADO, POR LOJA E DATA DE NEGOCIO, COM OS TOTAIS
      *              DO TAXLOG POR LOG-STORE-NUMBER. A DIFERENCA SAI
      *              SEPARADA EM VARIACAO DE VENDA E VARIACAO DE
      *              IMPOSTO, COM O NOME DA LOJA (STORMST), E LOJA CUJO
      *              IMPOSTO DA REGISTRADORA NAO BATE COM O IMPOSTO
      *              CALCULADO PELO CALC1000 E DESTACADA - QUASE SEMPRE
      *              TABELA DE ALIQUOTAS VELHA NA REGISTRADORA. AJUSTES
      *              DO TAXADJST, VENDAS DE MARKETPLACE E LANCAMENTOS
      *              SEM LOJA NAO PASSAM PELO CAIXA E FICAM DE FORA.
      *              CONFERE O LIVRO DE EXECUCOES (RUNLEDGR) ANTES DE
      *              CONFIAR NO LOG.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXOVSH.
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
      * FECHAMENTO DE TENDER DAS REGISTRADORAS, RECEBIDO DAS LOJAS.
           SELECT TENDER-CLOSEOUT-FILE ASSIGN TO "TENDCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TENDCLS-STATUS.
      *
           SELECT STORE-MASTER ASSIGN TO "STORMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STM-STORE-NUMBER
               FILE STATUS IS WS-STORMST-STATUS.
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
       FD  TENDER-CLOSEOUT-FILE.
           COPY TENDCLS.
      *
       FD  STORE-MASTER.
           COPY STORMST.
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
       77  WS-TENDCLS-STATUS               PIC X(02)   VALUE "00".
       77  WS-TENDCLS-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-TENDCLS-EOF                           VALUE "Y".
       77  WS-STORMST-STATUS               PIC X(02)   VALUE "00".
      *
       77  WS-RECON-DATE                   PIC 9(08).
      *
      * MESTRE DE LOJAS EM TABELA, SO PARA O NOME NO RELATORIO -
      * MESTRE AUSENTE SO DEIXA O NOME EM BRANCO (COMO O TAXSTORE).
       01  STORE-MASTER-TABLE.
           05  STORE-TABLE-COUNT           PIC 9(03)   VALUE ZERO.
           05  STORE-TABLE-ENTRY OCCURS 200 TIMES.
               10  STT-STORE-NUMBER        PIC X(04).
               10  STT-STORE-NAME          PIC X(30).
       77  WS-STT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-STT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-STORE-NAME-ON-FILE                    VALUE "Y".
       77  WS-REPORT-STORE-NAME            PIC X(30)   VALUE SPACES.
      *
      * UMA LINHA POR LOJA DA DATA: LADO LOG (O QUE O CALC1000
      * TRIBUTOU) E LADO CAIXA (O QUE AS REGISTRADORAS FECHARAM).
       01  OVER-SHORT-TABLE.
           05  OVER-SHORT-COUNT            PIC 9(03)   VALUE ZERO.
           05  OVER-SHORT-ROW OCCURS 200 TIMES.
               10  OSH-STORE-NUMBER        PIC X(04).
               10  OSH-LOG-COUNT           PIC 9(07).
               10  OSH-LOG-SALES           PIC S9(09)V99.
               10  OSH-LOG-TAX             PIC S9(09)V99.
               10  OSH-REGISTER-COUNT      PIC 9(03).
               10  OSH-CASH-TOTAL          PIC S9(09)V99.
               10  OSH-CARD-TOTAL          PIC S9(09)V99.
               10  OSH-CHECK-TOTAL         PIC S9(09)V99.
               10  OSH-GIFT-CARD-TOTAL     PIC S9(09)V99.
               10  OSH-REGISTER-TAX        PIC S9(09)V99.
       77  WS-OSH-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-ROW-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ROW-WAS-FOUND                         VALUE "Y".
       77  WS-TABLE-FULL-SWITCH            PIC X(01)   VALUE "N".
           88  WS-TABLE-IS-FULL                         VALUE "Y".
      *
      * CHAVE DE BUSCA/INCLUSAO PASSADA A 4000-FIND-OR-ADD-STORE-ROW
      * PELO PARAGRAFO CHAMADOR (PERFORM NAO ACEITA USING EM COBOL).
       77  WS-KEY-STORE                    PIC X(04).
      *
      * DIFERENCA DA LOJA: CAIXA - (VENDA + IMPOSTO DO LOG), QUEBRADA
      * EM IMPOSTO (REGISTRADORA - CALC1000) E VENDA (O RESTO).
       77  WS-TENDER-TOTAL                 PIC S9(09)V99 VALUE ZERO.
       77  WS-OVER-SHORT-AMOUNT            PIC S9(09)V99 VALUE ZERO.
       77  WS-TAX-VARIANCE                 PIC S9(09)V99 VALUE ZERO.
       77  WS-SALES-VARIANCE               PIC S9(09)V99 VALUE ZERO.
      *
       77  WS-EXCLUDED-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-CLOSEOUT-READ-COUNT          PIC 9(05)   VALUE ZERO.
       77  WS-STORES-BALANCED              PIC 9(03)   VALUE ZERO.
       77  WS-STORES-OVER-SHORT            PIC 9(03)   VALUE ZERO.
       77  WS-STORES-TAX-MISMATCH          PIC 9(03)   VALUE ZERO.
       77  WS-STORES-NO-CLOSEOUT           PIC 9(03)   VALUE ZERO.
       77  WS-STORES-NO-SALES              PIC 9(03)   VALUE ZERO.
       77  WS-GRAND-OVER-SHORT             PIC S9(09)V99 VALUE ZERO.
       77  WS-GRAND-SALES-VARIANCE         PIC S9(09)V99 VALUE ZERO.
       77  WS-GRAND-TAX-VARIANCE           PIC S9(09)V99 VALUE ZERO.
      *
       77  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
       77  WS-EDIT-SALES                   PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-TAX                     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-TENDER                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-REG-TAX                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-OVER-SHORT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-SALES-VAR               PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-TAX-VAR                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
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
       0000-RECONCILE-STORE-TENDERS.
           PERFORM 0100-VERIFY-RUN-LEDGER.
           IF WS-LEDGER-BLOCKS-THIS-RUN
               DISPLAY "TAXLOG IS NOT BEING CONSUMED - FIX THE "
                   "CALC1000 BATCH AND RERUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "BUSINESS DATE TO RECONCILE (CCYYMMDD): ".
           ACCEPT WS-RECON-DATE.
           PERFORM 0300-LOAD-STORE-NAMES.
           PERFORM 1000-LOAD-TAX-LOG-TOTALS.
           PERFORM 2000-LOAD-TENDER-CLOSEOUTS.
           PERFORM 3000-PRINT-OVER-SHORT-REPORT.
      * GOBACK, NAO STOP RUN - CHAMADO PELO JOBCHAIN DEVOLVE O
      * CONTROLE PARA A CADEIA SEGUIR.
           GOBACK.
      *
       0300-LOAD-STORE-NAMES.
           MOVE ZERO TO STORE-TABLE-COUNT.
           OPEN INPUT STORE-MASTER.
           IF WS-STORMST-STATUS = "00"
               PERFORM 0310-READ-STORE-RECORD
               PERFORM 0320-TABLE-ONE-STORE
                   UNTIL WS-STORMST-STATUS = "10"
               CLOSE STORE-MASTER
           END-IF.
      *
       0310-READ-STORE-RECORD.
           READ STORE-MASTER NEXT RECORD
               AT END MOVE "10" TO WS-STORMST-STATUS
           END-READ.
      *
       0320-TABLE-ONE-STORE.
           IF STORE-TABLE-COUNT < 200
               ADD 1 TO STORE-TABLE-COUNT
               MOVE STM-STORE-NUMBER TO
                   STT-STORE-NUMBER (STORE-TABLE-COUNT)
               MOVE STM-STORE-NAME TO
                   STT-STORE-NAME (STORE-TABLE-COUNT)
           END-IF.
           PERFORM 0310-READ-STORE-RECORD.
      *
      ******************************************************************
      * 1000-LOAD-TAX-LOG-TOTALS
      * The log side of each store: net sales and the tax CALC1000
      * charged on the reconcile date, signed so refunds and voids
      * net off as they do in the drawer. TAXADJST adjustments,
      * marketplace sales and rows with no store never passed
      * through a register and are only counted.
      ******************************************************************
       1000-LOAD-TAX-LOG-TOTALS.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 1005-START-TAX-LOG-AT-DAY
               PERFORM 1020-ACCUMULATE-TAX-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           ELSE
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NA DATA
      * PEDIDA E A LEITURA PARA NA PRIMEIRA DATA POSTERIOR.
       1005-START-TAX-LOG-AT-DAY.
           MOVE WS-RECON-DATE TO LOG-BUSINESS-DATE.
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
               AND LOG-BUSINESS-DATE > WS-RECON-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       1020-ACCUMULATE-TAX-LOG-ROW.
           IF LOG-BUSINESS-DATE = WS-RECON-DATE
               IF LOG-TYPE-ADJUSTMENT
                   OR LOG-ENTERED-MARKETPLACE
                   OR LOG-STORE-NUMBER = SPACES
                   ADD 1 TO WS-EXCLUDED-COUNT
               ELSE
                   MOVE LOG-STORE-NUMBER TO WS-KEY-STORE
                   PERFORM 4000-FIND-OR-ADD-STORE-ROW
                   ADD 1 TO OSH-LOG-COUNT (WS-OSH-IDX)
                   ADD LOG-SALES-AMOUNT TO OSH-LOG-SALES (WS-OSH-IDX)
                   ADD LOG-SALES-TAX TO OSH-LOG-TAX (WS-OSH-IDX)
               END-IF
           END-IF.
           PERFORM 1010-READ-TAX-LOG-RECORD.
      *
      ******************************************************************
      * 2000-LOAD-TENDER-CLOSEOUTS
      * The drawer side: every register closeout of the reconcile
      * date, summed per store. A store may run several registers.
      ******************************************************************
       2000-LOAD-TENDER-CLOSEOUTS.
           OPEN INPUT TENDER-CLOSEOUT-FILE.
           IF WS-TENDCLS-STATUS = "00"
               PERFORM 2010-READ-TENDER-CLOSEOUT
               PERFORM 2020-ACCUMULATE-ONE-CLOSEOUT
                   UNTIL WS-TENDCLS-EOF
               CLOSE TENDER-CLOSEOUT-FILE
           ELSE
               DISPLAY "TENDER-CLOSEOUT-FILE NOT AVAILABLE - STATUS "
                   WS-TENDCLS-STATUS " - EVERY STORE WILL SHOW NO "
                   "CLOSEOUT."
           END-IF.
      *
       2010-READ-TENDER-CLOSEOUT.
           READ TENDER-CLOSEOUT-FILE
               AT END MOVE "Y" TO WS-TENDCLS-EOF-SWITCH
           END-READ.
      *
       2020-ACCUMULATE-ONE-CLOSEOUT.
           IF TCL-BUSINESS-DATE = WS-RECON-DATE
               ADD 1 TO WS-CLOSEOUT-READ-COUNT
               MOVE TCL-STORE-NUMBER TO WS-KEY-STORE
               PERFORM 4000-FIND-OR-ADD-STORE-ROW
               ADD 1 TO OSH-REGISTER-COUNT (WS-OSH-IDX)
               ADD TCL-CASH-AMOUNT TO OSH-CASH-TOTAL (WS-OSH-IDX)
               ADD TCL-CARD-AMOUNT TO OSH-CARD-TOTAL (WS-OSH-IDX)
               ADD TCL-CHECK-AMOUNT TO OSH-CHECK-TOTAL (WS-OSH-IDX)
               ADD TCL-GIFT-CARD-AMOUNT
                   TO OSH-GIFT-CARD-TOTAL (WS-OSH-IDX)
               ADD TCL-REGISTER-TAX TO OSH-REGISTER-TAX (WS-OSH-IDX)
           END-IF.
           PERFORM 2010-READ-TENDER-CLOSEOUT.
      *
      ******************************************************************
      * 4000-FIND-OR-ADD-STORE-ROW
      * Looks up the OVER-SHORT-TABLE row for WS-KEY-STORE, adding a
      * zero-totals row when there is none, and leaves its subscript
      * in WS-OSH-IDX. A full table folds new stores into the last
      * row with a one-time warning, as TAXSTORE does.
      ******************************************************************
       4000-FIND-OR-ADD-STORE-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-OSH-IDX.
           PERFORM 4010-CHECK-ONE-STORE-ROW
               UNTIL WS-OSH-IDX > OVER-SHORT-COUNT
                   OR WS-ROW-WAS-FOUND.
           IF NOT WS-ROW-WAS-FOUND
               IF OVER-SHORT-COUNT < 200
                   ADD 1 TO OVER-SHORT-COUNT
                   MOVE OVER-SHORT-COUNT TO WS-OSH-IDX
                   MOVE WS-KEY-STORE TO OSH-STORE-NUMBER (WS-OSH-IDX)
                   MOVE ZERO TO OSH-LOG-COUNT (WS-OSH-IDX)
                   MOVE ZERO TO OSH-LOG-SALES (WS-OSH-IDX)
                   MOVE ZERO TO OSH-LOG-TAX (WS-OSH-IDX)
                   MOVE ZERO TO OSH-REGISTER-COUNT (WS-OSH-IDX)
                   MOVE ZERO TO OSH-CASH-TOTAL (WS-OSH-IDX)
                   MOVE ZERO TO OSH-CARD-TOTAL (WS-OSH-IDX)
                   MOVE ZERO TO OSH-CHECK-TOTAL (WS-OSH-IDX)
                   MOVE ZERO TO OSH-GIFT-CARD-TOTAL (WS-OSH-IDX)
                   MOVE ZERO TO OSH-REGISTER-TAX (WS-OSH-IDX)
               ELSE
                   IF NOT WS-TABLE-IS-FULL
                       DISPLAY "OVER-SHORT-TABLE FULL AT 200 "
                           "STORES - REMAINING STORES FOLD INTO "
                           "THE LAST ROW."
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                   END-IF
                   MOVE OVER-SHORT-COUNT TO WS-OSH-IDX
               END-IF
           END-IF.
      *
       4010-CHECK-ONE-STORE-ROW.
           IF OSH-STORE-NUMBER (WS-OSH-IDX) = WS-KEY-STORE
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-OSH-IDX
           END-IF.
      *
      ******************************************************************
      * 3000-PRINT-OVER-SHORT-REPORT
      * One block per store: log and drawer sides, the over/short
      * (tenders less logged sales plus tax) and its split - the tax
      * variance is the register's tax less CALC1000's, the sales
      * variance is whatever remains. A tax variance is called out
      * on its own: the register is charging a rate the rate master
      * no longer has.
      ******************************************************************
       3000-PRINT-OVER-SHORT-REPORT.
           DISPLAY "====================================".
           DISPLAY "STORE TENDER OVER/SHORT - " WS-RECON-DATE.
           DISPLAY "====================================".
           DISPLAY "STORE NAME                         REGS"
               "        LOG SALES          LOG TAX".
           DISPLAY "                                    "
               "          TENDERS     REGISTER TAX".
           DISPLAY "                                    "
               "       OVER/SHORT   SALES VARIANCE     TAX VARIANCE".
           PERFORM 3100-PRINT-ONE-STORE
               VARYING WS-OSH-IDX FROM 1 BY 1
               UNTIL WS-OSH-IDX > OVER-SHORT-COUNT.
           IF OVER-SHORT-COUNT = ZERO
               DISPLAY "    (NO STORE ACTIVITY ON " WS-RECON-DATE ")"
           END-IF.
           DISPLAY "====================================".
           MOVE WS-GRAND-OVER-SHORT TO WS-EDIT-OVER-SHORT.
           DISPLAY "TOTAL OVER/SHORT. . . . : " WS-EDIT-OVER-SHORT.
           MOVE WS-GRAND-SALES-VARIANCE TO WS-EDIT-SALES-VAR.
           DISPLAY "  SALES VARIANCE. . . . : " WS-EDIT-SALES-VAR.
           MOVE WS-GRAND-TAX-VARIANCE TO WS-EDIT-TAX-VAR.
           DISPLAY "  TAX VARIANCE. . . . . : " WS-EDIT-TAX-VAR.
           MOVE WS-STORES-BALANCED TO WS-EDIT-COUNT.
           DISPLAY "STORES BALANCED . . . . : " WS-EDIT-COUNT.
           MOVE WS-STORES-OVER-SHORT TO WS-EDIT-COUNT.
           DISPLAY "STORES OVER/SHORT . . . : " WS-EDIT-COUNT.
           MOVE WS-STORES-TAX-MISMATCH TO WS-EDIT-COUNT.
           DISPLAY "REGISTER TAX MISMATCHES : " WS-EDIT-COUNT.
           MOVE WS-STORES-NO-CLOSEOUT TO WS-EDIT-COUNT.
           DISPLAY "STORES WITH NO CLOSEOUT : " WS-EDIT-COUNT.
           MOVE WS-STORES-NO-SALES TO WS-EDIT-COUNT.
           DISPLAY "CLOSEOUTS WITH NO SALES : " WS-EDIT-COUNT.
           MOVE WS-CLOSEOUT-READ-COUNT TO WS-EDIT-COUNT.
           DISPLAY "REGISTER CLOSEOUTS READ : " WS-EDIT-COUNT.
           MOVE WS-EXCLUDED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "LOG ROWS NOT RUNG AT A  ".
           DISPLAY "  REGISTER (ADJ/MKT/NONE): " WS-EDIT-COUNT.
      *
       3100-PRINT-ONE-STORE.
           PERFORM 3200-LOOK-UP-STORE-NAME.
           COMPUTE WS-TENDER-TOTAL =
               OSH-CASH-TOTAL (WS-OSH-IDX)
               + OSH-CARD-TOTAL (WS-OSH-IDX)
               + OSH-CHECK-TOTAL (WS-OSH-IDX)
               + OSH-GIFT-CARD-TOTAL (WS-OSH-IDX).
           COMPUTE WS-OVER-SHORT-AMOUNT =
               WS-TENDER-TOTAL - OSH-LOG-SALES (WS-OSH-IDX)
               - OSH-LOG-TAX (WS-OSH-IDX).
           COMPUTE WS-TAX-VARIANCE =
               OSH-REGISTER-TAX (WS-OSH-IDX) - OSH-LOG-TAX (WS-OSH-IDX).
           COMPUTE WS-SALES-VARIANCE =
               WS-OVER-SHORT-AMOUNT - WS-TAX-VARIANCE.
           ADD WS-OVER-SHORT-AMOUNT TO WS-GRAND-OVER-SHORT.
           ADD WS-SALES-VARIANCE TO WS-GRAND-SALES-VARIANCE.
           ADD WS-TAX-VARIANCE TO WS-GRAND-TAX-VARIANCE.
           MOVE OSH-REGISTER-COUNT (WS-OSH-IDX) TO WS-EDIT-COUNT.
           MOVE OSH-LOG-SALES (WS-OSH-IDX) TO WS-EDIT-SALES.
           MOVE OSH-LOG-TAX (WS-OSH-IDX) TO WS-EDIT-TAX.
           MOVE WS-TENDER-TOTAL TO WS-EDIT-TENDER.
           MOVE OSH-REGISTER-TAX (WS-OSH-IDX) TO WS-EDIT-REG-TAX.
           MOVE WS-OVER-SHORT-AMOUNT TO WS-EDIT-OVER-SHORT.
           MOVE WS-SALES-VARIANCE TO WS-EDIT-SALES-VAR.
           MOVE WS-TAX-VARIANCE TO WS-EDIT-TAX-VAR.
           DISPLAY OSH-STORE-NUMBER (WS-OSH-IDX) " "
               WS-REPORT-STORE-NAME (1:26) " "
               WS-EDIT-COUNT WS-EDIT-SALES WS-EDIT-TAX.
           DISPLAY "                                    "
               WS-EDIT-TENDER WS-EDIT-REG-TAX.
           DISPLAY "                                    "
               WS-EDIT-OVER-SHORT WS-EDIT-SALES-VAR WS-EDIT-TAX-VAR.
           EVALUATE TRUE
               WHEN OSH-REGISTER-COUNT (WS-OSH-IDX) = ZERO
                   ADD 1 TO WS-STORES-NO-CLOSEOUT
                   DISPLAY "    ** NO REGISTER CLOSEOUT RECEIVED - "
                       "THE WHOLE DAY IS SHORT **"
               WHEN OSH-LOG-COUNT (WS-OSH-IDX) = ZERO
                   ADD 1 TO WS-STORES-NO-SALES
                   DISPLAY "    ** CLOSEOUT WITH NO SALES IN TAXLOG - "
                       "CHECK THE STORE'S SALESRAW FEED **"
               WHEN WS-OVER-SHORT-AMOUNT = ZERO
                   ADD 1 TO WS-STORES-BALANCED
               WHEN OTHER
                   ADD 1 TO WS-STORES-OVER-SHORT
           END-EVALUATE.
           IF WS-TAX-VARIANCE NOT = ZERO
               AND OSH-REGISTER-COUNT (WS-OSH-IDX) > ZERO
               AND OSH-LOG-COUNT (WS-OSH-IDX) > ZERO
               ADD 1 TO WS-STORES-TAX-MISMATCH
               DISPLAY "    ** REGISTER TAX DOES NOT MATCH CALC1000 - "
                   "CHECK THE REGISTER'S RATE TABLE **"
           END-IF.
      *
       3200-LOOK-UP-STORE-NAME.
           MOVE "(NOT ON STORE MASTER)" TO WS-REPORT-STORE-NAME.
           MOVE "N" TO WS-STT-FOUND-SWITCH.
           MOVE 1 TO WS-STT-IDX.
           PERFORM 3210-CHECK-ONE-NAME-ROW
               UNTIL WS-STT-IDX > STORE-TABLE-COUNT
                   OR WS-STORE-NAME-ON-FILE.
           IF WS-STORE-NAME-ON-FILE
               MOVE STT-STORE-NAME (WS-STT-IDX)
                   TO WS-REPORT-STORE-NAME
           END-IF.
      *
       3210-CHECK-ONE-NAME-ROW.
           IF STT-STORE-NUMBER (WS-STT-IDX)
               = OSH-STORE-NUMBER (WS-OSH-IDX)
               MOVE "Y" TO WS-STT-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-STT-IDX
           END-IF.
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
       END PROGRAM TAXOVSH.
