      *              90+) COM O ACM-ACCOUNT-NAME DO MESTRE DE CONTAS.
      *              O RAZAO GUARDA SO OS ITENS COM SALDO - ITEM
      *              LIQUIDADO SAI NA REGRAVACAO.
      *DATA          15/10/2026
      *DESCRICAO     FUNCAO NOVA W = BAIXA POR INCOBRAVEL: FECHA OS
      *              ITENS ABERTOS DE UMA CONTA COM MOTIVO E
      *              APROVADOR, ABRINDO O IMPOSTO DE CADA ITEM POR UF
      *              PELAS LINHAS DO TAXLOG/TAXHIST DA CONTA NAQUELA
      *              DATA, E GRAVA O REGISTRO DE INCOBRAVEIS (BADDEBT)
      *              POR CONTA/DATA ORIGINAL/UF PARA O TAXREMIT
      *              ABATER NA PROXIMA GUIA E O TAXEFILE DECLARAR.
      *              NA FUNCAO C, O QUE SOBRA DO RECEBIMENTO DEPOIS
      *              DOS ITENS ABERTOS RECUPERA PRIMEIRO O IMPOSTO
      *              BAIXADO DA CONTA (LINHA R NO BADDEBT, VOLTA A SER
      *              DEVIDO) E SO O RESTO VIRA CREDITO. A POSTAGEM (P)
      *              DEIXOU DE LEVAR VENDAS DE MARKETPLACE FACILITADOR
      *              (LOG-ENTRY-SOURCE = M) PARA O RAZAO - O IMPOSTO
      *              DELAS NAO E RECEBIVEL NOSSO.
      *DATA          15/10/2026
      *DESCRICAO     SIGN-ON OBRIGATORIO NA ENTRADA (SIGNON1) COM O
      *              PAPEL A; A BAIXA DE INCOBRAVEL PEDE O SIGN-ON DO
      *              APROVADOR NO PROPRIO TERMINAL (FUNCAO V, PAPEL P,
      *              OUTRA PESSOA QUE NAO O OPERADOR) EM VEZ DE ACEITAR
      *              QUALQUER ID. RECUSAS VAO PARA O EXCPLOG.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *DATA          15/10/2026
      *DESCRICAO     AJUSTE RETROATIVO QUE BAIXA IMPOSTO (TIPO A COM
      *              IMPOSTO NEGATIVO) NAO ENTRA MAIS NA POSTAGEM DO
      *              DIA NEM NA ABERTURA DA BAIXA: QUEM O DEVOLVE AO
      *              CLIENTE E O TAXCRMEM, COM MEMO DE CREDITO E
      *              REGISTRO. O TESTE DE DATA JA POSTADA SO OLHA
      *              ITENS COM VALOR LANCADO - UM CREDITO DO TAXCRMEM
      *              NA DATA ORIGINAL NAO IMPEDE A POSTAGEM DO DIA.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRECV.
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
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
           SELECT CASH-RECEIPTS-FILE ASSIGN TO "CASHRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHRCPT-STATUS.
      *
      * REGISTRO DE INCOBRAVEIS: BAIXAS (W) E RECUPERACOES (R) POR
      * CONTA/DATA ORIGINAL/UF, REGRAVADO INTEIRO COMO O RAZAO.
           SELECT BAD-DEBT-FILE ASSIGN TO "BADDEBT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADDEBT-STATUS.
      *
      * HISTORICO (TAXHIST-CCYY VIA HISTCTLG): O ITEM QUE CHEGA A SER
      * BAIXADO JA TEM MESES, E O TAXARCHV PODE TER TIRADO A DATA
      * DELE DO TAXLOG VIVO.
           SELECT SALES-TAX-HISTORY-FILE ASSIGN TO WS-TAXHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXHIST-STATUS.
      *
           SELECT HISTORY-CATALOG-FILE ASSIGN TO "HISTCTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCTLG-STATUS.
      *
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
           05  CSH-ACCOUNT-NUMBER          PIC X(06).
           05  CSH-RECEIPT-DATE            PIC 9(08).
           05  CSH-AMOUNT                  PIC 9(09)V99.
      *
       FD  BAD-DEBT-FILE.
           COPY BADDEBT.
      *
       FD  SALES-TAX-HISTORY-FILE.
           COPY TAXHIST.
      *
       FD  HISTORY-CATALOG-FILE.
           COPY HISTCTLG.
      *
       FD  RUN-LEDGER-FILE.
           COPY RUNLEDGR.
           88  WS-ARLEDGER-EOF                          VALUE "Y".
       77  WS-CASHRCPT-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-CASHRCPT-EOF                          VALUE "Y".
       77  WS-BADDEBT-STATUS               PIC X(02)   VALUE "00".
       77  WS-BADDEBT-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-BADDEBT-EOF                           VALUE "Y".
       77  WS-TAXHIST-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXHIST-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-TAXHIST-EOF                           VALUE "Y".
      *
       77  WS-FUNCTION-CODE                PIC X(01)   VALUE SPACE.
           88  WS-FUNCTION-POST                         VALUE "P".
           88  WS-FUNCTION-CASH                         VALUE "C".
           88  WS-FUNCTION-AGING                        VALUE "A".
           88  WS-FUNCTION-WRITE-OFF                    VALUE "W".
      *
       77  WS-TODAY-DATE                   PIC 9(08).
       77  WS-TODAY-JULIAN                 PIC 9(09).
       77  WS-EDIT-60                      PIC -Z,ZZZ,ZZ9.99.
       77  WS-EDIT-90                      PIC -Z,ZZZ,ZZ9.99.
      *
      * REGISTRO DE INCOBRAVEIS EM MEMORIA (IMAGEM DE CADA LINHA),
      * REGRAVADO INTEIRO QUANDO A BAIXA OU O CAIXA O ALTERAM.
       01  BAD-DEBT-TABLE.
           05  BAD-DEBT-TABLE-COUNT        PIC 9(04)   VALUE ZERO.
           05  BAD-DEBT-TABLE-ROW OCCURS 2000 TIMES.
               10  BDG-RECORD-IMAGE        PIC X(62).
       77  WS-BDG-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-BDG-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-BDG-TABLE-IS-FULL                     VALUE "Y".
      *
      * SALDO AINDA BAIXADO POR CONTA/DATA ORIGINAL/UF (SOMA DAS
      * LINHAS W E R DA CHAVE) - E DAQUI QUE A RECUPERACAO ABATE.
       01  BAD-DEBT-BALANCE-TABLE.
           05  BAD-DEBT-BALANCE-COUNT      PIC 9(04)   VALUE ZERO.
           05  BAD-DEBT-BALANCE-ROW OCCURS 1000 TIMES.
               10  BDB-ACCOUNT-NUMBER      PIC X(06).
               10  BDB-BUSINESS-DATE       PIC 9(08).
               10  BDB-STATE-CODE          PIC X(02).
               10  BDB-BALANCE             PIC S9(09)V99.
       77  WS-BDB-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-BDB-PICK-IDX                 PIC 9(04)   VALUE ZERO.
       77  WS-RECOVERY-COUNT               PIC 9(05)   VALUE ZERO.
       77  WS-RECOVERED-TAX-TOTAL          PIC S9(09)V99 VALUE ZERO.
      *
      * PEDIDO DE BAIXA DIGITADO PELO OPERADOR.
       77  WS-WO-ACCOUNT                   PIC X(06)   VALUE SPACES.
       77  WS-WO-REASON                    PIC X(02)   VALUE SPACES.
       77  WS-WO-APPROVED-BY               PIC X(08)   VALUE SPACES.
       77  WS-WO-CONFIRM                   PIC X(01)   VALUE SPACE.
       77  WS-WO-VALID-SWITCH              PIC X(01)   VALUE "N".
           88  WS-WO-REQUEST-IS-VALID                   VALUE "Y".
       77  WS-WO-DATE-LOW                  PIC 9(08)   VALUE ZERO.
       77  WS-WO-DATE-HIGH                 PIC 9(08)   VALUE ZERO.
       77  WS-WO-CREDIT-TOTAL              PIC S9(09)V99 VALUE ZERO.
      *
      * ITENS ABERTOS DA CONTA A BAIXAR (POSICAO NO RAZAO, DATA E
      * SALDO) E O IMPOSTO DO DIA DA CONTA POR UF, LIDO DO LOG.
       01  WRITE-OFF-ITEM-TABLE.
           05  WRITE-OFF-ITEM-COUNT        PIC 9(03)   VALUE ZERO.
           05  WRITE-OFF-ITEM-ROW OCCURS 200 TIMES.
               10  WOI-LGT-IDX             PIC 9(04).
               10  WOI-BUSINESS-DATE       PIC 9(08).
               10  WOI-OPEN-AMOUNT         PIC S9(09)V99.
       77  WS-WOI-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-WOI-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-WOI-DATE-IS-ITEM                      VALUE "Y".
       01  TAX-SPLIT-TABLE.
           05  TAX-SPLIT-COUNT             PIC 9(03)   VALUE ZERO.
           05  TAX-SPLIT-ROW OCCURS 500 TIMES.
               10  SPL-BUSINESS-DATE       PIC 9(08).
               10  SPL-STATE-CODE          PIC X(02).
               10  SPL-TAX                 PIC S9(09)V99.
       77  WS-SPL-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-LAST-SPL-IDX                 PIC 9(03)   VALUE ZERO.
       77  WS-SPL-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-SPL-TABLE-IS-FULL                     VALUE "Y".
       77  WS-SPLIT-DATE                   PIC 9(08).
       77  WS-SPLIT-STATE                  PIC X(02).
       77  WS-SPLIT-TAX                    PIC S9(5)V99.
       77  WS-DAY-TAX-TOTAL                PIC S9(09)V99 VALUE ZERO.
       77  WS-SHARE-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
       77  WS-SHARE-REMAINING              PIC S9(09)V99 VALUE ZERO.
       77  WS-WRITTEN-OFF-COUNT            PIC 9(05)   VALUE ZERO.
       77  WS-WRITTEN-OFF-TAX              PIC S9(09)V99 VALUE ZERO.
       77  WS-LEFT-OPEN-COUNT              PIC 9(05)   VALUE ZERO.
      *
      * CATALOGO DE GERACOES DO HISTORICO, COMO NO TAXREMIT.
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
      * PORTAO DO LIVRO DE EXECUCOES DO CALC1000 (RUNLEDGR): O TAXLOG
      * SO E CONSUMIDO QUANDO TODA EXECUCAO INICIADA (S) TEM O SEU
      * REGISTRO DE CONCLUSAO (C) - VEJA 0100-VERIFY-RUN-LEDGER.
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
       0000-TAX-RECEIVABLE.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "TAXRECV" TO SGN-PROGRAM-ID.
           MOVE "A" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           DISPLAY "FUNCTION - P = POST A DAY, C = APPLY CASH, "
               "A = AGING REPORT, W = WRITE OFF: ".
           ACCEPT WS-FUNCTION-CODE.
           PERFORM 0300-LOAD-AR-LEDGER.
           PERFORM 0400-LOAD-BAD-DEBT-REGISTER.
           EVALUATE TRUE
               WHEN WS-FUNCTION-POST
                   PERFORM 1000-POST-ONE-DAY
                   PERFORM 2000-APPLY-CASH-RECEIPTS
               WHEN WS-FUNCTION-AGING
                   PERFORM 3000-PRINT-AGING-REPORT
               WHEN WS-FUNCTION-WRITE-OFF
                   PERFORM 6000-WRITE-OFF-ACCOUNT
               WHEN OTHER
                   DISPLAY "FUNCTION MUST BE P, C, A OR W."
           END-EVALUATE.
           STOP RUN.
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
      *
       0200-LOAD-HISTORY-CATALOG.
           MOVE ZERO TO GEN-CATALOG-COUNT.
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
      * RAZAO AUSENTE SO SIGNIFICA QUE NADA FOI POSTADO AINDA.
       0300-LOAD-AR-LEDGER.
           MOVE ZERO TO LEDGER-TABLE-COUNT.
           PERFORM 0310-READ-LEDGER-ITEM.
      *
      ******************************************************************
      * 0400-LOAD-BAD-DEBT-REGISTER
      * The whole bad-debt register into memory, each row also summed
      * into its account/date/jurisdiction balance - what is still
      * written off under the key, and so what a later payment can
      * recover. A register that does not fit would lose rows on the
      * rewrite, so write-off and cash runs are refused; a missing
      * register just means nothing was ever written off.
      ******************************************************************
       0400-LOAD-BAD-DEBT-REGISTER.
           MOVE ZERO TO BAD-DEBT-TABLE-COUNT.
           MOVE ZERO TO BAD-DEBT-BALANCE-COUNT.
           OPEN INPUT BAD-DEBT-FILE.
           IF WS-BADDEBT-STATUS = "00"
               PERFORM 0410-READ-BAD-DEBT-ROW
               PERFORM 0420-TABLE-ONE-BAD-DEBT-ROW
                   UNTIL WS-BADDEBT-EOF
               CLOSE BAD-DEBT-FILE
           END-IF.
      *
       0410-READ-BAD-DEBT-ROW.
           READ BAD-DEBT-FILE
               AT END MOVE "Y" TO WS-BADDEBT-EOF-SWITCH
           END-READ.
      *
       0420-TABLE-ONE-BAD-DEBT-ROW.
           IF BAD-DEBT-TABLE-COUNT < 2000
               ADD 1 TO BAD-DEBT-TABLE-COUNT
               MOVE BAD-DEBT-RECORD TO
                   BDG-RECORD-IMAGE (BAD-DEBT-TABLE-COUNT)
               PERFORM 0430-POST-BAD-DEBT-BALANCE
           ELSE
               IF NOT WS-BDG-TABLE-IS-FULL
                   DISPLAY "BAD-DEBT-TABLE FULL AT 2000 ROWS - "
                       "REMAINING ROWS WOULD BE LOST ON REWRITE; "
                       "WRITE-OFF AND CASH RUNS ARE REFUSED."
                   MOVE "Y" TO WS-BDG-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 0410-READ-BAD-DEBT-ROW.
      *
       0430-POST-BAD-DEBT-BALANCE.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-BDB-IDX.
           PERFORM 0440-CHECK-ONE-BALANCE-ROW
               UNTIL WS-BDB-IDX > BAD-DEBT-BALANCE-COUNT
                   OR WS-ROW-WAS-FOUND.
           IF WS-ROW-WAS-FOUND
               ADD BDT-TAX-AMOUNT TO BDB-BALANCE (WS-BDB-IDX)
           ELSE
               IF BAD-DEBT-BALANCE-COUNT < 1000
                   ADD 1 TO BAD-DEBT-BALANCE-COUNT
                   MOVE BDT-ACCOUNT-NUMBER TO
                       BDB-ACCOUNT-NUMBER (WS-BDB-IDX)
                   MOVE BDT-BUSINESS-DATE TO
                       BDB-BUSINESS-DATE (WS-BDB-IDX)
                   MOVE BDT-STATE-CODE TO BDB-STATE-CODE (WS-BDB-IDX)
                   MOVE BDT-TAX-AMOUNT TO BDB-BALANCE (WS-BDB-IDX)
               ELSE
                   IF NOT WS-BDG-TABLE-IS-FULL
                       DISPLAY "BAD-DEBT-BALANCE-TABLE FULL AT 1000 "
                           "KEYS - WRITE-OFF AND CASH RUNS ARE "
                           "REFUSED."
                       MOVE "Y" TO WS-BDG-FULL-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
       0440-CHECK-ONE-BALANCE-ROW.
           IF BDB-ACCOUNT-NUMBER (WS-BDB-IDX) = BDT-ACCOUNT-NUMBER
               AND BDB-BUSINESS-DATE (WS-BDB-IDX) = BDT-BUSINESS-DATE
               AND BDB-STATE-CODE (WS-BDB-IDX) = BDT-STATE-CODE
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-BDB-IDX
           END-IF.
      *
      ******************************************************************
      * 1000-POST-ONE-DAY
      * Posts one business date's tax per account out of TAXLOG into
      * the ledger. The ledger itself is the posting control: a date
               END-IF
           END-IF.
      *
      * ITEM DE LANCADO ZERO E CREDITO (SOBRA DE RECEBIMENTO OU
      * MEMO DO TAXCRMEM), NAO POSTAGEM DO DIA.
       1100-CHECK-ONE-POSTED-DATE.
           IF LGT-BUSINESS-DATE (WS-LGT-IDX) = WS-POST-DATE
               AND LGT-CHARGE-AMOUNT (WS-LGT-IDX) NOT = ZERO
               MOVE "Y" TO WS-DATE-POSTED-SWITCH
           END-IF.
      *
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           ELSE
               PERFORM 1205-START-TAX-LOG-AT-DAY
               PERFORM 1220-ACCUMULATE-ONE-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NO DIA
      * POSTADO E A LEITURA PARA NA PRIMEIRA DATA POSTERIOR.
       1205-START-TAX-LOG-AT-DAY.
           MOVE WS-POST-DATE TO LOG-BUSINESS-DATE.
           START SALES-TAX-LOG-FILE KEY IS NOT < LOG-BUSINESS-DATE
               INVALID KEY MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-START.
           IF NOT WS-TAXLOG-EOF
               PERFORM 1210-READ-TAX-LOG-RECORD
           END-IF.
      *
       1210-READ-TAX-LOG-RECORD.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-READ.
           IF NOT WS-TAXLOG-EOF
               AND LOG-BUSINESS-DATE > WS-POST-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
      * VENDA DE MARKETPLACE (SOURCE M): O IMPOSTO FICOU COM O
      * MARKETPLACE - NAO HA O QUE RECEBER DA CONTA. AJUSTE QUE
      * BAIXA IMPOSTO E DEVOLVIDO PELO TAXCRMEM, NAO POSTADO AQUI.
       1220-ACCUMULATE-ONE-LOG-ROW.
           IF LOG-BUSINESS-DATE = WS-POST-DATE
               AND NOT LOG-ENTERED-MARKETPLACE
               AND NOT (LOG-TYPE-ADJUSTMENT AND LOG-SALES-TAX < ZERO)
               MOVE "N" TO WS-ROW-FOUND-SWITCH
               MOVE 1 TO WS-PST-IDX
               PERFORM 1230-CHECK-ONE-POSTING-ROW
      ******************************************************************
      * 2000-APPLY-CASH-RECEIPTS
      * Each receipt pays down the account's open items oldest first.
      * What is left after the last open item first recovers tax the
      * account had written off as bad debt (2400), and only then
      * becomes an unapplied credit item (negative open) dated on the
      * receipt, so it nets against the account's next posting
      * naturally.
      ******************************************************************
       2000-APPLY-CASH-RECEIPTS.
           IF WS-LGT-TABLE-IS-FULL
               OR WS-BDG-TABLE-IS-FULL
               STOP RUN
           END-IF.
           OPEN INPUT CASH-RECEIPTS-FILE.
               CLOSE CASH-RECEIPTS-FILE
               IF WS-MIDRUN-TABLE-FILLED
                   DISPLAY "CASH APPLICATION ABANDONED - ARLEDGER "
                       "AND BADDEBT LEFT UNTOUCHED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 5000-REWRITE-AR-LEDGER
                   IF WS-RECOVERY-COUNT > ZERO
                       PERFORM 5100-REWRITE-BAD-DEBT-REGISTER
                   END-IF
                   MOVE WS-RECEIPTS-READ-COUNT TO WS-EDIT-COUNT
                   DISPLAY "RECEIPTS APPLIED. . . . : "
                       WS-EDIT-COUNT
                   MOVE WS-RECEIPTS-APPLIED-TOTAL TO WS-EDIT-AMOUNT
                   DISPLAY "CASH APPLIED TO ITEMS . : "
                       WS-EDIT-AMOUNT
                   MOVE WS-RECOVERED-TAX-TOTAL TO WS-EDIT-AMOUNT
                   DISPLAY "BAD-DEBT TAX RECOVERED. : "
                       WS-EDIT-AMOUNT
                   MOVE WS-UNAPPLIED-CREDIT-TOTAL TO WS-EDIT-AMOUNT
                   DISPLAY "UNAPPLIED (ON CREDIT) . : "
                       WS-EDIT-AMOUNT
           PERFORM 2100-PAY-OLDEST-OPEN-ITEM
               UNTIL WS-REMAINING-CASH NOT > ZERO
                   OR NOT WS-OPEN-ITEM-PICKED.
           IF WS-REMAINING-CASH > ZERO
               PERFORM 2400-RECOVER-WRITTEN-OFF-TAX
           END-IF.
           IF WS-REMAINING-CASH > ZERO
               PERFORM 2300-CARRY-UNAPPLIED-CREDIT
           END-IF.
               END-IF
           END-IF.
      *
      ******************************************************************
      * 2400-RECOVER-WRITTEN-OFF-TAX
      * A written-off account paying after all: what the receipt has
      * left after the open items goes to the tax still written off
      * under the account, oldest original business date first. Each
      * recovery is an R row (negative) on the register under the
      * same account/date/jurisdiction, so TAXREMIT adds it back as
      * due on the jurisdiction's next voucher.
      ******************************************************************
       2400-RECOVER-WRITTEN-OFF-TAX.
           MOVE "Y" TO WS-PICK-FOUND-SWITCH.
           PERFORM 2410-RECOVER-OLDEST-BAD-DEBT
               UNTIL WS-REMAINING-CASH NOT > ZERO
                   OR NOT WS-OPEN-ITEM-PICKED.
      *
       2410-RECOVER-OLDEST-BAD-DEBT.
           PERFORM 2420-PICK-OLDEST-BAD-DEBT.
           IF WS-OPEN-ITEM-PICKED
               IF WS-REMAINING-CASH
                   NOT < BDB-BALANCE (WS-BDB-PICK-IDX)
                   MOVE BDB-BALANCE (WS-BDB-PICK-IDX)
                       TO WS-APPLIED-AMOUNT
               ELSE
                   MOVE WS-REMAINING-CASH TO WS-APPLIED-AMOUNT
               END-IF
               SUBTRACT WS-APPLIED-AMOUNT
                   FROM BDB-BALANCE (WS-BDB-PICK-IDX)
               SUBTRACT WS-APPLIED-AMOUNT FROM WS-REMAINING-CASH
               ADD WS-APPLIED-AMOUNT TO WS-RECOVERED-TAX-TOTAL
               MOVE BDB-ACCOUNT-NUMBER (WS-BDB-PICK-IDX)
                   TO BDT-ACCOUNT-NUMBER
               MOVE BDB-BUSINESS-DATE (WS-BDB-PICK-IDX)
                   TO BDT-BUSINESS-DATE
               MOVE BDB-STATE-CODE (WS-BDB-PICK-IDX)
                   TO BDT-STATE-CODE
               MOVE "R" TO BDT-ENTRY-TYPE
               MOVE CSH-RECEIPT-DATE TO BDT-ENTRY-DATE
               COMPUTE BDT-TAX-AMOUNT = ZERO - WS-APPLIED-AMOUNT
               MOVE SPACES TO BDT-REASON-CODE
               MOVE SPACES TO BDT-APPROVED-BY
               MOVE ZERO TO BDT-CLAIM-PERIOD-START
               MOVE ZERO TO BDT-CLAIM-PERIOD-END
               PERFORM 6800-APPEND-BAD-DEBT-ROW
               ADD 1 TO WS-RECOVERY-COUNT
           END-IF.
      *
      * A CHAVE BAIXADA MAIS ANTIGA DA CONTA DO RECEBIMENTO QUE AINDA
      * TEM SALDO.
       2420-PICK-OLDEST-BAD-DEBT.
           MOVE "N" TO WS-PICK-FOUND-SWITCH.
           MOVE 99999999 TO WS-OLDEST-DATE.
           PERFORM 2430-CONSIDER-ONE-BAD-DEBT
               VARYING WS-BDB-IDX FROM 1 BY 1
               UNTIL WS-BDB-IDX > BAD-DEBT-BALANCE-COUNT.
      *
       2430-CONSIDER-ONE-BAD-DEBT.
           IF BDB-ACCOUNT-NUMBER (WS-BDB-IDX) = CSH-ACCOUNT-NUMBER
               AND BDB-BALANCE (WS-BDB-IDX) > ZERO
               AND BDB-BUSINESS-DATE (WS-BDB-IDX) < WS-OLDEST-DATE
               MOVE "Y" TO WS-PICK-FOUND-SWITCH
               MOVE WS-BDB-IDX TO WS-BDB-PICK-IDX
               MOVE BDB-BUSINESS-DATE (WS-BDB-IDX)
                   TO WS-OLDEST-DATE
           END-IF.
      *
      * SO OS ITENS COM SALDO VOLTAM PARA O ARQUIVO - ITEM LIQUIDADO
      * JA CUMPRIU O PAPEL.
       5000-REWRITE-AR-LEDGER.
               WRITE AR-LEDGER-RECORD
           END-IF.
      *
      * O REGISTRO DE INCOBRAVEIS VOLTA INTEIRO - E HISTORICO, NENHUMA
      * LINHA SAI DELE.
       5100-REWRITE-BAD-DEBT-REGISTER.
           OPEN OUTPUT BAD-DEBT-FILE.
           PERFORM 5110-WRITE-ONE-BAD-DEBT-ROW
               VARYING WS-BDG-IDX FROM 1 BY 1
               UNTIL WS-BDG-IDX > BAD-DEBT-TABLE-COUNT.
           CLOSE BAD-DEBT-FILE.
      *
       5110-WRITE-ONE-BAD-DEBT-ROW.
           MOVE BDG-RECORD-IMAGE (WS-BDG-IDX) TO BAD-DEBT-RECORD.
           WRITE BAD-DEBT-RECORD.
      *
      ******************************************************************
      * 3000-PRINT-AGING-REPORT
      * Open items bucketed by straight calendar-day age (Julian
           END-IF.
      *
      ******************************************************************
      * 6000-WRITE-OFF-ACCOUNT
      * Writes off every open item of one account that collections
      * gave up on, with a reason and the approver's id. Each item's
      * open tax is split across the jurisdictions the account was
      * taxed in on that business date - the same TAXLOG rows (live
      * or archived) that 1000 posted - pro rata to the day's tax,
      * the last jurisdiction taking the rounding. One W row per
      * account/date/jurisdiction goes to the bad-debt register and
      * the item leaves ARLEDGER. An item with no log detail left is
      * kept open and reported. Nothing is saved until the operator
      * confirms the register lines shown.
      ******************************************************************
       6000-WRITE-OFF-ACCOUNT.
           IF WS-LGT-TABLE-IS-FULL
               OR WS-BDG-TABLE-IS-FULL
               STOP RUN
           END-IF.
           PERFORM 0100-VERIFY-RUN-LEDGER.
           IF WS-LEDGER-BLOCKS-THIS-RUN
               DISPLAY "TAXLOG IS NOT BEING CONSUMED - FIX THE "
                   "CALC1000 BATCH AND RERUN."
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 6100-ACCEPT-WRITE-OFF-REQUEST.
           IF NOT WS-WO-REQUEST-IS-VALID
               DISPLAY "WRITE-OFF REFUSED - NOTHING DONE."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 6200-COLLECT-OPEN-ITEMS
               IF WRITE-OFF-ITEM-COUNT = ZERO
                   DISPLAY "ACCOUNT " WS-WO-ACCOUNT " HAS NO OPEN "
                       "ITEM TO WRITE OFF - NOTHING DONE."
               ELSE
                   PERFORM 6300-LOAD-DAY-TAX-SPLIT
                   IF WS-SPL-TABLE-IS-FULL
                       DISPLAY "WRITE-OFF ABANDONED - ARLEDGER AND "
                           "BADDEBT LEFT UNTOUCHED."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "===================================="
                       DISPLAY "BAD-DEBT WRITE-OFF - ACCOUNT "
                           WS-WO-ACCOUNT " REASON " WS-WO-REASON
                           " APPROVED BY " WS-WO-APPROVED-BY
                       DISPLAY "===================================="
                       PERFORM 6400-WRITE-OFF-ONE-ITEM
                           VARYING WS-WOI-IDX FROM 1 BY 1
                           UNTIL WS-WOI-IDX > WRITE-OFF-ITEM-COUNT
                       PERFORM 6500-CONFIRM-AND-SAVE
                   END-IF
               END-IF
           END-IF.
      *
       6100-ACCEPT-WRITE-OFF-REQUEST.
           MOVE "Y" TO WS-WO-VALID-SWITCH.
           DISPLAY "ACCOUNT TO WRITE OFF: ".
           ACCEPT WS-WO-ACCOUNT.
           DISPLAY "REASON - BK = BANKRUPTCY, UC = UNCOLLECTIBLE, "
               "SK = SKIP, DC = DISSOLVED: ".
           ACCEPT WS-WO-REASON.
           MOVE SPACES TO WS-WO-APPROVED-BY.
           IF WS-WO-ACCOUNT = SPACES
               DISPLAY "AN ACCOUNT NUMBER IS REQUIRED."
               MOVE "N" TO WS-WO-VALID-SWITCH
           END-IF.
           MOVE WS-WO-REASON TO BDT-REASON-CODE.
           IF NOT BDT-REASON-IS-VALID
               DISPLAY "REASON MUST BE BK, UC, SK OR DC."
               MOVE "N" TO WS-WO-VALID-SWITCH
           END-IF.
      * O APROVADOR FAZ SIGN-ON AQUI MESMO - TEM QUE TER O PAPEL P E
      * NAO PODE SER QUEM ESTA PEDINDO A BAIXA.
           IF WS-WO-REQUEST-IS-VALID
               DISPLAY "APPROVER OF THE WRITE-OFF - SIGN ON BELOW."
               MOVE "V" TO SGN-FUNCTION
               MOVE "P" TO SGN-REQUIRED-ROLE
               CALL "SIGNON1" USING SIGN-ON-AREA
               IF SGN-AUTHORIZED
                   MOVE SGN-OPERATOR-ID TO WS-WO-APPROVED-BY
               ELSE
                   DISPLAY "A WRITE-OFF NEEDS AN APPROVER OTHER THAN "
                       "THE OPERATOR."
                   MOVE "N" TO WS-WO-VALID-SWITCH
               END-IF
           END-IF.
      *
      * OS ITENS POSITIVOS DA CONTA ENTRAM NA BAIXA; CREDITO EM ABERTO
      * FICA NO RAZAO E E SO AVISADO.
       6200-COLLECT-OPEN-ITEMS.
           MOVE ZERO TO WRITE-OFF-ITEM-COUNT.
           MOVE ZERO TO WS-WO-CREDIT-TOTAL.
           MOVE 99999999 TO WS-WO-DATE-LOW.
           MOVE ZERO TO WS-WO-DATE-HIGH.
           PERFORM 6210-CONSIDER-ONE-LEDGER-ITEM
               VARYING WS-LGT-IDX FROM 1 BY 1
               UNTIL WS-LGT-IDX > LEDGER-TABLE-COUNT.
           IF WS-WO-CREDIT-TOTAL NOT = ZERO
               MOVE WS-WO-CREDIT-TOTAL TO WS-EDIT-AMOUNT
               DISPLAY "NOTE - ACCOUNT " WS-WO-ACCOUNT
                   " HOLDS AN UNAPPLIED CREDIT OF " WS-EDIT-AMOUNT
                   " - IT STAYS ON THE LEDGER."
           END-IF.
      *
       6210-CONSIDER-ONE-LEDGER-ITEM.
           IF LGT-ACCOUNT-NUMBER (WS-LGT-IDX) = WS-WO-ACCOUNT
               IF LGT-OPEN-AMOUNT (WS-LGT-IDX) < ZERO
                   ADD LGT-OPEN-AMOUNT (WS-LGT-IDX)
                       TO WS-WO-CREDIT-TOTAL
               END-IF
               IF LGT-OPEN-AMOUNT (WS-LGT-IDX) > ZERO
                   IF WRITE-OFF-ITEM-COUNT < 200
                       ADD 1 TO WRITE-OFF-ITEM-COUNT
                       MOVE WS-LGT-IDX TO
                           WOI-LGT-IDX (WRITE-OFF-ITEM-COUNT)
                       MOVE LGT-BUSINESS-DATE (WS-LGT-IDX) TO
                           WOI-BUSINESS-DATE (WRITE-OFF-ITEM-COUNT)
                       MOVE LGT-OPEN-AMOUNT (WS-LGT-IDX) TO
                           WOI-OPEN-AMOUNT (WRITE-OFF-ITEM-COUNT)
                       IF LGT-BUSINESS-DATE (WS-LGT-IDX)
                           < WS-WO-DATE-LOW
                           MOVE LGT-BUSINESS-DATE (WS-LGT-IDX)
                               TO WS-WO-DATE-LOW
                       END-IF
                       IF LGT-BUSINESS-DATE (WS-LGT-IDX)
                           > WS-WO-DATE-HIGH
                           MOVE LGT-BUSINESS-DATE (WS-LGT-IDX)
                               TO WS-WO-DATE-HIGH
                       END-IF
                   ELSE
                       ADD 1 TO WS-LEFT-OPEN-COUNT
                       DISPLAY "    " LGT-BUSINESS-DATE (WS-LGT-IDX)
                           "  OVER 200 ITEMS IN ONE WRITE-OFF - "
                           "LEFT OPEN; RUN THE WRITE-OFF AGAIN."
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 6300-LOAD-DAY-TAX-SPLIT
      * The account's tax per jurisdiction on each business date
      * being written off, from the live TAXLOG and from the history
      * generations touching the items' date range - a marketplace
      * facilitator's rows stay out, as they do in the posting. A
      * split that does not fit the table would misstate the claim,
      * so the whole write-off is refused.
      ******************************************************************
       6300-LOAD-DAY-TAX-SPLIT.
           MOVE ZERO TO TAX-SPLIT-COUNT.
           MOVE "N" TO WS-TAXLOG-EOF-SWITCH.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 6305-START-TAX-LOG-AT-ACCOUNT
               PERFORM 6310-SPLIT-ONE-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           ELSE
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           END-IF.
           PERFORM 0200-LOAD-HISTORY-CATALOG.
           MOVE "TAXHIST" TO WS-TAXHIST-FILENAME.
           PERFORM 6330-SCAN-ONE-HISTORY-FILE.
           PERFORM 6320-SCAN-ONE-GENERATION
               VARYING WS-GCT-IDX FROM 1 BY 1
               UNTIL WS-GCT-IDX > GEN-CATALOG-COUNT.
      *
      * SO AS LINHAS DA CONTA: START PELA CHAVE ALTERNATIVA DE CONTA
      * E A LEITURA PARA QUANDO A CONTA MUDA.
       6305-START-TAX-LOG-AT-ACCOUNT.
           MOVE WS-WO-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           START SALES-TAX-LOG-FILE KEY IS = LOG-ACCOUNT-NUMBER
               INVALID KEY MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-START.
           IF NOT WS-TAXLOG-EOF
               PERFORM 6307-READ-ACCOUNT-LOG-RECORD
           END-IF.
      *
       6307-READ-ACCOUNT-LOG-RECORD.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-READ.
           IF NOT WS-TAXLOG-EOF
               AND LOG-ACCOUNT-NUMBER NOT = WS-WO-ACCOUNT
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       6310-SPLIT-ONE-LOG-ROW.
           IF LOG-ACCOUNT-NUMBER = WS-WO-ACCOUNT
               AND LOG-BUSINESS-DATE NOT < WS-WO-DATE-LOW
               AND LOG-BUSINESS-DATE NOT > WS-WO-DATE-HIGH
               AND NOT LOG-ENTERED-MARKETPLACE
               AND NOT (LOG-TYPE-ADJUSTMENT AND LOG-SALES-TAX < ZERO)
               MOVE LOG-BUSINESS-DATE TO WS-SPLIT-DATE
               MOVE LOG-STATE-CODE TO WS-SPLIT-STATE
               MOVE LOG-SALES-TAX TO WS-SPLIT-TAX
               PERFORM 6350-POST-ONE-SPLIT
           END-IF.
           PERFORM 6307-READ-ACCOUNT-LOG-RECORD.
      *
      * SO A GERACAO CUJA FAIXA DE DATAS TOCA OS ITENS E ABERTA.
       6320-SCAN-ONE-GENERATION.
           IF GCT-DATE-HIGH (WS-GCT-IDX) NOT < WS-WO-DATE-LOW
               AND GCT-DATE-LOW (WS-GCT-IDX) NOT > WS-WO-DATE-HIGH
               MOVE SPACES TO WS-TAXHIST-FILENAME
               STRING "TAXHIST-" GCT-GENERATION-YEAR (WS-GCT-IDX)
                       DELIMITED BY SIZE
                   INTO WS-TAXHIST-FILENAME
               PERFORM 6330-SCAN-ONE-HISTORY-FILE
           END-IF.
      *
       6330-SCAN-ONE-HISTORY-FILE.
           MOVE "N" TO WS-TAXHIST-EOF-SWITCH.
           OPEN INPUT SALES-TAX-HISTORY-FILE.
           IF WS-TAXHIST-STATUS = "00"
               PERFORM 6335-READ-TAX-HISTORY-RECORD
               PERFORM 6340-SPLIT-ONE-HISTORY-ROW
                   UNTIL WS-TAXHIST-EOF
               CLOSE SALES-TAX-HISTORY-FILE
           END-IF.
      *
       6335-READ-TAX-HISTORY-RECORD.
           READ SALES-TAX-HISTORY-FILE
               AT END MOVE "Y" TO WS-TAXHIST-EOF-SWITCH
           END-READ.
      *
       6340-SPLIT-ONE-HISTORY-ROW.
           IF HST-ACCOUNT-NUMBER = WS-WO-ACCOUNT
               AND HST-BUSINESS-DATE NOT < WS-WO-DATE-LOW
               AND HST-BUSINESS-DATE NOT > WS-WO-DATE-HIGH
               AND HST-ENTRY-SOURCE NOT = "M"
               AND NOT (HST-TXN-TYPE = "A" AND HST-SALES-TAX < ZERO)
               MOVE HST-BUSINESS-DATE TO WS-SPLIT-DATE
               MOVE HST-STATE-CODE TO WS-SPLIT-STATE
               MOVE HST-SALES-TAX TO WS-SPLIT-TAX
               PERFORM 6350-POST-ONE-SPLIT
           END-IF.
           PERFORM 6335-READ-TAX-HISTORY-RECORD.
      *
      * SO A DATA DE UM ITEM SENDO BAIXADO ENTRA NA ABERTURA.
       6350-POST-ONE-SPLIT.
           MOVE "N" TO WS-WOI-FOUND-SWITCH.
           PERFORM 6355-CHECK-ONE-ITEM-DATE
               VARYING WS-WOI-IDX FROM 1 BY 1
               UNTIL WS-WOI-IDX > WRITE-OFF-ITEM-COUNT
                   OR WS-WOI-DATE-IS-ITEM.
           IF WS-WOI-DATE-IS-ITEM
               MOVE "N" TO WS-ROW-FOUND-SWITCH
               MOVE 1 TO WS-SPL-IDX
               PERFORM 6360-CHECK-ONE-SPLIT-ROW
                   UNTIL WS-SPL-IDX > TAX-SPLIT-COUNT
                       OR WS-ROW-WAS-FOUND
               IF WS-ROW-WAS-FOUND
                   ADD WS-SPLIT-TAX TO SPL-TAX (WS-SPL-IDX)
               ELSE
                   IF TAX-SPLIT-COUNT < 500
                       ADD 1 TO TAX-SPLIT-COUNT
                       MOVE WS-SPLIT-DATE TO
                           SPL-BUSINESS-DATE (TAX-SPLIT-COUNT)
                       MOVE WS-SPLIT-STATE TO
                           SPL-STATE-CODE (TAX-SPLIT-COUNT)
                       MOVE WS-SPLIT-TAX TO SPL-TAX (TAX-SPLIT-COUNT)
                   ELSE
                       IF NOT WS-SPL-TABLE-IS-FULL
                           DISPLAY "TAX-SPLIT-TABLE FULL AT 500 "
                               "DATE/STATE ROWS - THE CLAIM CANNOT "
                               "BE SPLIT; WRITE OFF FEWER ITEMS."
                           MOVE "Y" TO WS-SPL-FULL-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       6355-CHECK-ONE-ITEM-DATE.
           IF WOI-BUSINESS-DATE (WS-WOI-IDX) = WS-SPLIT-DATE
               MOVE "Y" TO WS-WOI-FOUND-SWITCH
           END-IF.
      *
       6360-CHECK-ONE-SPLIT-ROW.
           IF SPL-BUSINESS-DATE (WS-SPL-IDX) = WS-SPLIT-DATE
               AND SPL-STATE-CODE (WS-SPL-IDX) = WS-SPLIT-STATE
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-SPL-IDX
           END-IF.
      *
      ******************************************************************
      * 6400-WRITE-OFF-ONE-ITEM
      * One open item: its open tax apportioned to the day's
      * jurisdictions (open x state tax / day tax, rounded; the last
      * state of the day takes what is left so the shares add up to
      * the open amount exactly), one W register row per non-zero
      * share, and the item closed in the ledger table.
      ******************************************************************
       6400-WRITE-OFF-ONE-ITEM.
           MOVE ZERO TO WS-DAY-TAX-TOTAL.
           MOVE ZERO TO WS-LAST-SPL-IDX.
           PERFORM 6410-TOTAL-ONE-SPLIT-ROW
               VARYING WS-SPL-IDX FROM 1 BY 1
               UNTIL WS-SPL-IDX > TAX-SPLIT-COUNT.
           IF WS-DAY-TAX-TOTAL NOT > ZERO
               ADD 1 TO WS-LEFT-OPEN-COUNT
               DISPLAY "    " WOI-BUSINESS-DATE (WS-WOI-IDX)
                   "  NO TAXLOG/TAXHIST DETAIL TO SPLIT THE ITEM "
                   "BY STATE - LEFT OPEN."
           ELSE
               MOVE WOI-OPEN-AMOUNT (WS-WOI-IDX)
                   TO WS-SHARE-REMAINING
               PERFORM 6420-WRITE-OFF-ONE-SHARE
                   VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-LAST-SPL-IDX
               MOVE WOI-LGT-IDX (WS-WOI-IDX) TO WS-LGT-IDX
               MOVE ZERO TO LGT-OPEN-AMOUNT (WS-LGT-IDX)
               ADD 1 TO WS-WRITTEN-OFF-COUNT
               ADD WOI-OPEN-AMOUNT (WS-WOI-IDX) TO WS-WRITTEN-OFF-TAX
           END-IF.
      *
       6410-TOTAL-ONE-SPLIT-ROW.
           IF SPL-BUSINESS-DATE (WS-SPL-IDX)
               = WOI-BUSINESS-DATE (WS-WOI-IDX)
               ADD SPL-TAX (WS-SPL-IDX) TO WS-DAY-TAX-TOTAL
               MOVE WS-SPL-IDX TO WS-LAST-SPL-IDX
           END-IF.
      *
       6420-WRITE-OFF-ONE-SHARE.
           IF SPL-BUSINESS-DATE (WS-SPL-IDX)
               = WOI-BUSINESS-DATE (WS-WOI-IDX)
               IF WS-SPL-IDX = WS-LAST-SPL-IDX
                   MOVE WS-SHARE-REMAINING TO WS-SHARE-AMOUNT
               ELSE
                   COMPUTE WS-SHARE-AMOUNT ROUNDED =
                       WOI-OPEN-AMOUNT (WS-WOI-IDX)
                       * SPL-TAX (WS-SPL-IDX) / WS-DAY-TAX-TOTAL
               END-IF
               SUBTRACT WS-SHARE-AMOUNT FROM WS-SHARE-REMAINING
               IF WS-SHARE-AMOUNT NOT = ZERO
                   MOVE WS-WO-ACCOUNT TO BDT-ACCOUNT-NUMBER
                   MOVE WOI-BUSINESS-DATE (WS-WOI-IDX)
                       TO BDT-BUSINESS-DATE
                   MOVE SPL-STATE-CODE (WS-SPL-IDX) TO BDT-STATE-CODE
                   MOVE "W" TO BDT-ENTRY-TYPE
                   MOVE WS-TODAY-DATE TO BDT-ENTRY-DATE
                   MOVE WS-SHARE-AMOUNT TO BDT-TAX-AMOUNT
                   MOVE WS-WO-REASON TO BDT-REASON-CODE
                   MOVE WS-WO-APPROVED-BY TO BDT-APPROVED-BY
                   MOVE ZERO TO BDT-CLAIM-PERIOD-START
                   MOVE ZERO TO BDT-CLAIM-PERIOD-END
                   PERFORM 6800-APPEND-BAD-DEBT-ROW
                   MOVE WS-SHARE-AMOUNT TO WS-EDIT-AMOUNT
                   DISPLAY "    " BDT-BUSINESS-DATE "  "
                       BDT-STATE-CODE "  TAX WRITTEN OFF "
                       WS-EDIT-AMOUNT
               END-IF
           END-IF.
      *
       6500-CONFIRM-AND-SAVE.
           DISPLAY "====================================".
           MOVE WS-WRITTEN-OFF-COUNT TO WS-EDIT-COUNT.
           DISPLAY "ITEMS WRITTEN OFF . . . : " WS-EDIT-COUNT.
           MOVE WS-WRITTEN-OFF-TAX TO WS-EDIT-AMOUNT.
           DISPLAY "TAX WRITTEN OFF . . . . : " WS-EDIT-AMOUNT.
           MOVE WS-LEFT-OPEN-COUNT TO WS-EDIT-COUNT.
           DISPLAY "ITEMS LEFT OPEN . . . . : " WS-EDIT-COUNT.
           EVALUATE TRUE
               WHEN WS-MIDRUN-TABLE-FILLED
                   DISPLAY "WRITE-OFF ABANDONED - ARLEDGER AND "
                       "BADDEBT LEFT UNTOUCHED."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WRITTEN-OFF-COUNT = ZERO
                   DISPLAY "NOTHING WRITTEN OFF."
               WHEN OTHER
                   DISPLAY "CONFIRM THE WRITE-OFF (Y/N): "
                   ACCEPT WS-WO-CONFIRM
                   IF WS-WO-CONFIRM = "Y"
                       PERFORM 5000-REWRITE-AR-LEDGER
                       PERFORM 5100-REWRITE-BAD-DEBT-REGISTER
                       DISPLAY "WRITE-OFF POSTED - ARLEDGER AND "
                           "BADDEBT UPDATED."
                   ELSE
                       DISPLAY "WRITE-OFF NOT CONFIRMED - NOTHING "
                           "DONE."
                   END-IF
           END-EVALUATE.
      *
      * LINHA NOVA DO REGISTRO (MONTADA EM BAD-DEBT-RECORD) PARA A
      * TABELA. NAO COUBE: A RODADA INTEIRA E ABANDONADA, COMO NO
      * RAZAO.
       6800-APPEND-BAD-DEBT-ROW.
           IF BAD-DEBT-TABLE-COUNT < 2000
               ADD 1 TO BAD-DEBT-TABLE-COUNT
               MOVE BAD-DEBT-RECORD TO
                   BDG-RECORD-IMAGE (BAD-DEBT-TABLE-COUNT)
           ELSE
               IF NOT WS-MIDRUN-TABLE-FILLED
                   DISPLAY "BAD-DEBT-TABLE FILLED MID-RUN - A "
                       "REGISTER ROW DOES NOT FIT; THE RUN WILL BE "
                       "ABANDONED WITH ARLEDGER AND BADDEBT "
                       "UNTOUCHED."
                   MOVE "Y" TO WS-MIDRUN-FULL-SWITCH
               END-IF
           END-IF.
       END PROGRAM TAXRECV.
