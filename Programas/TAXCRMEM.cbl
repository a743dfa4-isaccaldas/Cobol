      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     MEMO DE CREDITO DE IMPOSTO AO CLIENTE QUANDO UMA
      *              CORRECAO RETROATIVA (TAXADJST) BAIXA IMPOSTO JA
      *              COBRADO. PEGA OS AJUSTES NEGATIVOS (LOG-TXN-TYPE
      *              = A) DO TAXLOG CUJA DATA DE NEGOCIO ORIGINAL CAI
      *              NA FAIXA INFORMADA, POR CONTA E DATA ORIGINAL, E
      *              DEVOLVE O IMPOSTO AO CLIENTE: CONTA ATIVA RECEBE
      *              O CREDITO NO RAZAO DE RECEBIVEIS (ARLEDGER DO
      *              TAXRECV) - ABATENDO PRIMEIRO O ITEM ABERTO DA
      *              MESMA DATA, DEPOIS OS MAIS ANTIGOS, E O QUE SOBRA
      *              FICA COMO CREDITO EM ABERTO - E UM MEMO DE
      *              CREDITO COM O NOME DO ACCTMST NO ARQUIVO DE
      *              IMPRESSAO (CRMEMFIL), ARQUIVADO NO STMTARCH COMO
      *              OS EXTRATOS (REIMPRESSAO PELO STMTRPRT). CONTA
      *              ENCERRADA NAO TEM ONDE RECEBER CREDITO E VAI PARA
      *              A LISTA DE REEMBOLSO POR CHEQUE (RFNDCHK). CADA
      *              AJUSTE DEVOLVIDO GANHA UMA LINHA NO REGISTRO DE
      *              CREDITOS (CRMEMREG) COM A CHAVE DO LANCAMENTO -
      *              A PROVA DE QUE O IMPOSTO VOLTOU AO CLIENTE E O
      *              CONTROLE QUE IMPEDE CREDITAR O MESMO AJUSTE DUAS
      *              VEZES. CONTA FORA DO MESTRE FICA RETIDA E SAI NO
      *              RESUMO. SIGN-ON OBRIGATORIO (PAPEL A, COMO O
      *              TAXRECV) E CONFERENCIA DO LIVRO DE EXECUCOES
      *              (RUNLEDGR) ANTES DE CONFIAR NO LOG.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCRMEM.
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
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.
      *
      * RAZAO DE RECEBIVEIS DO TAXRECV: UM ITEM POR CONTA/DATA DE
      * NEGOCIO COM O LANCADO E O QUE AINDA ESTA EM ABERTO.
           SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARLEDGER-STATUS.
      *
      * REGISTRO DE CREDITOS EMITIDOS: SO RECEBE LINHAS NO FIM.
           SELECT CREDIT-MEMO-REGISTER ASSIGN TO "CRMEMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRMEMREG-STATUS.
      *
           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRMEMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRMEMFIL-STATUS.
      *
           SELECT REFUND-CHECK-FILE ASSIGN TO "RFNDCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFNDCHK-STATUS.
      *
      * ARQUIVO MORTO DE EXTRATOS: O MEMO E GUARDADO COMO SAIU, NA
      * CONTA/DATA DA EMISSAO, A PARTIR DA LINHA 9001 - A FAIXA DE
      * LINHAS QUE A RERODADA DO TAXSTMT NAO TOCA.
           SELECT STATEMENT-ARCHIVE ASSIGN TO "STMTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAR-KEY
               FILE STATUS IS WS-STMTARCH-STATUS.
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
       FD  ACCOUNT-MASTER.
           COPY ACCTMST.
      *
       FD  AR-LEDGER-FILE.
       01  AR-LEDGER-RECORD.
           05  ARL-ACCOUNT-NUMBER          PIC X(06).
           05  ARL-BUSINESS-DATE           PIC 9(08).
           05  ARL-CHARGE-AMOUNT           PIC S9(09)V99.
           05  ARL-OPEN-AMOUNT             PIC S9(09)V99.
      *
       FD  CREDIT-MEMO-REGISTER.
           COPY CRMEMREG.
      *
       FD  CREDIT-MEMO-FILE.
       01  CREDIT-MEMO-RECORD              PIC X(100).
      *
       FD  REFUND-CHECK-FILE.
       01  REFUND-CHECK-RECORD             PIC X(100).
      *
       FD  STATEMENT-ARCHIVE.
           COPY STMTARCH.
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
       77  WS-ACCTMST-STATUS               PIC X(02)   VALUE "00".
       77  WS-ARLEDGER-STATUS              PIC X(02)   VALUE "00".
       77  WS-CRMEMREG-STATUS              PIC X(02)   VALUE "00".
       77  WS-CRMEMFIL-STATUS              PIC X(02)   VALUE "00".
       77  WS-RFNDCHK-STATUS               PIC X(02)   VALUE "00".
       77  WS-STMTARCH-STATUS              PIC X(02)   VALUE "00".
       77  WS-TAXLOG-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-TAXLOG-EOF                            VALUE "Y".
       77  WS-ARLEDGER-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-ARLEDGER-EOF                          VALUE "Y".
       77  WS-CRMEMREG-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-CRMEMREG-EOF                          VALUE "Y".
       77  WS-ARCHIVE-OPEN-SWITCH          PIC X(01)   VALUE "N".
           88  WS-ARCHIVE-IS-OPEN                       VALUE "Y".
       77  WS-ARCH-SCAN-DONE-SWITCH        PIC X(01)   VALUE "N".
           88  WS-ARCH-SCAN-DONE                        VALUE "Y".
      *
       77  WS-TODAY-DATE                   PIC 9(08).
      *
      * FAIXA DE DATAS ORIGINAIS A CREDITAR - A MESMA JANELA DADA AO
      * TAXADJST.
       77  WS-CREDIT-DATE-FROM             PIC 9(08)   VALUE ZERO.
       77  WS-CREDIT-DATE-TO               PIC 9(08)   VALUE ZERO.
       77  WS-ROW-ACTIVITY-DATE            PIC 9(08)   VALUE ZERO.
      *
      * RAZAO EM MEMORIA, REGRAVADO INTEIRO DEPOIS DOS CREDITOS -
      * MESMA CARGA E MESMA REGRAVACAO DO TAXRECV.
       01  LEDGER-TABLE.
           05  LEDGER-TABLE-COUNT          PIC 9(04)   VALUE ZERO.
           05  LEDGER-TABLE-ROW OCCURS 1000 TIMES.
               10  LGT-ACCOUNT-NUMBER      PIC X(06).
               10  LGT-BUSINESS-DATE       PIC 9(08).
               10  LGT-CHARGE-AMOUNT       PIC S9(09)V99.
               10  LGT-OPEN-AMOUNT         PIC S9(09)V99.
       77  WS-LGT-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-LGT-PICK-IDX                 PIC 9(04)   VALUE ZERO.
       77  WS-LGT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-LGT-TABLE-IS-FULL                     VALUE "Y".
      * QUALQUER TABELA QUE ENCHE NO MEIO DA RODADA ABANDONA TUDO:
      * RAZAO, REGISTRO E MEMOS SAO GRAVADOS JUNTOS OU NADA.
       77  WS-MIDRUN-FULL-SWITCH           PIC X(01)   VALUE "N".
           88  WS-MIDRUN-TABLE-FILLED                   VALUE "Y".
      *
      * MESTRE DE CONTAS EM TABELA: O NOME PARA O MEMO E A SITUACAO
      * QUE DECIDE ENTRE CREDITO NO RAZAO E CHEQUE.
       01  ACCOUNT-MASTER-TABLE.
           05  ACCOUNT-TABLE-COUNT         PIC 9(03)   VALUE ZERO.
           05  ACCOUNT-TABLE-ENTRY OCCURS 200 TIMES.
               10  ACT-ACCOUNT-NUMBER      PIC X(06).
               10  ACT-ACCOUNT-NAME        PIC X(30).
               10  ACT-ACCOUNT-STATUS      PIC X(01).
       77  WS-ACT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-ACT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-NAME-IS-ON-FILE                       VALUE "Y".
       77  WS-ACT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-ACT-TABLE-IS-FULL                     VALUE "Y".
      *
      * CHAVES DOS AJUSTES JA DEVOLVIDOS (CRMEMREG) E A ULTIMA
      * SEQUENCIA DE MEMO USADA HOJE.
       01  CREDITED-KEY-TABLE.
           05  CREDITED-KEY-COUNT          PIC 9(04)   VALUE ZERO.
           05  CREDITED-KEY-ROW OCCURS 5000 TIMES.
               10  CKT-ADJUSTMENT-KEY      PIC X(29).
       77  WS-CKT-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-CKT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-CKT-TABLE-IS-FULL                     VALUE "Y".
       77  WS-KEY-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ALREADY-CREDITED                      VALUE "Y".
       77  WS-LAST-MEMO-SEQ                PIC 9(04)   VALUE ZERO.
      *
      * UMA LINHA POR AJUSTE NEGATIVO AINDA NAO DEVOLVIDO.
       01  CREDIT-LINE-TABLE.
           05  CREDIT-LINE-COUNT           PIC 9(04)   VALUE ZERO.
           05  CREDIT-LINE-ROW OCCURS 1000 TIMES.
               10  CLT-ACCOUNT-NUMBER      PIC X(06).
               10  CLT-ORIGINAL-DATE       PIC 9(08).
               10  CLT-STATE-CODE          PIC X(02).
               10  CLT-ADJUSTMENT-KEY      PIC X(29).
               10  CLT-CREDIT-AMOUNT       PIC 9(07)V99.
       77  WS-CLT-IDX                      PIC 9(04)   VALUE ZERO.
      *
      * UMA LINHA POR CONTA COM CREDITO NA RODADA: L = CREDITO NO
      * RAZAO (CONTA ATIVA), K = CHEQUE (CONTA ENCERRADA), U = CONTA
      * FORA DO MESTRE, RETIDA PARA A PROXIMA RODADA.
       01  MEMO-ACCOUNT-TABLE.
           05  MEMO-ACCOUNT-COUNT          PIC 9(03)   VALUE ZERO.
           05  MEMO-ACCOUNT-ROW OCCURS 200 TIMES.
               10  MAT-ACCOUNT-NUMBER      PIC X(06).
               10  MAT-ACCOUNT-NAME        PIC X(30).
               10  MAT-DISPOSITION         PIC X(01).
                   88  MAT-CREDIT-ON-LEDGER             VALUE "L".
                   88  MAT-REFUND-BY-CHECK              VALUE "K".
                   88  MAT-HELD-NOT-ON-MASTER           VALUE "U".
               10  MAT-MEMO-SEQ            PIC 9(04).
               10  MAT-CREDIT-TOTAL        PIC 9(09)V99.
               10  MAT-OFFSET-TOTAL        PIC 9(09)V99.
               10  MAT-CARRIED-TOTAL       PIC 9(09)V99.
       77  WS-MAT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-ROW-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ROW-WAS-FOUND                         VALUE "Y".
      *
      * APLICACAO DE UM CREDITO NO RAZAO: O QUE RESTA DELE E O ITEM
      * ABERTO ESCOLHIDO PARA ABATER.
       77  WS-REMAINING-CREDIT             PIC S9(09)V99 VALUE ZERO.
       77  WS-APPLIED-AMOUNT               PIC S9(09)V99 VALUE ZERO.
       77  WS-OLDEST-DATE                  PIC 9(08)   VALUE ZERO.
       77  WS-PICK-FOUND-SWITCH            PIC X(01)   VALUE "N".
           88  WS-OPEN-ITEM-PICKED                      VALUE "Y".
      *
      * LINHA DE MEMO/LISTA MONTADA E A SEQUENCIA NO ARQUIVO MORTO.
       77  WS-MEMO-LINE                    PIC X(100)  VALUE SPACES.
       77  WS-ARCH-LINE-SEQ                PIC 9(04)   VALUE ZERO.
       77  WS-MEMO-ARCHIVE-BASE            PIC 9(04)   VALUE 9000.
      *
       77  WS-ADJUSTMENTS-SEEN             PIC 9(05)   VALUE ZERO.
       77  WS-ALREADY-CREDITED-COUNT       PIC 9(05)   VALUE ZERO.
       77  WS-MEMOS-WRITTEN                PIC 9(05)   VALUE ZERO.
       77  WS-REFUNDS-LISTED               PIC 9(05)   VALUE ZERO.
       77  WS-HELD-COUNT                   PIC 9(05)   VALUE ZERO.
       77  WS-LEDGER-ACCOUNT-COUNT         PIC 9(05)   VALUE ZERO.
       77  WS-CHECK-ACCOUNT-COUNT          PIC 9(05)   VALUE ZERO.
       77  WS-LEDGER-CREDIT-TOTAL          PIC 9(09)V99 VALUE ZERO.
       77  WS-OFFSET-TOTAL                 PIC 9(09)V99 VALUE ZERO.
       77  WS-CARRIED-TOTAL                PIC 9(09)V99 VALUE ZERO.
       77  WS-REFUND-TOTAL                 PIC 9(09)V99 VALUE ZERO.
       77  WS-HELD-TOTAL                   PIC 9(09)V99 VALUE ZERO.
       77  WS-EDIT-COUNT                   PIC ZZ,ZZ9.
       77  WS-EDIT-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
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
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
       PROCEDURE DIVISION.
      *
       0000-ISSUE-CREDIT-MEMOS.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "TAXCRMEM" TO SGN-PROGRAM-ID.
           MOVE "A" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-VERIFY-RUN-LEDGER.
           IF WS-LEDGER-BLOCKS-THIS-RUN
               DISPLAY "TAXLOG IS NOT BEING CONSUMED - FIX THE "
                   "CALC1000 BATCH AND RERUN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0500-ACCEPT-CREDIT-WINDOW.
           PERFORM 0300-LOAD-AR-LEDGER.
           PERFORM 0400-LOAD-ACCOUNT-MASTER.
           PERFORM 0600-LOAD-CREDIT-REGISTER.
      * REGISTRO QUE NAO COUBE NA TABELA = NAO DA PARA GARANTIR QUE UM
      * AJUSTE NAO SEJA CREDITADO DE NOVO; RAZAO QUE NAO COUBE
      * PERDERIA ITENS NA REGRAVACAO. NOS DOIS CASOS NADA E FEITO.
           IF WS-LGT-TABLE-IS-FULL
               OR WS-CKT-TABLE-IS-FULL
               OR WS-ACT-TABLE-IS-FULL
               DISPLAY "CREDIT RUN REFUSED - NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-COLLECT-NEGATIVE-ADJUSTMENTS.
           PERFORM 1500-BUILD-MEMO-ACCOUNTS
               VARYING WS-CLT-IDX FROM 1 BY 1
               UNTIL WS-CLT-IDX > CREDIT-LINE-COUNT.
           PERFORM 2000-POST-ONE-LEDGER-CREDIT
               VARYING WS-CLT-IDX FROM 1 BY 1
               UNTIL WS-CLT-IDX > CREDIT-LINE-COUNT.
           IF WS-MIDRUN-TABLE-FILLED
               DISPLAY "CREDIT RUN ABANDONED - ARLEDGER AND CRMEMREG "
                   "LEFT UNTOUCHED, NO MEMO PRINTED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LEDGER-ACCOUNT-COUNT > ZERO
               PERFORM 5000-REWRITE-AR-LEDGER
           END-IF.
           IF WS-LEDGER-ACCOUNT-COUNT > ZERO
               OR WS-CHECK-ACCOUNT-COUNT > ZERO
               PERFORM 5100-APPEND-CREDIT-REGISTER
           END-IF.
           IF WS-LEDGER-ACCOUNT-COUNT > ZERO
               PERFORM 3000-PRINT-CREDIT-MEMOS
           END-IF.
           IF WS-CHECK-ACCOUNT-COUNT > ZERO
               PERFORM 3500-PRINT-REFUND-LIST
           END-IF.
           PERFORM 4000-PRINT-CREDIT-REGISTER.
           STOP RUN.
      *
       0500-ACCEPT-CREDIT-WINDOW.
           DISPLAY "CREDIT ADJUSTMENTS OF ORIGINAL BUSINESS DATES "
               "FROM (CCYYMMDD): ".
           ACCEPT WS-CREDIT-DATE-FROM.
           DISPLAY "CREDIT ADJUSTMENTS OF ORIGINAL BUSINESS DATES "
               "TO (CCYYMMDD): ".
           ACCEPT WS-CREDIT-DATE-TO.
           IF WS-CREDIT-DATE-FROM = ZERO
               OR WS-CREDIT-DATE-TO < WS-CREDIT-DATE-FROM
               DISPLAY "INVALID DATE RANGE - NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * RAZAO AUSENTE SO SIGNIFICA QUE NADA FOI POSTADO AINDA.
       0300-LOAD-AR-LEDGER.
           MOVE ZERO TO LEDGER-TABLE-COUNT.
           OPEN INPUT AR-LEDGER-FILE.
           IF WS-ARLEDGER-STATUS = "00"
               PERFORM 0310-READ-LEDGER-ITEM
               PERFORM 0320-TABLE-ONE-LEDGER-ITEM
                   UNTIL WS-ARLEDGER-EOF
               CLOSE AR-LEDGER-FILE
           END-IF.
      *
       0310-READ-LEDGER-ITEM.
           READ AR-LEDGER-FILE
               AT END MOVE "Y" TO WS-ARLEDGER-EOF-SWITCH
           END-READ.
      *
       0320-TABLE-ONE-LEDGER-ITEM.
           IF LEDGER-TABLE-COUNT < 1000
               ADD 1 TO LEDGER-TABLE-COUNT
               MOVE ARL-ACCOUNT-NUMBER TO
                   LGT-ACCOUNT-NUMBER (LEDGER-TABLE-COUNT)
               MOVE ARL-BUSINESS-DATE TO
                   LGT-BUSINESS-DATE (LEDGER-TABLE-COUNT)
               MOVE ARL-CHARGE-AMOUNT TO
                   LGT-CHARGE-AMOUNT (LEDGER-TABLE-COUNT)
               MOVE ARL-OPEN-AMOUNT TO
                   LGT-OPEN-AMOUNT (LEDGER-TABLE-COUNT)
           ELSE
               IF NOT WS-LGT-TABLE-IS-FULL
                   DISPLAY "LEDGER-TABLE FULL AT 1000 ITEMS - "
                       "REMAINING ITEMS WOULD BE LOST ON REWRITE; "
                       "COLLECT THE BACKLOG FIRST."
                   MOVE "Y" TO WS-LGT-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 0310-READ-LEDGER-ITEM.
      *
      ******************************************************************
      * 0400-LOAD-ACCOUNT-MASTER
      * Name for the memo and status for the decision: an open
      * account takes the credit on its receivable, a closed one is
      * refunded by check. An account that does not fit the table
      * could be credited as unknown, so the run is refused.
      ******************************************************************
       0400-LOAD-ACCOUNT-MASTER.
           MOVE ZERO TO ACCOUNT-TABLE-COUNT.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCTMST-STATUS = "00"
               PERFORM 0410-READ-ACCOUNT-RECORD
               PERFORM 0420-TABLE-ONE-ACCOUNT
                   UNTIL WS-ACCTMST-STATUS = "10"
               CLOSE ACCOUNT-MASTER
           ELSE
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
                   WS-ACCTMST-STATUS " - EVERY CREDIT IS HELD."
           END-IF.
      *
       0410-READ-ACCOUNT-RECORD.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END MOVE "10" TO WS-ACCTMST-STATUS
           END-READ.
      *
       0420-TABLE-ONE-ACCOUNT.
           IF ACCOUNT-TABLE-COUNT < 200
               ADD 1 TO ACCOUNT-TABLE-COUNT
               MOVE ACM-ACCOUNT-NUMBER TO
                   ACT-ACCOUNT-NUMBER (ACCOUNT-TABLE-COUNT)
               MOVE ACM-ACCOUNT-NAME TO
                   ACT-ACCOUNT-NAME (ACCOUNT-TABLE-COUNT)
               MOVE ACM-STATUS TO
                   ACT-ACCOUNT-STATUS (ACCOUNT-TABLE-COUNT)
           ELSE
               IF NOT WS-ACT-TABLE-IS-FULL
                   DISPLAY "ACCOUNT-MASTER-TABLE FULL AT 200 "
                       "ACCOUNTS - ACCOUNTS BEYOND IT WOULD BE "
                       "HELD AS UNKNOWN; ENLARGE THE TABLE."
                   MOVE "Y" TO WS-ACT-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 0410-READ-ACCOUNT-RECORD.
      *
      * REGISTRO AUSENTE SO SIGNIFICA QUE NENHUM CREDITO FOI EMITIDO
      * AINDA.
       0600-LOAD-CREDIT-REGISTER.
           MOVE ZERO TO CREDITED-KEY-COUNT.
           MOVE ZERO TO WS-LAST-MEMO-SEQ.
           OPEN INPUT CREDIT-MEMO-REGISTER.
           IF WS-CRMEMREG-STATUS = "00"
               PERFORM 0610-READ-REGISTER-ROW
               PERFORM 0620-TABLE-ONE-REGISTER-ROW
                   UNTIL WS-CRMEMREG-EOF
               CLOSE CREDIT-MEMO-REGISTER
           END-IF.
      *
       0610-READ-REGISTER-ROW.
           READ CREDIT-MEMO-REGISTER
               AT END MOVE "Y" TO WS-CRMEMREG-EOF-SWITCH
           END-READ.
      *
       0620-TABLE-ONE-REGISTER-ROW.
           IF CREDITED-KEY-COUNT < 5000
               ADD 1 TO CREDITED-KEY-COUNT
               MOVE CMR-ADJUSTMENT-KEY TO
                   CKT-ADJUSTMENT-KEY (CREDITED-KEY-COUNT)
           ELSE
               IF NOT WS-CKT-TABLE-IS-FULL
                   DISPLAY "CREDITED-KEY-TABLE FULL AT 5000 ROWS - "
                       "AN ADJUSTMENT COULD BE CREDITED TWICE; "
                       "ENLARGE THE TABLE."
                   MOVE "Y" TO WS-CKT-FULL-SWITCH
               END-IF
           END-IF.
           IF CMR-MEMO-DATE = WS-TODAY-DATE
               AND CMR-MEMO-SEQ > WS-LAST-MEMO-SEQ
               MOVE CMR-MEMO-SEQ TO WS-LAST-MEMO-SEQ
           END-IF.
           PERFORM 0610-READ-REGISTER-ROW.
      *
      ******************************************************************
      * 1000-COLLECT-NEGATIVE-ADJUSTMENTS
      * Every TAXADJST adjustment (type A) that took tax away, whose
      * original business date falls in the window and whose key is
      * not yet in the register. The log is read from the first date
      * of the window to its end: an adjustment redirected out of a
      * closed month sits on the date TAXADJST ran, with the original
      * date carried in LOG-ORIGINAL-DATE.
      ******************************************************************
       1000-COLLECT-NEGATIVE-ADJUSTMENTS.
           MOVE ZERO TO CREDIT-LINE-COUNT.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS NOT = "00"
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS " - NOTHING TO CREDIT."
           ELSE
               PERFORM 1005-START-TAX-LOG-AT-WINDOW
               PERFORM 1020-CONSIDER-ONE-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
      *
       1005-START-TAX-LOG-AT-WINDOW.
           MOVE WS-CREDIT-DATE-FROM TO LOG-BUSINESS-DATE.
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
      *
       1020-CONSIDER-ONE-LOG-ROW.
           IF LOG-TYPE-ADJUSTMENT
               AND LOG-SALES-TAX < ZERO
               IF LOG-ORIGINAL-DATE NUMERIC
                   AND LOG-ORIGINAL-DATE NOT = ZERO
                   MOVE LOG-ORIGINAL-DATE TO WS-ROW-ACTIVITY-DATE
               ELSE
                   MOVE LOG-BUSINESS-DATE TO WS-ROW-ACTIVITY-DATE
               END-IF
               IF WS-ROW-ACTIVITY-DATE NOT < WS-CREDIT-DATE-FROM
                   AND WS-ROW-ACTIVITY-DATE NOT > WS-CREDIT-DATE-TO
                   ADD 1 TO WS-ADJUSTMENTS-SEEN
                   PERFORM 1100-CHECK-ALREADY-CREDITED
                   IF WS-ALREADY-CREDITED
                       ADD 1 TO WS-ALREADY-CREDITED-COUNT
                   ELSE
                       PERFORM 1200-TABLE-ONE-CREDIT-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 1010-READ-TAX-LOG-RECORD.
      *
       1100-CHECK-ALREADY-CREDITED.
           MOVE "N" TO WS-KEY-FOUND-SWITCH.
           MOVE 1 TO WS-CKT-IDX.
           PERFORM 1110-CHECK-ONE-CREDITED-KEY
               UNTIL WS-CKT-IDX > CREDITED-KEY-COUNT
                   OR WS-ALREADY-CREDITED.
      *
       1110-CHECK-ONE-CREDITED-KEY.
           IF CKT-ADJUSTMENT-KEY (WS-CKT-IDX) = LOG-TRANSACTION-KEY
               MOVE "Y" TO WS-KEY-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-CKT-IDX
           END-IF.
      *
       1200-TABLE-ONE-CREDIT-LINE.
           IF CREDIT-LINE-COUNT < 1000
               ADD 1 TO CREDIT-LINE-COUNT
               MOVE LOG-ACCOUNT-NUMBER TO
                   CLT-ACCOUNT-NUMBER (CREDIT-LINE-COUNT)
               MOVE WS-ROW-ACTIVITY-DATE TO
                   CLT-ORIGINAL-DATE (CREDIT-LINE-COUNT)
               MOVE LOG-STATE-CODE TO
                   CLT-STATE-CODE (CREDIT-LINE-COUNT)
               MOVE LOG-TRANSACTION-KEY TO
                   CLT-ADJUSTMENT-KEY (CREDIT-LINE-COUNT)
               COMPUTE CLT-CREDIT-AMOUNT (CREDIT-LINE-COUNT) =
                   ZERO - LOG-SALES-TAX
           ELSE
               IF NOT WS-MIDRUN-TABLE-FILLED
                   DISPLAY "CREDIT-LINE-TABLE FULL AT 1000 "
                       "ADJUSTMENTS - THE RUN WILL BE ABANDONED; "
                       "NARROW THE DATE RANGE AND RERUN."
                   MOVE "Y" TO WS-MIDRUN-FULL-SWITCH
               END-IF
           END-IF.
      *
      ******************************************************************
      * 1500-BUILD-MEMO-ACCOUNTS
      * One memo per account: the account's row is found or added,
      * with its disposition from the master - open (L), closed (K)
      * or not on the master at all (U, held: no name to print and
      * nowhere to send it, so it stays out of the register and is
      * picked up again once the account is set up).
      ******************************************************************
       1500-BUILD-MEMO-ACCOUNTS.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-MAT-IDX.
           PERFORM 1510-CHECK-ONE-MEMO-ACCOUNT
               UNTIL WS-MAT-IDX > MEMO-ACCOUNT-COUNT
                   OR WS-ROW-WAS-FOUND.
           IF NOT WS-ROW-WAS-FOUND
               IF MEMO-ACCOUNT-COUNT < 200
                   ADD 1 TO MEMO-ACCOUNT-COUNT
                   MOVE MEMO-ACCOUNT-COUNT TO WS-MAT-IDX
                   PERFORM 1520-OPEN-MEMO-ACCOUNT
               ELSE
                   IF NOT WS-MIDRUN-TABLE-FILLED
                       DISPLAY "MEMO-ACCOUNT-TABLE FULL AT 200 "
                           "ACCOUNTS - THE RUN WILL BE ABANDONED; "
                           "NARROW THE DATE RANGE AND RERUN."
                       MOVE "Y" TO WS-MIDRUN-FULL-SWITCH
                   END-IF
                   MOVE MEMO-ACCOUNT-COUNT TO WS-MAT-IDX
               END-IF
           END-IF.
           ADD CLT-CREDIT-AMOUNT (WS-CLT-IDX)
               TO MAT-CREDIT-TOTAL (WS-MAT-IDX).
      *
       1510-CHECK-ONE-MEMO-ACCOUNT.
           IF MAT-ACCOUNT-NUMBER (WS-MAT-IDX)
               = CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-MAT-IDX
           END-IF.
      *
       1520-OPEN-MEMO-ACCOUNT.
           MOVE CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
               TO MAT-ACCOUNT-NUMBER (WS-MAT-IDX).
           MOVE SPACES TO MAT-ACCOUNT-NAME (WS-MAT-IDX).
           MOVE ZERO TO MAT-MEMO-SEQ (WS-MAT-IDX).
           MOVE ZERO TO MAT-CREDIT-TOTAL (WS-MAT-IDX).
           MOVE ZERO TO MAT-OFFSET-TOTAL (WS-MAT-IDX).
           MOVE ZERO TO MAT-CARRIED-TOTAL (WS-MAT-IDX).
           MOVE "N" TO WS-ACT-FOUND-SWITCH.
           MOVE 1 TO WS-ACT-IDX.
           PERFORM 1530-CHECK-ONE-MASTER-ROW
               UNTIL WS-ACT-IDX > ACCOUNT-TABLE-COUNT
                   OR WS-NAME-IS-ON-FILE.
           IF WS-NAME-IS-ON-FILE
               MOVE ACT-ACCOUNT-NAME (WS-ACT-IDX)
                   TO MAT-ACCOUNT-NAME (WS-MAT-IDX)
               IF ACT-ACCOUNT-STATUS (WS-ACT-IDX) = "C"
                   MOVE "K" TO MAT-DISPOSITION (WS-MAT-IDX)
                   ADD 1 TO WS-CHECK-ACCOUNT-COUNT
               ELSE
                   MOVE "L" TO MAT-DISPOSITION (WS-MAT-IDX)
                   ADD 1 TO WS-LEDGER-ACCOUNT-COUNT
               END-IF
               ADD 1 TO WS-LAST-MEMO-SEQ
               MOVE WS-LAST-MEMO-SEQ TO MAT-MEMO-SEQ (WS-MAT-IDX)
           ELSE
               MOVE "U" TO MAT-DISPOSITION (WS-MAT-IDX)
               ADD 1 TO WS-HELD-COUNT
           END-IF.
      *
       1530-CHECK-ONE-MASTER-ROW.
           IF ACT-ACCOUNT-NUMBER (WS-ACT-IDX)
               = CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
               MOVE "Y" TO WS-ACT-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-ACT-IDX
           END-IF.
      *
      * A CONTA DA LINHA DE CREDITO NA TABELA DE MEMOS (JA EXISTE -
      * 1500 A CRIOU).
       1550-FIND-MEMO-ACCOUNT.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-MAT-IDX.
           PERFORM 1510-CHECK-ONE-MEMO-ACCOUNT
               UNTIL WS-MAT-IDX > MEMO-ACCOUNT-COUNT
                   OR WS-ROW-WAS-FOUND.
           IF NOT WS-ROW-WAS-FOUND
               MOVE MEMO-ACCOUNT-COUNT TO WS-MAT-IDX
           END-IF.
      *
      ******************************************************************
      * 2000-POST-ONE-LEDGER-CREDIT
      * An open account's credit pays down its receivable the way a
      * receipt does in TAXRECV: first the open item of the very
      * business date that was over-charged, then the oldest open
      * items. What is left becomes an unapplied credit item (charge
      * zero, negative open) on the original business date, which
      * TAXRECV nets like any other customer credit.
      ******************************************************************
       2000-POST-ONE-LEDGER-CREDIT.
           PERFORM 1550-FIND-MEMO-ACCOUNT.
           IF MAT-CREDIT-ON-LEDGER (WS-MAT-IDX)
               MOVE CLT-CREDIT-AMOUNT (WS-CLT-IDX)
                   TO WS-REMAINING-CREDIT
               PERFORM 2100-PICK-SAME-DATE-ITEM
               IF WS-OPEN-ITEM-PICKED
                   PERFORM 2300-APPLY-TO-PICKED-ITEM
               END-IF
               MOVE "Y" TO WS-PICK-FOUND-SWITCH
               PERFORM 2200-PAY-OLDEST-OPEN-ITEM
                   UNTIL WS-REMAINING-CREDIT NOT > ZERO
                       OR NOT WS-OPEN-ITEM-PICKED
               IF WS-REMAINING-CREDIT > ZERO
                   PERFORM 2400-CARRY-UNAPPLIED-CREDIT
               END-IF
           END-IF.
      *
       2100-PICK-SAME-DATE-ITEM.
           MOVE "N" TO WS-PICK-FOUND-SWITCH.
           PERFORM 2110-CONSIDER-SAME-DATE-ITEM
               VARYING WS-LGT-IDX FROM 1 BY 1
               UNTIL WS-LGT-IDX > LEDGER-TABLE-COUNT
                   OR WS-OPEN-ITEM-PICKED.
      *
       2110-CONSIDER-SAME-DATE-ITEM.
           IF LGT-ACCOUNT-NUMBER (WS-LGT-IDX)
                   = CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
               AND LGT-BUSINESS-DATE (WS-LGT-IDX)
                   = CLT-ORIGINAL-DATE (WS-CLT-IDX)
               AND LGT-OPEN-AMOUNT (WS-LGT-IDX) > ZERO
               MOVE "Y" TO WS-PICK-FOUND-SWITCH
               MOVE WS-LGT-IDX TO WS-LGT-PICK-IDX
           END-IF.
      *
       2200-PAY-OLDEST-OPEN-ITEM.
           PERFORM 2210-PICK-OLDEST-OPEN-ITEM.
           IF WS-OPEN-ITEM-PICKED
               PERFORM 2300-APPLY-TO-PICKED-ITEM
           END-IF.
      *
      * O ITEM ABERTO POSITIVO MAIS ANTIGO DA CONTA DO CREDITO.
       2210-PICK-OLDEST-OPEN-ITEM.
           MOVE "N" TO WS-PICK-FOUND-SWITCH.
           MOVE 99999999 TO WS-OLDEST-DATE.
           PERFORM 2220-CONSIDER-ONE-ITEM
               VARYING WS-LGT-IDX FROM 1 BY 1
               UNTIL WS-LGT-IDX > LEDGER-TABLE-COUNT.
      *
       2220-CONSIDER-ONE-ITEM.
           IF LGT-ACCOUNT-NUMBER (WS-LGT-IDX)
                   = CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
               AND LGT-OPEN-AMOUNT (WS-LGT-IDX) > ZERO
               AND LGT-BUSINESS-DATE (WS-LGT-IDX) < WS-OLDEST-DATE
               MOVE "Y" TO WS-PICK-FOUND-SWITCH
               MOVE WS-LGT-IDX TO WS-LGT-PICK-IDX
               MOVE LGT-BUSINESS-DATE (WS-LGT-IDX)
                   TO WS-OLDEST-DATE
           END-IF.
      *
       2300-APPLY-TO-PICKED-ITEM.
           IF WS-REMAINING-CREDIT
               NOT < LGT-OPEN-AMOUNT (WS-LGT-PICK-IDX)
               MOVE LGT-OPEN-AMOUNT (WS-LGT-PICK-IDX)
                   TO WS-APPLIED-AMOUNT
           ELSE
               MOVE WS-REMAINING-CREDIT TO WS-APPLIED-AMOUNT
           END-IF.
           SUBTRACT WS-APPLIED-AMOUNT
               FROM LGT-OPEN-AMOUNT (WS-LGT-PICK-IDX).
           SUBTRACT WS-APPLIED-AMOUNT FROM WS-REMAINING-CREDIT.
           ADD WS-APPLIED-AMOUNT TO MAT-OFFSET-TOTAL (WS-MAT-IDX).
      *
      * O CREDITO QUE SOBRA VAI PARA O ITEM DE CREDITO DA CONTA NA
      * DATA ORIGINAL - UM SO POR CONTA/DATA, MESMO COM VARIAS UFS.
       2400-CARRY-UNAPPLIED-CREDIT.
           MOVE "N" TO WS-PICK-FOUND-SWITCH.
           PERFORM 2410-CONSIDER-CREDIT-ITEM
               VARYING WS-LGT-IDX FROM 1 BY 1
               UNTIL WS-LGT-IDX > LEDGER-TABLE-COUNT
                   OR WS-OPEN-ITEM-PICKED.
           IF NOT WS-OPEN-ITEM-PICKED
               IF LEDGER-TABLE-COUNT < 1000
                   ADD 1 TO LEDGER-TABLE-COUNT
                   MOVE LEDGER-TABLE-COUNT TO WS-LGT-PICK-IDX
                   MOVE CLT-ACCOUNT-NUMBER (WS-CLT-IDX) TO
                       LGT-ACCOUNT-NUMBER (WS-LGT-PICK-IDX)
                   MOVE CLT-ORIGINAL-DATE (WS-CLT-IDX) TO
                       LGT-BUSINESS-DATE (WS-LGT-PICK-IDX)
                   MOVE ZERO TO LGT-CHARGE-AMOUNT (WS-LGT-PICK-IDX)
                   MOVE ZERO TO LGT-OPEN-AMOUNT (WS-LGT-PICK-IDX)
                   MOVE "Y" TO WS-PICK-FOUND-SWITCH
               ELSE
                   IF NOT WS-MIDRUN-TABLE-FILLED
                       DISPLAY "LEDGER-TABLE FILLED MID-RUN - A "
                           "CUSTOMER CREDIT DOES NOT FIT; THE RUN "
                           "WILL BE ABANDONED WITH ARLEDGER "
                           "UNTOUCHED. COLLECT THE BACKLOG AND RERUN."
                       MOVE "Y" TO WS-MIDRUN-FULL-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF WS-OPEN-ITEM-PICKED
               SUBTRACT WS-REMAINING-CREDIT
                   FROM LGT-OPEN-AMOUNT (WS-LGT-PICK-IDX)
               ADD WS-REMAINING-CREDIT
                   TO MAT-CARRIED-TOTAL (WS-MAT-IDX)
               MOVE ZERO TO WS-REMAINING-CREDIT
           END-IF.
      *
       2410-CONSIDER-CREDIT-ITEM.
           IF LGT-ACCOUNT-NUMBER (WS-LGT-IDX)
                   = CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
               AND LGT-BUSINESS-DATE (WS-LGT-IDX)
                   = CLT-ORIGINAL-DATE (WS-CLT-IDX)
               AND LGT-CHARGE-AMOUNT (WS-LGT-IDX) = ZERO
               AND LGT-OPEN-AMOUNT (WS-LGT-IDX) NOT > ZERO
               MOVE "Y" TO WS-PICK-FOUND-SWITCH
               MOVE WS-LGT-IDX TO WS-LGT-PICK-IDX
           END-IF.
      *
      ******************************************************************
      * 3000-PRINT-CREDIT-MEMOS
      * One memo per open account credited: the account's name from
      * the master, a line per adjustment handed back (original
      * business date, jurisdiction, tax), the total, and what of it
      * paid open charges versus what stays on account as a credit.
      * Each line also goes to the statement archive under the
      * account and the issue date, from line 9001 on, so STMTRPRT
      * reprints the memo the customer was sent.
      ******************************************************************
       3000-PRINT-CREDIT-MEMOS.
           PERFORM 0700-OPEN-STATEMENT-ARCHIVE.
           OPEN OUTPUT CREDIT-MEMO-FILE.
           PERFORM 3100-WRITE-ONE-MEMO
               VARYING WS-MAT-IDX FROM 1 BY 1
               UNTIL WS-MAT-IDX > MEMO-ACCOUNT-COUNT.
           CLOSE CREDIT-MEMO-FILE.
           IF WS-ARCHIVE-IS-OPEN
               CLOSE STATEMENT-ARCHIVE
           END-IF.
      *
       3100-WRITE-ONE-MEMO.
           IF MAT-CREDIT-ON-LEDGER (WS-MAT-IDX)
               PERFORM 3150-FIND-NEXT-ARCHIVE-LINE
               MOVE SPACES TO WS-MEMO-LINE
               STRING "SALES TAX CREDIT MEMO " WS-TODAY-DATE "-"
                       MAT-MEMO-SEQ (WS-MAT-IDX)
                       DELIMITED BY SIZE
                   INTO WS-MEMO-LINE
               PERFORM 3900-PUT-MEMO-LINE
               MOVE SPACES TO WS-MEMO-LINE
               STRING "ACCOUNT " MAT-ACCOUNT-NUMBER (WS-MAT-IDX)
                       "  " MAT-ACCOUNT-NAME (WS-MAT-IDX)
                       DELIMITED BY SIZE
                   INTO WS-MEMO-LINE
               PERFORM 3900-PUT-MEMO-LINE
               MOVE SPACES TO WS-MEMO-LINE
               STRING "A RETROACTIVE TAX RATE CORRECTION LOWERED THE "
                       "TAX CHARGED ON THE SALES BELOW."
                       DELIMITED BY SIZE
                   INTO WS-MEMO-LINE
               PERFORM 3900-PUT-MEMO-LINE
               MOVE SPACES TO WS-MEMO-LINE
               STRING "THE TAX OVER-COLLECTED HAS BEEN CREDITED TO "
                       "YOUR ACCOUNT."
                       DELIMITED BY SIZE
                   INTO WS-MEMO-LINE
               PERFORM 3900-PUT-MEMO-LINE
               MOVE SPACES TO WS-MEMO-LINE
               STRING "  SALE DATE  ST            TAX CREDITED"
                       DELIMITED BY SIZE
                   INTO WS-MEMO-LINE
               PERFORM 3900-PUT-MEMO-LINE
               PERFORM 3110-WRITE-ONE-MEMO-DETAIL
                   VARYING WS-CLT-IDX FROM 1 BY 1
                   UNTIL WS-CLT-IDX > CREDIT-LINE-COUNT
               MOVE MAT-CREDIT-TOTAL (WS-MAT-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-MEMO-LINE
               STRING "  TOTAL CREDIT . . . . . . . " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE
                   INTO WS-MEMO-LINE
               PERFORM 3900-PUT-MEMO-LINE
               MOVE MAT-OFFSET-TOTAL (WS-MAT-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-MEMO-LINE
               STRING "  APPLIED TO OPEN CHARGES. . " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE
                   INTO WS-MEMO-LINE
               PERFORM 3900-PUT-MEMO-LINE
               MOVE MAT-CARRIED-TOTAL (WS-MAT-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-MEMO-LINE
               STRING "  CREDIT LEFT ON ACCOUNT . . " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE
                   INTO WS-MEMO-LINE
               PERFORM 3900-PUT-MEMO-LINE
               MOVE SPACES TO WS-MEMO-LINE
               PERFORM 3900-PUT-MEMO-LINE
               ADD 1 TO WS-MEMOS-WRITTEN
               ADD MAT-CREDIT-TOTAL (WS-MAT-IDX)
                   TO WS-LEDGER-CREDIT-TOTAL
               ADD MAT-OFFSET-TOTAL (WS-MAT-IDX) TO WS-OFFSET-TOTAL
               ADD MAT-CARRIED-TOTAL (WS-MAT-IDX) TO WS-CARRIED-TOTAL
           END-IF.
      *
       3110-WRITE-ONE-MEMO-DETAIL.
           IF CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
               = MAT-ACCOUNT-NUMBER (WS-MAT-IDX)
               MOVE CLT-CREDIT-AMOUNT (WS-CLT-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-MEMO-LINE
               STRING "  " CLT-ORIGINAL-DATE (WS-CLT-IDX)
                       "   " CLT-STATE-CODE (WS-CLT-IDX)
                       "  " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE
                   INTO WS-MEMO-LINE
               PERFORM 3900-PUT-MEMO-LINE
           END-IF.
      *
      * UM SEGUNDO MEMO DA CONTA NO MESMO DIA CONTINUA DEPOIS DAS
      * LINHAS DO PRIMEIRO - NENHUMA IMAGEM ARQUIVADA E SOBREPOSTA.
       3150-FIND-NEXT-ARCHIVE-LINE.
           MOVE WS-MEMO-ARCHIVE-BASE TO WS-ARCH-LINE-SEQ.
           IF WS-ARCHIVE-IS-OPEN
               MOVE "N" TO WS-ARCH-SCAN-DONE-SWITCH
               MOVE MAT-ACCOUNT-NUMBER (WS-MAT-IDX)
                   TO SAR-ACCOUNT-NUMBER
               MOVE WS-TODAY-DATE TO SAR-BUSINESS-DATE
               COMPUTE SAR-LINE-SEQ = WS-MEMO-ARCHIVE-BASE + 1
               START STATEMENT-ARCHIVE KEY NOT < SAR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ARCH-SCAN-DONE-SWITCH
               END-START
               PERFORM 3160-SKIP-ONE-ARCHIVED-LINE
                   UNTIL WS-ARCH-SCAN-DONE
           END-IF.
      *
       3160-SKIP-ONE-ARCHIVED-LINE.
           READ STATEMENT-ARCHIVE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ARCH-SCAN-DONE-SWITCH
               NOT AT END
                   IF SAR-ACCOUNT-NUMBER
                           = MAT-ACCOUNT-NUMBER (WS-MAT-IDX)
                       AND SAR-BUSINESS-DATE = WS-TODAY-DATE
                       MOVE SAR-LINE-SEQ TO WS-ARCH-LINE-SEQ
                   ELSE
                       MOVE "Y" TO WS-ARCH-SCAN-DONE-SWITCH
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 3500-PRINT-REFUND-LIST
      * A closed account has no receivable left to take a credit, so
      * the tax goes back by check: one entry per account with the
      * memo number the check is cut against, the name from the
      * master and a line per adjustment, for the payables desk.
      ******************************************************************
       3500-PRINT-REFUND-LIST.
           OPEN OUTPUT REFUND-CHECK-FILE.
           MOVE SPACES TO REFUND-CHECK-RECORD.
           STRING "SALES TAX REFUND BY CHECK - CLOSED ACCOUNTS - "
                   WS-TODAY-DATE DELIMITED BY SIZE
               INTO REFUND-CHECK-RECORD.
           WRITE REFUND-CHECK-RECORD.
           MOVE SPACES TO REFUND-CHECK-RECORD.
           WRITE REFUND-CHECK-RECORD.
           PERFORM 3600-LIST-ONE-REFUND
               VARYING WS-MAT-IDX FROM 1 BY 1
               UNTIL WS-MAT-IDX > MEMO-ACCOUNT-COUNT.
           MOVE WS-REFUND-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REFUND-CHECK-RECORD.
           STRING "TOTAL TO REFUND BY CHECK . . " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE
               INTO REFUND-CHECK-RECORD.
           WRITE REFUND-CHECK-RECORD.
           CLOSE REFUND-CHECK-FILE.
      *
       3600-LIST-ONE-REFUND.
           IF MAT-REFUND-BY-CHECK (WS-MAT-IDX)
               MOVE SPACES TO REFUND-CHECK-RECORD
               STRING "MEMO " WS-TODAY-DATE "-"
                       MAT-MEMO-SEQ (WS-MAT-IDX)
                       "  ACCOUNT " MAT-ACCOUNT-NUMBER (WS-MAT-IDX)
                       "  " MAT-ACCOUNT-NAME (WS-MAT-IDX)
                       DELIMITED BY SIZE
                   INTO REFUND-CHECK-RECORD
               WRITE REFUND-CHECK-RECORD
               PERFORM 3610-LIST-ONE-REFUND-DETAIL
                   VARYING WS-CLT-IDX FROM 1 BY 1
                   UNTIL WS-CLT-IDX > CREDIT-LINE-COUNT
               MOVE MAT-CREDIT-TOTAL (WS-MAT-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO REFUND-CHECK-RECORD
               STRING "  CHECK AMOUNT . . . . . . " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE
                   INTO REFUND-CHECK-RECORD
               WRITE REFUND-CHECK-RECORD
               MOVE SPACES TO REFUND-CHECK-RECORD
               WRITE REFUND-CHECK-RECORD
               ADD 1 TO WS-REFUNDS-LISTED
               ADD MAT-CREDIT-TOTAL (WS-MAT-IDX) TO WS-REFUND-TOTAL
           END-IF.
      *
       3610-LIST-ONE-REFUND-DETAIL.
           IF CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
               = MAT-ACCOUNT-NUMBER (WS-MAT-IDX)
               MOVE CLT-CREDIT-AMOUNT (WS-CLT-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO REFUND-CHECK-RECORD
               STRING "  " CLT-ORIGINAL-DATE (WS-CLT-IDX)
                       "   " CLT-STATE-CODE (WS-CLT-IDX)
                       "  " WS-EDIT-AMOUNT
                       DELIMITED BY SIZE
                   INTO REFUND-CHECK-RECORD
               WRITE REFUND-CHECK-RECORD
           END-IF.
      *
      ******************************************************************
      * 3900-PUT-MEMO-LINE
      * One memo line, twice: to the print file the mailroom takes
      * and, line-sequenced, to the keyed statement archive.
      ******************************************************************
       3900-PUT-MEMO-LINE.
           MOVE WS-MEMO-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.
           IF WS-ARCHIVE-IS-OPEN
               ADD 1 TO WS-ARCH-LINE-SEQ
               MOVE MAT-ACCOUNT-NUMBER (WS-MAT-IDX)
                   TO SAR-ACCOUNT-NUMBER
               MOVE WS-TODAY-DATE TO SAR-BUSINESS-DATE
               MOVE WS-ARCH-LINE-SEQ TO SAR-LINE-SEQ
               MOVE WS-MEMO-LINE TO SAR-LINE-TEXT
               WRITE STATEMENT-ARCHIVE-RECORD
                   INVALID KEY
                       REWRITE STATEMENT-ARCHIVE-RECORD
               END-WRITE
           END-IF.
      *
      ******************************************************************
      * 4000-PRINT-CREDIT-REGISTER
      * The run's register of credits issued - every adjustment
      * handed back, with its memo number and how it went back -
      * followed by what was held and why, and the run totals. The
      * CRMEMREG rows written by 5100 are the permanent copy.
      ******************************************************************
       4000-PRINT-CREDIT-REGISTER.
           DISPLAY "====================================".
           DISPLAY "SALES TAX CREDIT REGISTER - " WS-TODAY-DATE.
           DISPLAY "ORIGINAL DATES " WS-CREDIT-DATE-FROM " THRU "
               WS-CREDIT-DATE-TO.
           DISPLAY "====================================".
           DISPLAY "MEMO          ACCOUNT SALE DATE ST"
               "            CREDIT  HOW".
           PERFORM 4100-PRINT-ONE-REGISTER-LINE
               VARYING WS-CLT-IDX FROM 1 BY 1
               UNTIL WS-CLT-IDX > CREDIT-LINE-COUNT.
           DISPLAY "====================================".
           MOVE WS-ADJUSTMENTS-SEEN TO WS-EDIT-COUNT.
           DISPLAY "NEGATIVE ADJUSTMENTS. . : " WS-EDIT-COUNT.
           MOVE WS-ALREADY-CREDITED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "  ALREADY CREDITED. . . : " WS-EDIT-COUNT.
           MOVE WS-MEMOS-WRITTEN TO WS-EDIT-COUNT.
           DISPLAY "CREDIT MEMOS (CRMEMFIL) : " WS-EDIT-COUNT.
           MOVE WS-LEDGER-CREDIT-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "  CREDITED ON ARLEDGER. : " WS-EDIT-AMOUNT.
           MOVE WS-OFFSET-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "    OFFSET OPEN CHARGES : " WS-EDIT-AMOUNT.
           MOVE WS-CARRIED-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "    LEFT AS CREDIT. . . : " WS-EDIT-AMOUNT.
           MOVE WS-REFUNDS-LISTED TO WS-EDIT-COUNT.
           DISPLAY "REFUNDS BY CHECK. . . . : " WS-EDIT-COUNT.
           MOVE WS-REFUND-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "  TO REFUND (RFNDCHK) . : " WS-EDIT-AMOUNT.
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
           DISPLAY "ACCOUNTS HELD (NO MAST) : " WS-EDIT-COUNT.
           MOVE WS-HELD-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "  TAX HELD. . . . . . . : " WS-EDIT-AMOUNT.
           IF CREDIT-LINE-COUNT = ZERO
               DISPLAY "NO NEGATIVE ADJUSTMENT LEFT TO CREDIT."
           END-IF.
      *
       4100-PRINT-ONE-REGISTER-LINE.
           PERFORM 1550-FIND-MEMO-ACCOUNT.
           MOVE CLT-CREDIT-AMOUNT (WS-CLT-IDX) TO WS-EDIT-AMOUNT.
           EVALUATE TRUE
               WHEN MAT-CREDIT-ON-LEDGER (WS-MAT-IDX)
                   DISPLAY WS-TODAY-DATE "-" MAT-MEMO-SEQ (WS-MAT-IDX)
                       " " CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
                       "  " CLT-ORIGINAL-DATE (WS-CLT-IDX)
                       " " CLT-STATE-CODE (WS-CLT-IDX)
                       " " WS-EDIT-AMOUNT "  LEDGER CREDIT"
               WHEN MAT-REFUND-BY-CHECK (WS-MAT-IDX)
                   DISPLAY WS-TODAY-DATE "-" MAT-MEMO-SEQ (WS-MAT-IDX)
                       " " CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
                       "  " CLT-ORIGINAL-DATE (WS-CLT-IDX)
                       " " CLT-STATE-CODE (WS-CLT-IDX)
                       " " WS-EDIT-AMOUNT "  CHECK (CLOSED)"
               WHEN OTHER
                   DISPLAY "(HELD)        "
                       CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
                       "  " CLT-ORIGINAL-DATE (WS-CLT-IDX)
                       " " CLT-STATE-CODE (WS-CLT-IDX)
                       " " WS-EDIT-AMOUNT "  NOT ON ACCTMST"
                   ADD CLT-CREDIT-AMOUNT (WS-CLT-IDX) TO WS-HELD-TOTAL
           END-EVALUATE.
      *
      * SO OS ITENS COM SALDO VOLTAM PARA O ARQUIVO - ITEM LIQUIDADO
      * JA CUMPRIU O PAPEL (MESMA REGRA DO TAXRECV).
       5000-REWRITE-AR-LEDGER.
           OPEN OUTPUT AR-LEDGER-FILE.
           PERFORM 5010-WRITE-ONE-LEDGER-ITEM
               VARYING WS-LGT-IDX FROM 1 BY 1
               UNTIL WS-LGT-IDX > LEDGER-TABLE-COUNT.
           CLOSE AR-LEDGER-FILE.
      *
       5010-WRITE-ONE-LEDGER-ITEM.
           IF LGT-OPEN-AMOUNT (WS-LGT-IDX) NOT = ZERO
               MOVE LGT-ACCOUNT-NUMBER (WS-LGT-IDX)
                   TO ARL-ACCOUNT-NUMBER
               MOVE LGT-BUSINESS-DATE (WS-LGT-IDX)
                   TO ARL-BUSINESS-DATE
               MOVE LGT-CHARGE-AMOUNT (WS-LGT-IDX)
                   TO ARL-CHARGE-AMOUNT
               MOVE LGT-OPEN-AMOUNT (WS-LGT-IDX)
                   TO ARL-OPEN-AMOUNT
               WRITE AR-LEDGER-RECORD
           END-IF.
      *
      * SO AS LINHAS DESTA RODADA SAO ANEXADAS (MESMA TECNICA DO
      * NOTCCTL NO EXMPNOTC) - NENHUMA LINHA DO REGISTRO E REGRAVADA.
       5100-APPEND-CREDIT-REGISTER.
           OPEN EXTEND CREDIT-MEMO-REGISTER.
           IF WS-CRMEMREG-STATUS = "35"
               OPEN OUTPUT CREDIT-MEMO-REGISTER
               CLOSE CREDIT-MEMO-REGISTER
               OPEN EXTEND CREDIT-MEMO-REGISTER
           END-IF.
           PERFORM 5110-WRITE-ONE-REGISTER-ROW
               VARYING WS-CLT-IDX FROM 1 BY 1
               UNTIL WS-CLT-IDX > CREDIT-LINE-COUNT.
           CLOSE CREDIT-MEMO-REGISTER.
      *
       5110-WRITE-ONE-REGISTER-ROW.
           PERFORM 1550-FIND-MEMO-ACCOUNT.
           IF NOT MAT-HELD-NOT-ON-MASTER (WS-MAT-IDX)
               MOVE WS-TODAY-DATE TO CMR-MEMO-DATE
               MOVE MAT-MEMO-SEQ (WS-MAT-IDX) TO CMR-MEMO-SEQ
               MOVE CLT-ACCOUNT-NUMBER (WS-CLT-IDX)
                   TO CMR-ACCOUNT-NUMBER
               MOVE CLT-ORIGINAL-DATE (WS-CLT-IDX)
                   TO CMR-ORIGINAL-DATE
               MOVE CLT-STATE-CODE (WS-CLT-IDX) TO CMR-STATE-CODE
               MOVE CLT-ADJUSTMENT-KEY (WS-CLT-IDX)
                   TO CMR-ADJUSTMENT-KEY
               MOVE CLT-CREDIT-AMOUNT (WS-CLT-IDX)
                   TO CMR-CREDIT-AMOUNT
               MOVE MAT-DISPOSITION (WS-MAT-IDX) TO CMR-DISPOSITION
               MOVE SGN-OPERATOR-ID TO CMR-ISSUED-BY
               WRITE CREDIT-MEMO-REGISTER-RECORD
           END-IF.
      *
      ******************************************************************
      * 0700-OPEN-STATEMENT-ARCHIVE
      * Same status-35 bootstrap as TAXSTMT. An archive that will not
      * open only costs the reprint copy - the memo still prints.
      ******************************************************************
       0700-OPEN-STATEMENT-ARCHIVE.
           OPEN I-O STATEMENT-ARCHIVE.
           IF WS-STMTARCH-STATUS = "35"
               OPEN OUTPUT STATEMENT-ARCHIVE
               CLOSE STATEMENT-ARCHIVE
               OPEN I-O STATEMENT-ARCHIVE
           END-IF.
           IF WS-STMTARCH-STATUS = "00"
               MOVE "Y" TO WS-ARCHIVE-OPEN-SWITCH
           ELSE
               DISPLAY "STATEMENT ARCHIVE (STMTARCH) NOT AVAILABLE "
                   "- STATUS " WS-STMTARCH-STATUS " - MEMOS "
                   "PRINT BUT CANNOT BE REPRINTED LATER."
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
       END PROGRAM TAXCRMEM.
