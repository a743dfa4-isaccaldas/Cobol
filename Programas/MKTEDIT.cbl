      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     PROGRAMA DE CRITICA DO FEED DOS MARKETPLACES
      *              FACILITADORES (MKTRAW), QUE VENDEM OS NOSSOS
      *              PRODUTOS E COBRAM E RECOLHEM O IMPOSTO POR CONTA
      *              PROPRIA. MESMA DISCIPLINA DO TAXEDIT: LOTES
      *              HEADER/DETALHE/TRAILER POR MARKETPLACE, CRITICA DE
      *              CADA CAMPO DO DETALHE, CONTAGEM E HASH TOTAL DE
      *              VENDAS E DE IMPOSTO DO TRAILER BATIDOS CONTRA O
      *              QUE FOI LIDO, REJEITOS COM MOTIVO E IMAGEM
      *              ORIGINAL EM MKTREJ E GUARDA CONTRA FEED DUPLICADO
      *              (MKTFCTL). O MARKETPLACE DO HEADER E VALIDADO
      *              CONTRA O MESTRE MKTPLACE. COMO NAO HA IMPOSTO A
      *              CALCULAR, OS DETALHES DE UM LOTE QUE FECHA SAO
      *              GRAVADOS DIRETO NO TAXLOG (EXTEND, DEPOIS DO
      *              MODO BATCH DO CALC1000, COMO O TAXADJST) COM
      *              LOG-ENTRY-SOURCE = M E O IMPOSTO QUE O MARKETPLACE
      *              COBROU; LOTE QUE NAO FECHA NAO GRAVA NADA E VAI
      *              INTEIRO PARA O MKTREJ.
      *DATA          15/10/2026
      *DESCRICAO     FECHAMENTO DE PERIODO CONTABIL (PERDCTL): PEDIDO
      *              DATADO EM MES FECHADO E POSTADO NA DATA DA
      *              RODADA COM A DATA ORIGINAL EM LOG-ORIGINAL-DATE;
      *              SEM PERIODO ABERTO O DETALHE E REJEITADO COM
      *              MOTIVO PC.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO: ABERTO EM I-O E
      *              CADA PEDIDO POSTADO GANHA A CHAVE UNICA DO
      *              LANCAMENTO (DATA/HORA DA EXECUCAO, MKTEDIT E
      *              SEQUENCIA) EM 466-WRITE-KEYED-LOG-RECORD.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKTEDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKETPLACE-RAW-FILE ASSIGN TO "MKTRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MKTRAW-STATUS.
      *
           SELECT MARKETPLACE-REJECT-FILE ASSIGN TO "MKTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MKTREJ-STATUS.
      *
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
           SELECT TAX-RATE-MASTER ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.
      *
      * MESTRE DE MARKETPLACES: O HEADER DE CADA LOTE E VALIDADO AQUI
      * E A CONTA DO LANCAMENTO NO TAXLOG SAI DAQUI.
           SELECT MARKETPLACE-MASTER ASSIGN TO "MKTPLACE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MKTPLACE-STATUS.
      *
      * CONTROLE DE FEEDS JA POSTADOS: UMA LINHA POR MARKETPLACE/DATA
      * DE NEGOCIO QUE JA ENTROU NO TAXLOG.
           SELECT FEED-CONTROL-FILE ASSIGN TO "MKTFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MKTFCTL-STATUS.
      *
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLEDGR-STATUS.
      *
           SELECT COVERAGE-VERDICT-FILE ASSIGN TO "COVSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVSTAT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FEED BRUTO DO MARKETPLACE: TIPO DE REGISTRO NA COLUNA 1 (H =
      * HEADER DO LOTE, D = DETALHE, T = TRAILER) E O CORPO EM
      * SEGUIDA, DECOMPOSTO EM WORKING-STORAGE CONFORME O TIPO.
       FD  MARKETPLACE-RAW-FILE.
       01  MARKETPLACE-RAW-RECORD.
           05  RAW-RECORD-TYPE             PIC X(01).
           05  RAW-RECORD-BODY             PIC X(79).
      *
       FD  MARKETPLACE-REJECT-FILE.
       01  MARKETPLACE-REJECT-RECORD.
           05  REJ-REASON-CODE             PIC X(02).
           05  REJ-RAW-IMAGE.
               10  REJ-RECORD-TYPE         PIC X(01).
               10  REJ-RECORD-BODY         PIC X(79).
      *
       FD  SALES-TAX-LOG-FILE.
           COPY TAXLOG.
      *
       FD  TAX-RATE-MASTER.
           COPY TAXRATE.
      *
       FD  MARKETPLACE-MASTER.
           COPY MKTPLACE.
      *
       FD  FEED-CONTROL-FILE.
       01  FEED-CONTROL-RECORD.
           05  FDC-MARKETPLACE-ID          PIC X(04).
           05  FDC-BUSINESS-DATE           PIC 9(08).
           05  FDC-ACCEPTED-DATE           PIC 9(08).
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
       77  WS-MKTRAW-STATUS                PIC X(02)   VALUE "00".
       77  WS-MKTREJ-STATUS                PIC X(02)   VALUE "00".
       77  WS-TAXLOG-STATUS                PIC X(02)   VALUE "00".
       77  WS-TAXRATE-STATUS               PIC X(02)   VALUE "00".
       77  WS-MKTPLACE-STATUS              PIC X(02)   VALUE "00".
       77  WS-MKTRAW-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-MKTRAW-EOF                            VALUE "Y".
       77  WS-TODAY-DATE                   PIC 9(08)   VALUE ZERO.
      *
      * CHAVE UNICA DO TAXLOG INDEXADO: DATA/HORA EM QUE ESTA EXECUCAO
      * ABRIU O LOG, O GRAVADOR E A SEQUENCIA (VEJA 466-WRITE-KEYED-
      * LOG-RECORD).
       77  WS-LOG-KEY-DATE                 PIC 9(08)   VALUE ZERO.
       77  WS-LOG-KEY-CLOCK                PIC 9(08)   VALUE ZERO.
       77  WS-LOG-KEY-SEQUENCE             PIC 9(07)   VALUE ZERO.
       77  WS-LOG-KEY-DONE-SWITCH          PIC X(01)   VALUE "N".
           88  WS-LOG-KEY-DONE                          VALUE "Y".
      *
      * PORTAO DO LIVRO DE EXECUCOES DO CALC1000 (RUNLEDGR), O MESMO
      * DO TAXADJST: O TAXLOG SO E ESTENDIDO QUANDO TODA EXECUCAO
      * INICIADA (S) TEM O SEU REGISTRO DE CONCLUSAO (C) - UMA
      * EXECUCAO PELA METADE AINDA VAI REGRAVAR O LOG, E O QUE FOSSE
      * POSTADO AGORA SE PERDERIA COM O FEEDCTL JA MARCADO.
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
      * MESTRE DE MARKETPLACES EM MEMORIA. SAO POUCOS - A TABELA DE
      * 50 LINHAS SO ENCHE SE O ARQUIVO ESTIVER ERRADO.
       01  MARKETPLACE-TABLE.
           05  MARKETPLACE-COUNT           PIC 9(03)   VALUE ZERO.
           05  MARKETPLACE-ROW OCCURS 50 TIMES.
               10  MKT-MARKETPLACE-ID      PIC X(04).
               10  MKT-ACCOUNT-NUMBER      PIC X(06).
       77  WS-MKT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-MKTPLACE-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-MKTPLACE-EOF                          VALUE "Y".
       77  WS-MKT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-MARKETPLACE-IS-KNOWN                  VALUE "Y".
      *
      * GUARDA CONTRA FEED DUPLICADO: OS PARES MARKETPLACE/DATA JA
      * POSTADOS, CARREGADOS DE MKTFCTL E REGRAVADOS COM OS DESTA
      * RODADA NO FIM. NAO HA LIBERACAO DE OPERADOR COMO NO TAXEDIT:
      * O RELATORIO DO MARKETPLACE E UM SO POR DIA, E UMA CORRECAO
      * LEGITIMA SO ENTRA DEPOIS DE A LINHA DO MKTFCTL SER EXPURGADA
      * JUNTO COM OS LANCAMENTOS QUE ELA POSTOU.
       77  WS-MKTFCTL-STATUS               PIC X(02)   VALUE "00".
       77  WS-MKTFCTL-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-MKTFCTL-EOF                           VALUE "Y".
       01  FEED-CONTROL-TABLE.
           05  FEED-CONTROL-COUNT          PIC 9(04)   VALUE ZERO.
           05  FEED-CONTROL-ROW OCCURS 500 TIMES.
               10  FCT-MARKETPLACE-ID      PIC X(04).
               10  FCT-BUSINESS-DATE       PIC 9(08).
               10  FCT-ACCEPTED-DATE       PIC 9(08).
       77  WS-FCT-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-FCT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-FEED-ALREADY-SEEN                     VALUE "Y".
       77  WS-FCT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-FCT-TABLE-IS-FULL                     VALUE "Y".
       77  WS-DUPLICATE-FEED-COUNT         PIC 9(05)   VALUE ZERO.
      *
      * CORPO DO REGISTRO HEADER: MARKETPLACE E DATA DO RELATORIO.
       01  RAW-HEADER-FIELDS.
           05  HDR-MARKETPLACE-ID          PIC X(04).
           05  HDR-BUSINESS-DATE           PIC 9(08).
           05  FILLER                      PIC X(67).
      *
      * CORPO DO REGISTRO DETALHE: UM PEDIDO DO MARKETPLACE. VALOR E
      * IMPOSTO COBRADO EM TEXTO, PARA O TESTE NUMERIC ACONTECER ANTES
      * DE QUALQUER MOVE PARA CAMPO NUMERICO.
       01  RAW-DETAIL-FIELDS.
           05  DTL-ORDER-NUMBER            PIC X(12).
           05  DTL-STATE-CODE              PIC X(02).
           05  DTL-SALES-AMOUNT-TEXT       PIC X(07).
           05  DTL-SALES-AMOUNT REDEFINES DTL-SALES-AMOUNT-TEXT
                                           PIC 9(5)V99.
      * IMPOSTO QUE O MARKETPLACE COBROU DO COMPRADOR. ZERO E VALIDO
      * (UF SEM IMPOSTO, COMPRADOR ISENTO NO MARKETPLACE).
           05  DTL-TAX-AMOUNT-TEXT         PIC X(07).
           05  DTL-TAX-AMOUNT REDEFINES DTL-TAX-AMOUNT-TEXT
                                           PIC 9(5)V99.
           05  DTL-TYPE-CODE               PIC X(01).
           05  DTL-TAX-CATEGORY            PIC X(01).
           05  DTL-TRANSACTION-DATE        PIC X(08).
           05  FILLER                      PIC X(41).
      *
      * CORPO DO REGISTRO TRAILER: O QUE O MARKETPLACE DIZ TER MANDADO
      * - CONTAGEM, HASH DOS VALORES DE VENDA E HASH DO IMPOSTO.
       01  RAW-TRAILER-FIELDS.
           05  TRL-RECORD-COUNT            PIC 9(07).
           05  TRL-HASH-TOTAL              PIC 9(11)V99.
           05  TRL-TAX-HASH-TOTAL          PIC 9(11)V99.
           05  FILLER                      PIC X(46).
      *
      * CONTROLES DO LOTE CORRENTE, ZERADOS A CADA HEADER E BATIDOS
      * CONTRA O TRAILER DO MESMO MARKETPLACE.
       77  WS-IN-BATCH-SWITCH              PIC X(01)   VALUE "N".
           88  WS-INSIDE-A-BATCH                        VALUE "Y".
       77  WS-BATCH-MARKETPLACE-ID         PIC X(04)   VALUE SPACES.
       77  WS-BATCH-ACCOUNT-NUMBER         PIC X(06)   VALUE SPACES.
       77  WS-BATCH-BUSINESS-DATE          PIC 9(08)   VALUE ZERO.
       77  WS-BATCH-DETAIL-COUNT           PIC 9(07)   VALUE ZERO.
       77  WS-BATCH-HASH-TOTAL             PIC 9(11)V99 VALUE ZERO.
       77  WS-BATCH-TAX-HASH-TOTAL         PIC 9(11)V99 VALUE ZERO.
      *
      * DETALHES VALIDOS DO LOTE CORRENTE, GUARDADOS ATE O TRAILER: SO
      * UM LOTE QUE FECHA ENTRA NO TAXLOG. LOTE MAIOR QUE A TABELA E
      * REJEITADO INTEIRO (BF) EM VEZ DE POSTADO PELA METADE.
       01  HELD-BATCH-TABLE.
           05  HBT-COUNT                   PIC 9(04)   VALUE ZERO.
           05  HBT-ROW OCCURS 2000 TIMES.
               10  HBT-RAW-IMAGE           PIC X(80).
       77  WS-HBT-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-HBT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-HELD-BATCH-IS-FULL                    VALUE "Y".
       01  HELD-RAW-WORK.
           05  HRW-RECORD-TYPE             PIC X(01).
           05  HRW-RECORD-BODY             PIC X(79).
      *
       77  WS-SIGNED-SALES-AMOUNT          PIC S9(5)V99 VALUE ZERO.
       77  WS-SIGNED-SALES-TAX             PIC S9(5)V99 VALUE ZERO.
      *
      * FECHAMENTO DE PERIODO: AREA DO SUBPROGRAMA PERDCHK1.
           COPY PERDCHK.
      *
      * CODIGOS DE MOTIVO DE REJEICAO GRAVADOS EM REJ-REASON-CODE:
      *     OR = NUMERO DO PEDIDO EM BRANCO
      *     ST = UF SEM LINHA NO MESTRE DE ALIQUOTAS
      *     AM = VALOR DE VENDA NAO NUMERICO OU ZERADO
      *     TX = IMPOSTO COBRADO NAO NUMERICO
      *     TY = TIPO DE TRANSACAO INVALIDO (SO S, R, V OU BRANCO)
      *     CA = CATEGORIA TRIBUTARIA INVALIDA (SO S, G, P OU BRANCO)
      *     DT = DATA DA TRANSACAO NAO NUMERICA (BRANCO E ACEITO E
      *          VALE A DATA DO HEADER)
      *     PC = PEDIDO DATADO EM MES CONTABIL FECHADO (PERDCTL) E O
      *          MES DA RODADA TAMBEM FECHADO - SEM PERIODO ABERTO
      *     MN = MARKETPLACE DO HEADER NAO ENCONTRADO NO MESTRE
      *          (MKTPLACE) - O LOTE INTEIRO E REJEITADO
      *     DF = FEED DUPLICADO: O MARKETPLACE/DATA DO HEADER JA FOI
      *          POSTADO (MKTFCTL) - O LOTE INTEIRO E REJEITADO
      *     FC = A TABELA DO MKTFCTL ENCHEU NO MEIO DA RODADA - O
      *          LOTE E REJEITADO EM VEZ DE POSTADO SEM GUARDA
      *     BF = O LOTE PASSOU DE 2000 DETALHES - REJEITADO INTEIRO
      *     NT = O LOTE ACABOU SEM TRAILER - REJEITADO INTEIRO
      *     SQ = REGISTRO FORA DE SEQUENCIA (DETALHE OU TRAILER SEM
      *          HEADER, OU TIPO DESCONHECIDO)
      *     CT = CONTAGEM DO TRAILER NAO BATE COM OS DETALHES LIDOS
      *     HT = HASH DE VENDAS OU DE IMPOSTO DO TRAILER NAO BATE COM
      *          A SOMA LIDA
      *     (NOS TRES ULTIMOS CASOS, E NO BF/NT, OS DETALHES VALIDOS
      *     GUARDADOS SAEM EM MKTREJ COM O MESMO MOTIVO DO LOTE.)
       77  WS-REJECT-REASON                PIC X(02)   VALUE SPACES.
       77  WS-REJECT-IMAGE                 PIC X(80)   VALUE SPACES.
       77  WS-DETAIL-VALID-SWITCH          PIC X(01)   VALUE "Y".
           88  WS-DETAIL-IS-VALID                       VALUE "Y".
      *
      * TABELA DE ALIQUOTAS EM MEMORIA, MESMA CARGA DO TAXEDIT, USADA
      * SO PARA VALIDAR SE A UF DO DETALHE TEM ALGUMA LINHA NO MESTRE.
       01  TAX-RATE-TABLE.
           05  TAX-RATE-TABLE-COUNT        PIC 9(03)   VALUE ZERO.
           05  TAX-RATE-TABLE-ENTRY OCCURS 200 TIMES.
               10  TRT-JURISDICTION        PIC X(02).
               10  TRT-STATUS              PIC X(01).
       77  WS-RATE-TABLE-FULL-SWITCH       PIC X(01)   VALUE "N".
           88  WS-RATE-TABLE-IS-FULL                    VALUE "Y".
       77  WS-RATE-SEARCH-IDX              PIC 9(03)   VALUE ZERO.
       77  WS-STATE-FOUND-SWITCH           PIC X(01)   VALUE "N".
           88  WS-STATE-IS-ON-FILE                      VALUE "Y".
      *
      * TOTAIS DO RELATORIO DE FECHAMENTO DA CRITICA.
       77  WS-BATCHES-READ-COUNT           PIC 9(05)   VALUE ZERO.
       77  WS-BATCHES-POSTED-COUNT         PIC 9(05)   VALUE ZERO.
       77  WS-DETAILS-READ-COUNT           PIC 9(07)   VALUE ZERO.
       77  WS-POSTED-COUNT                 PIC 9(07)   VALUE ZERO.
       77  WS-REJECTED-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-OUT-OF-BALANCE-COUNT         PIC 9(05)   VALUE ZERO.
       77  WS-POSTED-GROSS-TOTAL           PIC S9(11)V99 VALUE ZERO.
       77  WS-POSTED-TAX-TOTAL             PIC S9(11)V99 VALUE ZERO.
       77  WS-REDIRECTED-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
       77  WS-EDIT-AMOUNT                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       0000-EDIT-MARKETPLACE-FEED.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 050-VERIFY-RUN-LEDGER.
           IF WS-LEDGER-BLOCKS-THIS-RUN
               DISPLAY "MARKETPLACE FEED NOT POSTED - FIX THE "
                   "CALC1000 BATCH AND RERUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-LOAD-TAX-RATE-TABLE.
           PERFORM 130-LOAD-MARKETPLACE-TABLE.
      * SEM O MESTRE NAO HA CONTA PARA LANCAR AS VENDAS - A CRITICA
      * RECUSA RODAR EM VEZ DE POSTAR LANCAMENTOS SEM DONO.
           IF MARKETPLACE-COUNT = ZERO
               DISPLAY "RUN REFUSED - NO MARKETPLACE ON THE "
                   "MARKETPLACE MASTER (MKTPLACE)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 160-LOAD-FEED-CONTROL.
           IF WS-FCT-TABLE-IS-FULL
               DISPLAY "RUN REFUSED - PURGE OLD MKTFCTL ROWS AND "
                   "RESUBMIT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MARKETPLACE-RAW-FILE.
           IF WS-MKTRAW-STATUS NOT = "00"
               DISPLAY "MARKETPLACE-RAW-FILE NOT AVAILABLE - STATUS "
                   WS-MKTRAW-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS NOT = "00"
               DISPLAY "TAXLOG NOT AVAILABLE FOR UPDATE - STATUS "
                   WS-TAXLOG-STATUS " - NOTHING POSTED."
               CLOSE MARKETPLACE-RAW-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-LOG-KEY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-KEY-CLOCK FROM TIME.
           MOVE ZERO TO WS-LOG-KEY-SEQUENCE.
           OPEN OUTPUT MARKETPLACE-REJECT-FILE.
           PERFORM 200-READ-RAW-RECORD.
           PERFORM 300-EDIT-ONE-RAW-RECORD
               UNTIL WS-MKTRAW-EOF.
           IF WS-INSIDE-A-BATCH
               PERFORM 410-REJECT-UNCLOSED-BATCH
           END-IF.
           CLOSE MARKETPLACE-RAW-FILE.
           CLOSE SALES-TAX-LOG-FILE.
           CLOSE MARKETPLACE-REJECT-FILE.
           PERFORM 650-REWRITE-FEED-CONTROL.
           PERFORM 700-PRINT-EDIT-SUMMARY.
      * GOBACK, NAO STOP RUN: CHAMADO PELO JOBCHAIN DEVOLVE O
      * CONTROLE PARA A CADEIA SEGUIR PARA O PROXIMO PASSO.
           GOBACK.
      *
      ******************************************************************
      * 050-VERIFY-RUN-LEDGER
      * Same gate as TAXADJST: the log is only extended when the
      * CALC1000 run ledger (RUNLEDGR) shows every started run
      * completed and no partitioned night is blocked in COVSTAT.
      * A batch rerun rebuilds TAXLOG, and marketplace rows posted
      * ahead of it would be lost while MKTFCTL still showed them in.
      ******************************************************************
       050-VERIFY-RUN-LEDGER.
           MOVE "N" TO WS-LEDGER-BLOCKED-SWITCH.
           OPEN INPUT RUN-LEDGER-FILE.
           IF WS-RUNLEDGR-STATUS NOT = "00"
               DISPLAY "RUN LEDGER (RUNLEDGR) NOT AVAILABLE - "
                   "STATUS " WS-RUNLEDGR-STATUS " - NO COMPLETED "
                   "CALC1000 BATCH RUN IS ON RECORD."
               MOVE "Y" TO WS-LEDGER-BLOCKED-SWITCH
           ELSE
               PERFORM 051-READ-LEDGER-RECORD
               PERFORM 052-PROCESS-LEDGER-RECORD
                   UNTIL WS-RUNLEDGR-EOF
               CLOSE RUN-LEDGER-FILE
               IF WS-COMPLETED-RUN-COUNT = ZERO
                   DISPLAY "RUN LEDGER HAS NO COMPLETED CALC1000 "
                       "RUN."
                   MOVE "Y" TO WS-LEDGER-BLOCKED-SWITCH
               END-IF
               PERFORM 054-CHECK-ONE-GATE-ROW
                   VARYING WS-GATE-IDX FROM 1 BY 1
                   UNTIL WS-GATE-IDX > RUN-GATE-COUNT
           END-IF.
           PERFORM 056-CHECK-COVERAGE-VERDICT.
      *
       051-READ-LEDGER-RECORD.
           READ RUN-LEDGER-FILE
               AT END MOVE "Y" TO WS-RUNLEDGR-EOF-SWITCH
           END-READ.
      *
       052-PROCESS-LEDGER-RECORD.
           EVALUATE TRUE
               WHEN RLG-TYPE-STARTED
                   IF RUN-GATE-COUNT NOT < 100
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
                   PERFORM 053-CLEAR-MATCHING-STARTS
                       VARYING WS-GATE-IDX FROM 1 BY 1
                       UNTIL WS-GATE-IDX > RUN-GATE-COUNT
           END-EVALUATE.
           PERFORM 051-READ-LEDGER-RECORD.
      *
       053-CLEAR-MATCHING-STARTS.
           IF RGT-BUSINESS-DATE (WS-GATE-IDX) = RLG-BUSINESS-DATE
               AND RGT-PART-LOW (WS-GATE-IDX)
                   = RLG-PARTITION-LOW-ACCT
               AND RGT-PART-HIGH (WS-GATE-IDX)
                   = RLG-PARTITION-HIGH-ACCT
               MOVE "Y" TO RGT-CLEARED-SWITCH (WS-GATE-IDX)
           END-IF.
      *
       054-CHECK-ONE-GATE-ROW.
           IF RGT-CLEARED-SWITCH (WS-GATE-IDX) NOT = "Y"
               DISPLAY "CALC1000 RUN OF "
                   RGT-BUSINESS-DATE (WS-GATE-IDX)
                   " PARTITION " RGT-PART-LOW (WS-GATE-IDX)
                   "/" RGT-PART-HIGH (WS-GATE-IDX)
                   " STARTED BUT NEVER COMPLETED."
               MOVE "Y" TO WS-LEDGER-BLOCKED-SWITCH
           END-IF.
      *
       056-CHECK-COVERAGE-VERDICT.
           OPEN INPUT COVERAGE-VERDICT-FILE.
           IF WS-COVSTAT-STATUS = "00"
               PERFORM 057-CHECK-ONE-VERDICT-ROW
                   UNTIL WS-COVSTAT-EOF
               CLOSE COVERAGE-VERDICT-FILE
           END-IF.
      *
       057-CHECK-ONE-VERDICT-ROW.
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
      ******************************************************************
      * 100-LOAD-TAX-RATE-TABLE
      * Only the jurisdiction and status are kept - the marketplace
      * already charged its tax, so the rate master here just proves
      * the ship-to state is one we file in.
      ******************************************************************
       100-LOAD-TAX-RATE-TABLE.
           MOVE ZERO TO TAX-RATE-TABLE-COUNT.
           OPEN INPUT TAX-RATE-MASTER.
           IF WS-TAXRATE-STATUS = "00"
               PERFORM 110-READ-TAX-RATE-RECORD
               PERFORM 120-BUILD-TAX-RATE-TABLE-ROW
                   UNTIL WS-TAXRATE-STATUS = "10"
               CLOSE TAX-RATE-MASTER
           ELSE
               DISPLAY "TAX RATE MASTER NOT AVAILABLE - STATUS "
                   WS-TAXRATE-STATUS " - STATE-CODE EDIT WILL "
                   "REJECT EVERY DETAIL."
           END-IF.
      *
       110-READ-TAX-RATE-RECORD.
           READ TAX-RATE-MASTER NEXT RECORD
               AT END MOVE "10" TO WS-TAXRATE-STATUS
           END-READ.
      *
       120-BUILD-TAX-RATE-TABLE-ROW.
           IF TAX-RATE-TABLE-COUNT < 200
               ADD 1 TO TAX-RATE-TABLE-COUNT
               MOVE TR-JURISDICTION TO
                   TRT-JURISDICTION (TAX-RATE-TABLE-COUNT)
               MOVE TR-STATUS TO
                   TRT-STATUS (TAX-RATE-TABLE-COUNT)
           ELSE
               IF NOT WS-RATE-TABLE-IS-FULL
                   DISPLAY "TAX-RATE-TABLE FULL AT 200 ROWS - "
                       "REMAINING TAXRATE ROWS ARE NOT LOADED AND "
                       "THEIR STATES MAY REJECT AS UNKNOWN."
                   MOVE "Y" TO WS-RATE-TABLE-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 110-READ-TAX-RATE-RECORD.
      *
      * MESTRE AUSENTE OU VAZIO DEIXA A TABELA ZERADA - O 0000 RECUSA.
       130-LOAD-MARKETPLACE-TABLE.
           MOVE ZERO TO MARKETPLACE-COUNT.
           OPEN INPUT MARKETPLACE-MASTER.
           IF WS-MKTPLACE-STATUS = "00"
               PERFORM 131-READ-MARKETPLACE-ROW
               PERFORM 132-TABLE-ONE-MARKETPLACE
                   UNTIL WS-MKTPLACE-EOF
               CLOSE MARKETPLACE-MASTER
           ELSE
               DISPLAY "MARKETPLACE MASTER NOT AVAILABLE - STATUS "
                   WS-MKTPLACE-STATUS "."
           END-IF.
      *
       131-READ-MARKETPLACE-ROW.
           READ MARKETPLACE-MASTER
               AT END MOVE "Y" TO WS-MKTPLACE-EOF-SWITCH
           END-READ.
      *
       132-TABLE-ONE-MARKETPLACE.
           IF MARKETPLACE-COUNT < 50
               ADD 1 TO MARKETPLACE-COUNT
               MOVE MKP-MARKETPLACE-ID TO
                   MKT-MARKETPLACE-ID (MARKETPLACE-COUNT)
               MOVE MKP-ACCOUNT-NUMBER TO
                   MKT-ACCOUNT-NUMBER (MARKETPLACE-COUNT)
           ELSE
               DISPLAY "MARKETPLACE-TABLE FULL AT 50 ROWS - "
                   "MARKETPLACE " MKP-MARKETPLACE-ID " NOT LOADED; "
                   "ITS BATCHES WILL REJECT AS UNKNOWN."
           END-IF.
           PERFORM 131-READ-MARKETPLACE-ROW.
      *
      * CONTROLE AUSENTE SO SIGNIFICA QUE NENHUM FEED FOI POSTADO
      * AINDA.
       160-LOAD-FEED-CONTROL.
           MOVE ZERO TO FEED-CONTROL-COUNT.
           OPEN INPUT FEED-CONTROL-FILE.
           IF WS-MKTFCTL-STATUS = "00"
               PERFORM 161-READ-FEED-CONTROL-ROW
               PERFORM 162-TABLE-ONE-FEED-ROW
                   UNTIL WS-MKTFCTL-EOF
               CLOSE FEED-CONTROL-FILE
           END-IF.
      *
       161-READ-FEED-CONTROL-ROW.
           READ FEED-CONTROL-FILE
               AT END MOVE "Y" TO WS-MKTFCTL-EOF-SWITCH
           END-READ.
      *
       162-TABLE-ONE-FEED-ROW.
           IF FEED-CONTROL-COUNT < 500
               ADD 1 TO FEED-CONTROL-COUNT
               MOVE FDC-MARKETPLACE-ID TO
                   FCT-MARKETPLACE-ID (FEED-CONTROL-COUNT)
               MOVE FDC-BUSINESS-DATE TO
                   FCT-BUSINESS-DATE (FEED-CONTROL-COUNT)
               MOVE FDC-ACCEPTED-DATE TO
                   FCT-ACCEPTED-DATE (FEED-CONTROL-COUNT)
           ELSE
               IF NOT WS-FCT-TABLE-IS-FULL
                   DISPLAY "FEED-CONTROL-TABLE FULL AT 500 ROWS - "
                       "THE RUN WILL BE REFUSED RATHER THAN DROP "
                       "A GUARDED MARKETPLACE/DATE PAIR."
                   MOVE "Y" TO WS-FCT-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 161-READ-FEED-CONTROL-ROW.
      *
       200-READ-RAW-RECORD.
           READ MARKETPLACE-RAW-FILE
               AT END MOVE "Y" TO WS-MKTRAW-EOF-SWITCH
           END-READ.
      *
      ******************************************************************
      * 300-EDIT-ONE-RAW-RECORD
      * Routes the record by its type code. A detail or trailer seen
      * outside an open batch, or an unknown type code, is rejected as
      * a sequence error instead of being guessed at.
      ******************************************************************
       300-EDIT-ONE-RAW-RECORD.
           EVALUATE RAW-RECORD-TYPE
               WHEN "H"
                   PERFORM 400-OPEN-ONE-BATCH
               WHEN "D"
                   IF WS-INSIDE-A-BATCH
                       PERFORM 500-EDIT-ONE-DETAIL
                   ELSE
                       MOVE "SQ" TO WS-REJECT-REASON
                       PERFORM 600-WRITE-REJECT-RECORD
                   END-IF
               WHEN "T"
                   IF WS-INSIDE-A-BATCH
                       PERFORM 450-CLOSE-ONE-BATCH
                   ELSE
                       MOVE "SQ" TO WS-REJECT-REASON
                       PERFORM 600-WRITE-REJECT-RECORD
                   END-IF
               WHEN OTHER
                   MOVE "SQ" TO WS-REJECT-REASON
                   PERFORM 600-WRITE-REJECT-RECORD
           END-EVALUATE.
           PERFORM 200-READ-RAW-RECORD.
      *
      ******************************************************************
      * 400-OPEN-ONE-BATCH
      * A header opens a new marketplace batch and resets the running
      * controls the trailer will be checked against. A header
      * arriving while another batch is still open means the prior
      * trailer never came - the held details of that batch are
      * rejected whole and the new batch starts anyway.
      ******************************************************************
       400-OPEN-ONE-BATCH.
           IF WS-INSIDE-A-BATCH
               PERFORM 410-REJECT-UNCLOSED-BATCH
           END-IF.
           MOVE RAW-RECORD-BODY TO RAW-HEADER-FIELDS.
           PERFORM 420-CHECK-MARKETPLACE-ON-FILE.
           PERFORM 430-CHECK-DUPLICATE-FEED.
           IF WS-MARKETPLACE-IS-KNOWN AND NOT WS-FEED-ALREADY-SEEN
               AND FEED-CONTROL-COUNT < 500
               MOVE "Y" TO WS-IN-BATCH-SWITCH
               MOVE HDR-MARKETPLACE-ID TO WS-BATCH-MARKETPLACE-ID
               MOVE HDR-BUSINESS-DATE TO WS-BATCH-BUSINESS-DATE
               MOVE ZERO TO WS-BATCH-DETAIL-COUNT
               MOVE ZERO TO WS-BATCH-HASH-TOTAL
               MOVE ZERO TO WS-BATCH-TAX-HASH-TOTAL
               MOVE ZERO TO HBT-COUNT
               MOVE "N" TO WS-HBT-FULL-SWITCH
               ADD 1 TO WS-BATCHES-READ-COUNT
           ELSE
           IF WS-MARKETPLACE-IS-KNOWN AND NOT WS-FEED-ALREADY-SEEN
               DISPLAY "FEED-CONTROL-TABLE FULL MID-RUN - MARKETPLACE "
                   HDR-MARKETPLACE-ID " BUSINESS DATE "
                   HDR-BUSINESS-DATE " CANNOT BE GUARDED; BATCH "
                   "REJECTED. PURGE MKTFCTL."
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               MOVE "FC" TO WS-REJECT-REASON
               PERFORM 600-WRITE-REJECT-RECORD
           ELSE
           IF WS-FEED-ALREADY-SEEN
               DISPLAY "MARKETPLACE " HDR-MARKETPLACE-ID
                   " BUSINESS DATE " HDR-BUSINESS-DATE
                   " WAS ALREADY POSTED - DUPLICATE FEED REFUSED."
               ADD 1 TO WS-DUPLICATE-FEED-COUNT
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               MOVE "DF" TO WS-REJECT-REASON
               PERFORM 600-WRITE-REJECT-RECORD
           ELSE
      * MARKETPLACE DESCONHECIDO: O LOTE NAO E ABERTO - O HEADER SAI
      * COM MOTIVO MN E OS DETALHES/TRAILER DELE CAEM EM SQ.
               DISPLAY "MARKETPLACE " HDR-MARKETPLACE-ID " IS NOT ON "
                   "THE MARKETPLACE MASTER - WHOLE BATCH REJECTED."
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               MOVE "MN" TO WS-REJECT-REASON
               PERFORM 600-WRITE-REJECT-RECORD
           END-IF
           END-IF
           END-IF.
      *
      * LOTE SEM TRAILER: NADA FOI POSTADO AINDA, ENTAO TUDO O QUE FOI
      * GUARDADO VAI PARA O MKTREJ COM MOTIVO NT.
       410-REJECT-UNCLOSED-BATCH.
           DISPLAY "BATCH FOR MARKETPLACE " WS-BATCH-MARKETPLACE-ID
               " ENDED WITHOUT A TRAILER - WHOLE BATCH REJECTED.".
           ADD 1 TO WS-OUT-OF-BALANCE-COUNT.
           MOVE "NT" TO WS-REJECT-REASON.
           PERFORM 470-REJECT-HELD-BATCH.
           MOVE "N" TO WS-IN-BATCH-SWITCH.
           MOVE SPACES TO WS-BATCH-MARKETPLACE-ID.
      *
       420-CHECK-MARKETPLACE-ON-FILE.
           MOVE "N" TO WS-MKT-FOUND-SWITCH.
           MOVE SPACES TO WS-BATCH-ACCOUNT-NUMBER.
           MOVE 1 TO WS-MKT-IDX.
           PERFORM 425-CHECK-ONE-MARKETPLACE-ROW
               UNTIL WS-MKT-IDX > MARKETPLACE-COUNT
                   OR WS-MARKETPLACE-IS-KNOWN.
      *
       425-CHECK-ONE-MARKETPLACE-ROW.
           IF MKT-MARKETPLACE-ID (WS-MKT-IDX) = HDR-MARKETPLACE-ID
               MOVE "Y" TO WS-MKT-FOUND-SWITCH
               MOVE MKT-ACCOUNT-NUMBER (WS-MKT-IDX)
                   TO WS-BATCH-ACCOUNT-NUMBER
           ELSE
               ADD 1 TO WS-MKT-IDX
           END-IF.
      *
       430-CHECK-DUPLICATE-FEED.
           MOVE "N" TO WS-FCT-FOUND-SWITCH.
           MOVE 1 TO WS-FCT-IDX.
           PERFORM 435-CHECK-ONE-FEED-ROW
               UNTIL WS-FCT-IDX > FEED-CONTROL-COUNT
                   OR WS-FEED-ALREADY-SEEN.
      *
       435-CHECK-ONE-FEED-ROW.
           IF FCT-MARKETPLACE-ID (WS-FCT-IDX) = HDR-MARKETPLACE-ID
               AND FCT-BUSINESS-DATE (WS-FCT-IDX)
                   = HDR-BUSINESS-DATE
               MOVE "Y" TO WS-FCT-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-FCT-IDX
           END-IF.
      *
      * DIFERENTE DO TAXEDIT, O PAR SO E REGISTRADO QUANDO O LOTE
      * FECHA E E POSTADO - ANTES DISSO NADA DELE ENTROU NO TAXLOG, E
      * UM LOTE REJEITADO PRECISA PODER VOLTAR CORRIGIDO.
       440-RECORD-ACCEPTED-FEED.
           IF FEED-CONTROL-COUNT < 500
               ADD 1 TO FEED-CONTROL-COUNT
               MOVE WS-BATCH-MARKETPLACE-ID TO
                   FCT-MARKETPLACE-ID (FEED-CONTROL-COUNT)
               MOVE WS-BATCH-BUSINESS-DATE TO
                   FCT-BUSINESS-DATE (FEED-CONTROL-COUNT)
               MOVE WS-TODAY-DATE TO
                   FCT-ACCEPTED-DATE (FEED-CONTROL-COUNT)
           END-IF.
      *
      ******************************************************************
      * 450-CLOSE-ONE-BATCH
      * Checks the marketplace's trailer count, hash of sales amounts
      * and hash of tax collected against what was actually read. Only
      * a batch that balances is posted to TAXLOG; any mismatch sends
      * the trailer and every held detail to MKTREJ so the
      * marketplace's report can be corrected and resent whole.
      ******************************************************************
       450-CLOSE-ONE-BATCH.
           MOVE RAW-RECORD-BODY TO RAW-TRAILER-FIELDS.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TRL-RECORD-COUNT NOT NUMERIC
               OR TRL-HASH-TOTAL NOT NUMERIC
               OR TRL-TAX-HASH-TOTAL NOT NUMERIC
               DISPLAY "MARKETPLACE " WS-BATCH-MARKETPLACE-ID
                   " TRAILER IS NOT NUMERIC."
               MOVE "CT" TO WS-REJECT-REASON
           ELSE
           IF TRL-RECORD-COUNT NOT = WS-BATCH-DETAIL-COUNT
               DISPLAY "MARKETPLACE " WS-BATCH-MARKETPLACE-ID
                   " TRAILER COUNT " TRL-RECORD-COUNT
                   " DOES NOT MATCH DETAILS READ "
                   WS-BATCH-DETAIL-COUNT "."
               MOVE "CT" TO WS-REJECT-REASON
           ELSE
           IF TRL-HASH-TOTAL NOT = WS-BATCH-HASH-TOTAL
               OR TRL-TAX-HASH-TOTAL NOT = WS-BATCH-TAX-HASH-TOTAL
               DISPLAY "MARKETPLACE " WS-BATCH-MARKETPLACE-ID
                   " TRAILER HASH TOTALS DO NOT MATCH THE "
                   "AMOUNTS READ."
               MOVE "HT" TO WS-REJECT-REASON
           ELSE
           IF WS-HELD-BATCH-IS-FULL
               DISPLAY "MARKETPLACE " WS-BATCH-MARKETPLACE-ID
                   " BATCH HAS MORE THAN 2000 DETAILS - WHOLE "
                   "BATCH REJECTED."
               MOVE "BF" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 460-POST-HELD-BATCH
           ELSE
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               PERFORM 600-WRITE-REJECT-RECORD
               PERFORM 470-REJECT-HELD-BATCH
           END-IF.
           MOVE "N" TO WS-IN-BATCH-SWITCH.
           MOVE SPACES TO WS-BATCH-MARKETPLACE-ID.
      *
       460-POST-HELD-BATCH.
           PERFORM 465-POST-ONE-HELD-DETAIL
               VARYING WS-HBT-IDX FROM 1 BY 1
               UNTIL WS-HBT-IDX > HBT-COUNT.
           PERFORM 440-RECORD-ACCEPTED-FEED.
           ADD 1 TO WS-BATCHES-POSTED-COUNT.
      *
      ******************************************************************
      * 465-POST-ONE-HELD-DETAIL
      * One TAXLOG row per marketplace order, entry source M. The tax
      * is the marketplace's own, carried as the state component with
      * no locality - we never charged it and never remit it. Refunds
      * and voids go in negative, same as CALC1000's reversals.
      ******************************************************************
       465-POST-ONE-HELD-DETAIL.
           MOVE HBT-RAW-IMAGE (WS-HBT-IDX) TO HELD-RAW-WORK.
           MOVE HRW-RECORD-BODY TO RAW-DETAIL-FIELDS.
           MOVE DTL-SALES-AMOUNT TO WS-SIGNED-SALES-AMOUNT.
           MOVE DTL-TAX-AMOUNT TO WS-SIGNED-SALES-TAX.
           IF DTL-TYPE-CODE = "R" OR "V"
               COMPUTE WS-SIGNED-SALES-AMOUNT =
                   ZERO - WS-SIGNED-SALES-AMOUNT
               COMPUTE WS-SIGNED-SALES-TAX =
                   ZERO - WS-SIGNED-SALES-TAX
           END-IF.
      * MES FECHADO: POSTA NA DATA DA RODADA, COM A ORIGINAL GUARDADA
      * (A CRITICA EM 500 JA REJEITOU O CASO SEM PERIODO ABERTO).
           PERFORM 570-CHECK-ACCOUNTING-PERIOD.
           MOVE PCA-POSTING-DATE TO LOG-BUSINESS-DATE.
           MOVE PCA-ORIGINAL-DATE TO LOG-ORIGINAL-DATE.
           IF PCA-ACTIVITY-REDIRECTED
               ADD 1 TO WS-REDIRECTED-COUNT
           END-IF.
           MOVE WS-BATCH-ACCOUNT-NUMBER TO LOG-ACCOUNT-NUMBER.
           MOVE DTL-STATE-CODE TO LOG-STATE-CODE.
           MOVE WS-SIGNED-SALES-AMOUNT TO LOG-SALES-AMOUNT.
           MOVE WS-SIGNED-SALES-TAX TO LOG-SALES-TAX.
           IF DTL-TYPE-CODE = SPACE
               MOVE "S" TO LOG-TXN-TYPE
           ELSE
               MOVE DTL-TYPE-CODE TO LOG-TXN-TYPE
           END-IF.
      * A ALIQUOTA NAO SAIU DO TAXRATE NEM DO FALLBACK - FONTE EM
      * BRANCO DE PROPOSITO.
           MOVE SPACE TO LOG-RATE-SOURCE.
           IF DTL-TAX-CATEGORY = SPACE
               MOVE "S" TO LOG-TAX-CATEGORY
           ELSE
               MOVE DTL-TAX-CATEGORY TO LOG-TAX-CATEGORY
           END-IF.
           MOVE SPACE TO LOG-EXEMPT-FLAG.
           MOVE SPACES TO LOG-STORE-NUMBER.
           MOVE "M" TO LOG-ENTRY-SOURCE.
           MOVE SPACES TO LOG-LOCALITY-CODE.
           MOVE WS-SIGNED-SALES-TAX TO LOG-STATE-TAX.
           MOVE ZERO TO LOG-COUNTY-TAX.
           MOVE ZERO TO LOG-CITY-TAX.
           MOVE "N" TO LOG-PRICING-BASIS.
           PERFORM 466-WRITE-KEYED-LOG-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-SIGNED-SALES-AMOUNT TO WS-POSTED-GROSS-TOTAL.
           ADD WS-SIGNED-SALES-TAX TO WS-POSTED-TAX-TOTAL.
      *
      ******************************************************************
      * 466-WRITE-KEYED-LOG-RECORD
      * Every TAXLOG row gets a unique prime key: the date and time
      * this run opened the log, the writer and a running sequence.
      * A key already on file (status 22 - another writer stamped
      * the same second) just moves the sequence on and tries again.
      ******************************************************************
       466-WRITE-KEYED-LOG-RECORD.
           MOVE WS-LOG-KEY-DATE TO LOG-KEY-STAMP-DATE.
           MOVE WS-LOG-KEY-CLOCK (1:6) TO LOG-KEY-STAMP-TIME.
           MOVE "MKTEDIT" TO LOG-KEY-WRITER.
           MOVE "N" TO WS-LOG-KEY-DONE-SWITCH.
           PERFORM 467-TRY-ONE-LOG-KEY
               UNTIL WS-LOG-KEY-DONE.
      *
       467-TRY-ONE-LOG-KEY.
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
       470-REJECT-HELD-BATCH.
           PERFORM 475-REJECT-ONE-HELD-DETAIL
               VARYING WS-HBT-IDX FROM 1 BY 1
               UNTIL WS-HBT-IDX > HBT-COUNT.
           MOVE ZERO TO HBT-COUNT.
      *
       475-REJECT-ONE-HELD-DETAIL.
           MOVE HBT-RAW-IMAGE (WS-HBT-IDX) TO WS-REJECT-IMAGE.
           PERFORM 610-WRITE-REJECT-IMAGE.
      *
      ******************************************************************
      * 500-EDIT-ONE-DETAIL
      * Field-level edits on one marketplace order. Every detail, good
      * or bad, counts toward the trailer controls - the marketplace
      * counted and hashed what it sent, not what survived the edit.
      * A good detail is only held here; it reaches TAXLOG when the
      * trailer balances.
      ******************************************************************
       500-EDIT-ONE-DETAIL.
           MOVE RAW-RECORD-BODY TO RAW-DETAIL-FIELDS.
           ADD 1 TO WS-DETAILS-READ-COUNT.
           ADD 1 TO WS-BATCH-DETAIL-COUNT.
           IF DTL-SALES-AMOUNT-TEXT IS NUMERIC
               ADD DTL-SALES-AMOUNT TO WS-BATCH-HASH-TOTAL
           END-IF.
           IF DTL-TAX-AMOUNT-TEXT IS NUMERIC
               ADD DTL-TAX-AMOUNT TO WS-BATCH-TAX-HASH-TOTAL
           END-IF.
           MOVE "Y" TO WS-DETAIL-VALID-SWITCH.
           IF DTL-ORDER-NUMBER = SPACES
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
               MOVE "OR" TO WS-REJECT-REASON
           ELSE
           IF DTL-SALES-AMOUNT-TEXT NOT NUMERIC
               OR DTL-SALES-AMOUNT = ZERO
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
               MOVE "AM" TO WS-REJECT-REASON
           ELSE
           IF DTL-TAX-AMOUNT-TEXT NOT NUMERIC
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
               MOVE "TX" TO WS-REJECT-REASON
           ELSE
           IF DTL-TYPE-CODE NOT = "S"
               AND DTL-TYPE-CODE NOT = "R"
               AND DTL-TYPE-CODE NOT = "V"
               AND DTL-TYPE-CODE NOT = SPACE
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
               MOVE "TY" TO WS-REJECT-REASON
           ELSE
           IF DTL-TAX-CATEGORY NOT = "S"
               AND DTL-TAX-CATEGORY NOT = "G"
               AND DTL-TAX-CATEGORY NOT = "P"
               AND DTL-TAX-CATEGORY NOT = SPACE
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
               MOVE "CA" TO WS-REJECT-REASON
           ELSE
           IF DTL-TRANSACTION-DATE NOT = SPACES
               AND DTL-TRANSACTION-DATE NOT NUMERIC
               MOVE "N" TO WS-DETAIL-VALID-SWITCH
               MOVE "DT" TO WS-REJECT-REASON
           ELSE
               PERFORM 550-CHECK-STATE-ON-FILE
               IF NOT WS-STATE-IS-ON-FILE
                   MOVE "N" TO WS-DETAIL-VALID-SWITCH
                   MOVE "ST" TO WS-REJECT-REASON
               ELSE
                   PERFORM 570-CHECK-ACCOUNTING-PERIOD
                   IF PCA-NO-OPEN-PERIOD
                       MOVE "N" TO WS-DETAIL-VALID-SWITCH
                       MOVE "PC" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-DETAIL-IS-VALID
               IF HBT-COUNT < 2000
                   ADD 1 TO HBT-COUNT
                   MOVE MARKETPLACE-RAW-RECORD
                       TO HBT-RAW-IMAGE (HBT-COUNT)
               ELSE
      * SEM ESPACO PARA GUARDAR: O DETALHE VAI SOZINHO PARA O MKTREJ
      * E O LOTE INTEIRO CAI EM BF NO TRAILER.
                   MOVE "Y" TO WS-HBT-FULL-SWITCH
                   MOVE "BF" TO WS-REJECT-REASON
                   PERFORM 600-WRITE-REJECT-RECORD
               END-IF
           ELSE
               PERFORM 600-WRITE-REJECT-RECORD
           END-IF.
      *
       550-CHECK-STATE-ON-FILE.
           MOVE "N" TO WS-STATE-FOUND-SWITCH.
           MOVE 1 TO WS-RATE-SEARCH-IDX.
           PERFORM 560-CHECK-ONE-RATE-ROW
               UNTIL WS-RATE-SEARCH-IDX > TAX-RATE-TABLE-COUNT
                   OR WS-STATE-IS-ON-FILE.
      *
       560-CHECK-ONE-RATE-ROW.
           IF TRT-JURISDICTION (WS-RATE-SEARCH-IDX) = DTL-STATE-CODE
               AND TRT-STATUS (WS-RATE-SEARCH-IDX) = "A"
               MOVE "Y" TO WS-STATE-FOUND-SWITCH
           END-IF.
           ADD 1 TO WS-RATE-SEARCH-IDX.
      *
      * DATA DO PEDIDO (OU A DO HEADER, QUANDO O DETALHE VEM SEM
      * DATA) CONTRA OS MESES FECHADOS DO PERDCTL.
       570-CHECK-ACCOUNTING-PERIOD.
           IF DTL-TRANSACTION-DATE = SPACES
               MOVE WS-BATCH-BUSINESS-DATE TO PCA-ACTIVITY-DATE
           ELSE
               MOVE DTL-TRANSACTION-DATE TO PCA-ACTIVITY-DATE
           END-IF.
           MOVE WS-TODAY-DATE TO PCA-RUN-DATE.
           CALL "PERDCHK1" USING PERIOD-CHECK-AREA.
      *
       600-WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE.
           MOVE MARKETPLACE-RAW-RECORD TO REJ-RAW-IMAGE.
           WRITE MARKETPLACE-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
      *
       610-WRITE-REJECT-IMAGE.
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE.
           MOVE WS-REJECT-IMAGE TO REJ-RAW-IMAGE.
           WRITE MARKETPLACE-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
      *
       650-REWRITE-FEED-CONTROL.
           OPEN OUTPUT FEED-CONTROL-FILE.
           PERFORM 660-WRITE-ONE-FEED-ROW
               VARYING WS-FCT-IDX FROM 1 BY 1
               UNTIL WS-FCT-IDX > FEED-CONTROL-COUNT.
           CLOSE FEED-CONTROL-FILE.
      *
       660-WRITE-ONE-FEED-ROW.
           MOVE FCT-MARKETPLACE-ID (WS-FCT-IDX) TO FDC-MARKETPLACE-ID.
           MOVE FCT-BUSINESS-DATE (WS-FCT-IDX)
               TO FDC-BUSINESS-DATE.
           MOVE FCT-ACCEPTED-DATE (WS-FCT-IDX)
               TO FDC-ACCEPTED-DATE.
           WRITE FEED-CONTROL-RECORD.
      *
       700-PRINT-EDIT-SUMMARY.
           DISPLAY "====================================".
           DISPLAY "MARKETPLACE FEED EDIT SUMMARY".
           DISPLAY "====================================".
           MOVE WS-BATCHES-READ-COUNT TO WS-EDIT-COUNT.
           DISPLAY "MARKETPLACE BATCHES READ: " WS-EDIT-COUNT.
           MOVE WS-BATCHES-POSTED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "BATCHES POSTED. . . . . : " WS-EDIT-COUNT.
           MOVE WS-DETAILS-READ-COUNT TO WS-EDIT-COUNT.
           DISPLAY "DETAIL RECORDS READ . . : " WS-EDIT-COUNT.
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "ORDERS POSTED TO TAXLOG : " WS-EDIT-COUNT.
           MOVE WS-REDIRECTED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "  TO OPEN PERIOD (LATE) : " WS-EDIT-COUNT.
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "RECORDS REJECTED. . . . : " WS-EDIT-COUNT.
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-EDIT-COUNT.
           DISPLAY "BATCHES OUT OF BALANCE. : " WS-EDIT-COUNT.
           MOVE WS-DUPLICATE-FEED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "DUPLICATE FEEDS REFUSED : " WS-EDIT-COUNT.
           MOVE WS-POSTED-GROSS-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "MARKETPLACE GROSS SALES : " WS-EDIT-AMOUNT.
           MOVE WS-POSTED-TAX-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "TAX COLLECTED BY MKTPLC : " WS-EDIT-AMOUNT.
       END PROGRAM MKTEDIT.
