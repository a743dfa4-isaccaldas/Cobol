      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     RELATORIO MENSAL DE VARIACAO DE ARREDONDAMENTO
      *              POR JURISDICAO. PARA CADA TICKET TRIBUTADO DO
      *              TAXLOG NO MES PEDIDO, REFAZ O IMPOSTO EM PRECISAO
      *              CHEIA (VALOR X ALIQUOTA ESTADUAL DO TAXRATE MAIS
      *              AS LOCAIS DO LOCLRATE, VIGENTES NA DATA DA
      *              ATIVIDADE, SEM ARREDONDAR) E COMPARA COM O IMPOSTO
      *              COBRADO. POR UF IMPRIME O METODO DE ARREDONDAMENTO
      *              (TAXRNDM), TICKETS, IMPOSTO COBRADO, IMPOSTO EM
      *              PRECISAO CHEIA, A VARIACAO E O LIMITE QUE O
      *              METODO ADMITE (MEIO CENTAVO POR COMPONENTE
      *              ARREDONDADO, UM CENTAVO TRUNCADO), PARA MOSTRAR AO
      *              AUDITOR QUE A DIFERENCA E DO METODO E NAO ERRO.
      *              AJUSTES (TAXADJST), MARKETPLACE E VENDAS
      *              TRIBUTADAS A ZERO FICAM DE FORA. CONFERE O LIVRO
      *              DE EXECUCOES (RUNLEDGR) ANTES DE CONFIAR NO LOG.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRNDV.
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
           SELECT TAX-RATE-MASTER ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.
      *
           SELECT LOCAL-RATE-FILE ASSIGN TO "LOCLRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCLRATE-STATUS.
      *
           SELECT ROUNDING-METHOD-FILE ASSIGN TO "TAXRNDM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRNDM-STATUS.
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
       FD  TAX-RATE-MASTER.
           COPY TAXRATE.
      *
       FD  LOCAL-RATE-FILE.
           COPY LOCLRATE.
      *
       FD  ROUNDING-METHOD-FILE.
           COPY TAXRNDM.
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
       77  WS-TAXRATE-STATUS               PIC X(02)   VALUE "00".
       77  WS-LOCLRATE-STATUS              PIC X(02)   VALUE "00".
       77  WS-TAXRNDM-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXLOG-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-TAXLOG-EOF                            VALUE "Y".
       77  WS-LOCLRATE-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-LOCLRATE-EOF                          VALUE "Y".
       77  WS-TAXRNDM-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-TAXRNDM-EOF                           VALUE "Y".
      *
      * MES PEDIDO (CCYYMM) E SUA FAIXA DE DATAS - QUALQUER DATA DO
      * MES E MENOR OU IGUAL A CCYYMM31.
       01  WS-REPORT-MONTH-ENTRY           PIC X(06)   VALUE SPACES.
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH-ENTRY.
           05  WS-REPORT-YEAR              PIC 9(04).
           05  WS-REPORT-MM                PIC 9(02).
       77  WS-REPORT-MONTH                 PIC 9(06)   VALUE ZERO.
       77  WS-MONTH-FIRST-DATE             PIC 9(08)   VALUE ZERO.
       77  WS-MONTH-LAST-DATE              PIC 9(08)   VALUE ZERO.
      *
      * TABELAS DE ALIQUOTA E DE METODO - MESMA CARGA E MESMAS REGRAS
      * DE VIGENCIA DO CALC1000 (200/215/232, 250/256/251), CONTRA A
      * DATA DA ATIVIDADE DO REGISTRO.
       01  TAX-RATE-TABLE.
           05  TAX-RATE-TABLE-COUNT        PIC 9(03)   VALUE ZERO.
           05  TAX-RATE-TABLE-ENTRY OCCURS 200 TIMES.
               10  TRT-JURISDICTION        PIC X(02).
               10  TRT-TAX-CATEGORY        PIC X(01).
               10  TRT-EFF-DATE            PIC 9(08).
               10  TRT-END-DATE            PIC 9(08).
               10  TRT-TAX-RATE            PIC 9V9(04).
               10  TRT-STATUS              PIC X(01).
       77  WS-RATE-TABLE-FULL-SWITCH       PIC X(01)   VALUE "N".
           88  WS-RATE-TABLE-IS-FULL                    VALUE "Y".
       77  WS-LOOKUP-CATEGORY              PIC X(01)   VALUE "S".
       77  WS-DEFAULT-TAX-RATE             PIC 9V9(04) VALUE .0785.
       77  WS-RATE-FOUND-SWITCH            PIC X(01)   VALUE "N".
       77  WS-RATE-SEARCH-IDX              PIC 9(03)   VALUE ZERO.
      *
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
       77  WS-LOCAL-TABLE-FULL-SWITCH      PIC X(01)   VALUE "N".
           88  WS-LOCAL-TABLE-IS-FULL                   VALUE "Y".
       77  WS-LOCAL-SEARCH-IDX             PIC 9(03)   VALUE ZERO.
       77  WS-LOCAL-FOUND-SWITCH           PIC X(01)   VALUE "N".
       77  WS-LOCAL-LEVEL                  PIC X(01)   VALUE SPACE.
       77  WS-LOCAL-LEVEL-RATE             PIC 9V9(04) VALUE ZERO.
      *
       01  ROUNDING-METHOD-TABLE.
           05  ROUNDING-METHOD-COUNT       PIC 9(03)   VALUE ZERO.
           05  ROUNDING-METHOD-ENTRY OCCURS 100 TIMES.
               10  RMT-STATE-CODE          PIC X(02).
               10  RMT-EFF-DATE            PIC 9(08).
               10  RMT-METHOD              PIC X(01).
       77  WS-RNM-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-RNM-BEST-DATE                PIC 9(08)   VALUE ZERO.
       77  WS-ROUNDING-METHOD              PIC X(01)   VALUE "H".
           88  WS-ROUND-TRUNCATE                        VALUE "T".
      *
      * O TICKET CORRENTE: DATA DA ATIVIDADE, ALIQUOTAS, BASE EXATA E
      * IMPOSTO EM PRECISAO CHEIA.
       77  WS-LOG-ACTIVITY-DATE            PIC 9(08)   VALUE ZERO.
       77  WS-TAX-CATEGORY                 PIC X(01)   VALUE "S".
       77  WS-STATE-TAX-RATE               PIC 9V9(04) VALUE ZERO.
       77  WS-COUNTY-TAX-RATE              PIC 9V9(04) VALUE ZERO.
       77  WS-CITY-TAX-RATE                PIC 9V9(04) VALUE ZERO.
       77  WS-COMBINED-TAX-RATE            PIC 9V9(04) VALUE ZERO.
       77  WS-EXACT-BASE                   PIC S9(07)V9(08) VALUE ZERO.
       77  WS-EXACT-TICKET-TAX             PIC S9(07)V9(06) VALUE ZERO.
      * COMPONENTES COM ALIQUOTA (CADA UM E LEVADO AO CENTAVO POR SI)
      * E O LIMITE DE VARIACAO QUE O TICKET ADMITE.
       77  WS-ROUNDED-UNITS                PIC 9(01)   VALUE ZERO.
       77  WS-UNIT-LIMIT                   PIC 9V9(03) VALUE ZERO.
       77  WS-TICKET-BOUND                 PIC 9(01)V9(03) VALUE ZERO.
      *
      * UMA LINHA POR UF COM TICKETS TRIBUTADOS NO MES. O METODO E O
      * DO ULTIMO TICKET; MAIS DE UM METODO NO MES (MUDANCA DE
      * REGRA) SAI COMO *.
       01  JURISDICTION-VARIANCE-TABLE.
           05  JURISDICTION-COUNT          PIC 9(03)   VALUE ZERO.
           05  JURISDICTION-ROW OCCURS 100 TIMES.
               10  JVT-STATE-CODE          PIC X(02).
               10  JVT-METHOD              PIC X(01).
               10  JVT-TICKET-COUNT        PIC 9(07).
               10  JVT-COMPUTED-TAX        PIC S9(09)V99.
               10  JVT-EXACT-TAX           PIC S9(09)V9(06).
               10  JVT-VARIANCE-BOUND      PIC 9(07)V9(03).
       77  WS-JVT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-ROW-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ROW-WAS-FOUND                         VALUE "Y".
       77  WS-TABLE-FULL-SWITCH            PIC X(01)   VALUE "N".
           88  WS-TABLE-IS-FULL                         VALUE "Y".
      *
       77  WS-VARIANCE                     PIC S9(09)V9(06) VALUE ZERO.
       77  WS-ABS-VARIANCE                 PIC 9(09)V9(06) VALUE ZERO.
       77  WS-TOTAL-TICKETS                PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-COMPUTED               PIC S9(09)V99 VALUE ZERO.
       77  WS-TOTAL-EXACT                  PIC S9(09)V9(06) VALUE ZERO.
       77  WS-TOTAL-BOUND                  PIC 9(07)V9(03) VALUE ZERO.
       77  WS-EXCLUDED-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-ZERO-TAXED-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-REVIEW-COUNT                 PIC 9(03)   VALUE ZERO.
       77  WS-VERDICT                      PIC X(06)   VALUE SPACES.
       77  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
       77  WS-EDIT-TAX                     PIC -ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-EXACT                   PIC -ZZZ,ZZZ,ZZ9.9999.
       77  WS-EDIT-VARIANCE                PIC -ZZ,ZZ9.9999.
       77  WS-EDIT-BOUND                   PIC ZZ,ZZ9.999.
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
       0000-REPORT-ROUNDING-VARIANCE.
           PERFORM 0100-VERIFY-RUN-LEDGER.
           IF WS-LEDGER-BLOCKS-THIS-RUN
               DISPLAY "TAXLOG IS NOT BEING CONSUMED - FIX THE "
                   "CALC1000 BATCH AND RERUN."
               STOP RUN
           END-IF.
           DISPLAY "FISCAL MONTH TO REPORT (CCYYMM): ".
           ACCEPT WS-REPORT-MONTH-ENTRY.
           IF WS-REPORT-MONTH-ENTRY NOT NUMERIC
               DISPLAY "INVALID MONTH - NOTHING DONE."
               STOP RUN
           END-IF.
           IF WS-REPORT-MM < 01 OR WS-REPORT-MM > 12
               DISPLAY "INVALID MONTH - NOTHING DONE."
               STOP RUN
           END-IF.
           MOVE WS-REPORT-MONTH-ENTRY TO WS-REPORT-MONTH.
           COMPUTE WS-MONTH-FIRST-DATE = WS-REPORT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-LAST-DATE = WS-REPORT-MONTH * 100 + 31.
           PERFORM 0300-LOAD-TAX-RATE-TABLE.
           PERFORM 0400-LOAD-LOCAL-RATE-TABLE.
           PERFORM 0500-LOAD-ROUNDING-METHODS.
           PERFORM 1000-ACCUMULATE-MONTH.
           PERFORM 2000-PRINT-VARIANCE-REPORT.
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
      ******************************************************************
      * 0300-LOAD-TAX-RATE-TABLE
      * Same startup load CALC1000 does, so full precision is figured
      * on the very rates the batch charged.
      ******************************************************************
       0300-LOAD-TAX-RATE-TABLE.
           MOVE ZERO TO TAX-RATE-TABLE-COUNT.
           OPEN INPUT TAX-RATE-MASTER.
           IF WS-TAXRATE-STATUS = "00"
               PERFORM 0310-READ-TAX-RATE-RECORD
               PERFORM 0320-BUILD-TAX-RATE-TABLE-ROW
                   UNTIL WS-TAXRATE-STATUS = "10"
               CLOSE TAX-RATE-MASTER
           ELSE
               DISPLAY "TAX RATE MASTER NOT AVAILABLE - STATUS "
                   WS-TAXRATE-STATUS " - FULL PRECISION USES THE "
                   "DEFAULT RATE ONLY."
           END-IF.
      *
       0310-READ-TAX-RATE-RECORD.
           READ TAX-RATE-MASTER NEXT RECORD
               AT END MOVE "10" TO WS-TAXRATE-STATUS
           END-READ.
      *
       0320-BUILD-TAX-RATE-TABLE-ROW.
           IF TAX-RATE-TABLE-COUNT < 200
               ADD 1 TO TAX-RATE-TABLE-COUNT
               MOVE TR-JURISDICTION TO
                   TRT-JURISDICTION (TAX-RATE-TABLE-COUNT)
               MOVE TR-TAX-CATEGORY TO
                   TRT-TAX-CATEGORY (TAX-RATE-TABLE-COUNT)
               MOVE TR-EFF-DATE TO
                   TRT-EFF-DATE (TAX-RATE-TABLE-COUNT)
               MOVE TR-END-DATE TO
                   TRT-END-DATE (TAX-RATE-TABLE-COUNT)
               MOVE TR-TAX-RATE TO
                   TRT-TAX-RATE (TAX-RATE-TABLE-COUNT)
               MOVE TR-STATUS TO
                   TRT-STATUS (TAX-RATE-TABLE-COUNT)
           ELSE
               IF NOT WS-RATE-TABLE-IS-FULL
                   DISPLAY "TAX-RATE-TABLE FULL AT 200 ROWS - "
                       "REMAINING TAXRATE ROWS ARE NOT LOADED AND "
                       "THEIR VARIANCE MAY LOOK LIKE AN ERROR."
                   MOVE "Y" TO WS-RATE-TABLE-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 0310-READ-TAX-RATE-RECORD.
      *
       0400-LOAD-LOCAL-RATE-TABLE.
           MOVE ZERO TO LOCAL-RATE-TABLE-COUNT.
           OPEN INPUT LOCAL-RATE-FILE.
           IF WS-LOCLRATE-STATUS = "00"
               PERFORM 0410-READ-LOCAL-RATE-RECORD
               PERFORM 0420-BUILD-LOCAL-RATE-ROW
                   UNTIL WS-LOCLRATE-EOF
               CLOSE LOCAL-RATE-FILE
           END-IF.
      *
       0410-READ-LOCAL-RATE-RECORD.
           READ LOCAL-RATE-FILE
               AT END MOVE "Y" TO WS-LOCLRATE-EOF-SWITCH
           END-READ.
      *
       0420-BUILD-LOCAL-RATE-ROW.
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
                       "THEIR VARIANCE MAY LOOK LIKE AN ERROR."
                   MOVE "Y" TO WS-LOCAL-TABLE-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 0410-READ-LOCAL-RATE-RECORD.
      *
      * MESMA CARGA DE 232-LOAD-ROUNDING-METHODS NO CALC1000 - LINHA
      * INVALIDA FICA DE FORA, COMO LA.
       0500-LOAD-ROUNDING-METHODS.
           MOVE ZERO TO ROUNDING-METHOD-COUNT.
           OPEN INPUT ROUNDING-METHOD-FILE.
           IF WS-TAXRNDM-STATUS = "00"
               PERFORM 0510-READ-ROUNDING-METHOD
               PERFORM 0520-BUILD-ROUNDING-METHOD-ROW
                   UNTIL WS-TAXRNDM-EOF
               CLOSE ROUNDING-METHOD-FILE
           END-IF.
      *
       0510-READ-ROUNDING-METHOD.
           READ ROUNDING-METHOD-FILE
               AT END MOVE "Y" TO WS-TAXRNDM-EOF-SWITCH
           END-READ.
      *
       0520-BUILD-ROUNDING-METHOD-ROW.
           IF RNM-METHOD-VALID
               AND RNM-EFF-DATE NUMERIC
               AND ROUNDING-METHOD-COUNT < 100
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
           END-IF.
           PERFORM 0510-READ-ROUNDING-METHOD.
      *
       1000-ACCUMULATE-MONTH.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS NOT = "00"
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           ELSE
               PERFORM 1005-START-TAX-LOG-AT-MONTH
               PERFORM 1020-ACCUMULATE-ONE-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NO
      * PRIMEIRO DIA DO MES E A LEITURA PARA NA PRIMEIRA DATA
      * POSTERIOR AO MES.
       1005-START-TAX-LOG-AT-MONTH.
           MOVE WS-MONTH-FIRST-DATE TO LOG-BUSINESS-DATE.
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
               AND LOG-BUSINESS-DATE > WS-MONTH-LAST-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
      * AJUSTE E MARKETPLACE NAO FORAM CALCULADOS PELO CALC1000 (UM E
      * DIFERENCA DELIBERADA, O OUTRO E O IMPOSTO DO MARKETPLACE) E A
      * VENDA TRIBUTADA A ZERO NAO TEM O QUE ARREDONDAR.
       1020-ACCUMULATE-ONE-LOG-ROW.
           IF LOG-TYPE-ADJUSTMENT OR LOG-ENTERED-MARKETPLACE
               ADD 1 TO WS-EXCLUDED-COUNT
           ELSE
               IF LOG-SALE-TAXED-AT-ZERO
                   ADD 1 TO WS-ZERO-TAXED-COUNT
               ELSE
                   PERFORM 1100-FIGURE-FULL-PRECISION
                   PERFORM 4000-FIND-OR-ADD-JURISDICTION
                   PERFORM 1200-POST-ONE-TICKET
               END-IF
           END-IF.
           PERFORM 1010-READ-TAX-LOG-RECORD.
      *
      ******************************************************************
      * 1100-FIGURE-FULL-PRECISION
      * The ticket's tax with nothing rounded: each component's rate
      * on the exact base, summed. A net-priced ticket's base is its
      * logged amount. A tax-inclusive ticket logged gross less tax
      * as its net, so its exact base is the gross (net + tax) over
      * one plus the combined rate - what CALC1000 rounded to the
      * cent before taxing it. Both come signed from the log, so a
      * reversal's full-precision tax is negative too.
      ******************************************************************
       1100-FIGURE-FULL-PRECISION.
           IF LOG-ORIGINAL-DATE NUMERIC
               AND LOG-ORIGINAL-DATE NOT = ZERO
               MOVE LOG-ORIGINAL-DATE TO WS-LOG-ACTIVITY-DATE
           ELSE
               MOVE LOG-BUSINESS-DATE TO WS-LOG-ACTIVITY-DATE
           END-IF.
           IF LOG-TAX-CATEGORY = SPACE
               MOVE "S" TO WS-TAX-CATEGORY
           ELSE
               MOVE LOG-TAX-CATEGORY TO WS-TAX-CATEGORY
           END-IF.
           PERFORM 1110-GET-STATE-RATE.
           PERFORM 1130-GET-LOCAL-RATES.
           PERFORM 1170-GET-ROUNDING-METHOD.
           COMPUTE WS-COMBINED-TAX-RATE = WS-STATE-TAX-RATE
               + WS-COUNTY-TAX-RATE + WS-CITY-TAX-RATE.
           IF LOG-PRICED-TAX-INCLUSIVE
               COMPUTE WS-EXACT-BASE =
                   (LOG-SALES-AMOUNT + LOG-SALES-TAX)
                   / (1 + WS-COMBINED-TAX-RATE)
           ELSE
               MOVE LOG-SALES-AMOUNT TO WS-EXACT-BASE
           END-IF.
           COMPUTE WS-EXACT-TICKET-TAX =
               WS-EXACT-BASE * WS-COMBINED-TAX-RATE.
      * CADA COMPONENTE COM ALIQUOTA FOI LEVADO AO CENTAVO POR SI:
      * ATE MEIO CENTAVO CADA NO ARREDONDAMENTO (POR TICKET OU NO
      * DIA), ATE UM CENTAVO TRUNCADO. O TICKET COM IMPOSTO DENTRO
      * AINDA TEVE A BASE ARREDONDADA ANTES - MAIS MEIO CENTAVO.
           MOVE ZERO TO WS-ROUNDED-UNITS.
           IF WS-STATE-TAX-RATE > ZERO
               ADD 1 TO WS-ROUNDED-UNITS
           END-IF.
           IF WS-COUNTY-TAX-RATE > ZERO
               ADD 1 TO WS-ROUNDED-UNITS
           END-IF.
           IF WS-CITY-TAX-RATE > ZERO
               ADD 1 TO WS-ROUNDED-UNITS
           END-IF.
           IF WS-ROUND-TRUNCATE
               MOVE 0.010 TO WS-UNIT-LIMIT
           ELSE
               MOVE 0.005 TO WS-UNIT-LIMIT
           END-IF.
           COMPUTE WS-TICKET-BOUND = WS-ROUNDED-UNITS * WS-UNIT-LIMIT.
           IF LOG-PRICED-TAX-INCLUSIVE
               ADD 0.005 TO WS-TICKET-BOUND
           END-IF.
      *
      * MESMA BUSCA DE 250/255/260 NO CALC1000: CATEGORIA DO TICKET,
      * DEPOIS A LINHA PADRAO (S), DEPOIS A ALIQUOTA PADRAO.
       1110-GET-STATE-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH.
           MOVE WS-DEFAULT-TAX-RATE TO WS-STATE-TAX-RATE.
           MOVE WS-TAX-CATEGORY TO WS-LOOKUP-CATEGORY.
           PERFORM 1115-SEARCH-RATE-FOR-CATEGORY.
           IF WS-RATE-FOUND-SWITCH NOT = "Y"
               AND WS-TAX-CATEGORY NOT = "S"
               MOVE "S" TO WS-LOOKUP-CATEGORY
               PERFORM 1115-SEARCH-RATE-FOR-CATEGORY
           END-IF.
      *
       1115-SEARCH-RATE-FOR-CATEGORY.
           MOVE 1 TO WS-RATE-SEARCH-IDX.
           IF TAX-RATE-TABLE-COUNT > ZERO
               PERFORM 1120-CHECK-TAX-RATE-TABLE-ROW
                   UNTIL WS-RATE-SEARCH-IDX > TAX-RATE-TABLE-COUNT
                       OR WS-RATE-FOUND-SWITCH = "Y"
           END-IF.
      *
       1120-CHECK-TAX-RATE-TABLE-ROW.
           IF TRT-JURISDICTION (WS-RATE-SEARCH-IDX) = LOG-STATE-CODE
               AND (TRT-TAX-CATEGORY (WS-RATE-SEARCH-IDX)
                       = WS-LOOKUP-CATEGORY
                   OR (WS-LOOKUP-CATEGORY = "S"
                       AND TRT-TAX-CATEGORY (WS-RATE-SEARCH-IDX)
                           = SPACE))
               AND TRT-STATUS (WS-RATE-SEARCH-IDX) = "A"
               AND TRT-EFF-DATE (WS-RATE-SEARCH-IDX)
                   NOT > WS-LOG-ACTIVITY-DATE
               AND TRT-END-DATE (WS-RATE-SEARCH-IDX)
                   NOT < WS-LOG-ACTIVITY-DATE
               MOVE TRT-TAX-RATE (WS-RATE-SEARCH-IDX)
                   TO WS-STATE-TAX-RATE
               MOVE "Y" TO WS-RATE-FOUND-SWITCH
           END-IF.
           ADD 1 TO WS-RATE-SEARCH-IDX.
      *
      * MESMA REGRA DE 256/257/259 NO CALC1000: CONDADO E MUNICIPIO
      * DA LOCALIDADE DO TICKET, TODA LINHA VIGENTE DO NIVEL SOMADA.
       1130-GET-LOCAL-RATES.
           MOVE ZERO TO WS-COUNTY-TAX-RATE.
           MOVE ZERO TO WS-CITY-TAX-RATE.
           IF LOG-LOCALITY-CODE NOT = SPACES
               AND LOCAL-RATE-TABLE-COUNT > ZERO
               MOVE "C" TO WS-LOCAL-LEVEL
               PERFORM 1135-GET-ONE-LOCAL-LEVEL
               MOVE WS-LOCAL-LEVEL-RATE TO WS-COUNTY-TAX-RATE
               MOVE "T" TO WS-LOCAL-LEVEL
               PERFORM 1135-GET-ONE-LOCAL-LEVEL
               MOVE WS-LOCAL-LEVEL-RATE TO WS-CITY-TAX-RATE
           END-IF.
      *
       1135-GET-ONE-LOCAL-LEVEL.
           MOVE ZERO TO WS-LOCAL-LEVEL-RATE.
           MOVE "N" TO WS-LOCAL-FOUND-SWITCH.
           MOVE WS-TAX-CATEGORY TO WS-LOOKUP-CATEGORY.
           PERFORM 1140-CHECK-LOCAL-RATE-ROW
               VARYING WS-LOCAL-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-LOCAL-SEARCH-IDX > LOCAL-RATE-TABLE-COUNT.
           IF WS-LOCAL-FOUND-SWITCH NOT = "Y"
               AND WS-TAX-CATEGORY NOT = "S"
               MOVE "S" TO WS-LOOKUP-CATEGORY
               PERFORM 1140-CHECK-LOCAL-RATE-ROW
                   VARYING WS-LOCAL-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-LOCAL-SEARCH-IDX > LOCAL-RATE-TABLE-COUNT
           END-IF.
      *
       1140-CHECK-LOCAL-RATE-ROW.
           IF LRT-JURISDICTION (WS-LOCAL-SEARCH-IDX) = LOG-STATE-CODE
               AND LRT-LOCALITY-CODE (WS-LOCAL-SEARCH-IDX)
                   = LOG-LOCALITY-CODE
               AND LRT-LOCAL-LEVEL (WS-LOCAL-SEARCH-IDX)
                   = WS-LOCAL-LEVEL
               AND (LRT-TAX-CATEGORY (WS-LOCAL-SEARCH-IDX)
                       = WS-LOOKUP-CATEGORY
                   OR (WS-LOOKUP-CATEGORY = "S"
                       AND LRT-TAX-CATEGORY (WS-LOCAL-SEARCH-IDX)
                           = SPACE))
               AND LRT-STATUS (WS-LOCAL-SEARCH-IDX) = "A"
               AND LRT-EFF-DATE (WS-LOCAL-SEARCH-IDX)
                   NOT > WS-LOG-ACTIVITY-DATE
               AND LRT-END-DATE (WS-LOCAL-SEARCH-IDX)
                   NOT < WS-LOG-ACTIVITY-DATE
               ADD LRT-TAX-RATE (WS-LOCAL-SEARCH-IDX)
                   TO WS-LOCAL-LEVEL-RATE
               MOVE "Y" TO WS-LOCAL-FOUND-SWITCH
           END-IF.
      *
      * MESMA REGRA DE 251/252 NO CALC1000: LINHA DA UF COM A MAIOR
      * VIGENCIA NAO POSTERIOR A DATA DA ATIVIDADE, SEM LINHA = H.
       1170-GET-ROUNDING-METHOD.
           MOVE "H" TO WS-ROUNDING-METHOD.
           MOVE ZERO TO WS-RNM-BEST-DATE.
           PERFORM 1175-CHECK-ROUNDING-METHOD-ROW
               VARYING WS-RNM-IDX FROM 1 BY 1
               UNTIL WS-RNM-IDX > ROUNDING-METHOD-COUNT.
      *
       1175-CHECK-ROUNDING-METHOD-ROW.
           IF RMT-STATE-CODE (WS-RNM-IDX) = LOG-STATE-CODE
               AND RMT-EFF-DATE (WS-RNM-IDX)
                   NOT > WS-LOG-ACTIVITY-DATE
               AND RMT-EFF-DATE (WS-RNM-IDX) NOT < WS-RNM-BEST-DATE
               MOVE RMT-METHOD (WS-RNM-IDX) TO WS-ROUNDING-METHOD
               MOVE RMT-EFF-DATE (WS-RNM-IDX) TO WS-RNM-BEST-DATE
           END-IF.
      *
      * VENDA DE BALCAO EM UF D FOI ARREDONDADA POR TICKET - O LIMITE
      * DE MEIO CENTAVO POR COMPONENTE VALE DO MESMO JEITO.
       1200-POST-ONE-TICKET.
           IF JVT-TICKET-COUNT (WS-JVT-IDX) = ZERO
               MOVE WS-ROUNDING-METHOD TO JVT-METHOD (WS-JVT-IDX)
           ELSE
               IF JVT-METHOD (WS-JVT-IDX) NOT = WS-ROUNDING-METHOD
                   MOVE "*" TO JVT-METHOD (WS-JVT-IDX)
               END-IF
           END-IF.
           ADD 1 TO JVT-TICKET-COUNT (WS-JVT-IDX).
           ADD LOG-SALES-TAX TO JVT-COMPUTED-TAX (WS-JVT-IDX).
           ADD WS-EXACT-TICKET-TAX TO JVT-EXACT-TAX (WS-JVT-IDX).
           ADD WS-TICKET-BOUND TO JVT-VARIANCE-BOUND (WS-JVT-IDX).
      *
      ******************************************************************
      * 2000-PRINT-VARIANCE-REPORT
      * One line per jurisdiction: the rule it rounds by, tax as
      * charged, tax at full precision, the variance (charged less
      * full precision) and the most the rule allows. A variance
      * inside the bound is the rule at work; one outside it is
      * flagged REVIEW - a rate changed after the fact, or a ticket
      * not taxed the way the rule says.
      ******************************************************************
       2000-PRINT-VARIANCE-REPORT.
           DISPLAY "====================================".
           DISPLAY "ROUNDING VARIANCE BY JURISDICTION - "
               WS-REPORT-MONTH.
           DISPLAY "====================================".
           DISPLAY "JUR M TICKETS    TAX CHARGED   FULL PRECISION"
               "     VARIANCE      BOUND".
           PERFORM 2100-PRINT-ONE-JURISDICTION
               VARYING WS-JVT-IDX FROM 1 BY 1
               UNTIL WS-JVT-IDX > JURISDICTION-COUNT.
           IF JURISDICTION-COUNT = ZERO
               DISPLAY "    (NO TAXED TICKETS IN " WS-REPORT-MONTH ")"
           END-IF.
           DISPLAY "====================================".
           MOVE WS-TOTAL-TICKETS TO WS-EDIT-COUNT.
           MOVE WS-TOTAL-COMPUTED TO WS-EDIT-TAX.
           MOVE WS-TOTAL-EXACT TO WS-EDIT-EXACT.
           COMPUTE WS-VARIANCE = WS-TOTAL-COMPUTED - WS-TOTAL-EXACT.
           MOVE WS-VARIANCE TO WS-EDIT-VARIANCE.
           MOVE WS-TOTAL-BOUND TO WS-EDIT-BOUND.
           DISPLAY "ALL   " WS-EDIT-COUNT WS-EDIT-TAX
               " " WS-EDIT-EXACT " " WS-EDIT-VARIANCE
               " " WS-EDIT-BOUND.
           DISPLAY "====================================".
           DISPLAY "METHOD: H = HALF-UP PER TICKET, T = TRUNCATED, "
               "D = ROUNDED ON".
           DISPLAY "        THE ACCOUNT'S DAY TOTAL, * = RULE "
               "CHANGED IN THE MONTH.".
           DISPLAY "BOUND: HALF A CENT PER ROUNDED COMPONENT, A CENT "
               "PER".
           DISPLAY "       TRUNCATED ONE, HALF A CENT MORE PER "
               "TAX-INCLUSIVE TICKET.".
           MOVE WS-ZERO-TAXED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "TAXED AT ZERO (NOT ROUNDED) " WS-EDIT-COUNT.
           MOVE WS-EXCLUDED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "ADJUSTMENT/MARKETPLACE. . . " WS-EDIT-COUNT.
           MOVE WS-REVIEW-COUNT TO WS-EDIT-COUNT.
           DISPLAY "JURISDICTIONS TO REVIEW . . " WS-EDIT-COUNT.
           IF WS-REVIEW-COUNT = ZERO
               DISPLAY "EVERY VARIANCE IS WITHIN ITS ROUNDING RULE."
           END-IF.
      *
       2100-PRINT-ONE-JURISDICTION.
           COMPUTE WS-VARIANCE = JVT-COMPUTED-TAX (WS-JVT-IDX)
               - JVT-EXACT-TAX (WS-JVT-IDX).
           IF WS-VARIANCE < ZERO
               COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
           ELSE
               MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF.
           IF WS-ABS-VARIANCE > JVT-VARIANCE-BOUND (WS-JVT-IDX)
               MOVE "REVIEW" TO WS-VERDICT
               ADD 1 TO WS-REVIEW-COUNT
           ELSE
               MOVE SPACES TO WS-VERDICT
           END-IF.
           ADD JVT-TICKET-COUNT (WS-JVT-IDX) TO WS-TOTAL-TICKETS.
           ADD JVT-COMPUTED-TAX (WS-JVT-IDX) TO WS-TOTAL-COMPUTED.
           ADD JVT-EXACT-TAX (WS-JVT-IDX) TO WS-TOTAL-EXACT.
           ADD JVT-VARIANCE-BOUND (WS-JVT-IDX) TO WS-TOTAL-BOUND.
           MOVE JVT-TICKET-COUNT (WS-JVT-IDX) TO WS-EDIT-COUNT.
           MOVE JVT-COMPUTED-TAX (WS-JVT-IDX) TO WS-EDIT-TAX.
           MOVE JVT-EXACT-TAX (WS-JVT-IDX) TO WS-EDIT-EXACT.
           MOVE WS-VARIANCE TO WS-EDIT-VARIANCE.
           MOVE JVT-VARIANCE-BOUND (WS-JVT-IDX) TO WS-EDIT-BOUND.
           DISPLAY JVT-STATE-CODE (WS-JVT-IDX) "  "
               JVT-METHOD (WS-JVT-IDX) " "
               WS-EDIT-COUNT WS-EDIT-TAX
               " " WS-EDIT-EXACT " " WS-EDIT-VARIANCE
               " " WS-EDIT-BOUND " " WS-VERDICT.
      *
       4000-FIND-OR-ADD-JURISDICTION.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-JVT-IDX.
           PERFORM 4010-CHECK-ONE-JURISDICTION
               UNTIL WS-JVT-IDX > JURISDICTION-COUNT
                   OR WS-ROW-WAS-FOUND.
           IF NOT WS-ROW-WAS-FOUND
               IF JURISDICTION-COUNT < 100
                   ADD 1 TO JURISDICTION-COUNT
                   MOVE JURISDICTION-COUNT TO WS-JVT-IDX
                   MOVE LOG-STATE-CODE TO
                       JVT-STATE-CODE (WS-JVT-IDX)
                   MOVE SPACE TO JVT-METHOD (WS-JVT-IDX)
                   MOVE ZERO TO JVT-TICKET-COUNT (WS-JVT-IDX)
                   MOVE ZERO TO JVT-COMPUTED-TAX (WS-JVT-IDX)
                   MOVE ZERO TO JVT-EXACT-TAX (WS-JVT-IDX)
                   MOVE ZERO TO JVT-VARIANCE-BOUND (WS-JVT-IDX)
               ELSE
                   IF NOT WS-TABLE-IS-FULL
                       DISPLAY "JURISDICTION-VARIANCE-TABLE FULL AT "
                           "100 JURISDICTIONS - REMAINING ONES FOLD "
                           "INTO THE LAST ROW."
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                   END-IF
                   MOVE JURISDICTION-COUNT TO WS-JVT-IDX
               END-IF
           END-IF.
      *
       4010-CHECK-ONE-JURISDICTION.
           IF JVT-STATE-CODE (WS-JVT-IDX) = LOG-STATE-CODE
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-JVT-IDX
           END-IF.
       END PROGRAM TAXRNDV.
