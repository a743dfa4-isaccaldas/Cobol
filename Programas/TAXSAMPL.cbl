      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     AMOSTRA PARA FISCALIZACAO DE UMA JURISDICAO: PARA
      *              A UF E A FAIXA DE DATAS INFORMADAS, PERCORRE O
      *              TAXLOG E AS GERACOES DO TAXHIST (VIA HISTCTLG,
      *              COMO O TAXADJST) E SORTEIA A AMOSTRA POR UM DE
      *              TRES METODOS - A CADA N-ESIMO TICKET, ALEATORIA
      *              COM SEMENTE IMPRESSA (MESMA SEMENTE, MESMA
      *              AMOSTRA) OU TODO TICKET ACIMA DE UM VALOR. GRAVA
      *              O PAPEL DE TRABALHO DO FISCAL (AUDWKPAP): PARA
      *              CADA LINHA DA AMOSTRA, A LINHA DO TAXRATE VIGENTE
      *              NA DATA, O IMPOSTO ESTADUAL REDERIVADO PELAS
      *              REGRAS DO TAXADJST, O CERTIFICADO E A VALIDADE DA
      *              VENDA ISENTA (EXEMPCRT) E OS AJUSTES DO TAXADJST
      *              (TIPO A) DA MESMA CONTA E DATA. O RESUMO TRAZ O
      *              TOTAL DA AMOSTRA E O DA POPULACAO PARA O FISCAL
      *              EXTRAPOLAR. VENDAS DE MARKETPLACE FACILITADOR
      *              FICAM FORA DA POPULACAO (O IMPOSTO NAO E NOSSO) E
      *              SO SAO CONTADAS NO RESUMO. SO LEITURA.
      *DATA          15/10/2026
      *DESCRICAO     LANCAMENTO DESVIADO DE MES CONTABIL FECHADO ENTRA
      *              NA POPULACAO PELA DATA EM QUE FOI POSTADO (E A DO
      *              PERIODO DECLARADO), MAS O PAPEL DE TRABALHO, A
      *              EVIDENCIA DE ALIQUOTA E O CASAMENTO COM OS AJUSTES
      *              USAM A DATA ORIGINAL (LOG-ORIGINAL-DATE).
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSAMPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-MASTER ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.
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
           SELECT SALES-TAX-HISTORY-FILE ASSIGN TO WS-TAXHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXHIST-STATUS.
      *
           SELECT HISTORY-CATALOG-FILE ASSIGN TO "HISTCTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCTLG-STATUS.
      *
           SELECT EXEMPTION-CERT-FILE ASSIGN TO "EXEMPCRT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXC-KEY
               FILE STATUS IS WS-EXEMPCRT-STATUS.
      *
      * PAPEL DE TRABALHO DO FISCAL - ARQUIVO DE IMPRESSAO.
           SELECT WORKPAPER-FILE ASSIGN TO "AUDWKPAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDWKPAP-STATUS.
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
       FD  TAX-RATE-MASTER.
           COPY TAXRATE.
      *
       FD  SALES-TAX-LOG-FILE.
           COPY TAXLOG.
      *
       FD  SALES-TAX-HISTORY-FILE.
           COPY TAXHIST.
      *
       FD  HISTORY-CATALOG-FILE.
           COPY HISTCTLG.
      *
       FD  EXEMPTION-CERT-FILE.
           COPY EXEMPCRT.
      *
       FD  WORKPAPER-FILE.
       01  WORKPAPER-RECORD                PIC X(132).
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
       77  WS-TAXRATE-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXLOG-STATUS                PIC X(02)   VALUE "00".
       77  WS-TAXLOG-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-TAXLOG-EOF                            VALUE "Y".
       77  WS-TAXHIST-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXHIST-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-TAXHIST-EOF                           VALUE "Y".
       77  WS-EXEMPCRT-STATUS              PIC X(02)   VALUE "00".
       77  WS-EXEMPCRT-OPEN-SWITCH         PIC X(01)   VALUE "N".
           88  WS-EXEMPCRT-IS-OPEN                      VALUE "Y".
       77  WS-AUDWKPAP-STATUS              PIC X(02)   VALUE "00".
      *
      * CATALOGO DE GERACOES DO HISTORICO (HISTCTLG): SO AS GERACOES
      * QUE TOCAM A FAIXA PEDIDA SAO ABERTAS; O TAXHIST CONSOLIDADO
      * LEGADO, QUANDO AINDA EXISTE, CONTINUA SENDO LIDO.
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
      * ESCOPO E METODO DA AMOSTRA, INFORMADOS PELO OPERADOR.
       77  WS-SMP-JURISDICTION             PIC X(02).
       77  WS-SMP-DATE-FROM                PIC 9(08).
       77  WS-SMP-DATE-TO                  PIC 9(08).
       77  WS-SMP-METHOD                   PIC X(01)   VALUE SPACE.
           88  WS-METHOD-EVERY-NTH                      VALUE "N".
           88  WS-METHOD-RANDOM                         VALUE "R".
           88  WS-METHOD-OVER-AMOUNT                    VALUE "A".
       77  WS-SMP-INTERVAL                 PIC 9(05)   VALUE ZERO.
       77  WS-SMP-SIZE                     PIC 9(03)   VALUE ZERO.
       77  WS-SMP-THRESHOLD                PIC 9(05)V99 VALUE ZERO.
       77  WS-SCOPE-ERROR-SWITCH           PIC X(01)   VALUE "N".
           88  WS-SCOPE-IS-INVALID                      VALUE "Y".
      *
      * SORTEIO: GERADOR CONGRUENTE MULTIPLICATIVO (16807, MODULO
      * 2**31 - 1), SO COM ARITMETICA COMUM - A MESMA SEMENTE
      * REPRODUZ A MESMA AMOSTRA EM QUALQUER MAQUINA. SEMENTE ZERO OU
      * EM BRANCO = TIRADA DO RELOGIO, E IMPRESSA DO MESMO JEITO.
       77  WS-RANDOM-SEED                  PIC 9(10)   VALUE ZERO.
       77  WS-STARTING-SEED                PIC 9(10)   VALUE ZERO.
       77  WS-RANDOM-PRODUCT               PIC 9(15)   VALUE ZERO.
       77  WS-RANDOM-QUOTIENT              PIC 9(15)   VALUE ZERO.
       77  WS-RANDOM-MODULUS               PIC 9(10)   VALUE 2147483647.
       77  WS-RANDOM-SLOT                  PIC 9(07)   VALUE ZERO.
       77  WS-TIME-OF-DAY                  PIC 9(08)   VALUE ZERO.
      *
      * TABELA DE ALIQUOTAS EM MEMORIA - MESMA CARGA E MESMAS REGRAS
      * DE VIGENCIA DO TAXADJST (E DO CALC1000).
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
       77  WS-APPLICABLE-TAX-RATE          PIC 9V9(04).
       77  WS-RATE-FOUND-SWITCH            PIC X(01)   VALUE "N".
       77  WS-RATE-SEARCH-IDX              PIC 9(03)   VALUE ZERO.
       77  WS-RATE-ROW-IDX                 PIC 9(03)   VALUE ZERO.
      *
      * O LANCAMENTO SOB EXAME, VENHA DO LOG VIVO OU DE UMA GERACAO
      * DO HISTORICO (PERFORM NAO ACEITA USING EM COBOL).
      * DATA DA ATIVIDADE: A ORIGINAL QUANDO O LANCAMENTO FOI DESVIADO
      * DE UM MES FECHADO, SENAO A PROPRIA DATA DE NEGOCIO.
       77  WS-DER-BUSINESS-DATE            PIC 9(08)   VALUE ZERO.
       77  WS-DER-ACCOUNT-NUMBER           PIC X(06)   VALUE SPACES.
       77  WS-DER-STATE-CODE               PIC X(02)   VALUE SPACES.
       77  WS-DER-SALES-AMOUNT             PIC S9(5)V99 VALUE ZERO.
       77  WS-DER-SALES-TAX                PIC S9(5)V99 VALUE ZERO.
       77  WS-DER-STATE-TAX                PIC S9(5)V99 VALUE ZERO.
       77  WS-DER-TXN-TYPE                 PIC X(01)   VALUE SPACE.
       77  WS-DER-TAX-CATEGORY             PIC X(01)   VALUE SPACE.
       77  WS-DER-EXEMPT-FLAG              PIC X(01)   VALUE SPACE.
       77  WS-DER-STORE-NUMBER             PIC X(04)   VALUE SPACES.
       77  WS-DER-ENTRY-SOURCE             PIC X(01)   VALUE SPACE.
       77  WS-DER-PRICING-BASIS            PIC X(01)   VALUE SPACE.
       77  WS-DER-DIFFERENCE               PIC S9(6)V99 VALUE ZERO.
       77  WS-DER-SOURCE-FILE              PIC X(12)   VALUE SPACES.
       77  WS-ABSOLUTE-AMOUNT              PIC 9(5)V99 VALUE ZERO.
      *
      * A AMOSTRA: UMA LINHA POR TICKET SORTEADO, COM O QUE O PAPEL
      * DE TRABALHO PRECISA MOSTRAR DELE.
       01  SAMPLE-TABLE.
           05  SAMPLE-TABLE-COUNT          PIC 9(03)   VALUE ZERO.
           05  SAMPLE-TABLE-ROW OCCURS 500 TIMES.
               10  SMT-POPULATION-SEQ      PIC 9(07).
               10  SMT-SOURCE-FILE         PIC X(12).
               10  SMT-BUSINESS-DATE       PIC 9(08).
               10  SMT-ACCOUNT-NUMBER      PIC X(06).
               10  SMT-STORE-NUMBER        PIC X(04).
               10  SMT-TXN-TYPE            PIC X(01).
               10  SMT-TAX-CATEGORY        PIC X(01).
               10  SMT-EXEMPT-FLAG         PIC X(01).
               10  SMT-PRICING-BASIS       PIC X(01).
               10  SMT-SALES-AMOUNT        PIC S9(5)V99.
               10  SMT-SALES-TAX           PIC S9(5)V99.
               10  SMT-STATE-TAX           PIC S9(5)V99.
       77  WS-SMT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-SMT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-SMT-TABLE-IS-FULL                     VALUE "Y".
      *
      * AJUSTES DO TAXADJST (TIPO A) DA UF/FAIXA, POR DATA/CONTA -
      * GRAVADOS DEPOIS NO LOG, POR ISSO SO CASADOS COM A AMOSTRA NO
      * FIM DA VARREDURA.
       01  ADJUSTMENT-TABLE.
           05  ADJUSTMENT-TABLE-COUNT      PIC 9(04)   VALUE ZERO.
           05  ADJUSTMENT-TABLE-ROW OCCURS 1000 TIMES.
               10  ADT-BUSINESS-DATE       PIC 9(08).
               10  ADT-ACCOUNT-NUMBER      PIC X(06).
               10  ADT-ENTRY-COUNT         PIC 9(03).
               10  ADT-TAX-AMOUNT          PIC S9(09)V99.
       77  WS-ADT-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-ADT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-ADT-TABLE-IS-FULL                     VALUE "Y".
       77  WS-ROW-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ROW-WAS-FOUND                         VALUE "Y".
      *
      * TOTAIS DA POPULACAO E DA AMOSTRA.
       77  WS-POPULATION-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-POPULATION-AMOUNT            PIC S9(11)V99 VALUE ZERO.
       77  WS-POPULATION-TAX               PIC S9(11)V99 VALUE ZERO.
       77  WS-MARKETPLACE-COUNT            PIC 9(07)   VALUE ZERO.
       77  WS-SAMPLE-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       77  WS-SAMPLE-TAX                   PIC S9(11)V99 VALUE ZERO.
       77  WS-SAMPLE-RECOMPUTED            PIC S9(11)V99 VALUE ZERO.
       77  WS-SAMPLE-EXCEPTION-COUNT       PIC 9(03)   VALUE ZERO.
       77  WS-INTERVAL-REMAINDER           PIC 9(05)   VALUE ZERO.
       77  WS-INTERVAL-QUOTIENT            PIC 9(07)   VALUE ZERO.
       77  WS-RECOMPUTED-TAX               PIC S9(5)V99 VALUE ZERO.
       77  WS-TAX-DIFFERENCE               PIC S9(6)V99 VALUE ZERO.
       77  WS-MATCHED-ADJ-COUNT            PIC 9(03)   VALUE ZERO.
       77  WS-MATCHED-ADJ-TAX              PIC S9(09)V99 VALUE ZERO.
      *
      * LINHAS DO PAPEL DE TRABALHO.
       01  WP-HEADING-LINE.
           05  FILLER                      PIC X(08)   VALUE "  SEQ NO".
           05  FILLER                      PIC X(10)   VALUE
               "  DATE    ".
           05  FILLER                      PIC X(08)   VALUE "ACCT   ".
           05  FILLER                      PIC X(06)   VALUE "STORE ".
           05  FILLER                      PIC X(10)   VALUE
               "TY CT EX B".
           05  FILLER                      PIC X(15)   VALUE
               "      AMOUNT".
           05  FILLER                      PIC X(15)   VALUE
               "  LOGGED TAX".
           05  FILLER                      PIC X(15)   VALUE
               "   STATE TAX".
           05  FILLER                      PIC X(15)   VALUE
               "  RECOMPUTED".
           05  FILLER                      PIC X(15)   VALUE
               "  DIFFERENCE".
           05  FILLER                      PIC X(15)   VALUE
               "  SOURCE".
       01  WP-DETAIL-LINE.
           05  WPD-POPULATION-SEQ          PIC Z(06)9.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  WPD-BUSINESS-DATE           PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WPD-ACCOUNT-NUMBER          PIC X(06).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WPD-STORE-NUMBER            PIC X(04).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WPD-TXN-TYPE                PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WPD-TAX-CATEGORY            PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WPD-EXEMPT-FLAG             PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WPD-PRICING-BASIS           PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  WPD-SALES-AMOUNT            PIC -ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  WPD-SALES-TAX               PIC -ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  WPD-STATE-TAX               PIC -ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  WPD-RECOMPUTED-TAX          PIC -ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  WPD-DIFFERENCE              PIC -ZZZ,ZZ9.99.
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  WPD-SOURCE-FILE             PIC X(12).
       01  WP-RATE-LINE.
           05  FILLER                      PIC X(14)   VALUE
               "    RATE ROW: ".
           05  WPR-JURISDICTION            PIC X(02).
           05  FILLER                      PIC X(05)   VALUE " CAT ".
           05  WPR-TAX-CATEGORY            PIC X(01).
           05  FILLER                      PIC X(12)   VALUE
               "  EFFECTIVE ".
           05  WPR-EFF-DATE                PIC 9(08).
           05  FILLER                      PIC X(06)   VALUE " THRU ".
           05  WPR-END-DATE                PIC 9(08).
           05  FILLER                      PIC X(07)   VALUE "  RATE ".
           05  WPR-TAX-RATE                PIC 9.9999.
       01  WP-EDIT-AMOUNT                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WP-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
       01  WP-EDIT-SEED                    PIC Z(09)9.
       01  WP-EDIT-RATE                    PIC 9.9999.
      *
       77  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
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
       0000-EXTRACT-AUDIT-SAMPLE.
           PERFORM 0100-VERIFY-RUN-LEDGER.
           IF WS-LEDGER-BLOCKS-THIS-RUN
               DISPLAY "TAXLOG IS NOT BEING CONSUMED - FIX THE "
                   "CALC1000 BATCH AND RERUN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0500-ACCEPT-SAMPLE-SCOPE.
           IF WS-SCOPE-IS-INVALID
               DISPLAY "NO SAMPLE TAKEN - RERUN WITH A VALID SCOPE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-LOAD-TAX-RATE-TABLE.
           PERFORM 1000-SCAN-TAX-LOG.
           PERFORM 1500-SCAN-TAX-HISTORY.
           PERFORM 6000-WRITE-WORKPAPER.
           PERFORM 8000-PRINT-SAMPLE-SUMMARY.
           STOP RUN.
      *
      ******************************************************************
      * 0500-ACCEPT-SAMPLE-SCOPE
      * Jurisdiction, business-date range and sampling method:
      *   N - every Nth ticket of the population, in file order;
      *   R - a fixed-size random sample (reservoir draw) from a
      *       printed seed, so the auditor can have it redrawn;
      *   A - every ticket whose amount, either sign, is at least
      *       the threshold.
      ******************************************************************
       0500-ACCEPT-SAMPLE-SCOPE.
           DISPLAY "JURISDICTION (STATE CODE): ".
           ACCEPT WS-SMP-JURISDICTION.
           DISPLAY "SAMPLE BUSINESS DATES FROM (CCYYMMDD): ".
           ACCEPT WS-SMP-DATE-FROM.
           DISPLAY "SAMPLE BUSINESS DATES TO (CCYYMMDD): ".
           ACCEPT WS-SMP-DATE-TO.
           IF WS-SMP-DATE-TO < WS-SMP-DATE-FROM
               DISPLAY "DATE TO IS BEFORE DATE FROM."
               MOVE "Y" TO WS-SCOPE-ERROR-SWITCH
           END-IF.
           DISPLAY "SAMPLING METHOD (N = EVERY NTH TICKET, "
               "R = RANDOM, A = OVER AN AMOUNT): ".
           ACCEPT WS-SMP-METHOD.
           EVALUATE TRUE
               WHEN WS-METHOD-EVERY-NTH
                   DISPLAY "TAKE EVERY NTH TICKET - N: "
                   ACCEPT WS-SMP-INTERVAL
                   IF WS-SMP-INTERVAL = ZERO
                       DISPLAY "N MUST BE 1 OR MORE."
                       MOVE "Y" TO WS-SCOPE-ERROR-SWITCH
                   END-IF
               WHEN WS-METHOD-RANDOM
                   DISPLAY "SAMPLE SIZE (1-500): "
                   ACCEPT WS-SMP-SIZE
                   IF WS-SMP-SIZE = ZERO OR WS-SMP-SIZE > 500
                       DISPLAY "SAMPLE SIZE MUST BE 1 TO 500."
                       MOVE "Y" TO WS-SCOPE-ERROR-SWITCH
                   END-IF
                   DISPLAY "RANDOM SEED (BLANK = FROM THE CLOCK): "
                   ACCEPT WS-RANDOM-SEED
                   PERFORM 0510-SET-STARTING-SEED
               WHEN WS-METHOD-OVER-AMOUNT
                   DISPLAY "TAKE EVERY TICKET OF AT LEAST (AMOUNT): "
                   ACCEPT WS-SMP-THRESHOLD
               WHEN OTHER
                   DISPLAY "SAMPLING METHOD MUST BE N, R OR A."
                   MOVE "Y" TO WS-SCOPE-ERROR-SWITCH
           END-EVALUATE.
      *
      * A SEMENTE FICA ENTRE 1 E 2**31 - 2; ZERO VIRA A HORA DO DIA.
       0510-SET-STARTING-SEED.
           IF WS-RANDOM-SEED = ZERO
               ACCEPT WS-TIME-OF-DAY FROM TIME
               MOVE WS-TIME-OF-DAY TO WS-RANDOM-SEED
           END-IF.
           DIVIDE WS-RANDOM-SEED BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-SEED.
           IF WS-RANDOM-SEED = ZERO
               MOVE 1 TO WS-RANDOM-SEED
           END-IF.
           MOVE WS-RANDOM-SEED TO WS-STARTING-SEED.
           MOVE WS-STARTING-SEED TO WP-EDIT-SEED.
           DISPLAY "RANDOM SEED USED: " WP-EDIT-SEED.
      *
      ******************************************************************
      * 100-LOAD-TAX-RATE-TABLE
      * Same startup load CALC1000 and TAXADJST do.
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
                   WS-TAXRATE-STATUS " - NO RATE EVIDENCE CAN BE "
                   "SHOWN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                       "THE RATE EVIDENCE MAY BE WRONG."
                   MOVE "Y" TO WS-RATE-TABLE-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 110-READ-TAX-RATE-RECORD.
      *
      ******************************************************************
      * 1000-SCAN-TAX-LOG
      * One pass over the live log: every record of the jurisdiction
      * inside the date range is either a TAXADJST adjustment (type
      * A, kept for the workpaper), a marketplace sale (counted, not
      * sampled) or a member of the population offered to the draw.
      ******************************************************************
       1000-SCAN-TAX-LOG.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS NOT = "00"
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           ELSE
               PERFORM 1005-START-TAX-LOG-AT-SCOPE
               PERFORM 1020-OFFER-ONE-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NA PRIMEIRA
      * DATA DO ESCOPO E A LEITURA PARA NA PRIMEIRA DATA DEPOIS DELE.
       1005-START-TAX-LOG-AT-SCOPE.
           MOVE WS-SMP-DATE-FROM TO LOG-BUSINESS-DATE.
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
               AND LOG-BUSINESS-DATE > WS-SMP-DATE-TO
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       1020-OFFER-ONE-LOG-ROW.
           IF LOG-STATE-CODE = WS-SMP-JURISDICTION
               AND LOG-BUSINESS-DATE NOT < WS-SMP-DATE-FROM
               AND LOG-BUSINESS-DATE NOT > WS-SMP-DATE-TO
               IF LOG-ORIGINAL-DATE NUMERIC
                   AND LOG-ORIGINAL-DATE NOT = ZERO
                   MOVE LOG-ORIGINAL-DATE TO WS-DER-BUSINESS-DATE
               ELSE
                   MOVE LOG-BUSINESS-DATE TO WS-DER-BUSINESS-DATE
               END-IF
               MOVE LOG-ACCOUNT-NUMBER TO WS-DER-ACCOUNT-NUMBER
               MOVE LOG-STATE-CODE TO WS-DER-STATE-CODE
               MOVE LOG-SALES-AMOUNT TO WS-DER-SALES-AMOUNT
               MOVE LOG-SALES-TAX TO WS-DER-SALES-TAX
      * SO O COMPONENTE ESTADUAL - E O QUE O TAXRATE REDERIVA.
               IF LOG-STATE-TAX NUMERIC
                   MOVE LOG-STATE-TAX TO WS-DER-STATE-TAX
               ELSE
                   MOVE LOG-SALES-TAX TO WS-DER-STATE-TAX
               END-IF
               MOVE LOG-TXN-TYPE TO WS-DER-TXN-TYPE
               MOVE LOG-TAX-CATEGORY TO WS-DER-TAX-CATEGORY
               MOVE LOG-EXEMPT-FLAG TO WS-DER-EXEMPT-FLAG
               MOVE LOG-STORE-NUMBER TO WS-DER-STORE-NUMBER
               MOVE LOG-ENTRY-SOURCE TO WS-DER-ENTRY-SOURCE
               MOVE LOG-PRICING-BASIS TO WS-DER-PRICING-BASIS
               MOVE "TAXLOG" TO WS-DER-SOURCE-FILE
               PERFORM 4000-CLASSIFY-ONE-ROW
           END-IF.
           PERFORM 1010-READ-TAX-LOG-RECORD.
      *
      ******************************************************************
      * 1500-SCAN-TAX-HISTORY
      * The same pass over the legacy TAXHIST and the generations
      * whose date range touches the sample window - an audit period
      * is usually one TAXARCHV has already swept out of the log.
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
           IF GCT-DATE-HIGH (WS-GCT-IDX) NOT < WS-SMP-DATE-FROM
               AND GCT-DATE-LOW (WS-GCT-IDX) NOT > WS-SMP-DATE-TO
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
               PERFORM 1520-OFFER-ONE-HIST-ROW
                   UNTIL WS-TAXHIST-EOF
               CLOSE SALES-TAX-HISTORY-FILE
           END-IF.
      *
       1510-READ-TAX-HISTORY-RECORD.
           READ SALES-TAX-HISTORY-FILE
               AT END MOVE "Y" TO WS-TAXHIST-EOF-SWITCH
           END-READ.
      *
       1520-OFFER-ONE-HIST-ROW.
           IF HST-STATE-CODE = WS-SMP-JURISDICTION
               AND HST-BUSINESS-DATE NOT < WS-SMP-DATE-FROM
               AND HST-BUSINESS-DATE NOT > WS-SMP-DATE-TO
               IF HST-ORIGINAL-DATE NUMERIC
                   AND HST-ORIGINAL-DATE NOT = ZERO
                   MOVE HST-ORIGINAL-DATE TO WS-DER-BUSINESS-DATE
               ELSE
                   MOVE HST-BUSINESS-DATE TO WS-DER-BUSINESS-DATE
               END-IF
               MOVE HST-ACCOUNT-NUMBER TO WS-DER-ACCOUNT-NUMBER
               MOVE HST-STATE-CODE TO WS-DER-STATE-CODE
               MOVE HST-SALES-AMOUNT TO WS-DER-SALES-AMOUNT
               MOVE HST-SALES-TAX TO WS-DER-SALES-TAX
               IF HST-STATE-TAX NUMERIC
                   MOVE HST-STATE-TAX TO WS-DER-STATE-TAX
               ELSE
                   MOVE HST-SALES-TAX TO WS-DER-STATE-TAX
               END-IF
               MOVE HST-TXN-TYPE TO WS-DER-TXN-TYPE
               MOVE HST-TAX-CATEGORY TO WS-DER-TAX-CATEGORY
               MOVE HST-EXEMPT-FLAG TO WS-DER-EXEMPT-FLAG
               MOVE HST-STORE-NUMBER TO WS-DER-STORE-NUMBER
               MOVE HST-ENTRY-SOURCE TO WS-DER-ENTRY-SOURCE
               MOVE HST-PRICING-BASIS TO WS-DER-PRICING-BASIS
               MOVE WS-TAXHIST-FILENAME TO WS-DER-SOURCE-FILE
               PERFORM 4000-CLASSIFY-ONE-ROW
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
       4000-CLASSIFY-ONE-ROW.
           EVALUATE TRUE
               WHEN WS-DER-TXN-TYPE = "A"
                   PERFORM 5000-ADD-ADJUSTMENT-ROW
               WHEN WS-DER-ENTRY-SOURCE = "M"
                   ADD 1 TO WS-MARKETPLACE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-POPULATION-COUNT
                   ADD WS-DER-SALES-AMOUNT TO WS-POPULATION-AMOUNT
                   ADD WS-DER-SALES-TAX TO WS-POPULATION-TAX
                   PERFORM 4100-DRAW-ONE-ROW
           END-EVALUATE.
      *
      ******************************************************************
      * 4100-DRAW-ONE-ROW
      * N keeps population rows N, 2N, 3N...; A keeps every row at or
      * over the threshold; R is a reservoir draw - the first K rows
      * fill the sample, and row i after that replaces slot j when a
      * random j from 1 to i falls inside the sample. The sample table
      * filling up under N or A is reported on the workpaper: the
      * sample is then not what was asked for and must be redrawn
      * over a narrower range.
      ******************************************************************
       4100-DRAW-ONE-ROW.
           EVALUATE TRUE
               WHEN WS-METHOD-EVERY-NTH
                   DIVIDE WS-POPULATION-COUNT BY WS-SMP-INTERVAL
                       GIVING WS-INTERVAL-QUOTIENT
                       REMAINDER WS-INTERVAL-REMAINDER
                   IF WS-INTERVAL-REMAINDER = ZERO
                       PERFORM 4200-APPEND-SAMPLE-ROW
                   END-IF
               WHEN WS-METHOD-OVER-AMOUNT
                   IF WS-DER-SALES-AMOUNT < ZERO
                       COMPUTE WS-ABSOLUTE-AMOUNT =
                           ZERO - WS-DER-SALES-AMOUNT
                   ELSE
                       MOVE WS-DER-SALES-AMOUNT TO WS-ABSOLUTE-AMOUNT
                   END-IF
                   IF WS-ABSOLUTE-AMOUNT NOT < WS-SMP-THRESHOLD
                       PERFORM 4200-APPEND-SAMPLE-ROW
                   END-IF
               WHEN WS-METHOD-RANDOM
                   IF SAMPLE-TABLE-COUNT < WS-SMP-SIZE
                       PERFORM 4200-APPEND-SAMPLE-ROW
                   ELSE
                       PERFORM 4300-NEXT-RANDOM-NUMBER
                       DIVIDE WS-RANDOM-SEED BY WS-POPULATION-COUNT
                           GIVING WS-RANDOM-QUOTIENT
                           REMAINDER WS-RANDOM-SLOT
                       ADD 1 TO WS-RANDOM-SLOT
                       IF WS-RANDOM-SLOT NOT > WS-SMP-SIZE
                           MOVE WS-RANDOM-SLOT TO WS-SMT-IDX
                           PERFORM 4210-FILL-SAMPLE-ROW
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       4200-APPEND-SAMPLE-ROW.
           IF SAMPLE-TABLE-COUNT < 500
               ADD 1 TO SAMPLE-TABLE-COUNT
               MOVE SAMPLE-TABLE-COUNT TO WS-SMT-IDX
               PERFORM 4210-FILL-SAMPLE-ROW
           ELSE
               IF NOT WS-SMT-TABLE-IS-FULL
                   DISPLAY "SAMPLE-TABLE FULL AT 500 ROWS - THE "
                       "REST OF THE DRAW IS LOST; NARROW THE DATE "
                       "RANGE OR RAISE N / THE AMOUNT."
                   MOVE "Y" TO WS-SMT-FULL-SWITCH
               END-IF
           END-IF.
      *
       4210-FILL-SAMPLE-ROW.
           MOVE WS-POPULATION-COUNT TO SMT-POPULATION-SEQ (WS-SMT-IDX).
           MOVE WS-DER-SOURCE-FILE TO SMT-SOURCE-FILE (WS-SMT-IDX).
           MOVE WS-DER-BUSINESS-DATE
               TO SMT-BUSINESS-DATE (WS-SMT-IDX).
           MOVE WS-DER-ACCOUNT-NUMBER
               TO SMT-ACCOUNT-NUMBER (WS-SMT-IDX).
           MOVE WS-DER-STORE-NUMBER TO SMT-STORE-NUMBER (WS-SMT-IDX).
           MOVE WS-DER-TXN-TYPE TO SMT-TXN-TYPE (WS-SMT-IDX).
           MOVE WS-DER-TAX-CATEGORY TO SMT-TAX-CATEGORY (WS-SMT-IDX).
           MOVE WS-DER-EXEMPT-FLAG TO SMT-EXEMPT-FLAG (WS-SMT-IDX).
           MOVE WS-DER-PRICING-BASIS
               TO SMT-PRICING-BASIS (WS-SMT-IDX).
           MOVE WS-DER-SALES-AMOUNT TO SMT-SALES-AMOUNT (WS-SMT-IDX).
           MOVE WS-DER-SALES-TAX TO SMT-SALES-TAX (WS-SMT-IDX).
           MOVE WS-DER-STATE-TAX TO SMT-STATE-TAX (WS-SMT-IDX).
      *
       4300-NEXT-RANDOM-NUMBER.
           COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-SEED * 16807.
           DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-SEED.
      *
       5000-ADD-ADJUSTMENT-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-ADT-IDX.
           PERFORM 5010-CHECK-ONE-ADJUSTMENT-ROW
               UNTIL WS-ADT-IDX > ADJUSTMENT-TABLE-COUNT
                   OR WS-ROW-WAS-FOUND.
           IF NOT WS-ROW-WAS-FOUND
               IF ADJUSTMENT-TABLE-COUNT < 1000
                   ADD 1 TO ADJUSTMENT-TABLE-COUNT
                   MOVE ADJUSTMENT-TABLE-COUNT TO WS-ADT-IDX
                   MOVE WS-DER-BUSINESS-DATE
                       TO ADT-BUSINESS-DATE (WS-ADT-IDX)
                   MOVE WS-DER-ACCOUNT-NUMBER
                       TO ADT-ACCOUNT-NUMBER (WS-ADT-IDX)
                   MOVE ZERO TO ADT-ENTRY-COUNT (WS-ADT-IDX)
                   MOVE ZERO TO ADT-TAX-AMOUNT (WS-ADT-IDX)
                   MOVE "Y" TO WS-ROW-FOUND-SWITCH
               ELSE
                   IF NOT WS-ADT-TABLE-IS-FULL
                       DISPLAY "ADJUSTMENT-TABLE FULL AT 1000 "
                           "DATE/ACCOUNTS - LATER ADJUSTMENTS ARE "
                           "NOT SHOWN ON THE WORKPAPER."
                       MOVE "Y" TO WS-ADT-FULL-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF WS-ROW-WAS-FOUND
               ADD 1 TO ADT-ENTRY-COUNT (WS-ADT-IDX)
               ADD WS-DER-SALES-TAX TO ADT-TAX-AMOUNT (WS-ADT-IDX)
           END-IF.
      *
       5010-CHECK-ONE-ADJUSTMENT-ROW.
           IF ADT-BUSINESS-DATE (WS-ADT-IDX) = WS-DER-BUSINESS-DATE
               AND ADT-ACCOUNT-NUMBER (WS-ADT-IDX)
                   = WS-DER-ACCOUNT-NUMBER
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-ADT-IDX
           END-IF.
      *
      ******************************************************************
      * 6000-WRITE-WORKPAPER
      * One detail line per sampled ticket with its logged and
      * rederived state tax, followed by its evidence: the TAXRATE row
      * in effect on the business date (or the default rate when none
      * was), the exemption certificate behind an exempt sale, and
      * every TAXADJST adjustment on the same account and date.
      ******************************************************************
       6000-WRITE-WORKPAPER.
           OPEN OUTPUT WORKPAPER-FILE.
           OPEN INPUT EXEMPTION-CERT-FILE.
           IF WS-EXEMPCRT-STATUS = "00"
               MOVE "Y" TO WS-EXEMPCRT-OPEN-SWITCH
           END-IF.
           PERFORM 6100-WRITE-WORKPAPER-HEADING.
           PERFORM 6200-WRITE-ONE-SAMPLE-ROW
               VARYING WS-SMT-IDX FROM 1 BY 1
               UNTIL WS-SMT-IDX > SAMPLE-TABLE-COUNT.
           PERFORM 6900-WRITE-WORKPAPER-SUMMARY.
           IF WS-EXEMPCRT-IS-OPEN
               CLOSE EXEMPTION-CERT-FILE
           END-IF.
           CLOSE WORKPAPER-FILE.
      *
       6100-WRITE-WORKPAPER-HEADING.
           MOVE SPACES TO WORKPAPER-RECORD.
           STRING "SALES TAX AUDIT SAMPLE - JURISDICTION "
                   WS-SMP-JURISDICTION
                   "  BUSINESS DATES " WS-SMP-DATE-FROM
                   " THRU " WS-SMP-DATE-TO
                   DELIMITED BY SIZE
               INTO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE SPACES TO WORKPAPER-RECORD.
           EVALUATE TRUE
               WHEN WS-METHOD-EVERY-NTH
                   MOVE WS-SMP-INTERVAL TO WP-EDIT-COUNT
                   STRING "SAMPLING METHOD: EVERY NTH TICKET, N = "
                           WP-EDIT-COUNT
                           DELIMITED BY SIZE
                       INTO WORKPAPER-RECORD
               WHEN WS-METHOD-RANDOM
                   MOVE WS-SMP-SIZE TO WP-EDIT-COUNT
                   MOVE WS-STARTING-SEED TO WP-EDIT-SEED
                   STRING "SAMPLING METHOD: RANDOM, SIZE "
                           WP-EDIT-COUNT "  SEED " WP-EDIT-SEED
                           DELIMITED BY SIZE
                       INTO WORKPAPER-RECORD
               WHEN OTHER
                   MOVE WS-SMP-THRESHOLD TO WP-EDIT-AMOUNT
                   STRING "SAMPLING METHOD: EVERY TICKET OF AT "
                           "LEAST " WP-EDIT-AMOUNT
                           DELIMITED BY SIZE
                       INTO WORKPAPER-RECORD
           END-EVALUATE.
           WRITE WORKPAPER-RECORD.
           MOVE SPACES TO WORKPAPER-RECORD.
           STRING "STATE TAX RECOMPUTED FROM THE TAXRATE MASTER AS "
                   "OF THIS RUN; EXEMPT (E) AND HOLIDAY (H) SALES "
                   "RECOMPUTE TO ZERO."
                   DELIMITED BY SIZE
               INTO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE SPACES TO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE WP-HEADING-LINE TO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
      *
       6200-WRITE-ONE-SAMPLE-ROW.
           PERFORM 6300-REDERIVE-SAMPLE-TAX.
           COMPUTE WS-TAX-DIFFERENCE =
               WS-RECOMPUTED-TAX - SMT-STATE-TAX (WS-SMT-IDX).
           IF WS-TAX-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-SAMPLE-EXCEPTION-COUNT
           END-IF.
           ADD SMT-SALES-AMOUNT (WS-SMT-IDX) TO WS-SAMPLE-AMOUNT.
           ADD SMT-SALES-TAX (WS-SMT-IDX) TO WS-SAMPLE-TAX.
           ADD WS-RECOMPUTED-TAX TO WS-SAMPLE-RECOMPUTED.
           MOVE SMT-POPULATION-SEQ (WS-SMT-IDX) TO WPD-POPULATION-SEQ.
           MOVE SMT-BUSINESS-DATE (WS-SMT-IDX) TO WPD-BUSINESS-DATE.
           MOVE SMT-ACCOUNT-NUMBER (WS-SMT-IDX)
               TO WPD-ACCOUNT-NUMBER.
           MOVE SMT-STORE-NUMBER (WS-SMT-IDX) TO WPD-STORE-NUMBER.
           MOVE SMT-TXN-TYPE (WS-SMT-IDX) TO WPD-TXN-TYPE.
           MOVE SMT-TAX-CATEGORY (WS-SMT-IDX) TO WPD-TAX-CATEGORY.
           MOVE SMT-EXEMPT-FLAG (WS-SMT-IDX) TO WPD-EXEMPT-FLAG.
           MOVE SMT-PRICING-BASIS (WS-SMT-IDX) TO WPD-PRICING-BASIS.
           MOVE SMT-SALES-AMOUNT (WS-SMT-IDX) TO WPD-SALES-AMOUNT.
           MOVE SMT-SALES-TAX (WS-SMT-IDX) TO WPD-SALES-TAX.
           MOVE SMT-STATE-TAX (WS-SMT-IDX) TO WPD-STATE-TAX.
           MOVE WS-RECOMPUTED-TAX TO WPD-RECOMPUTED-TAX.
           MOVE WS-TAX-DIFFERENCE TO WPD-DIFFERENCE.
           MOVE SMT-SOURCE-FILE (WS-SMT-IDX) TO WPD-SOURCE-FILE.
           MOVE WP-DETAIL-LINE TO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           PERFORM 6400-WRITE-RATE-EVIDENCE.
           IF SMT-EXEMPT-FLAG (WS-SMT-IDX) = "E"
               PERFORM 6500-WRITE-CERTIFICATE-EVIDENCE
           END-IF.
           PERFORM 6600-WRITE-ADJUSTMENT-EVIDENCE.
      *
      ******************************************************************
      * 6300-REDERIVE-SAMPLE-TAX
      * TAXADJST's 4500 rules: the row's own category first, the
      * jurisdiction's standard (S) row next, on the row's business
      * date; zero for exempt and holiday sales; a tax-inclusive
      * (G) row within one cent of the logged tax keeps the logged
      * figure. WS-RATE-ROW-IDX keeps the row used, zero when the
      * default rate applied.
      ******************************************************************
       6300-REDERIVE-SAMPLE-TAX.
           MOVE SMT-BUSINESS-DATE (WS-SMT-IDX) TO WS-DER-BUSINESS-DATE.
           MOVE WS-SMP-JURISDICTION TO WS-DER-STATE-CODE.
           MOVE ZERO TO WS-RATE-ROW-IDX.
           MOVE "N" TO WS-RATE-FOUND-SWITCH.
           MOVE WS-DEFAULT-TAX-RATE TO WS-APPLICABLE-TAX-RATE.
           IF SMT-TAX-CATEGORY (WS-SMT-IDX) = SPACE
               MOVE "S" TO WS-LOOKUP-CATEGORY
           ELSE
               MOVE SMT-TAX-CATEGORY (WS-SMT-IDX)
                   TO WS-LOOKUP-CATEGORY
           END-IF.
           PERFORM 6310-SEARCH-RATE-FOR-CATEGORY.
           IF WS-RATE-FOUND-SWITCH NOT = "Y"
               AND WS-LOOKUP-CATEGORY NOT = "S"
               MOVE "S" TO WS-LOOKUP-CATEGORY
               PERFORM 6310-SEARCH-RATE-FOR-CATEGORY
           END-IF.
           IF SMT-EXEMPT-FLAG (WS-SMT-IDX) = "E" OR "H"
               MOVE ZERO TO WS-RECOMPUTED-TAX
           ELSE
               COMPUTE WS-RECOMPUTED-TAX ROUNDED =
                   SMT-SALES-AMOUNT (WS-SMT-IDX)
                   * WS-APPLICABLE-TAX-RATE
           END-IF.
           IF SMT-PRICING-BASIS (WS-SMT-IDX) = "G"
               COMPUTE WS-DER-DIFFERENCE =
                   WS-RECOMPUTED-TAX - SMT-STATE-TAX (WS-SMT-IDX)
               IF WS-DER-DIFFERENCE NOT > 0.01
                   AND WS-DER-DIFFERENCE NOT < -0.01
                   MOVE SMT-STATE-TAX (WS-SMT-IDX)
                       TO WS-RECOMPUTED-TAX
               END-IF
           END-IF.
      *
       6310-SEARCH-RATE-FOR-CATEGORY.
           MOVE 1 TO WS-RATE-SEARCH-IDX.
           IF TAX-RATE-TABLE-COUNT > ZERO
               PERFORM 6320-CHECK-TAX-RATE-TABLE-ROW
                   UNTIL WS-RATE-SEARCH-IDX > TAX-RATE-TABLE-COUNT
                       OR WS-RATE-FOUND-SWITCH = "Y"
           END-IF.
      *
       6320-CHECK-TAX-RATE-TABLE-ROW.
           IF TRT-JURISDICTION (WS-RATE-SEARCH-IDX)
                   = WS-DER-STATE-CODE
               AND (TRT-TAX-CATEGORY (WS-RATE-SEARCH-IDX)
                       = WS-LOOKUP-CATEGORY
                   OR (WS-LOOKUP-CATEGORY = "S"
                       AND TRT-TAX-CATEGORY (WS-RATE-SEARCH-IDX)
                           = SPACE))
               AND TRT-STATUS (WS-RATE-SEARCH-IDX) = "A"
               AND TRT-EFF-DATE (WS-RATE-SEARCH-IDX)
                   NOT > WS-DER-BUSINESS-DATE
               AND TRT-END-DATE (WS-RATE-SEARCH-IDX)
                   NOT < WS-DER-BUSINESS-DATE
               MOVE TRT-TAX-RATE (WS-RATE-SEARCH-IDX)
                   TO WS-APPLICABLE-TAX-RATE
               MOVE WS-RATE-SEARCH-IDX TO WS-RATE-ROW-IDX
               MOVE "Y" TO WS-RATE-FOUND-SWITCH
           END-IF.
           ADD 1 TO WS-RATE-SEARCH-IDX.
      *
       6400-WRITE-RATE-EVIDENCE.
           IF WS-RATE-ROW-IDX = ZERO
               MOVE WS-DEFAULT-TAX-RATE TO WP-EDIT-RATE
               MOVE SPACES TO WORKPAPER-RECORD
               STRING "    RATE ROW: NONE IN EFFECT ON THE DATE - "
                       "DEFAULT RATE " WP-EDIT-RATE " APPLIED"
                       DELIMITED BY SIZE
                   INTO WORKPAPER-RECORD
           ELSE
               MOVE TRT-JURISDICTION (WS-RATE-ROW-IDX)
                   TO WPR-JURISDICTION
               MOVE TRT-TAX-CATEGORY (WS-RATE-ROW-IDX)
                   TO WPR-TAX-CATEGORY
               MOVE TRT-EFF-DATE (WS-RATE-ROW-IDX) TO WPR-EFF-DATE
               MOVE TRT-END-DATE (WS-RATE-ROW-IDX) TO WPR-END-DATE
               MOVE TRT-TAX-RATE (WS-RATE-ROW-IDX) TO WPR-TAX-RATE
               MOVE WP-RATE-LINE TO WORKPAPER-RECORD
           END-IF.
           WRITE WORKPAPER-RECORD.
      *
       6500-WRITE-CERTIFICATE-EVIDENCE.
           MOVE SPACES TO WORKPAPER-RECORD.
           IF NOT WS-EXEMPCRT-IS-OPEN
               STRING "    CERTIFICATE: EXEMPCRT NOT AVAILABLE - "
                       "STATUS " WS-EXEMPCRT-STATUS
                       DELIMITED BY SIZE
                   INTO WORKPAPER-RECORD
           ELSE
               MOVE SMT-ACCOUNT-NUMBER (WS-SMT-IDX)
                   TO EXC-ACCOUNT-NUMBER
               MOVE WS-SMP-JURISDICTION TO EXC-STATE-CODE
               READ EXEMPTION-CERT-FILE
                   INVALID KEY
                       STRING "    CERTIFICATE: NONE ON FILE FOR "
                               "THE ACCOUNT AND JURISDICTION"
                               DELIMITED BY SIZE
                           INTO WORKPAPER-RECORD
                   NOT INVALID KEY
                       STRING "    CERTIFICATE: " EXC-CERT-NUMBER
                               "  EXPIRES " EXC-EXPIRY-DATE
                               DELIMITED BY SIZE
                           INTO WORKPAPER-RECORD
               END-READ
           END-IF.
           WRITE WORKPAPER-RECORD.
      *
       6600-WRITE-ADJUSTMENT-EVIDENCE.
           MOVE ZERO TO WS-MATCHED-ADJ-COUNT.
           MOVE ZERO TO WS-MATCHED-ADJ-TAX.
           PERFORM 6610-MATCH-ONE-ADJUSTMENT
               VARYING WS-ADT-IDX FROM 1 BY 1
               UNTIL WS-ADT-IDX > ADJUSTMENT-TABLE-COUNT.
           IF WS-MATCHED-ADJ-COUNT > ZERO
               MOVE WS-MATCHED-ADJ-COUNT TO WP-EDIT-COUNT
               MOVE WS-MATCHED-ADJ-TAX TO WP-EDIT-AMOUNT
               MOVE SPACES TO WORKPAPER-RECORD
               STRING "    TAXADJST ADJUSTMENT(S) ON THIS ACCOUNT/"
                       "DATE:" WP-EDIT-COUNT "  NET TAX "
                       WP-EDIT-AMOUNT
                       DELIMITED BY SIZE
                   INTO WORKPAPER-RECORD
               WRITE WORKPAPER-RECORD
           END-IF.
      *
       6610-MATCH-ONE-ADJUSTMENT.
           IF ADT-BUSINESS-DATE (WS-ADT-IDX)
                   = SMT-BUSINESS-DATE (WS-SMT-IDX)
               AND ADT-ACCOUNT-NUMBER (WS-ADT-IDX)
                   = SMT-ACCOUNT-NUMBER (WS-SMT-IDX)
               ADD ADT-ENTRY-COUNT (WS-ADT-IDX)
                   TO WS-MATCHED-ADJ-COUNT
               ADD ADT-TAX-AMOUNT (WS-ADT-IDX) TO WS-MATCHED-ADJ-TAX
           END-IF.
      *
      ******************************************************************
      * 6900-WRITE-WORKPAPER-SUMMARY
      * Sample and population totals side by side, so the auditor can
      * project the sample's exceptions onto the whole period.
      ******************************************************************
       6900-WRITE-WORKPAPER-SUMMARY.
           MOVE SPACES TO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE SAMPLE-TABLE-COUNT TO WP-EDIT-COUNT.
           MOVE SPACES TO WORKPAPER-RECORD.
           STRING "SAMPLE TICKETS . . . . . . : " WP-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE WS-SAMPLE-AMOUNT TO WP-EDIT-AMOUNT.
           MOVE SPACES TO WORKPAPER-RECORD.
           STRING "SAMPLE SALES AMOUNT. . . . : " WP-EDIT-AMOUNT
                   DELIMITED BY SIZE
               INTO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE WS-SAMPLE-TAX TO WP-EDIT-AMOUNT.
           MOVE SPACES TO WORKPAPER-RECORD.
           STRING "SAMPLE TAX LOGGED. . . . . : " WP-EDIT-AMOUNT
                   DELIMITED BY SIZE
               INTO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE WS-SAMPLE-RECOMPUTED TO WP-EDIT-AMOUNT.
           MOVE SPACES TO WORKPAPER-RECORD.
           STRING "SAMPLE STATE TAX RECOMPUTED: " WP-EDIT-AMOUNT
                   DELIMITED BY SIZE
               INTO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE WS-SAMPLE-EXCEPTION-COUNT TO WP-EDIT-COUNT.
           MOVE SPACES TO WORKPAPER-RECORD.
           STRING "SAMPLE TICKETS WITH A DIFF : " WP-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE WS-POPULATION-COUNT TO WP-EDIT-COUNT.
           MOVE SPACES TO WORKPAPER-RECORD.
           STRING "POPULATION TICKETS . . . . : " WP-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE WS-POPULATION-AMOUNT TO WP-EDIT-AMOUNT.
           MOVE SPACES TO WORKPAPER-RECORD.
           STRING "POPULATION SALES AMOUNT. . : " WP-EDIT-AMOUNT
                   DELIMITED BY SIZE
               INTO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE WS-POPULATION-TAX TO WP-EDIT-AMOUNT.
           MOVE SPACES TO WORKPAPER-RECORD.
           STRING "POPULATION TAX LOGGED. . . : " WP-EDIT-AMOUNT
                   DELIMITED BY SIZE
               INTO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           MOVE WS-MARKETPLACE-COUNT TO WP-EDIT-COUNT.
           MOVE SPACES TO WORKPAPER-RECORD.
           STRING "MARKETPLACE ROWS EXCLUDED. : " WP-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO WORKPAPER-RECORD.
           WRITE WORKPAPER-RECORD.
           IF WS-SMT-TABLE-IS-FULL
               MOVE SPACES TO WORKPAPER-RECORD
               STRING "** SAMPLE CUT OFF AT 500 TICKETS - IT IS NOT "
                       "THE SAMPLE ASKED FOR; DO NOT EXTRAPOLATE."
                       DELIMITED BY SIZE
                   INTO WORKPAPER-RECORD
               WRITE WORKPAPER-RECORD
           END-IF.
           IF WS-ADT-TABLE-IS-FULL
               MOVE SPACES TO WORKPAPER-RECORD
               STRING "** ADJUSTMENT TABLE FILLED - SOME TAXADJST "
                       "ADJUSTMENTS MAY BE MISSING ABOVE."
                       DELIMITED BY SIZE
                   INTO WORKPAPER-RECORD
               WRITE WORKPAPER-RECORD
           END-IF.
      *
       8000-PRINT-SAMPLE-SUMMARY.
           DISPLAY "====================================".
           DISPLAY "AUDIT SAMPLE WRITTEN TO AUDWKPAP - JURISDICTION "
               WS-SMP-JURISDICTION.
           DISPLAY "====================================".
           MOVE WS-POPULATION-COUNT TO WS-EDIT-COUNT.
           DISPLAY "POPULATION TICKETS. . . : " WS-EDIT-COUNT.
           MOVE SAMPLE-TABLE-COUNT TO WS-EDIT-COUNT.
           DISPLAY "SAMPLE TICKETS. . . . . : " WS-EDIT-COUNT.
           MOVE WS-SAMPLE-EXCEPTION-COUNT TO WS-EDIT-COUNT.
           DISPLAY "SAMPLE WITH DIFFERENCE. : " WS-EDIT-COUNT.
           IF WS-SMT-TABLE-IS-FULL OR WS-ADT-TABLE-IS-FULL
               MOVE 4 TO RETURN-CODE
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
       END PROGRAM TAXSAMPL.
