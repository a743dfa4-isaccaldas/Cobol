      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     MONITOR NOTURNO DE NEXO ECONOMICO POR
      *              JURISDICAO. TOTALIZA VENDA BRUTA E QUANTIDADE DE
      *              TICKETS POR LOG-STATE-CODE (TAXLOG + TAXHIST
      *              LEGADO + GERACOES TAXHIST-CCYY DO HISTCTLG QUE
      *              TOCAM A JANELA), NO ANO CALENDARIO CORRENTE E NOS
      *              ULTIMOS DOZE MESES, E MEDE CADA JURISDICAO NAO
      *              INSCRITA DO REGISTRO (NEXUSREG) CONTRA O SEU
      *              LIMITE DE VALOR E DE QUANTIDADE NA JANELA QUE O
      *              ESTADO USA. AVISA EM 75%, 90% E 100% (ESTE ULTIMO
      *              TAMBEM NO EXCPLOG, PARA O DIGESTO DA MANHA) E
      *              LISTA ESTADO COM VENDA QUE NEM ESTA NO REGISTRO.
      *              CONFERE RUNLEDGR E COVSTAT ANTES DE CONFIAR NO
      *              LOG, COMO OS DEMAIS CONSUMIDORES.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *DATA          15/10/2026
      *DESCRICAO     TICKET QUEBRADO POR CATEGORIA NO TAXEDIT CONTA
      *              UMA VEZ SO: A LINHA DE CONTINUACAO (ENTRY-SOURCE
      *              C NO TAXLOG/TAXHIST) SOMA O VALOR MAS NAO O
      *              TICKET.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXUSMON.
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
           SELECT NEXUS-REGISTER-FILE ASSIGN TO "NEXUSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXUSREG-STATUS.
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
       FD  SALES-TAX-LOG-FILE.
           COPY TAXLOG.
      *
       FD  SALES-TAX-HISTORY-FILE.
           COPY TAXHIST.
      *
       FD  HISTORY-CATALOG-FILE.
           COPY HISTCTLG.
      *
       FD  NEXUS-REGISTER-FILE.
           COPY NEXUSREG.
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
       77  WS-TAXHIST-STATUS               PIC X(02)   VALUE "00".
       77  WS-NEXUSREG-STATUS              PIC X(02)   VALUE "00".
       77  WS-TAXLOG-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-TAXLOG-EOF                            VALUE "Y".
       77  WS-TAXHIST-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-TAXHIST-EOF                           VALUE "Y".
       77  WS-NEXUSREG-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-NEXUSREG-EOF                          VALUE "Y".
      *
      * DATA DA RODADA E AS DUAS JANELAS: ANO CALENDARIO (01/01 DO
      * ANO CORRENTE ATE HOJE) E DOZE MESES CORRIDOS (O DIA SEGUINTE
      * A MESMA DATA DO ANO PASSADO ATE HOJE). A JANELA DE DOZE MESES
      * SEMPRE COMECA ANTES (OU NO MESMO DIA) DA DO ANO CALENDARIO,
      * ENTAO ELA E A FAIXA LIDA DO LOG E DO HISTORICO.
       77  WS-AS-OF-DATE                   PIC 9(08).
       77  WS-YEAR-START-DATE              PIC 9(08).
       77  WS-TRAILING-START-DATE          PIC 9(08).
       01  WS-DATE-WORK                    PIC 9(08).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-WORK-CCYY           PIC 9(04).
           05  WS-DATE-WORK-MM             PIC 9(02).
           05  WS-DATE-WORK-DD             PIC 9(02).
       77  WS-JULIAN-WORK                  PIC 9(09).
      *
      * REGISTRO DE NEXO CARREGADO NA MEMORIA.
       01  NEXUS-REG-TABLE.
           05  NEXUS-REG-COUNT             PIC 9(03)   VALUE ZERO.
           05  NEXUS-REG-ROW OCCURS 100 TIMES.
               10  NRT-STATE-CODE          PIC X(02).
               10  NRT-REGISTERED-FLAG     PIC X(01).
               10  NRT-THRESHOLD-AMOUNT    PIC 9(11)V99.
               10  NRT-THRESHOLD-COUNT     PIC 9(07).
               10  NRT-WINDOW-TYPE         PIC X(01).
       77  WS-NRT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-NRT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-NRT-TABLE-IS-FULL                     VALUE "Y".
      *
      * TOTAIS CORRIDOS POR JURISDICAO NAS DUAS JANELAS (ASSINADOS -
      * DEVOLUCOES ABATEM A VENDA; CANCELAMENTO (V) DESCONTA O TICKET).
       01  NEXUS-TOTALS-TABLE.
           05  NEXUS-TOTALS-COUNT          PIC 9(03)   VALUE ZERO.
           05  NEXUS-TOTALS-ROW OCCURS 100 TIMES.
               10  NXT-STATE-CODE          PIC X(02).
               10  NXT-CY-GROSS-SALES      PIC S9(11)V99.
               10  NXT-CY-TICKET-COUNT     PIC S9(07).
               10  NXT-TT-GROSS-SALES      PIC S9(11)V99.
               10  NXT-TT-TICKET-COUNT     PIC S9(07).
       77  WS-NXT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-ROW-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ROW-WAS-FOUND                         VALUE "Y".
       77  WS-NXT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-NXT-TABLE-IS-FULL                     VALUE "Y".
      *
      * LANCAMENTO CORRENTE PASSADO A 4000-POST-ONE-RECORD PELO
      * PARAGRAFO CHAMADOR (PERFORM NAO ACEITA USING EM COBOL).
       77  WS-POST-STATE                   PIC X(02).
       77  WS-POST-DATE                    PIC 9(08).
       77  WS-POST-AMOUNT                  PIC S9(5)V99.
       77  WS-POST-TXN-TYPE                PIC X(01).
       77  WS-POST-ENTRY-SOURCE            PIC X(01).
       77  WS-POST-TICKETS                 PIC S9(01).
      *
      * MEDICAO DE UMA JURISDICAO CONTRA O SEU LIMITE.
       77  WS-MEASURED-GROSS               PIC S9(11)V99 VALUE ZERO.
       77  WS-MEASURED-COUNT               PIC S9(07)  VALUE ZERO.
       77  WS-AMOUNT-PCT                   PIC S9(05)V9 VALUE ZERO.
       77  WS-COUNT-PCT                    PIC S9(05)V9 VALUE ZERO.
       77  WS-WORST-PCT                    PIC S9(05)V9 VALUE ZERO.
       77  WS-ALERT-TEXT                   PIC X(30)   VALUE SPACES.
       77  WS-WINDOW-TEXT                  PIC X(10)   VALUE SPACES.
      *
       77  WS-CROSSED-COUNT                PIC 9(03)   VALUE ZERO.
       77  WS-AT-90-COUNT                  PIC 9(03)   VALUE ZERO.
       77  WS-AT-75-COUNT                  PIC 9(03)   VALUE ZERO.
       77  WS-UNLISTED-COUNT               PIC 9(03)   VALUE ZERO.
       77  WS-EDIT-AMOUNT                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-THRESHOLD               PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-TICKETS                 PIC -Z,ZZZ,ZZ9.
       77  WS-EDIT-LIMIT-COUNT             PIC Z,ZZZ,ZZ9.
       77  WS-EDIT-PCT                     PIC -ZZZZ9.9.
       77  WS-EDIT-COUNT                   PIC ZZ9.
      *
      * PARAMETROS DO EXCPLOG1 PARA O AVISO DE LIMITE CRUZADO.
       77  WS-EXCLOG-PROGRAM-ID            PIC X(08) VALUE "NEXUSMON".
       77  WS-EXCLOG-FIELD-NAME            PIC X(20)
                                           VALUE "NEXUS-THRESHOLD".
       77  WS-EXCLOG-BAD-VALUE             PIC X(20)   VALUE SPACES.
      *
      * CATALOGO DE GERACOES DO HISTORICO (HISTCTLG): SO AS GERACOES
      * QUE COBREM A JANELA SAO ABERTAS; O TAXHIST CONSOLIDADO
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
       0000-MONITOR-NEXUS.
           PERFORM 0100-VERIFY-RUN-LEDGER.
           IF WS-LEDGER-BLOCKS-THIS-RUN
               DISPLAY "TAXLOG IS NOT BEING CONSUMED - FIX THE "
                   "CALC1000 BATCH AND RERUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
           PERFORM 0300-SET-MEASUREMENT-WINDOWS.
           PERFORM 0500-LOAD-NEXUS-REGISTER.
           IF NEXUS-REG-COUNT = ZERO
               DISPLAY "NEXUS REGISTER (NEXUSREG) IS EMPTY OR "
                   "MISSING - NO JURISDICTION CAN BE MEASURED."
           END-IF.
           PERFORM 1000-LOAD-TAX-LOG-TOTALS.
           PERFORM 1500-LOAD-TAX-HISTORY-TOTALS.
           PERFORM 3000-PRINT-NEXUS-REPORT.
           GOBACK.
      *
      ******************************************************************
      * 0300-SET-MEASUREMENT-WINDOWS
      * Calendar year runs from January 1st of the run year. The
      * trailing twelve months start the day after the same date one
      * year back (a February 29th run steps back to the 28th first,
      * since last year may not have one).
      ******************************************************************
       0300-SET-MEASUREMENT-WINDOWS.
           MOVE WS-AS-OF-DATE TO WS-DATE-WORK.
           MOVE 01 TO WS-DATE-WORK-MM.
           MOVE 01 TO WS-DATE-WORK-DD.
           MOVE WS-DATE-WORK TO WS-YEAR-START-DATE.
           MOVE WS-AS-OF-DATE TO WS-DATE-WORK.
           SUBTRACT 1 FROM WS-DATE-WORK-CCYY.
           IF WS-DATE-WORK-MM = 02
               AND WS-DATE-WORK-DD = 29
               MOVE 28 TO WS-DATE-WORK-DD
           END-IF.
           COMPUTE WS-JULIAN-WORK =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK) + 1.
           COMPUTE WS-TRAILING-START-DATE =
               FUNCTION DATE-OF-INTEGER (WS-JULIAN-WORK).
      *
       0500-LOAD-NEXUS-REGISTER.
           OPEN INPUT NEXUS-REGISTER-FILE.
           IF WS-NEXUSREG-STATUS = "00"
               PERFORM 0510-READ-ONE-REGISTER-ROW
               PERFORM 0520-TABLE-ONE-REGISTER-ROW
                   UNTIL WS-NEXUSREG-EOF
               CLOSE NEXUS-REGISTER-FILE
           END-IF.
      *
       0510-READ-ONE-REGISTER-ROW.
           READ NEXUS-REGISTER-FILE
               AT END MOVE "Y" TO WS-NEXUSREG-EOF-SWITCH
           END-READ.
      *
       0520-TABLE-ONE-REGISTER-ROW.
           IF NEXUS-REG-COUNT < 100
               ADD 1 TO NEXUS-REG-COUNT
               MOVE NXR-STATE-CODE TO
                   NRT-STATE-CODE (NEXUS-REG-COUNT)
               MOVE NXR-REGISTERED-FLAG TO
                   NRT-REGISTERED-FLAG (NEXUS-REG-COUNT)
               IF NXR-THRESHOLD-AMOUNT NOT NUMERIC
                   MOVE ZERO TO NXR-THRESHOLD-AMOUNT
               END-IF
               IF NXR-THRESHOLD-COUNT NOT NUMERIC
                   MOVE ZERO TO NXR-THRESHOLD-COUNT
               END-IF
               MOVE NXR-THRESHOLD-AMOUNT TO
                   NRT-THRESHOLD-AMOUNT (NEXUS-REG-COUNT)
               MOVE NXR-THRESHOLD-COUNT TO
                   NRT-THRESHOLD-COUNT (NEXUS-REG-COUNT)
               MOVE NXR-WINDOW-TYPE TO
                   NRT-WINDOW-TYPE (NEXUS-REG-COUNT)
           ELSE
               IF NOT WS-NRT-TABLE-IS-FULL
                   DISPLAY "NEXUS-REG-TABLE FULL AT 100 ROWS - "
                       "REMAINING JURISDICTIONS ARE NOT MEASURED."
                   MOVE "Y" TO WS-NRT-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 0510-READ-ONE-REGISTER-ROW.
      *
       1000-LOAD-TAX-LOG-TOTALS.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 1005-START-TAX-LOG-AT-WINDOW
               PERFORM 1020-ACCUMULATE-TAX-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           ELSE
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: SO A JANELA DOS
      * DOZE MESES CORRIDOS (QUE CONTEM A DO ANO CALENDARIO) INTERESSA.
       1005-START-TAX-LOG-AT-WINDOW.
           MOVE WS-TRAILING-START-DATE TO LOG-BUSINESS-DATE.
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
               AND LOG-BUSINESS-DATE > WS-AS-OF-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       1020-ACCUMULATE-TAX-LOG-ROW.
           MOVE LOG-STATE-CODE TO WS-POST-STATE.
           MOVE LOG-BUSINESS-DATE TO WS-POST-DATE.
           MOVE LOG-SALES-AMOUNT TO WS-POST-AMOUNT.
           MOVE LOG-TXN-TYPE TO WS-POST-TXN-TYPE.
           MOVE LOG-ENTRY-SOURCE TO WS-POST-ENTRY-SOURCE.
           PERFORM 4000-POST-ONE-RECORD.
           PERFORM 1010-READ-TAX-LOG-RECORD.
      *
       1500-LOAD-TAX-HISTORY-TOTALS.
           PERFORM 0200-LOAD-HISTORY-CATALOG.
           MOVE "TAXHIST" TO WS-TAXHIST-FILENAME.
           PERFORM 1505-SCAN-ONE-HISTORY-FILE.
           PERFORM 1508-SCAN-ONE-GENERATION
               VARYING WS-GCT-IDX FROM 1 BY 1
               UNTIL WS-GCT-IDX > GEN-CATALOG-COUNT.
      *
      * SO A GERACAO CUJA FAIXA DE DATAS TOCA A JANELA E ABERTA.
       1508-SCAN-ONE-GENERATION.
           IF GCT-DATE-HIGH (WS-GCT-IDX) NOT < WS-TRAILING-START-DATE
               AND GCT-DATE-LOW (WS-GCT-IDX) NOT > WS-AS-OF-DATE
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
               PERFORM 1520-ACCUMULATE-HISTORY-ROW
                   UNTIL WS-TAXHIST-EOF
               CLOSE SALES-TAX-HISTORY-FILE
           END-IF.
      *
       1510-READ-TAX-HISTORY-RECORD.
           READ SALES-TAX-HISTORY-FILE
               AT END MOVE "Y" TO WS-TAXHIST-EOF-SWITCH
           END-READ.
      *
       1520-ACCUMULATE-HISTORY-ROW.
           MOVE HST-STATE-CODE TO WS-POST-STATE.
           MOVE HST-BUSINESS-DATE TO WS-POST-DATE.
           MOVE HST-SALES-AMOUNT TO WS-POST-AMOUNT.
           MOVE HST-TXN-TYPE TO WS-POST-TXN-TYPE.
           MOVE HST-ENTRY-SOURCE TO WS-POST-ENTRY-SOURCE.
           PERFORM 4000-POST-ONE-RECORD.
           PERFORM 1510-READ-TAX-HISTORY-RECORD.
      *
      ******************************************************************
      * 3000-PRINT-NEXUS-REPORT
      * Every register row is listed; the unregistered ones are
      * measured over their own window against both thresholds and
      * the worse of the two percentages decides the alert. A state
      * we sell into that is not on the register at all is listed at
      * the end - it cannot be measured until the desk adds it.
      ******************************************************************
       3000-PRINT-NEXUS-REPORT.
           DISPLAY "====================================".
           DISPLAY "ECONOMIC NEXUS THRESHOLD MONITOR - AS OF "
               WS-AS-OF-DATE.
           DISPLAY "CALENDAR YEAR FROM " WS-YEAR-START-DATE
               " / TRAILING 12 MONTHS FROM " WS-TRAILING-START-DATE.
           DISPLAY "====================================".
           PERFORM 3100-MEASURE-ONE-JURISDICTION
               VARYING WS-NRT-IDX FROM 1 BY 1
               UNTIL WS-NRT-IDX > NEXUS-REG-COUNT.
           DISPLAY "====================================".
           PERFORM 3500-CHECK-ONE-UNLISTED-STATE
               VARYING WS-NXT-IDX FROM 1 BY 1
               UNTIL WS-NXT-IDX > NEXUS-TOTALS-COUNT.
           DISPLAY "====================================".
           MOVE WS-CROSSED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "THRESHOLD CROSSED (100%) : " WS-EDIT-COUNT.
           MOVE WS-AT-90-COUNT TO WS-EDIT-COUNT.
           DISPLAY "AT 90% OR MORE . . . . . : " WS-EDIT-COUNT.
           MOVE WS-AT-75-COUNT TO WS-EDIT-COUNT.
           DISPLAY "AT 75% OR MORE . . . . . : " WS-EDIT-COUNT.
           MOVE WS-UNLISTED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "NOT ON NEXUS REGISTER. . : " WS-EDIT-COUNT.
      *
       3100-MEASURE-ONE-JURISDICTION.
           MOVE NRT-STATE-CODE (WS-NRT-IDX) TO WS-POST-STATE.
           PERFORM 4200-FIND-TOTALS-ROW.
           MOVE ZERO TO WS-MEASURED-GROSS.
           MOVE ZERO TO WS-MEASURED-COUNT.
           IF NRT-WINDOW-TYPE (WS-NRT-IDX) = "T"
               MOVE "TRAILING12" TO WS-WINDOW-TEXT
               IF WS-ROW-WAS-FOUND
                   MOVE NXT-TT-GROSS-SALES (WS-NXT-IDX)
                       TO WS-MEASURED-GROSS
                   MOVE NXT-TT-TICKET-COUNT (WS-NXT-IDX)
                       TO WS-MEASURED-COUNT
               END-IF
           ELSE
               MOVE "CAL. YEAR " TO WS-WINDOW-TEXT
               IF WS-ROW-WAS-FOUND
                   MOVE NXT-CY-GROSS-SALES (WS-NXT-IDX)
                       TO WS-MEASURED-GROSS
                   MOVE NXT-CY-TICKET-COUNT (WS-NXT-IDX)
                       TO WS-MEASURED-COUNT
               END-IF
           END-IF.
           IF NRT-REGISTERED-FLAG (WS-NRT-IDX) = "Y"
               MOVE WS-MEASURED-GROSS TO WS-EDIT-AMOUNT
               DISPLAY "    " NRT-STATE-CODE (WS-NRT-IDX)
                   "  REGISTERED - " WS-WINDOW-TEXT
                   " SALES " WS-EDIT-AMOUNT
           ELSE
               PERFORM 3200-RATE-AGAINST-THRESHOLD
           END-IF.
      *
      * PERCENTUAL DE CADA TESTE (LIMITE ZERO = TESTE INEXISTENTE) E
      * O PIOR DOS DOIS DECIDE O AVISO.
       3200-RATE-AGAINST-THRESHOLD.
           MOVE ZERO TO WS-AMOUNT-PCT.
           MOVE ZERO TO WS-COUNT-PCT.
           IF NRT-THRESHOLD-AMOUNT (WS-NRT-IDX) > ZERO
               COMPUTE WS-AMOUNT-PCT ROUNDED =
                   WS-MEASURED-GROSS * 100
                   / NRT-THRESHOLD-AMOUNT (WS-NRT-IDX)
                   ON SIZE ERROR MOVE 9999.9 TO WS-AMOUNT-PCT
               END-COMPUTE
           END-IF.
           IF NRT-THRESHOLD-COUNT (WS-NRT-IDX) > ZERO
               COMPUTE WS-COUNT-PCT ROUNDED =
                   WS-MEASURED-COUNT * 100
                   / NRT-THRESHOLD-COUNT (WS-NRT-IDX)
                   ON SIZE ERROR MOVE 9999.9 TO WS-COUNT-PCT
               END-COMPUTE
           END-IF.
           IF WS-AMOUNT-PCT > WS-COUNT-PCT
               MOVE WS-AMOUNT-PCT TO WS-WORST-PCT
           ELSE
               MOVE WS-COUNT-PCT TO WS-WORST-PCT
           END-IF.
           EVALUATE TRUE
               WHEN WS-WORST-PCT NOT < 100
                   MOVE "** THRESHOLD CROSSED - REGISTER"
                       TO WS-ALERT-TEXT
                   ADD 1 TO WS-CROSSED-COUNT
                   MOVE SPACES TO WS-EXCLOG-BAD-VALUE
                   STRING NRT-STATE-CODE (WS-NRT-IDX) " "
                           WS-WINDOW-TEXT
                           DELIMITED BY SIZE
                       INTO WS-EXCLOG-BAD-VALUE
                   CALL "EXCPLOG1" USING WS-EXCLOG-PROGRAM-ID
                                         WS-EXCLOG-FIELD-NAME
                                         WS-EXCLOG-BAD-VALUE
               WHEN WS-WORST-PCT NOT < 90
                   MOVE "*  AT 90% OF THRESHOLD" TO WS-ALERT-TEXT
                   ADD 1 TO WS-AT-90-COUNT
               WHEN WS-WORST-PCT NOT < 75
                   MOVE "   AT 75% OF THRESHOLD" TO WS-ALERT-TEXT
                   ADD 1 TO WS-AT-75-COUNT
               WHEN OTHER
                   MOVE "   BELOW 75%" TO WS-ALERT-TEXT
           END-EVALUATE.
           MOVE WS-WORST-PCT TO WS-EDIT-PCT.
           DISPLAY "    " NRT-STATE-CODE (WS-NRT-IDX)
               "  NOT REGISTERED - " WS-WINDOW-TEXT
               WS-EDIT-PCT "%  " WS-ALERT-TEXT.
           MOVE WS-MEASURED-GROSS TO WS-EDIT-AMOUNT.
           MOVE NRT-THRESHOLD-AMOUNT (WS-NRT-IDX) TO WS-EDIT-THRESHOLD.
           DISPLAY "        SALES   " WS-EDIT-AMOUNT
               "  OF " WS-EDIT-THRESHOLD.
           MOVE WS-MEASURED-COUNT TO WS-EDIT-TICKETS.
           MOVE NRT-THRESHOLD-COUNT (WS-NRT-IDX)
               TO WS-EDIT-LIMIT-COUNT.
           DISPLAY "        TICKETS " WS-EDIT-TICKETS
               "  OF " WS-EDIT-LIMIT-COUNT.
      *
       3500-CHECK-ONE-UNLISTED-STATE.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           PERFORM 3510-CHECK-ONE-REGISTER-ROW
               VARYING WS-NRT-IDX FROM 1 BY 1
               UNTIL WS-NRT-IDX > NEXUS-REG-COUNT
                   OR WS-ROW-WAS-FOUND.
           IF NOT WS-ROW-WAS-FOUND
               ADD 1 TO WS-UNLISTED-COUNT
               MOVE NXT-TT-GROSS-SALES (WS-NXT-IDX) TO WS-EDIT-AMOUNT
               DISPLAY "** " NXT-STATE-CODE (WS-NXT-IDX)
                   " HAS SALES BUT IS NOT ON NEXUSREG - TRAILING 12 "
                   "MONTHS " WS-EDIT-AMOUNT
           END-IF.
      *
       3510-CHECK-ONE-REGISTER-ROW.
           IF NRT-STATE-CODE (WS-NRT-IDX) = NXT-STATE-CODE (WS-NXT-IDX)
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           END-IF.
      *
      ******************************************************************
      * 4000-POST-ONE-RECORD
      * A log line inside the trailing window counts there; if it is
      * also on or after January 1st it counts in the calendar year
      * too. A sale (S or blank) is one ticket, a void (V) takes its
      * ticket back, a refund only nets the dollars, and an
      * adjustment (A, zero sales amount) counts for nothing. A ticket
      * TAXEDIT split by tax category is counted on its first row
      * only - the continuation rows (entry source C) add dollars.
      ******************************************************************
       4000-POST-ONE-RECORD.
           IF WS-POST-DATE NOT < WS-TRAILING-START-DATE
               AND WS-POST-DATE NOT > WS-AS-OF-DATE
               EVALUATE WS-POST-TXN-TYPE
                   WHEN "S"
                   WHEN " "
                       MOVE 1 TO WS-POST-TICKETS
                   WHEN "V"
                       MOVE -1 TO WS-POST-TICKETS
                   WHEN OTHER
                       MOVE ZERO TO WS-POST-TICKETS
               END-EVALUATE
               IF WS-POST-ENTRY-SOURCE = "C"
                   MOVE ZERO TO WS-POST-TICKETS
               END-IF
               PERFORM 4100-FIND-OR-ADD-TOTALS-ROW
               ADD WS-POST-AMOUNT TO NXT-TT-GROSS-SALES (WS-NXT-IDX)
               ADD WS-POST-TICKETS TO NXT-TT-TICKET-COUNT (WS-NXT-IDX)
               IF WS-POST-DATE NOT < WS-YEAR-START-DATE
                   ADD WS-POST-AMOUNT TO
                       NXT-CY-GROSS-SALES (WS-NXT-IDX)
                   ADD WS-POST-TICKETS TO
                       NXT-CY-TICKET-COUNT (WS-NXT-IDX)
               END-IF
           END-IF.
      *
       4100-FIND-OR-ADD-TOTALS-ROW.
           PERFORM 4200-FIND-TOTALS-ROW.
           IF NOT WS-ROW-WAS-FOUND
               IF NEXUS-TOTALS-COUNT < 100
                   ADD 1 TO NEXUS-TOTALS-COUNT
                   MOVE NEXUS-TOTALS-COUNT TO WS-NXT-IDX
                   MOVE WS-POST-STATE TO NXT-STATE-CODE (WS-NXT-IDX)
                   MOVE ZERO TO NXT-CY-GROSS-SALES (WS-NXT-IDX)
                   MOVE ZERO TO NXT-CY-TICKET-COUNT (WS-NXT-IDX)
                   MOVE ZERO TO NXT-TT-GROSS-SALES (WS-NXT-IDX)
                   MOVE ZERO TO NXT-TT-TICKET-COUNT (WS-NXT-IDX)
               ELSE
                   IF NOT WS-NXT-TABLE-IS-FULL
                       DISPLAY "NEXUS-TOTALS-TABLE FULL AT 100 "
                           "JURISDICTIONS - EXTRA STATES FOLD INTO "
                           "THE LAST ROW. ENLARGE THE TABLE."
                       MOVE "Y" TO WS-NXT-FULL-SWITCH
                   END-IF
                   MOVE NEXUS-TOTALS-COUNT TO WS-NXT-IDX
               END-IF
           END-IF.
      *
       4200-FIND-TOTALS-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
           MOVE 1 TO WS-NXT-IDX.
           PERFORM 4210-CHECK-ONE-TOTALS-ROW
               UNTIL WS-NXT-IDX > NEXUS-TOTALS-COUNT
                   OR WS-ROW-WAS-FOUND.
      *
       4210-CHECK-ONE-TOTALS-ROW.
           IF NXT-STATE-CODE (WS-NXT-IDX) = WS-POST-STATE
               MOVE "Y" TO WS-ROW-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-NXT-IDX
           END-IF.
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
       END PROGRAM NEXUSMON.
