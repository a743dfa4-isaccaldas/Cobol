      *              CONFERIR O LIVRO DE EXECUCOES DO CALC1000
      *              (RUNLEDGR): EXECUCAO INICIADA SEM REGISTRO DE
      *              CONCLUSAO BLOQUEIA A LEITURA COM MENSAGEM CLARA.
      *DATA          15/10/2026
      *DESCRICAO     SOBRETAXA LOCAL: AS QUEBRAS DE MES E DE ANO E O
      *              TOTAL GERAL PASSARAM A ABRIR O IMPOSTO EM
      *              ESTADUAL, CONDADO E MUNICIPIO, E O RELATORIO
      *              FECHA COM O TOTAL DE CONDADO E DE MUNICIPIO POR
      *              JURISDICAO/LOCALIDADE. REGISTRO SEM A ABERTURA
      *              CONTA TUDO COMO ESTADUAL.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA). O RELATORIO LE O LOG INTEIRO PELA CHAVE DE
      *              DATA, ENTAO AS QUEBRAS DE DIA/MES/ANO NAO DEPENDEM
      *              MAIS DA ORDEM EM QUE OS GRAVADORES ANEXARAM.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCTRLB.
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
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
       77  WS-GRAND-TOTAL                   PIC S9(09)V99 VALUE ZERO.
       77  WS-EDIT-BREAK-TOTAL               PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *
      * ABERTURA ESTADUAL/CONDADO/MUNICIPIO DO REGISTRO CORRENTE E
      * DAS QUEBRAS DE MES, ANO E GERAL.
       77  WS-REC-STATE-TAX                 PIC S9(05)V99 VALUE ZERO.
       77  WS-REC-COUNTY-TAX                PIC S9(05)V99 VALUE ZERO.
       77  WS-REC-CITY-TAX                  PIC S9(05)V99 VALUE ZERO.
       01  WS-MONTH-COMPONENTS.
           05  WS-MONTH-STATE-TAX           PIC S9(09)V99 VALUE ZERO.
           05  WS-MONTH-COUNTY-TAX          PIC S9(09)V99 VALUE ZERO.
           05  WS-MONTH-CITY-TAX            PIC S9(09)V99 VALUE ZERO.
       01  WS-YEAR-COMPONENTS.
           05  WS-YEAR-STATE-TAX            PIC S9(09)V99 VALUE ZERO.
           05  WS-YEAR-COUNTY-TAX           PIC S9(09)V99 VALUE ZERO.
           05  WS-YEAR-CITY-TAX             PIC S9(09)V99 VALUE ZERO.
       01  WS-GRAND-COMPONENTS.
           05  WS-GRAND-STATE-TAX           PIC S9(09)V99 VALUE ZERO.
           05  WS-GRAND-COUNTY-TAX          PIC S9(09)V99 VALUE ZERO.
           05  WS-GRAND-CITY-TAX            PIC S9(09)V99 VALUE ZERO.
      * QUEBRA PARAMETRIZADA: 3300 IMPRIME O TRIO QUE ESTIVER AQUI.
       01  WS-PRINT-COMPONENTS.
           05  WS-PRINT-STATE-TAX           PIC S9(09)V99 VALUE ZERO.
           05  WS-PRINT-COUNTY-TAX          PIC S9(09)V99 VALUE ZERO.
           05  WS-PRINT-CITY-TAX            PIC S9(09)V99 VALUE ZERO.
      *
      * SOBRETAXA LOCAL DO LOG INTEIRO POR JURISDICAO/LOCALIDADE.
       01  LOCALITY-BREAK-TABLE.
           05  LOCALITY-BREAK-COUNT         PIC 9(03)   VALUE ZERO.
           05  LOCALITY-BREAK-ROW OCCURS 200 TIMES.
               10  LBT-STATE-CODE           PIC X(02).
               10  LBT-LOCALITY-CODE        PIC X(05).
               10  LBT-COUNTY-TAX           PIC S9(09)V99.
               10  LBT-CITY-TAX             PIC S9(09)V99.
       77  WS-LBT-IDX                       PIC 9(03)   VALUE ZERO.
       77  WS-LBT-FOUND-SWITCH              PIC X(01)   VALUE "N".
           88  WS-LBT-WAS-FOUND                          VALUE "Y".
       77  WS-LBT-FULL-SWITCH               PIC X(01)   VALUE "N".
           88  WS-LBT-IS-FULL                            VALUE "Y".
      *
      *
      * PORTAO DO LIVRO DE EXECUCOES DO CALC1000 (RUNLEDGR): O TAXLOG
      * SO E CONSUMIDO QUANDO TODA EXECUCAO INICIADA (S) TEM O SEU
               DISPLAY "===================================="
               DISPLAY "SALES TAX COLLECTIONS - CONTROL BREAK REPORT"
               DISPLAY "===================================="
               PERFORM 0950-START-TAX-LOG-AT-FIRST-DATE
               PERFORM 2000-PROCESS-ONE-LOG-RECORD
                   UNTIL WS-TAXLOG-EOF
               IF NOT WS-IS-FIRST-RECORD
               DISPLAY "===================================="
               DISPLAY "GRAND TOTAL TAX COLLECTED. . . : "
                   WS-EDIT-BREAK-TOTAL
               MOVE WS-GRAND-COMPONENTS TO WS-PRINT-COMPONENTS
               PERFORM 3300-PRINT-COMPONENTS
               PERFORM 4000-PRINT-LOCALITY-TOTALS
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 0950-START-TAX-LOG-AT-FIRST-DATE
      * The report reads the whole log, but along the business-date
      * alternate key, so the records do arrive in the ascending date
      * order the breaks need - whatever order the writers (batch
      * partitions, counter sales, adjustments, marketplace) appended
      * them in.
      ******************************************************************
       0950-START-TAX-LOG-AT-FIRST-DATE.
           MOVE ZERO TO LOG-BUSINESS-DATE.
           START SALES-TAX-LOG-FILE KEY IS NOT < LOG-BUSINESS-DATE
               INVALID KEY MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-START.
           IF NOT WS-TAXLOG-EOF
               PERFORM 1000-READ-TAX-LOG-RECORD
           END-IF.
      *
       1000-READ-TAX-LOG-RECORD.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-READ.
      *
      ******************************************************************
      * 2000-PROCESS-ONE-LOG-RECORD
      * The log is read in ascending LOG-BUSINESS-DATE order (see
      * 0950-START-TAX-LOG-AT-FIRST-DATE), so records arrive in
      * year/month/day order and each level's break fires exactly
      * once per change in key.
      ******************************************************************
       2000-PROCESS-ONE-LOG-RECORD.
           MOVE LOG-BUSINESS-DATE (1:4) TO LOG-DATE-ANO.
           ADD LOG-SALES-TAX TO WS-MONTH-TOTAL.
           ADD LOG-SALES-TAX TO WS-YEAR-TOTAL.
           ADD LOG-SALES-TAX TO WS-GRAND-TOTAL.
           PERFORM 2100-ADD-TAX-COMPONENTS.
           PERFORM 1000-READ-TAX-LOG-RECORD.
      *
      ******************************************************************
      * 2100-ADD-TAX-COMPONENTS
      * State, county and city shares of the record into the month,
      * year and grand totals, and the local shares into the
      * record's locality row. A record written before the split
      * carries blanks there - all of its tax is state tax.
      ******************************************************************
       2100-ADD-TAX-COMPONENTS.
           IF LOG-STATE-TAX NUMERIC
               MOVE LOG-STATE-TAX TO WS-REC-STATE-TAX
               MOVE LOG-COUNTY-TAX TO WS-REC-COUNTY-TAX
               MOVE LOG-CITY-TAX TO WS-REC-CITY-TAX
           ELSE
               MOVE LOG-SALES-TAX TO WS-REC-STATE-TAX
               MOVE ZERO TO WS-REC-COUNTY-TAX
               MOVE ZERO TO WS-REC-CITY-TAX
           END-IF.
           ADD WS-REC-STATE-TAX TO WS-MONTH-STATE-TAX
               WS-YEAR-STATE-TAX WS-GRAND-STATE-TAX.
           ADD WS-REC-COUNTY-TAX TO WS-MONTH-COUNTY-TAX
               WS-YEAR-COUNTY-TAX WS-GRAND-COUNTY-TAX.
           ADD WS-REC-CITY-TAX TO WS-MONTH-CITY-TAX
               WS-YEAR-CITY-TAX WS-GRAND-CITY-TAX.
           IF LOG-STATE-TAX NUMERIC
               AND LOG-LOCALITY-CODE NOT = SPACES
               PERFORM 2200-FIND-OR-ADD-LOCALITY-ROW
               ADD WS-REC-COUNTY-TAX TO LBT-COUNTY-TAX (WS-LBT-IDX)
               ADD WS-REC-CITY-TAX TO LBT-CITY-TAX (WS-LBT-IDX)
           END-IF.
      *
      * TABELA CHEIA DOBRA NA ULTIMA LINHA, COM AVISO UNICO.
       2200-FIND-OR-ADD-LOCALITY-ROW.
           MOVE "N" TO WS-LBT-FOUND-SWITCH.
           MOVE 1 TO WS-LBT-IDX.
           PERFORM 2210-CHECK-ONE-LOCALITY-ROW
               UNTIL WS-LBT-IDX > LOCALITY-BREAK-COUNT
                   OR WS-LBT-WAS-FOUND.
           IF NOT WS-LBT-WAS-FOUND
               IF LOCALITY-BREAK-COUNT < 200
                   ADD 1 TO LOCALITY-BREAK-COUNT
                   MOVE LOCALITY-BREAK-COUNT TO WS-LBT-IDX
                   MOVE LOG-STATE-CODE TO LBT-STATE-CODE (WS-LBT-IDX)
                   MOVE LOG-LOCALITY-CODE
                       TO LBT-LOCALITY-CODE (WS-LBT-IDX)
                   MOVE ZERO TO LBT-COUNTY-TAX (WS-LBT-IDX)
                   MOVE ZERO TO LBT-CITY-TAX (WS-LBT-IDX)
               ELSE
                   IF NOT WS-LBT-IS-FULL
                       DISPLAY "LOCALITY-BREAK-TABLE FULL AT 200 "
                           "ROWS - REMAINING LOCALITIES ARE BEING "
                           "FOLDED INTO THE LAST ROW."
                       MOVE "Y" TO WS-LBT-FULL-SWITCH
                   END-IF
                   MOVE LOCALITY-BREAK-COUNT TO WS-LBT-IDX
               END-IF
           END-IF.
      *
       2210-CHECK-ONE-LOCALITY-ROW.
           IF LBT-STATE-CODE (WS-LBT-IDX) = LOG-STATE-CODE
               AND LBT-LOCALITY-CODE (WS-LBT-IDX) = LOG-LOCALITY-CODE
               MOVE "Y" TO WS-LBT-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-LBT-IDX
           END-IF.
      *
       3000-BREAK-ON-DAY.
           MOVE WS-DAY-TOTAL TO WS-EDIT-BREAK-TOTAL.
           DISPLAY "MONTH   " WS-PRIOR-MES "/" WS-PRIOR-ANO
               " TOTAL TAX. . . . . : " WS-EDIT-BREAK-TOTAL.
           MOVE ZERO TO WS-MONTH-TOTAL.
           MOVE WS-MONTH-COMPONENTS TO WS-PRINT-COMPONENTS.
           PERFORM 3300-PRINT-COMPONENTS.
           MOVE ZERO TO WS-MONTH-STATE-TAX.
           MOVE ZERO TO WS-MONTH-COUNTY-TAX.
           MOVE ZERO TO WS-MONTH-CITY-TAX.
      *
       3200-BREAK-ON-YEAR.
           MOVE WS-YEAR-TOTAL TO WS-EDIT-BREAK-TOTAL.
           DISPLAY "YEAR    " WS-PRIOR-ANO
               " TOTAL TAX. . . . . . . . : " WS-EDIT-BREAK-TOTAL.
           MOVE ZERO TO WS-YEAR-TOTAL.
           MOVE WS-YEAR-COMPONENTS TO WS-PRINT-COMPONENTS.
           PERFORM 3300-PRINT-COMPONENTS.
           MOVE ZERO TO WS-YEAR-STATE-TAX.
           MOVE ZERO TO WS-YEAR-COUNTY-TAX.
           MOVE ZERO TO WS-YEAR-CITY-TAX.
      *
       3300-PRINT-COMPONENTS.
           MOVE WS-PRINT-STATE-TAX TO WS-EDIT-BREAK-TOTAL.
           DISPLAY "          OF WHICH STATE. . . . : "
               WS-EDIT-BREAK-TOTAL.
           MOVE WS-PRINT-COUNTY-TAX TO WS-EDIT-BREAK-TOTAL.
           DISPLAY "          OF WHICH COUNTY . . . : "
               WS-EDIT-BREAK-TOTAL.
           MOVE WS-PRINT-CITY-TAX TO WS-EDIT-BREAK-TOTAL.
           DISPLAY "          OF WHICH CITY . . . . : "
               WS-EDIT-BREAK-TOTAL.
      *
      ******************************************************************
      * 4000-PRINT-LOCALITY-TOTALS
      * Closing section: county and city tax for each locality, the
      * totals the local returns ask for.
      ******************************************************************
       4000-PRINT-LOCALITY-TOTALS.
           IF LOCALITY-BREAK-COUNT > ZERO
               DISPLAY "===================================="
               DISPLAY "LOCAL SURTAX BY JURISDICTION/LOCALITY"
               PERFORM 4010-PRINT-ONE-LOCALITY
                   VARYING WS-LBT-IDX FROM 1 BY 1
                   UNTIL WS-LBT-IDX > LOCALITY-BREAK-COUNT
           END-IF.
      *
       4010-PRINT-ONE-LOCALITY.
           MOVE LBT-COUNTY-TAX (WS-LBT-IDX) TO WS-EDIT-BREAK-TOTAL.
           DISPLAY "  " LBT-STATE-CODE (WS-LBT-IDX)
               " " LBT-LOCALITY-CODE (WS-LBT-IDX)
               "  COUNTY " WS-EDIT-BREAK-TOTAL.
           MOVE LBT-CITY-TAX (WS-LBT-IDX) TO WS-EDIT-BREAK-TOTAL.
           DISPLAY "           CITY   " WS-EDIT-BREAK-TOTAL.
      *
      ******************************************************************
      * 0100-VERIFY-RUN-LEDGER
