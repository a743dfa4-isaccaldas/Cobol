      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     AUTOAPURACAO DO IMPOSTO SOBRE USO (USE TAX) DAS
      *              COMPRAS DA PROPRIA CASA. LE O ARQUIVO DE NOTAS DE
      *              COMPRA (PURCHRAW), PROCURA A LINHA DO TAXRATE
      *              VIGENTE NA DATA DA NOTA PARA A UF DE ENTREGA E A
      *              CATEGORIA (MESMA BUSCA DO CALC1000, CAINDO NA
      *              LINHA PADRAO S), CALCULA O IMPOSTO DEVIDO E
      *              GRAVA NO LOG PROPRIO (USETXLOG) A DIFERENCA ENTRE
      *              ELE E O QUE O FORNECEDOR COBROU. NOTA SEM
      *              ALIQUOTA VIGENTE, COM DADO INVALIDO OU JA
      *              APURADA VAI PARA O USETXREJ COM O MOTIVO. O
      *              TAXREMIT E O TAXEFILE SOMAM O USETXLOG NUMA
      *              LINHA PROPRIA DE CADA GUIA E DECLARACAO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USETAXAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-MASTER ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.
      *
           SELECT PURCHASE-RAW-FILE ASSIGN TO "PURCHRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHRAW-STATUS.
      *
           SELECT USE-TAX-LOG-FILE ASSIGN TO "USETXLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USETXLOG-STATUS.
      *
      * NOTAS RECUSADAS, COM O MOTIVO E A IMAGEM DA LINHA DO FEED.
           SELECT USE-TAX-REJECT-FILE ASSIGN TO "USETXREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USETXREJ-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RATE-MASTER.
           COPY TAXRATE.
      *
       FD  PURCHASE-RAW-FILE.
           COPY PURCHRAW.
      *
       FD  USE-TAX-LOG-FILE.
           COPY USETXLOG.
      *
      * MOTIVOS DE RECUSA:
      *     DT = DATA DA NOTA AUSENTE OU NAO NUMERICA
      *     ST = UF DE ENTREGA EM BRANCO
      *     AM = VALOR DA NOTA OU IMPOSTO DO FORNECEDOR NAO NUMERICO
      *     CA = CATEGORIA DIFERENTE DE S, G, P OU BRANCO
      *     NR = NENHUMA LINHA DO TAXRATE VIGENTE NA DATA DA NOTA
      *     DP = FORNECEDOR/NOTA JA APURADO EM RODADA ANTERIOR
       FD  USE-TAX-REJECT-FILE.
       01  USE-TAX-REJECT-RECORD.
           05  UTR-REASON-CODE             PIC X(02).
           05  UTR-RAW-IMAGE               PIC X(45).
      *
       WORKING-STORAGE SECTION.
       77  WS-TAXRATE-STATUS               PIC X(02)   VALUE "00".
       77  WS-PURCHRAW-STATUS              PIC X(02)   VALUE "00".
       77  WS-USETXLOG-STATUS              PIC X(02)   VALUE "00".
       77  WS-USETXREJ-STATUS              PIC X(02)   VALUE "00".
       77  WS-PURCHRAW-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-PURCHRAW-EOF                          VALUE "Y".
       77  WS-USETXLOG-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-USETXLOG-EOF                          VALUE "Y".
      *
       77  WS-TODAY-DATE                   PIC 9(08).
      *
      * MESMA TABELA DE ALIQUOTAS DO CALC1000 (UMA LINHA POR
      * JURISDICAO/CATEGORIA/VIGENCIA), CARREGADA UMA VEZ NO INICIO.
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
       77  WS-RATE-SEARCH-IDX              PIC 9(03)   VALUE ZERO.
       77  WS-RATE-FOUND-SWITCH            PIC X(01)   VALUE "N".
           88  WS-RATE-WAS-FOUND                        VALUE "Y".
       77  WS-JURISDICTION                 PIC X(02)   VALUE SPACES.
       77  WS-TAX-CATEGORY                 PIC X(01)   VALUE "S".
       77  WS-LOOKUP-CATEGORY              PIC X(01)   VALUE "S".
       77  WS-RATE-LOOKUP-DATE             PIC 9(08)   VALUE ZERO.
       77  WS-APPLICABLE-TAX-RATE          PIC 9V9(04) VALUE ZERO.
      *
      * NOTAS JA APURADAS (FORNECEDOR + NOTA), CARREGADAS DO USETXLOG
      * PARA A RERODADA DO MESMO FEED NAO APURAR O USO DUAS VEZES.
       01  ASSESSED-INVOICE-TABLE.
           05  ASSESSED-INVOICE-COUNT      PIC 9(04)   VALUE ZERO.
           05  ASSESSED-INVOICE-ROW OCCURS 2000 TIMES.
               10  AIT-VENDOR-ID           PIC X(06).
               10  AIT-INVOICE-NUMBER      PIC X(10).
       77  WS-AIT-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-AIT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-INVOICE-ALREADY-ASSESSED              VALUE "Y".
       77  WS-AIT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-AIT-TABLE-IS-FULL                     VALUE "Y".
      *
       77  WS-REJECT-REASON                PIC X(02)   VALUE SPACES.
       77  WS-COMPUTED-TAX                 PIC 9(07)V99 VALUE ZERO.
       77  WS-USE-TAX-DIFFERENCE           PIC S9(07)V99 VALUE ZERO.
      *
      * TOTAIS DA RODADA.
       77  WS-READ-COUNT                   PIC 9(07)   VALUE ZERO.
       77  WS-ASSESSED-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-OWED-COUNT                   PIC 9(07)   VALUE ZERO.
       77  WS-OVERCHARGE-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-REJECT-COUNT                 PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-PURCHASES              PIC 9(09)V99 VALUE ZERO.
       77  WS-TOTAL-VENDOR-TAX             PIC 9(09)V99 VALUE ZERO.
       77  WS-TOTAL-USE-TAX-OWED           PIC 9(09)V99 VALUE ZERO.
       77  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
       77  WS-EDIT-AMOUNT                  PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       0000-ASSESS-USE-TAX.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0200-LOAD-TAX-RATE-TABLE.
           PERFORM 0300-LOAD-ASSESSED-INVOICES.
           OPEN INPUT PURCHASE-RAW-FILE.
           IF WS-PURCHRAW-STATUS NOT = "00"
               DISPLAY "PURCHASE FEED (PURCHRAW) NOT AVAILABLE - "
                   "STATUS " WS-PURCHRAW-STATUS "."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND USE-TAX-LOG-FILE
               IF WS-USETXLOG-STATUS = "35"
                   OPEN OUTPUT USE-TAX-LOG-FILE
                   CLOSE USE-TAX-LOG-FILE
                   OPEN EXTEND USE-TAX-LOG-FILE
               END-IF
               OPEN OUTPUT USE-TAX-REJECT-FILE
               PERFORM 1010-READ-PURCHASE-RECORD
               PERFORM 2000-ASSESS-ONE-PURCHASE
                   UNTIL WS-PURCHRAW-EOF
               CLOSE PURCHASE-RAW-FILE
               CLOSE USE-TAX-LOG-FILE
               CLOSE USE-TAX-REJECT-FILE
               PERFORM 8000-PRINT-ASSESSMENT-SUMMARY
           END-IF.
      * GOBACK, NAO STOP RUN - MESMA CONVENCAO DOS PASSOS DO JOBCHAIN.
           GOBACK.
      *
      ******************************************************************
      * 0200-LOAD-TAX-RATE-TABLE
      * Same one-pass load CALC1000 does at startup. A missing master
      * is not papered over with a default rate here - every invoice
      * would reject NR and the clerk sees why in the summary.
      ******************************************************************
       0200-LOAD-TAX-RATE-TABLE.
           MOVE ZERO TO TAX-RATE-TABLE-COUNT.
           OPEN INPUT TAX-RATE-MASTER.
           IF WS-TAXRATE-STATUS = "00"
               PERFORM 0210-READ-TAX-RATE-RECORD
               PERFORM 0220-BUILD-TAX-RATE-TABLE-ROW
                   UNTIL WS-TAXRATE-STATUS = "10"
               CLOSE TAX-RATE-MASTER
           ELSE
               DISPLAY "TAX RATE MASTER NOT AVAILABLE - STATUS "
                   WS-TAXRATE-STATUS " - NO INVOICE CAN BE PRICED."
           END-IF.
      *
       0210-READ-TAX-RATE-RECORD.
           READ TAX-RATE-MASTER NEXT RECORD
               AT END MOVE "10" TO WS-TAXRATE-STATUS
           END-READ.
      *
       0220-BUILD-TAX-RATE-TABLE-ROW.
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
                       "REMAINING TAXRATE ROWS ARE NOT LOADED."
                   MOVE "Y" TO WS-RATE-TABLE-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 0210-READ-TAX-RATE-RECORD.
      *
      ******************************************************************
      * 0300-LOAD-ASSESSED-INVOICES
      * Every vendor/invoice already on the use-tax log, so a feed
      * that is sent twice (or a rerun after an abend) rejects the
      * repeats DP instead of accruing the same use tax twice. No log
      * yet just means nothing was ever assessed.
      ******************************************************************
       0300-LOAD-ASSESSED-INVOICES.
           MOVE ZERO TO ASSESSED-INVOICE-COUNT.
           OPEN INPUT USE-TAX-LOG-FILE.
           IF WS-USETXLOG-STATUS = "00"
               PERFORM 0310-READ-USE-TAX-LOG-RECORD
               PERFORM 0320-TABLE-ONE-ASSESSED-INVOICE
                   UNTIL WS-USETXLOG-EOF
               CLOSE USE-TAX-LOG-FILE
           END-IF.
      *
       0310-READ-USE-TAX-LOG-RECORD.
           READ USE-TAX-LOG-FILE
               AT END MOVE "Y" TO WS-USETXLOG-EOF-SWITCH
           END-READ.
      *
       0320-TABLE-ONE-ASSESSED-INVOICE.
           MOVE UTL-VENDOR-ID TO PUR-VENDOR-ID.
           MOVE UTL-INVOICE-NUMBER TO PUR-INVOICE-NUMBER.
           PERFORM 4000-ADD-ASSESSED-INVOICE.
           PERFORM 0310-READ-USE-TAX-LOG-RECORD.
      *
       1010-READ-PURCHASE-RECORD.
           READ PURCHASE-RAW-FILE
               AT END MOVE "Y" TO WS-PURCHRAW-EOF-SWITCH
           END-READ.
      *
      ******************************************************************
      * 2000-ASSESS-ONE-PURCHASE
      * Edits the invoice line, prices it at the rate in effect on
      * the invoice date and logs the use tax owed - or rejects it
      * with the reason. Every assessed invoice is logged, owed or
      * not, so the accrual trail is complete.
      ******************************************************************
       2000-ASSESS-ONE-PURCHASE.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 2100-EDIT-PURCHASE.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2200-PRICE-PURCHASE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-LOG-USE-TAX
           ELSE
               PERFORM 2900-REJECT-PURCHASE
           END-IF.
           PERFORM 1010-READ-PURCHASE-RECORD.
      *
       2100-EDIT-PURCHASE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN PUR-INVOICE-DATE NOT NUMERIC
                   OR PUR-INVOICE-DATE = ZERO
                   MOVE "DT" TO WS-REJECT-REASON
               WHEN PUR-SHIP-TO-STATE = SPACES
                   MOVE "ST" TO WS-REJECT-REASON
               WHEN PUR-PURCHASE-AMOUNT NOT NUMERIC
                   OR PUR-VENDOR-TAX NOT NUMERIC
                   MOVE "AM" TO WS-REJECT-REASON
               WHEN PUR-TAX-CATEGORY NOT = "S"
                   AND PUR-TAX-CATEGORY NOT = "G"
                   AND PUR-TAX-CATEGORY NOT = "P"
                   AND PUR-TAX-CATEGORY NOT = SPACE
                   MOVE "CA" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 4100-FIND-ASSESSED-INVOICE
                   IF WS-INVOICE-ALREADY-ASSESSED
                       MOVE "DP" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
      *
      * CATEGORIA DA NOTA, COM A MESMA QUEDA NA LINHA PADRAO (S) DA
      * JURISDICAO QUE O 250-GET-APPLICABLE-TAX-RATE DO CALC1000 FAZ.
       2200-PRICE-PURCHASE.
           MOVE PUR-SHIP-TO-STATE TO WS-JURISDICTION.
           MOVE PUR-INVOICE-DATE TO WS-RATE-LOOKUP-DATE.
           IF PUR-TAX-CATEGORY = SPACE
               MOVE "S" TO WS-TAX-CATEGORY
           ELSE
               MOVE PUR-TAX-CATEGORY TO WS-TAX-CATEGORY
           END-IF.
           MOVE "N" TO WS-RATE-FOUND-SWITCH.
           MOVE WS-TAX-CATEGORY TO WS-LOOKUP-CATEGORY.
           PERFORM 2210-SEARCH-RATE-FOR-CATEGORY.
           IF NOT WS-RATE-WAS-FOUND
               AND WS-TAX-CATEGORY NOT = "S"
               MOVE "S" TO WS-LOOKUP-CATEGORY
               PERFORM 2210-SEARCH-RATE-FOR-CATEGORY
           END-IF.
           IF WS-RATE-WAS-FOUND
               COMPUTE WS-COMPUTED-TAX ROUNDED =
                   PUR-PURCHASE-AMOUNT * WS-APPLICABLE-TAX-RATE
           ELSE
               MOVE "NR" TO WS-REJECT-REASON
           END-IF.
      *
       2210-SEARCH-RATE-FOR-CATEGORY.
           MOVE 1 TO WS-RATE-SEARCH-IDX.
           PERFORM 2220-CHECK-TAX-RATE-TABLE-ROW
               UNTIL WS-RATE-SEARCH-IDX > TAX-RATE-TABLE-COUNT
                   OR WS-RATE-WAS-FOUND.
      *
       2220-CHECK-TAX-RATE-TABLE-ROW.
           IF TRT-JURISDICTION (WS-RATE-SEARCH-IDX) = WS-JURISDICTION
               AND (TRT-TAX-CATEGORY (WS-RATE-SEARCH-IDX)
                       = WS-LOOKUP-CATEGORY
                   OR (WS-LOOKUP-CATEGORY = "S"
                       AND TRT-TAX-CATEGORY (WS-RATE-SEARCH-IDX)
                           = SPACE))
               AND TRT-STATUS (WS-RATE-SEARCH-IDX) = "A"
               AND TRT-EFF-DATE (WS-RATE-SEARCH-IDX)
                   NOT > WS-RATE-LOOKUP-DATE
               AND TRT-END-DATE (WS-RATE-SEARCH-IDX)
                   NOT < WS-RATE-LOOKUP-DATE
               MOVE TRT-TAX-RATE (WS-RATE-SEARCH-IDX)
                   TO WS-APPLICABLE-TAX-RATE
               MOVE "Y" TO WS-RATE-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-RATE-SEARCH-IDX
           END-IF.
      *
      ******************************************************************
      * 2300-LOG-USE-TAX
      * Owed = computed tax less what the vendor charged. A vendor
      * who overcharged leaves nothing owed - the excess is a claim
      * against the vendor, never a credit against the jurisdiction -
      * and the line is flagged O so purchasing can chase it.
      ******************************************************************
       2300-LOG-USE-TAX.
           COMPUTE WS-USE-TAX-DIFFERENCE =
               WS-COMPUTED-TAX - PUR-VENDOR-TAX.
           MOVE PUR-INVOICE-DATE TO UTL-INVOICE-DATE.
           MOVE PUR-VENDOR-ID TO UTL-VENDOR-ID.
           MOVE PUR-INVOICE-NUMBER TO UTL-INVOICE-NUMBER.
           MOVE PUR-SHIP-TO-STATE TO UTL-STATE-CODE.
           MOVE WS-TAX-CATEGORY TO UTL-TAX-CATEGORY.
           MOVE PUR-PURCHASE-AMOUNT TO UTL-PURCHASE-AMOUNT.
           MOVE WS-APPLICABLE-TAX-RATE TO UTL-TAX-RATE.
           MOVE WS-COMPUTED-TAX TO UTL-COMPUTED-TAX.
           MOVE PUR-VENDOR-TAX TO UTL-VENDOR-TAX.
           IF WS-USE-TAX-DIFFERENCE < ZERO
               MOVE ZERO TO UTL-USE-TAX-OWED
               MOVE "O" TO UTL-OVERCHARGE-FLAG
               ADD 1 TO WS-OVERCHARGE-COUNT
           ELSE
               MOVE WS-USE-TAX-DIFFERENCE TO UTL-USE-TAX-OWED
               MOVE SPACE TO UTL-OVERCHARGE-FLAG
           END-IF.
           MOVE WS-TODAY-DATE TO UTL-ASSESSED-DATE.
           WRITE USE-TAX-LOG-RECORD.
           PERFORM 4000-ADD-ASSESSED-INVOICE.
           ADD 1 TO WS-ASSESSED-COUNT.
           IF UTL-USE-TAX-OWED > ZERO
               ADD 1 TO WS-OWED-COUNT
           END-IF.
           ADD PUR-PURCHASE-AMOUNT TO WS-TOTAL-PURCHASES.
           ADD PUR-VENDOR-TAX TO WS-TOTAL-VENDOR-TAX.
           ADD UTL-USE-TAX-OWED TO WS-TOTAL-USE-TAX-OWED.
      *
       2900-REJECT-PURCHASE.
           MOVE WS-REJECT-REASON TO UTR-REASON-CODE.
           MOVE PURCHASE-RAW-RECORD TO UTR-RAW-IMAGE.
           WRITE USE-TAX-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
      *
      ******************************************************************
      * 4000-ADD-ASSESSED-INVOICE / 4100-FIND-ASSESSED-INVOICE
      * The vendor/invoice key is taken from PUR-VENDOR-ID and
      * PUR-INVOICE-NUMBER. A full table is warned once; invoices
      * past it are not checked for repeats.
      ******************************************************************
       4000-ADD-ASSESSED-INVOICE.
           IF ASSESSED-INVOICE-COUNT < 2000
               ADD 1 TO ASSESSED-INVOICE-COUNT
               MOVE PUR-VENDOR-ID TO
                   AIT-VENDOR-ID (ASSESSED-INVOICE-COUNT)
               MOVE PUR-INVOICE-NUMBER TO
                   AIT-INVOICE-NUMBER (ASSESSED-INVOICE-COUNT)
           ELSE
               IF NOT WS-AIT-TABLE-IS-FULL
                   DISPLAY "ASSESSED-INVOICE-TABLE FULL AT 2000 ROWS "
                       "- LATER INVOICES ARE NOT CHECKED FOR "
                       "REPEATS; ARCHIVE USETXLOG."
                   MOVE "Y" TO WS-AIT-FULL-SWITCH
               END-IF
           END-IF.
      *
       4100-FIND-ASSESSED-INVOICE.
           MOVE "N" TO WS-AIT-FOUND-SWITCH.
           MOVE 1 TO WS-AIT-IDX.
           PERFORM 4110-CHECK-ONE-ASSESSED-ROW
               UNTIL WS-AIT-IDX > ASSESSED-INVOICE-COUNT
                   OR WS-INVOICE-ALREADY-ASSESSED.
      *
       4110-CHECK-ONE-ASSESSED-ROW.
           IF AIT-VENDOR-ID (WS-AIT-IDX) = PUR-VENDOR-ID
               AND AIT-INVOICE-NUMBER (WS-AIT-IDX)
                   = PUR-INVOICE-NUMBER
               MOVE "Y" TO WS-AIT-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-AIT-IDX
           END-IF.
      *
       8000-PRINT-ASSESSMENT-SUMMARY.
           DISPLAY "====================================".
           DISPLAY "USE TAX SELF-ASSESSMENT - " WS-TODAY-DATE.
           DISPLAY "====================================".
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
           DISPLAY "INVOICES READ . . . . . : " WS-EDIT-COUNT.
           MOVE WS-ASSESSED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "INVOICES ASSESSED . . . : " WS-EDIT-COUNT.
           MOVE WS-OWED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "INVOICES WITH TAX OWED. : " WS-EDIT-COUNT.
           MOVE WS-OVERCHARGE-COUNT TO WS-EDIT-COUNT.
           DISPLAY "VENDOR OVERCHARGED. . . : " WS-EDIT-COUNT.
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
           DISPLAY "INVOICES REJECTED . . . : " WS-EDIT-COUNT.
           MOVE WS-TOTAL-PURCHASES TO WS-EDIT-AMOUNT.
           DISPLAY "PURCHASES ASSESSED. . . : " WS-EDIT-AMOUNT.
           MOVE WS-TOTAL-VENDOR-TAX TO WS-EDIT-AMOUNT.
           DISPLAY "TAX CHARGED BY VENDORS. : " WS-EDIT-AMOUNT.
           MOVE WS-TOTAL-USE-TAX-OWED TO WS-EDIT-AMOUNT.
           DISPLAY "USE TAX OWED. . . . . . : " WS-EDIT-AMOUNT.
           IF WS-REJECT-COUNT > ZERO
               DISPLAY "SEE USETXREJ FOR THE REJECTED INVOICES."
           END-IF.
       END PROGRAM USETAXAS.
