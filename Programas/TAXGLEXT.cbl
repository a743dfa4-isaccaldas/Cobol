      *              RODADA COM RETURN-CODE 8 - SEGUIR ADIANTE
      *              APAGARIA A GUARDA CONTRA POSTAGEM EM DOBRO DE
      *              ALGUMA DATA. EXPURGUE AS DATAS JA ACEITAS.
      *DATA          15/10/2026
      *DESCRICAO     VENDAS DE MARKETPLACE FACILITADOR (LOG-ENTRY-
      *              SOURCE = M, DO MKTEDIT): O IMPOSTO DELAS NAO E
      *              NOSSO A RECOLHER E DEIXA DE IR PARA O IMPOSTO A
      *              RECOLHER DA UF - VAI A CREDITO DA CONTA DE
      *              COMPENSACAO DE MARKETPLACE (21900000). O CAIXA
      *              CONTINUA SENDO VENDAS + IMPOSTO, ENTAO O
      *              LANCAMENTO FECHA. O CONTROLE (GLPOSTCT) GUARDA O
      *              VALOR DA COMPENSACAO NO CABECALHO DA DATA, E A
      *              CORRECAO LANCA A DIFERENCA DELA COMO A DAS UFS.
      *              CABECALHO ANTIGO SEM O CAMPO VALE ZERO.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXGLEXT.
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
               10  GPC-STATUS              PIC X(01).
               10  GPC-SALES-TOTAL         PIC S9(11)V99.
               10  GPC-TAX-TOTAL           PIC S9(11)V99.
      * PARCELA DO GPC-TAX-TOTAL POSTADA NA COMPENSACAO DE
      * MARKETPLACE EM VEZ DE NO IMPOSTO A RECOLHER.
               10  GPC-MARKETPLACE-TAX     PIC S9(11)V99.
           05  GPC-STATE-BODY REDEFINES GPC-HEADER-BODY.
               10  GPC-STATE-CODE          PIC X(02).
               10  GPC-STATE-TAX           PIC S9(11)V99.
               10  FILLER                  PIC X(33).
      *
       FD  GL-ACK-FILE.
       01  GL-ACK-RECORD.
               10  CTH-STATUS              PIC X(01).
               10  CTH-SALES-TOTAL         PIC S9(11)V99.
               10  CTH-TAX-TOTAL           PIC S9(11)V99.
               10  CTH-MARKETPLACE-TAX     PIC S9(11)V99.
       01  CONTROL-STATE-TABLE.
           05  CONTROL-STATE-COUNT         PIC 9(03)   VALUE ZERO.
           05  CONTROL-STATE-ROW OCCURS 500 TIMES.
       77  WS-DIFF-SALES-TOTAL             PIC S9(11)V99 VALUE ZERO.
       77  WS-DIFF-TAX-TOTAL               PIC S9(11)V99 VALUE ZERO.
       77  WS-DIFF-STATE-TAX               PIC S9(11)V99 VALUE ZERO.
       77  WS-DIFF-MARKETPLACE-TAX         PIC S9(11)V99 VALUE ZERO.
       77  WS-DIFF-LINE-COUNT              PIC 9(03)   VALUE ZERO.
       77  WS-ACK-MATCHED-COUNT            PIC 9(05)   VALUE ZERO.
       77  WS-ACK-REJECTED-COUNT           PIC 9(05)   VALUE ZERO.
       77  WS-GL-CASH-ACCOUNT              PIC X(08) VALUE "10100000".
       77  WS-GL-SALES-ACCOUNT             PIC X(08) VALUE "40100000".
       77  WS-GL-PAYABLE-PREFIX            PIC X(06) VALUE "215000".
      * COMPENSACAO DO IMPOSTO QUE OS MARKETPLACES FACILITADORES
      * COBRARAM E RECOLHEM ELES MESMOS - ZERADA QUANDO O REPASSE
      * LIQUIDO DO MARKETPLACE E CONCILIADO.
       77  WS-GL-MARKETPLACE-ACCOUNT       PIC X(08) VALUE "21900000".
      *
      * TOTAIS DO DIA: VENDAS E IMPOSTO (ASSINADOS - ESTORNOS ENTRAM
      * NEGATIVOS) E O IMPOSTO POR JURISDICAO.
       77  WS-DAY-SALES-TOTAL              PIC S9(11)V99 VALUE ZERO.
       77  WS-DAY-TAX-TOTAL                PIC S9(11)V99 VALUE ZERO.
       77  WS-DAY-RECORD-COUNT             PIC 9(07)   VALUE ZERO.
      * PARCELA DO IMPOSTO DO DIA COBRADA POR MARKETPLACE (ENTRY-
      * SOURCE M) - DENTRO DO WS-DAY-TAX-TOTAL, FORA DA PAYABLE-TABLE.
       77  WS-DAY-MARKETPLACE-TAX          PIC S9(11)V99 VALUE ZERO.
       01  PAYABLE-TABLE.
           05  PAYABLE-TABLE-COUNT         PIC 9(03)   VALUE ZERO.
           05  PAYABLE-TABLE-ROW OCCURS 50 TIMES.
                           CTH-SALES-TOTAL (CONTROL-HEADER-COUNT)
                       MOVE GPC-TAX-TOTAL TO
                           CTH-TAX-TOTAL (CONTROL-HEADER-COUNT)
      * CABECALHO GRAVADO ANTES DA COMPENSACAO DE MARKETPLACE.
                       IF GPC-MARKETPLACE-TAX NOT NUMERIC
                           MOVE ZERO TO
                               CTH-MARKETPLACE-TAX
                                   (CONTROL-HEADER-COUNT)
                       ELSE
                           MOVE GPC-MARKETPLACE-TAX TO
                               CTH-MARKETPLACE-TAX
                                   (CONTROL-HEADER-COUNT)
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-GPC-FULL-SWITCH
                   END-IF
           MOVE "P" TO CTH-STATUS (WS-CTH-IDX).
           MOVE WS-DAY-SALES-TOTAL TO CTH-SALES-TOTAL (WS-CTH-IDX).
           MOVE WS-DAY-TAX-TOTAL TO CTH-TAX-TOTAL (WS-CTH-IDX).
           MOVE WS-DAY-MARKETPLACE-TAX
               TO CTH-MARKETPLACE-TAX (WS-CTH-IDX).
           PERFORM 5100-RECORD-ONE-STATE-TAX
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > PAYABLE-TABLE-COUNT.
           MOVE CTH-STATUS (WS-CTH-IDX) TO GPC-STATUS.
           MOVE CTH-SALES-TOTAL (WS-CTH-IDX) TO GPC-SALES-TOTAL.
           MOVE CTH-TAX-TOTAL (WS-CTH-IDX) TO GPC-TAX-TOTAL.
           MOVE CTH-MARKETPLACE-TAX (WS-CTH-IDX)
               TO GPC-MARKETPLACE-TAX.
           WRITE POSTING-CONTROL-RECORD.
      *
       5520-WRITE-ONE-STATE-ROW.
                   - CTH-SALES-TOTAL (WS-CTH-IDX)
               COMPUTE WS-DIFF-TAX-TOTAL =
                   WS-DAY-TAX-TOTAL - CTH-TAX-TOTAL (WS-CTH-IDX)
               COMPUTE WS-DIFF-MARKETPLACE-TAX =
                   WS-DAY-MARKETPLACE-TAX
                   - CTH-MARKETPLACE-TAX (WS-CTH-IDX)
               IF WS-DIFF-SALES-TOTAL = ZERO
                   AND WS-DIFF-TAX-TOTAL = ZERO
                   AND WS-DIFF-MARKETPLACE-TAX = ZERO
                   DISPLAY "THE LEDGER ALREADY MATCHES TAXLOG FOR "
                       WS-POSTING-DATE " - NOTHING TO CORRECT."
               ELSE
           PERFORM 7200-WRITE-ONE-PAYABLE-DIFF
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > PAYABLE-TABLE-COUNT.
           IF WS-DIFF-MARKETPLACE-TAX NOT = ZERO
               MOVE WS-DIFF-MARKETPLACE-TAX TO WS-LINE-AMOUNT
               MOVE "C" TO WS-NORMAL-SIDE
               MOVE "D" TO WS-FLIPPED-SIDE
               MOVE WS-GL-MARKETPLACE-ACCOUNT TO GLP-GL-ACCOUNT
               MOVE "CORRECTION - MARKETPLACE TAX" TO GLP-DESCRIPTION
               PERFORM 2100-WRITE-ONE-POSTING-LINE
           END-IF.
           PERFORM 2300-WRITE-BALANCING-TRAILER.
           CLOSE GL-POSTING-FILE.
      *
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           ELSE
               PERFORM 1005-START-TAX-LOG-AT-DAY
               PERFORM 1020-ACCUMULATE-ONE-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
           PERFORM 1500-ACCUMULATE-HISTORY-TOTALS.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NA DATA
      * PEDIDA E A LEITURA PARA NA PRIMEIRA DATA POSTERIOR.
       1005-START-TAX-LOG-AT-DAY.
           MOVE WS-POSTING-DATE TO LOG-BUSINESS-DATE.
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
               AND LOG-BUSINESS-DATE > WS-POSTING-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       1020-ACCUMULATE-ONE-LOG-ROW.
           IF LOG-BUSINESS-DATE = WS-POSTING-DATE
               ADD 1 TO WS-DAY-RECORD-COUNT
               ADD LOG-SALES-AMOUNT TO WS-DAY-SALES-TOTAL
               ADD LOG-SALES-TAX TO WS-DAY-TAX-TOTAL
               IF LOG-ENTERED-MARKETPLACE
                   ADD LOG-SALES-TAX TO WS-DAY-MARKETPLACE-TAX
               ELSE
                   MOVE LOG-STATE-CODE TO WS-POST-STATE
                   MOVE LOG-SALES-TAX TO WS-POST-TAX
                   PERFORM 1100-POST-STATE-PAYABLE
               END-IF
           END-IF.
           PERFORM 1010-READ-TAX-LOG-RECORD.
      *
               ADD 1 TO WS-DAY-RECORD-COUNT
               ADD HST-SALES-AMOUNT TO WS-DAY-SALES-TOTAL
               ADD HST-SALES-TAX TO WS-DAY-TAX-TOTAL
               IF HST-ENTRY-SOURCE = "M"
                   ADD HST-SALES-TAX TO WS-DAY-MARKETPLACE-TAX
               ELSE
                   MOVE HST-STATE-CODE TO WS-POST-STATE
                   MOVE HST-SALES-TAX TO WS-POST-TAX
                   PERFORM 1100-POST-STATE-PAYABLE
               END-IF
           END-IF.
           PERFORM 1510-READ-TAX-HISTORY-RECORD.
      *
      * 2000-WRITE-POSTING-FILE
      * One balanced entry: cash debited by what came in (sales plus
      * tax), sales credited by the sales, and a payable credit per
      * jurisdiction for its tax - except the tax a marketplace
      * facilitator collected, which is credited to the marketplace
      * clearing account instead. Debits equal credits by
      * construction; the trailer carries both totals so accounting
      * can prove it without trusting us.
      ******************************************************************
           PERFORM 2200-WRITE-ONE-PAYABLE-LINE
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > PAYABLE-TABLE-COUNT.
           IF WS-DAY-MARKETPLACE-TAX NOT = ZERO
               MOVE WS-DAY-MARKETPLACE-TAX TO WS-LINE-AMOUNT
               MOVE "C" TO WS-NORMAL-SIDE
               MOVE "D" TO WS-FLIPPED-SIDE
               MOVE WS-GL-MARKETPLACE-ACCOUNT TO GLP-GL-ACCOUNT
               MOVE "MARKETPLACE TAX CLEARING" TO GLP-DESCRIPTION
               PERFORM 2100-WRITE-ONE-POSTING-LINE
           END-IF.
           PERFORM 2300-WRITE-BALANCING-TRAILER.
           CLOSE GL-POSTING-FILE.
      *
           DISPLAY "TOTAL DEBITS. . . . . . : " WS-EDIT-AMOUNT.
           MOVE WS-TOTAL-CREDITS TO WS-EDIT-AMOUNT.
           DISPLAY "TOTAL CREDITS . . . . . : " WS-EDIT-AMOUNT.
           MOVE WS-DAY-MARKETPLACE-TAX TO WS-EDIT-AMOUNT.
           DISPLAY "MARKETPLACE TAX CLEARING: " WS-EDIT-AMOUNT.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY "ENTRY IS IN BALANCE."
           ELSE
