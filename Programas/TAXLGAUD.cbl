      *              DUPLICATA - NAO VEIO DO SALESTXN E VENDAS IGUAIS
      *              NO BALCAO SAO LEGITIMAS. O RECALCULO CONTINUA
      *              VALENDO PARA ELE.
      *DATA          15/10/2026
      *DESCRICAO     COM A SOBRETAXA LOCAL O RECALCULO PELO TAXRATE
      *              (SO ESTADUAL) PASSOU A SER CONFERIDO CONTRA O
      *              COMPONENTE ESTADUAL DO LANCAMENTO (LOG-STATE-TAX;
      *              REGISTRO ANTERIOR A ABERTURA USA O TOTAL), E UM
      *              LANCAMENTO CUJOS COMPONENTES NAO SOMAM O
      *              LOG-SALES-TAX SAI COMO DIVERGENCIA DE COMPONENTES.
      *DATA          15/10/2026
      *DESCRICAO     VENDA EM FERIADO FISCAL (LOG-EXEMPT-FLAG = H) TEM
      *              IMPOSTO ZERO ESPERADO, COMO A ISENTA POR
      *              CERTIFICADO.
      *DATA          15/10/2026
      *DESCRICAO     VENDA COM IMPOSTO DENTRO (LOG-PRICING-BASIS = G)
      *              TEM O LIQUIDO LOGADO COMO BRUTO MENOS IMPOSTO, E
      *              O ARREDONDAMENTO DA EXTRACAO PODE DESLOCAR O
      *              RECALCULO ESTADUAL EM UM CENTAVO - DIFERENCA DE
      *              ATE 0,01 NELA NAO E DIVERGENCIA.
      *DATA          15/10/2026
      *DESCRICAO     VENDA DE MARKETPLACE FACILITADOR (LOG-ENTRY-SOURCE
      *              = M, DO MKTEDIT) FICA FORA DO BATE DE CONTAGEM, DA
      *              CHECAGEM DE DUPLICATA E DO RECALCULO - NAO VEIO DO
      *              SALESTXN E O IMPOSTO E O QUE O MARKETPLACE COBROU.
      *              CONTADA A PARTE NO RESUMO, COMO OS AJUSTES.
      *DATA          15/10/2026
      *DESCRICAO     LANCAMENTO DESVIADO DE MES CONTABIL FECHADO
      *              (LOG-ORIGINAL-DATE PREENCHIDA) E RECALCULADO E
      *              CONTADO NO BATE DO DIA PELA DATA ORIGINAL - E A
      *              DATA DO TICKET NO SALESTXN E A DA VIGENCIA QUE O
      *              CALC1000 APLICOU.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA). ESTE PROGRAMA PRECISA DO LOG INTEIRO E O
      *              LE EM ACESSO SEQUENCIAL PELA CHAVE PRIMARIA - A
      *              ORDEM DE GRAVACAO, COMO ANTES.
      *DATA          15/10/2026
      *DESCRICAO     O RECALCULO SEGUE O METODO DE ARREDONDAMENTO DA
      *              JURISDICAO (TAXRNDM) VIGENTE NA DATA DA
      *              ATIVIDADE, COMO O CALC1000: H MEIO PARA CIMA, T
      *              TRUNCADO. NO METODO D (TOTAL DA CONTA NO DIA) O
      *              TICKET DE LOTE NAO E CONFERIDO SOZINHO - O EXATO
      *              E O LOGADO SAO SOMADOS POR CONTA/UF/DATA E O
      *              TOTAL DO DIA ARREDONDADO E QUE TEM DE BATER.
      *DATA          15/10/2026
      *DESCRICAO     A COPIA DO LAYOUT DE CALCREJ GANHOU A LOCALIDADE E
      *              A BASE DE PRECO DO TICKET, E A DO RVSLPEND A
      *              LOCALIDADE, A BASE DE PRECO E OS OPERADORES QUE
      *              RETIVERAM E DECIDIRAM O ESTORNO, ACRESCENTADOS
      *              PELO CALC1000 E PELO RVSLAPPR.
      *DATA          15/10/2026
      *DESCRICAO     AS COPIAS DOS LAYOUTS DE CALCREJ E RVSLPEND
      *              GANHARAM O INDICADOR DE CONTINUACAO DE TICKET
      *              QUEBRADO POR CATEGORIA. O BATE CONTINUA POR
      *              LINHA - A LINHA DE CONTINUACAO ESTA NO SALESTXN E
      *              NO TAXLOG (ENTRY-SOURCE C) DO MESMO JEITO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXLGAUD.
               FILE STATUS IS WS-TAXRATE-STATUS.
      *
           SELECT SALES-TAX-LOG-FILE ASSIGN TO "TAXLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOG-TRANSACTION-KEY
               ALTERNATE RECORD KEY IS LOG-BUSINESS-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOG-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOG-STORE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TAXLOG-STATUS.
      *
           SELECT SALES-TXN-FILE ASSIGN TO "SALESTXN"
           SELECT PENDING-REVERSAL-FILE ASSIGN TO "RVSLPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVSLPEND-STATUS.
      *
      * METODO DE ARREDONDAMENTO DE CADA JURISDICAO - O MESMO QUE O
      * CALC1000 APLICOU.
           SELECT ROUNDING-METHOD-FILE ASSIGN TO "TAXRNDM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRNDM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  RJX-TYPE-CODE               PIC X(01).
           05  RJX-TAX-CATEGORY            PIC X(01).
           05  RJX-STORE-NUMBER            PIC X(04).
           05  RJX-LOCALITY-CODE           PIC X(05).
           05  RJX-PRICING-BASIS           PIC X(01).
           05  RJX-TICKET-CONTINUATION     PIC X(01).
      *
      * MESMO LAYOUT GRAVADO PELO CALC1000 EM 527 - SO A DATA DO
      * TICKET INTERESSA AQUI.
           05  RVP-TXN-DATE                PIC 9(08).
           05  RVP-STORE-NUMBER            PIC X(04).
           05  RVP-HELD-DATE               PIC 9(08).
           05  RVP-LOCALITY-CODE           PIC X(05).
           05  RVP-PRICING-BASIS           PIC X(01).
           05  RVP-SUBMITTED-BY            PIC X(08).
           05  RVP-DECIDED-BY              PIC X(08).
           05  RVP-TICKET-CONTINUATION     PIC X(01).
      *
       FD  ROUNDING-METHOD-FILE.
           COPY TAXRNDM.
      *
       WORKING-STORAGE SECTION.
       77  WS-TAXRATE-STATUS               PIC X(02)   VALUE "00".
       77  WS-RATE-FOUND-SWITCH            PIC X(01)   VALUE "N".
       77  WS-RATE-SEARCH-IDX              PIC 9(03)   VALUE ZERO.
      *
      * METODOS DE ARREDONDAMENTO - MESMA CARGA E MESMA REGRA DE
      * VIGENCIA DE 232/251 NO CALC1000 (SEM LINHA = H).
       01  ROUNDING-METHOD-TABLE.
           05  ROUNDING-METHOD-COUNT       PIC 9(03)   VALUE ZERO.
           05  ROUNDING-METHOD-ENTRY OCCURS 100 TIMES.
               10  RMT-STATE-CODE          PIC X(02).
               10  RMT-EFF-DATE            PIC 9(08).
               10  RMT-METHOD              PIC X(01).
       77  WS-TAXRNDM-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXRNDM-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-TAXRNDM-EOF                           VALUE "Y".
       77  WS-RNM-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-RNM-BEST-DATE                PIC 9(08)   VALUE ZERO.
       77  WS-ROUNDING-METHOD              PIC X(01)   VALUE "H".
           88  WS-ROUND-PER-TICKET                      VALUE "H".
           88  WS-ROUND-TRUNCATE                        VALUE "T".
           88  WS-ROUND-AT-DAY-TOTAL                    VALUE "D".
       77  WS-EXACT-STATE-TAX              PIC S9(05)V9(06).
      * TICKET DE LOTE EM JURISDICAO D: CONFERIDO NO TOTAL DO DIA.
       77  WS-DAY-TOTAL-SWITCH             PIC X(01)   VALUE "N".
           88  WS-CHECKED-AT-DAY-TOTAL                  VALUE "Y".
      *
      * TOTAIS DO DIA POR CONTA/UF/DATA DE NEGOCIO DOS TICKETS D:
      * IMPOSTO ESTADUAL EXATO E LOGADO. CHEIA, AS CONTAS/DIA NOVAS
      * DEIXAM DE SER CONFERIDAS E UM AVISO UNICO E DADO.
       01  DAY-TOTAL-TABLE.
           05  DAY-TOTAL-COUNT             PIC 9(04)   VALUE ZERO.
           05  DAY-TOTAL-ROW OCCURS 2000 TIMES.
               10  DTT-BUSINESS-DATE       PIC 9(08).
               10  DTT-ACCOUNT-NUMBER      PIC X(06).
               10  DTT-STATE-CODE          PIC X(02).
               10  DTT-EXACT-STATE-TAX     PIC S9(07)V9(06).
               10  DTT-LOGGED-STATE-TAX    PIC S9(07)V99.
               10  DTT-INCLUSIVE-COUNT     PIC 9(05).
       77  WS-DTT-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-DTT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-DTT-ROW-FOUND                         VALUE "Y".
       77  WS-DTT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-DTT-TABLE-IS-FULL                     VALUE "Y".
       77  WS-DAY-ROUNDED-TAX              PIC S9(07)V99.
       77  WS-DAY-DIFFERENCE               PIC S9(07)V99.
       77  WS-DAY-TOLERANCE                PIC 9(05)V99.
       77  WS-EDIT-DAY-LOGGED              PIC -Z,ZZZ,ZZ9.99.
       77  WS-EDIT-DAY-ROUNDED             PIC -Z,ZZZ,ZZ9.99.
      *
      * CHAVES JA VISTAS PARA A DETECCAO DE DUPLICATA CONTA/DATA/
      * VALOR. CHEIA, AS CHAVES NOVAS DEIXAM DE SER CONFERIDAS E UM
      * AVISO UNICO E DADO.
      *
      * VALOR RECALCULADO E CONTADORES DO RELATORIO DE EXCECOES.
       77  WS-RECOMPUTED-TAX               PIC S9(5)V99.
       77  WS-LOGGED-STATE-TAX             PIC S9(5)V99.
       77  WS-COMPONENT-SUM                PIC S9(6)V99.
       77  WS-RECOMPUTE-DIFFERENCE         PIC S9(6)V99.
       77  WS-LOG-RECORD-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-AUDIT-DAY-COUNT              PIC 9(07)   VALUE ZERO.
      * DATA DA ATIVIDADE DO REGISTRO: A ORIGINAL QUANDO ELE FOI
      * DESVIADO DE UM MES FECHADO, SENAO A DATA DE NEGOCIO.
       77  WS-LOG-ACTIVITY-DATE            PIC 9(08)   VALUE ZERO.
       77  WS-SALESTXN-COUNT               PIC 9(07)   VALUE ZERO.
       77  WS-CALCREJ-COUNT                PIC 9(07)   VALUE ZERO.
       77  WS-EXPECTED-DAY-COUNT           PIC S9(07)  VALUE ZERO.
       77  WS-MISMATCH-COUNT               PIC 9(05)   VALUE ZERO.
       77  WS-DUPLICATE-COUNT              PIC 9(05)   VALUE ZERO.
       77  WS-ADJUSTMENT-COUNT             PIC 9(05)   VALUE ZERO.
       77  WS-MARKETPLACE-COUNT            PIC 9(05)   VALUE ZERO.
       77  WS-EXCEPTION-COUNT              PIC 9(05)   VALUE ZERO.
       77  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
       77  WS-EDIT-EXPECTED                PIC -ZZZ,ZZ9.
               "(CCYYMMDD): ".
           ACCEPT WS-AUDIT-DATE.
           PERFORM 100-LOAD-TAX-RATE-TABLE.
           PERFORM 130-LOAD-ROUNDING-METHODS.
           DISPLAY "====================================".
           DISPLAY "TAXLOG INTEGRITY AUDIT - EXCEPTIONS REPORT".
           DISPLAY "====================================".
           PERFORM 1000-AUDIT-LOG-RECORDS.
           PERFORM 1400-CHECK-DAY-TOTALS
               VARYING WS-DTT-IDX FROM 1 BY 1
               UNTIL WS-DTT-IDX > DAY-TOTAL-COUNT.
           PERFORM 2000-COUNT-SALESTXN-INPUT.
           PERFORM 2500-COUNT-CALC-REJECTS.
           PERFORM 2600-COUNT-HELD-REVERSALS.
               END-IF
           END-IF.
           PERFORM 110-READ-TAX-RATE-RECORD.
      *
      * MESMA CARGA DE 232-LOAD-ROUNDING-METHODS NO CALC1000 - LINHA
      * INVALIDA FICA DE FORA, COMO LA.
       130-LOAD-ROUNDING-METHODS.
           MOVE ZERO TO ROUNDING-METHOD-COUNT.
           OPEN INPUT ROUNDING-METHOD-FILE.
           IF WS-TAXRNDM-STATUS = "00"
               PERFORM 131-READ-ROUNDING-METHOD
               PERFORM 132-BUILD-ROUNDING-METHOD-ROW
                   UNTIL WS-TAXRNDM-EOF
               CLOSE ROUNDING-METHOD-FILE
           END-IF.
      *
       131-READ-ROUNDING-METHOD.
           READ ROUNDING-METHOD-FILE
               AT END MOVE "Y" TO WS-TAXRNDM-EOF-SWITCH
           END-READ.
      *
       132-BUILD-ROUNDING-METHOD-ROW.
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
           PERFORM 131-READ-ROUNDING-METHOD.
      *
       1000-AUDIT-LOG-RECORDS.
           OPEN INPUT SALES-TAX-LOG-FILE.
      * LEGITIMOS (A CHECAGEM DE DUPLICATA NAO SE APLICA).
       1020-AUDIT-ONE-LOG-RECORD.
           ADD 1 TO WS-LOG-RECORD-COUNT.
           IF LOG-ORIGINAL-DATE NUMERIC
               AND LOG-ORIGINAL-DATE NOT = ZERO
               MOVE LOG-ORIGINAL-DATE TO WS-LOG-ACTIVITY-DATE
           ELSE
               MOVE LOG-BUSINESS-DATE TO WS-LOG-ACTIVITY-DATE
           END-IF.
           IF LOG-TYPE-ADJUSTMENT
               ADD 1 TO WS-ADJUSTMENT-COUNT
           ELSE
      * VENDA DE MARKETPLACE (SOURCE M) NAO TEM TICKET NO SALESTXN E
      * O IMPOSTO FOI CALCULADO PELO MARKETPLACE - NADA A CONFERIR.
               IF LOG-ENTERED-MARKETPLACE
                   ADD 1 TO WS-MARKETPLACE-COUNT
               ELSE
      * LANCAMENTO DE BALCAO (SOURCE I) NAO TEM TICKET NO SALESTXN -
      * FICA FORA DO BATE DE CONTAGEM - E DUAS VENDAS IGUAIS NO
      * BALCAO SAO LEGITIMAS, ENTAO A CHECAGEM DE DUPLICATA TAMBEM
      * NAO SE APLICA. O RECALCULO DE IMPOSTO VALE PARA ELE COMO
      * PARA QUALQUER OUTRO.
                   IF WS-LOG-ACTIVITY-DATE = WS-AUDIT-DATE
                       AND NOT LOG-ENTERED-INTERACTIVE
                       ADD 1 TO WS-AUDIT-DAY-COUNT
                   END-IF
                   PERFORM 1100-RECOMPUTE-ONE-TAX
                   IF NOT LOG-ENTERED-INTERACTIVE
                       PERFORM 1200-CHECK-DUPLICATE-KEY
                   END-IF
               END-IF
           END-IF.
           PERFORM 1010-READ-TAX-LOG-RECORD.
      ******************************************************************
      * 1100-RECOMPUTE-ONE-TAX
      * Re-derives the record's tax from its own amount, state and
      * business date by the same vigency rules the batch applied,
      * carried to the cent by the jurisdiction's TAXRNDM rule.
      * The signed amount keeps a reversal's negative tax negative.
      * A batch ticket under the day-total rule is not compared on
      * its own: its exact and logged state tax join the account's
      * day (1300) and the day is compared once the log is read.
      ******************************************************************
       1100-RECOMPUTE-ONE-TAX.
           MOVE "N" TO WS-DAY-TOTAL-SWITCH.
      * VENDA ISENTA POR CERTIFICADO OU EM FERIADO FISCAL TEM
      * IMPOSTO ZERO DE PROPOSITO - O QUE SE CONFERE NELA E QUE O
      * ZERO ESTEJA LA.
           IF LOG-SALE-TAXED-AT-ZERO
               MOVE ZERO TO WS-RECOMPUTED-TAX
           ELSE
               PERFORM 1150-GET-RATE-FOR-LOG-DATE
               PERFORM 1170-GET-ROUNDING-METHOD
               COMPUTE WS-EXACT-STATE-TAX =
                   LOG-SALES-AMOUNT * WS-APPLICABLE-TAX-RATE
               IF WS-ROUND-TRUNCATE
                   MOVE WS-EXACT-STATE-TAX TO WS-RECOMPUTED-TAX
               ELSE
                   COMPUTE WS-RECOMPUTED-TAX ROUNDED =
                       WS-EXACT-STATE-TAX
               END-IF
               IF WS-ROUND-AT-DAY-TOTAL
                   AND NOT LOG-ENTERED-INTERACTIVE
                   MOVE "Y" TO WS-DAY-TOTAL-SWITCH
               END-IF
           END-IF.
      * O TAXRATE SO DA A PARCELA ESTADUAL - A LOCAL VEM DO LOCLRATE
      * E SO PRECISA FECHAR A SOMA COM O TOTAL.
           IF LOG-STATE-TAX NUMERIC
               MOVE LOG-STATE-TAX TO WS-LOGGED-STATE-TAX
               COMPUTE WS-COMPONENT-SUM = LOG-STATE-TAX
                   + LOG-COUNTY-TAX + LOG-CITY-TAX
               IF WS-COMPONENT-SUM NOT = LOG-SALES-TAX
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE LOG-SALES-TAX TO WS-EDIT-TAX-LOGGED
                   MOVE WS-COMPONENT-SUM TO WS-EDIT-TAX-RECOMPUTED
                   DISPLAY "COMPONENTS " LOG-BUSINESS-DATE
                       " " LOG-ACCOUNT-NUMBER
                       " " LOG-STATE-CODE
                       " LOGGED " WS-EDIT-TAX-LOGGED
                       " STATE+LOCAL " WS-EDIT-TAX-RECOMPUTED
               END-IF
           ELSE
               MOVE LOG-SALES-TAX TO WS-LOGGED-STATE-TAX
           END-IF.
      * NA VENDA COM IMPOSTO DENTRO O LIQUIDO E BRUTO MENOS IMPOSTO,
      * NAO A BASE EXATA SOBRE A QUAL O CALC1000 ARREDONDOU - UM
      * CENTAVO PARA CADA LADO E A FOLGA DA EXTRACAO, NAO ERRO.
           IF LOG-PRICED-TAX-INCLUSIVE
               COMPUTE WS-RECOMPUTE-DIFFERENCE =
                   WS-RECOMPUTED-TAX - WS-LOGGED-STATE-TAX
               IF WS-RECOMPUTE-DIFFERENCE NOT > 0.01
                   AND WS-RECOMPUTE-DIFFERENCE NOT < -0.01
                   MOVE WS-LOGGED-STATE-TAX TO WS-RECOMPUTED-TAX
               END-IF
           END-IF.
           IF WS-CHECKED-AT-DAY-TOTAL
               PERFORM 1300-POST-DAY-TOTAL
           ELSE
               IF WS-RECOMPUTED-TAX NOT = WS-LOGGED-STATE-TAX
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE WS-LOGGED-STATE-TAX TO WS-EDIT-TAX-LOGGED
                   MOVE WS-RECOMPUTED-TAX TO WS-EDIT-TAX-RECOMPUTED
                   DISPLAY "MISMATCH " LOG-BUSINESS-DATE
                       " " LOG-ACCOUNT-NUMBER
                       " " LOG-STATE-CODE
                       " LOGGED " WS-EDIT-TAX-LOGGED
                       " RECOMPUTED " WS-EDIT-TAX-RECOMPUTED
               END-IF
           END-IF.
      *
      * MESMA BUSCA DE 250/255/260 NO CALC1000 - CATEGORIA DO PROPRIO
      * REGISTRO PRIMEIRO, LINHA PADRAO (S) DEPOIS - SO QUE CONTRA A
      * DATA DA ATIVIDADE DO PROPRIO REGISTRO.
       1150-GET-RATE-FOR-LOG-DATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH.
           MOVE WS-DEFAULT-TAX-RATE TO WS-APPLICABLE-TAX-RATE.
                           = SPACE))
               AND TRT-STATUS (WS-RATE-SEARCH-IDX) = "A"
               AND TRT-EFF-DATE (WS-RATE-SEARCH-IDX)
                   NOT > WS-LOG-ACTIVITY-DATE
               AND TRT-END-DATE (WS-RATE-SEARCH-IDX)
                   NOT < WS-LOG-ACTIVITY-DATE
               MOVE TRT-TAX-RATE (WS-RATE-SEARCH-IDX)
                   TO WS-APPLICABLE-TAX-RATE
               MOVE "Y" TO WS-RATE-FOUND-SWITCH
           END-IF.
           ADD 1 TO WS-RATE-SEARCH-IDX.
      *
      * MESMA REGRA DE 251/252 NO CALC1000: LINHA DA UF COM A MAIOR
      * VIGENCIA NAO POSTERIOR A DATA DA ATIVIDADE.
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
      ******************************************************************
      * 1300-POST-DAY-TOTAL
      * Adds a day-total ticket to its account's day - account, state
      * and business date, the posting date CALC1000 keyed the day
      * on. The exact tax is signed like the amount, so a reversal
      * takes its share back off the day.
      ******************************************************************
       1300-POST-DAY-TOTAL.
           MOVE "N" TO WS-DTT-FOUND-SWITCH.
           MOVE 1 TO WS-DTT-IDX.
           PERFORM 1310-CHECK-ONE-DAY-ROW
               UNTIL WS-DTT-IDX > DAY-TOTAL-COUNT
                   OR WS-DTT-ROW-FOUND.
           IF NOT WS-DTT-ROW-FOUND
               IF DAY-TOTAL-COUNT < 2000
                   ADD 1 TO DAY-TOTAL-COUNT
                   MOVE DAY-TOTAL-COUNT TO WS-DTT-IDX
                   MOVE LOG-BUSINESS-DATE
                       TO DTT-BUSINESS-DATE (WS-DTT-IDX)
                   MOVE LOG-ACCOUNT-NUMBER
                       TO DTT-ACCOUNT-NUMBER (WS-DTT-IDX)
                   MOVE LOG-STATE-CODE TO DTT-STATE-CODE (WS-DTT-IDX)
                   MOVE ZERO TO DTT-EXACT-STATE-TAX (WS-DTT-IDX)
                   MOVE ZERO TO DTT-LOGGED-STATE-TAX (WS-DTT-IDX)
                   MOVE ZERO TO DTT-INCLUSIVE-COUNT (WS-DTT-IDX)
                   MOVE "Y" TO WS-DTT-FOUND-SWITCH
               ELSE
                   IF NOT WS-DTT-TABLE-IS-FULL
                       DISPLAY "DAY-TOTAL-TABLE FULL AT 2000 "
                           "ACCOUNT-DAYS - DAY-TOTAL ROUNDING IS "
                           "CHECKED ONLY FOR THE FIRST 2000."
                       MOVE "Y" TO WS-DTT-FULL-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF WS-DTT-ROW-FOUND
               ADD WS-EXACT-STATE-TAX
                   TO DTT-EXACT-STATE-TAX (WS-DTT-IDX)
               ADD WS-LOGGED-STATE-TAX
                   TO DTT-LOGGED-STATE-TAX (WS-DTT-IDX)
               IF LOG-PRICED-TAX-INCLUSIVE
                   ADD 1 TO DTT-INCLUSIVE-COUNT (WS-DTT-IDX)
               END-IF
           END-IF.
      *
       1310-CHECK-ONE-DAY-ROW.
           IF DTT-BUSINESS-DATE (WS-DTT-IDX) = LOG-BUSINESS-DATE
               AND DTT-ACCOUNT-NUMBER (WS-DTT-IDX)
                   = LOG-ACCOUNT-NUMBER
               AND DTT-STATE-CODE (WS-DTT-IDX) = LOG-STATE-CODE
               MOVE "Y" TO WS-DTT-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-DTT-IDX
           END-IF.
      *
      ******************************************************************
      * 1400-CHECK-DAY-TOTALS
      * The day's logged state tax must be its exact total rounded
      * once. A tax-inclusive ticket logs gross less tax as its net,
      * not the base CALC1000 rounded on, so each one in the day
      * allows a cent either way - the same slack 1100 gives it.
      ******************************************************************
       1400-CHECK-DAY-TOTALS.
           COMPUTE WS-DAY-ROUNDED-TAX ROUNDED =
               DTT-EXACT-STATE-TAX (WS-DTT-IDX).
           COMPUTE WS-DAY-DIFFERENCE = WS-DAY-ROUNDED-TAX
               - DTT-LOGGED-STATE-TAX (WS-DTT-IDX).
           COMPUTE WS-DAY-TOLERANCE =
               DTT-INCLUSIVE-COUNT (WS-DTT-IDX) * 0.01.
           IF WS-DAY-DIFFERENCE > WS-DAY-TOLERANCE
               OR WS-DAY-DIFFERENCE < ZERO - WS-DAY-TOLERANCE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE DTT-LOGGED-STATE-TAX (WS-DTT-IDX)
                   TO WS-EDIT-DAY-LOGGED
               MOVE WS-DAY-ROUNDED-TAX TO WS-EDIT-DAY-ROUNDED
               DISPLAY "DAY TOTAL " DTT-BUSINESS-DATE (WS-DTT-IDX)
                   " " DTT-ACCOUNT-NUMBER (WS-DTT-IDX)
                   " " DTT-STATE-CODE (WS-DTT-IDX)
                   " LOGGED " WS-EDIT-DAY-LOGGED
                   " RECOMPUTED " WS-EDIT-DAY-ROUNDED
           END-IF.
      *
      ******************************************************************
      * 1200-CHECK-DUPLICATE-KEY
      * The same account/date/amount showing up twice is the
           DISPLAY "LOG RECORDS AUDITED . . : " WS-EDIT-COUNT.
           MOVE WS-MISMATCH-COUNT TO WS-EDIT-COUNT.
           DISPLAY "RECOMPUTE MISMATCHES. . : " WS-EDIT-COUNT.
           MOVE DAY-TOTAL-COUNT TO WS-EDIT-COUNT.
           DISPLAY "DAY-TOTAL ACCOUNT-DAYS. : " WS-EDIT-COUNT.
           MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT.
           DISPLAY "DUPLICATE RECORDS . . . : " WS-EDIT-COUNT.
           MOVE WS-ADJUSTMENT-COUNT TO WS-EDIT-COUNT.
           DISPLAY "ADJUSTMENTS (NOT AUDITED)   " WS-EDIT-COUNT.
           MOVE WS-MARKETPLACE-COUNT TO WS-EDIT-COUNT.
           DISPLAY "MARKETPLACE (NOT AUDITED)   " WS-EDIT-COUNT.
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
           DISPLAY "TOTAL EXCEPTIONS. . . . : " WS-EDIT-COUNT.
           IF WS-EXCEPTION-COUNT = ZERO
