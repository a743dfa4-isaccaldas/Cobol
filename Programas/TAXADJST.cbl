      *              ERRADA, QUE NAO HAVIA NADA A CORRIGIR. OS
      *              LANCAMENTOS DE AJUSTE CONTINUAM INDO PARA O
      *              TAXLOG VIVO.
      *DATA          15/10/2026
      *DESCRICAO     O TAXRATE SO TEM A ALIQUOTA ESTADUAL: O LANCADO
      *              QUE ENTRA NA COMPARACAO PASSOU A SER SO O
      *              COMPONENTE ESTADUAL DO LANCAMENTO (LOG-STATE-TAX;
      *              REGISTRO ANTERIOR A ABERTURA USA O TOTAL), SENAO
      *              TODA VENDA COM SOBRETAXA LOCAL VIRAVA UM AJUSTE
      *              NEGATIVO. O AJUSTE GRAVADO E ESTADUAL, SEM
      *              LOCALIDADE, COM CONDADO E MUNICIPIO ZERADOS.
      *DATA          15/10/2026
      *DESCRICAO     VENDA EM FERIADO FISCAL (EXEMPT-FLAG = H) FICA COM
      *              IMPOSTO ZERO NA REDERIVACAO, COMO A ISENTA POR
      *              CERTIFICADO - CORRECAO DE ALIQUOTA NAO GERA AJUSTE
      *              PARA ELA.
      *DATA          15/10/2026
      *DESCRICAO     VENDA COM IMPOSTO DENTRO (PRICING-BASIS = G):
      *              DIFERENCA DE ATE 0,01 ENTRE A REDERIVACAO E O
      *              LANCADO E FOLGA DO ARREDONDAMENTO DA EXTRACAO E NAO
      *              GERA AJUSTE. O AJUSTE GRAVADO SAI SEM BASE DE
      *              PRECO.
      *DATA          15/10/2026
      *DESCRICAO     VENDA DE MARKETPLACE FACILITADOR (ENTRY-SOURCE = M)
      *              FICA FORA DA JANELA DO AJUSTE: O IMPOSTO FOI
      *              COBRADO PELO MARKETPLACE, NAO PELO NOSSO TAXRATE.
      *DATA          15/10/2026
      *DESCRICAO     FECHAMENTO DE PERIODO CONTABIL (PERDCTL): O
      *              LANCAMENTO DESVIADO DE UM MES FECHADO ENTRA NA
      *              JANELA, NA CHAVE E NA VIGENCIA PELA DATA ORIGINAL
      *              (LOG-ORIGINAL-DATE). O AJUSTE DE UM MES FECHADO E
      *              GRAVADO NA DATA DA RODADA COM A DATA ORIGINAL
      *              GUARDADA; SEM PERIODO ABERTO ELE NAO E GRAVADO E
      *              SAI NO REGISTRO PARA A RODADA SEGUINTE.
      *DATA          15/10/2026
      *DESCRICAO     SIGN-ON OBRIGATORIO NA ENTRADA (SIGNON1) - SO
      *              ENTRA OPERADOR ATIVO COM O PAPEL R (ALIQUOTAS);
      *              RECUSA VAI PARA O EXCPLOG.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO. O AJUSTE E
      *              GRAVADO EM I-O COM A CHAVE UNICA (DATA/HORA DA
      *              ABERTURA, TAXADJST, SEQUENCIA).
      *DATA          15/10/2026
      *DESCRICAO     A REDERIVACAO SEGUE O METODO DE ARREDONDAMENTO DA
      *              JURISDICAO (TAXRNDM) VIGENTE NA DATA DA
      *              ATIVIDADE, COMO O CALC1000 E O TAXLGAUD: H MEIO
      *              PARA CIMA, T TRUNCADO. NO METODO D O TICKET DE
      *              LOTE NAO E ARREDONDADO SOZINHO - O EXATO SOMA NA
      *              LINHA DA DATA/CONTA E E ARREDONDADO UMA VEZ SO AO
      *              MONTAR O AJUSTE. SEM ISSO A RODADA GRAVAVA AJUSTE
      *              DE CENTAVOS QUE NENHUMA CORRECAO DE ALIQUOTA
      *              CAUSOU, E O TAXCRMEM O DEVOLVIA AO CLIENTE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXADJST.
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
      * O HISTORICO PARTICIONADO POR ANO (TAXHIST-CCYY, CATALOGO
           SELECT HISTORY-CATALOG-FILE ASSIGN TO "HISTCTLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCTLG-STATUS.
      *
      * METODO DE ARREDONDAMENTO DE CADA JURISDICAO - O MESMO QUE O
      * CALC1000 APLICOU.
           SELECT ROUNDING-METHOD-FILE ASSIGN TO "TAXRNDM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRNDM-STATUS.
      *
           SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
      *
       FD  HISTORY-CATALOG-FILE.
           COPY HISTCTLG.
      *
       FD  ROUNDING-METHOD-FILE.
           COPY TAXRNDM.
      *
       FD  RUN-LEDGER-FILE.
           COPY RUNLEDGR.
       77  WS-DER-TXN-TYPE                 PIC X(01)   VALUE SPACE.
       77  WS-DER-TAX-CATEGORY             PIC X(01)   VALUE SPACE.
       77  WS-DER-EXEMPT-FLAG              PIC X(01)   VALUE SPACE.
       77  WS-DER-PRICING-BASIS            PIC X(01)   VALUE SPACE.
       77  WS-DER-ENTRY-SOURCE             PIC X(01)   VALUE SPACE.
       77  WS-DER-DIFFERENCE               PIC S9(6)V99 VALUE ZERO.
      * DATA DA ATIVIDADE DO LANCAMENTO: A ORIGINAL QUANDO ELE FOI
      * DESVIADO DE UM MES FECHADO, SENAO A PROPRIA DATA DE NEGOCIO.
       77  WS-ROW-ACTIVITY-DATE            PIC 9(08)   VALUE ZERO.
      *
      * ESCOPO DA RODADA DE AJUSTE, INFORMADO PELO OPERADOR.
       77  WS-ADJ-JURISDICTION             PIC X(02).
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
      * TICKET DE LOTE EM JURISDICAO D: ARREDONDADO NO TOTAL DO DIA.
       77  WS-DAY-TOTAL-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ROUNDED-AT-DAY-TOTAL                  VALUE "Y".
       77  WS-DAY-ROUNDED-TAX              PIC S9(09)V99 VALUE ZERO.
       77  WS-DAY-DIFFERENCE               PIC S9(09)V99 VALUE ZERO.
       77  WS-DAY-TOLERANCE                PIC S9(07)V99 VALUE ZERO.
      *
      * UMA LINHA POR DATA DE NEGOCIO/CONTA DENTRO DO ESCOPO, COM O
      * IMPOSTO LANCADO (AJUSTES ANTERIORES INCLUSOS) E O REDERIVADO
      * PELO MESTRE CORRIGIDO - A DIFERENCA E O AJUSTE A GRAVAR.
               10  ADJ-TXN-COUNT           PIC 9(05).
               10  ADJ-LOGGED-TAX          PIC S9(09)V99.
               10  ADJ-CORRECT-TAX         PIC S9(09)V99.
      * TICKETS DE LOTE DE JURISDICAO D: O EXATO E O LOGADO SOMADOS, E
      * QUANTOS TEM IMPOSTO DENTRO - ARREDONDADOS EM 2105.
               10  ADJ-DAY-EXACT-TAX       PIC S9(09)V9(06).
               10  ADJ-DAY-LOGGED-TAX      PIC S9(09)V99.
               10  ADJ-DAY-INCLUSIVE-COUNT PIC 9(05).
       77  WS-ADJ-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-ROW-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-ROW-WAS-FOUND                         VALUE "Y".
       77  WS-EDIT-CORRECT                 PIC -Z,ZZZ,ZZ9.99.
       77  WS-EDIT-ADJUST                  PIC -Z,ZZZ,ZZ9.99.
      *
      * FECHAMENTO DE PERIODO: AREA DO SUBPROGRAMA PERDCHK1 E OS
      * CONTADORES DO REGISTRO.
           COPY PERDCHK.
       77  WS-TODAY-DATE                   PIC 9(08)   VALUE ZERO.
       77  WS-REDIRECTED-COUNT             PIC 9(05)   VALUE ZERO.
       77  WS-PERIOD-SKIP-COUNT            PIC 9(05)   VALUE ZERO.
      *
      * CHAVE UNICA DO TAXLOG INDEXADO: DATA/HORA EM QUE ESTA EXECUCAO
      * ABRIU O LOG, O GRAVADOR E A SEQUENCIA - VEJA
      * 2110-WRITE-KEYED-LOG-RECORD.
       77  WS-LOG-KEY-DATE                 PIC 9(08)   VALUE ZERO.
       77  WS-LOG-KEY-CLOCK                PIC 9(08)   VALUE ZERO.
       77  WS-LOG-KEY-SEQUENCE             PIC 9(07)   VALUE ZERO.
       77  WS-LOG-KEY-DONE-SWITCH          PIC X(01)   VALUE "N".
           88  WS-LOG-KEY-DONE                          VALUE "Y".
      *
      * PORTAO DO LIVRO DE EXECUCOES DO CALC1000 (RUNLEDGR): O TAXLOG
      * SO E CONSUMIDO (E AQUI TAMBEM ESTENDIDO) QUANDO TODA EXECUCAO
      * INICIADA (S) TEM O SEU REGISTRO DE CONCLUSAO (C) - VEJA
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
       0000-ADJUST-TAX-LOG.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "TAXADJST" TO SGN-PROGRAM-ID.
           MOVE "R" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-VERIFY-RUN-LEDGER.
           IF WS-LEDGER-BLOCKS-THIS-RUN
               DISPLAY "TAXLOG IS NOT BEING CONSUMED - FIX THE "
           END-IF.
           PERFORM 0500-ACCEPT-ADJUSTMENT-SCOPE.
           PERFORM 100-LOAD-TAX-RATE-TABLE.
           PERFORM 130-LOAD-ROUNDING-METHODS.
           PERFORM 1000-ACCUMULATE-SCOPE-TOTALS.
           PERFORM 1500-ACCUMULATE-HISTORY-SCOPE.
      * TABELA ESTOURADA = TOTAIS DE DATAS/CONTAS DIFERENTES
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
      ******************************************************************
      * 1000-ACCUMULATE-SCOPE-TOTALS
      * One pass over the live log. Every in-scope record adds its
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS " - NOTHING TO ADJUST."
           ELSE
               PERFORM 1005-START-TAX-LOG-AT-SCOPE
               PERFORM 1020-ACCUMULATE-ONE-LOG-ROW
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA A PARTIR DA
      * PRIMEIRA DATA DO ESCOPO. SEM LIMITE DE FIM: UM LANCAMENTO
      * DESVIADO DE MES FECHADO TEM LOG-BUSINESS-DATE POSTERIOR A SUA
      * DATA ORIGINAL E AINDA PODE CAIR NO ESCOPO PELA ORIGINAL.
       1005-START-TAX-LOG-AT-SCOPE.
           MOVE WS-ADJ-DATE-FROM TO LOG-BUSINESS-DATE.
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
       1020-ACCUMULATE-ONE-LOG-ROW.
           IF LOG-ORIGINAL-DATE NUMERIC
               AND LOG-ORIGINAL-DATE NOT = ZERO
               MOVE LOG-ORIGINAL-DATE TO WS-ROW-ACTIVITY-DATE
           ELSE
               MOVE LOG-BUSINESS-DATE TO WS-ROW-ACTIVITY-DATE
           END-IF.
           IF LOG-STATE-CODE = WS-ADJ-JURISDICTION
               AND WS-ROW-ACTIVITY-DATE NOT < WS-ADJ-DATE-FROM
               AND WS-ROW-ACTIVITY-DATE NOT > WS-ADJ-DATE-TO
               AND (LOG-TAX-CATEGORY = WS-ADJ-CATEGORY
                   OR (WS-ADJ-CATEGORY = "S"
                       AND LOG-TAX-CATEGORY = SPACE))
               AND NOT LOG-ENTERED-MARKETPLACE
               MOVE WS-ROW-ACTIVITY-DATE TO WS-DER-BUSINESS-DATE
               MOVE LOG-ACCOUNT-NUMBER TO WS-DER-ACCOUNT-NUMBER
               MOVE LOG-STATE-CODE TO WS-DER-STATE-CODE
               MOVE LOG-SALES-AMOUNT TO WS-DER-SALES-AMOUNT
      * SO O COMPONENTE ESTADUAL - E O QUE O TAXRATE REDERIVA.
               IF LOG-STATE-TAX NUMERIC
                   MOVE LOG-STATE-TAX TO WS-DER-SALES-TAX
               ELSE
                   MOVE LOG-SALES-TAX TO WS-DER-SALES-TAX
               END-IF
               MOVE LOG-TXN-TYPE TO WS-DER-TXN-TYPE
               MOVE LOG-TAX-CATEGORY TO WS-DER-TAX-CATEGORY
               MOVE LOG-EXEMPT-FLAG TO WS-DER-EXEMPT-FLAG
               MOVE LOG-PRICING-BASIS TO WS-DER-PRICING-BASIS
               MOVE LOG-ENTRY-SOURCE TO WS-DER-ENTRY-SOURCE
               PERFORM 4000-POST-ONE-LOG-ROW
           END-IF.
           PERFORM 1010-READ-TAX-LOG-RECORD.
               VARYING WS-GCT-IDX FROM 1 BY 1
               UNTIL WS-GCT-IDX > GEN-CATALOG-COUNT.
      *
      * SO A GERACAO QUE TERMINA DEPOIS DO INICIO DA JANELA E ABERTA.
      * A GERACAO POSTERIOR A JANELA TAMBEM: UM LANCAMENTO DESVIADO DE
      * MES FECHADO FICA NA GERACAO DA DATA EM QUE FOI POSTADO, MAS
      * PERTENCE A JANELA PELA DATA ORIGINAL.
       1508-SCAN-ONE-GENERATION.
           IF GCT-DATE-HIGH (WS-GCT-IDX) NOT < WS-ADJ-DATE-FROM
               MOVE SPACES TO WS-TAXHIST-FILENAME
               STRING "TAXHIST-" GCT-GENERATION-YEAR (WS-GCT-IDX)
                       DELIMITED BY SIZE
           END-READ.
      *
       1520-ACCUMULATE-ONE-HIST-ROW.
           IF HST-ORIGINAL-DATE NUMERIC
               AND HST-ORIGINAL-DATE NOT = ZERO
               MOVE HST-ORIGINAL-DATE TO WS-ROW-ACTIVITY-DATE
           ELSE
               MOVE HST-BUSINESS-DATE TO WS-ROW-ACTIVITY-DATE
           END-IF.
           IF HST-STATE-CODE = WS-ADJ-JURISDICTION
               AND WS-ROW-ACTIVITY-DATE NOT < WS-ADJ-DATE-FROM
               AND WS-ROW-ACTIVITY-DATE NOT > WS-ADJ-DATE-TO
               AND (HST-TAX-CATEGORY = WS-ADJ-CATEGORY
                   OR (WS-ADJ-CATEGORY = "S"
                       AND HST-TAX-CATEGORY = SPACE))
               AND HST-ENTRY-SOURCE NOT = "M"
               MOVE WS-ROW-ACTIVITY-DATE TO WS-DER-BUSINESS-DATE
               MOVE HST-ACCOUNT-NUMBER TO WS-DER-ACCOUNT-NUMBER
               MOVE HST-STATE-CODE TO WS-DER-STATE-CODE
               MOVE HST-SALES-AMOUNT TO WS-DER-SALES-AMOUNT
      * SO O COMPONENTE ESTADUAL - E O QUE O TAXRATE REDERIVA.
               IF HST-STATE-TAX NUMERIC
                   MOVE HST-STATE-TAX TO WS-DER-SALES-TAX
               ELSE
                   MOVE HST-SALES-TAX TO WS-DER-SALES-TAX
               END-IF
               MOVE HST-TXN-TYPE TO WS-DER-TXN-TYPE
               MOVE HST-TAX-CATEGORY TO WS-DER-TAX-CATEGORY
               MOVE HST-EXEMPT-FLAG TO WS-DER-EXEMPT-FLAG
               MOVE HST-PRICING-BASIS TO WS-DER-PRICING-BASIS
               MOVE HST-ENTRY-SOURCE TO WS-DER-ENTRY-SOURCE
               PERFORM 4000-POST-ONE-LOG-ROW
           END-IF.
           PERFORM 1510-READ-TAX-HISTORY-RECORD.
           IF WS-DER-TXN-TYPE NOT = "A"
               ADD 1 TO ADJ-TXN-COUNT (WS-ADJ-IDX)
               PERFORM 4500-REDERIVE-ONE-TAX
               IF WS-ROUNDED-AT-DAY-TOTAL
                   ADD WS-EXACT-STATE-TAX
                       TO ADJ-DAY-EXACT-TAX (WS-ADJ-IDX)
                   ADD WS-DER-SALES-TAX
                       TO ADJ-DAY-LOGGED-TAX (WS-ADJ-IDX)
                   IF WS-DER-PRICING-BASIS = "G"
                       ADD 1 TO ADJ-DAY-INCLUSIVE-COUNT (WS-ADJ-IDX)
                   END-IF
               ELSE
                   ADD WS-RECOMPUTED-TAX
                       TO ADJ-CORRECT-TAX (WS-ADJ-IDX)
               END-IF
           END-IF.
      *
      ******************************************************************
      * 4500-REDERIVE-ONE-TAX
      * Same search as 250/255/260 in CALC1000 - the record's own
      * category first, the jurisdiction's standard (S) row next -
      * against the record's own business date, carried to the cent
      * by the jurisdiction's TAXRNDM rule in force that day. The
      * signed amount keeps a reversal's negative tax negative. A
      * batch ticket under the day-total rule is not rounded on its
      * own: 4000 adds its exact tax to the date/account row, and
      * 2105 rounds the row's total once, as CALC1000 charged it.
      ******************************************************************
       4500-REDERIVE-ONE-TAX.
           MOVE "N" TO WS-DAY-TOTAL-SWITCH.
           IF WS-DER-EXEMPT-FLAG = "E" OR "H"
               MOVE ZERO TO WS-RECOMPUTED-TAX
           ELSE
               MOVE "N" TO WS-RATE-FOUND-SWITCH
                   MOVE "S" TO WS-LOOKUP-CATEGORY
                   PERFORM 4510-SEARCH-RATE-FOR-CATEGORY
               END-IF
               PERFORM 4530-GET-ROUNDING-METHOD
               COMPUTE WS-EXACT-STATE-TAX =
                   WS-DER-SALES-AMOUNT * WS-APPLICABLE-TAX-RATE
               IF WS-ROUND-TRUNCATE
                   MOVE WS-EXACT-STATE-TAX TO WS-RECOMPUTED-TAX
               ELSE
                   COMPUTE WS-RECOMPUTED-TAX ROUNDED =
                       WS-EXACT-STATE-TAX
               END-IF
               IF WS-ROUND-AT-DAY-TOTAL
                   AND WS-DER-ENTRY-SOURCE NOT = "I"
                   MOVE "Y" TO WS-DAY-TOTAL-SWITCH
               END-IF
           END-IF.
      * VENDA COM IMPOSTO DENTRO: O LIQUIDO LOGADO E BRUTO MENOS
      * IMPOSTO, E O ARREDONDAMENTO DA EXTRACAO DESLOCA A REDERIVACAO
      * EM ATE UM CENTAVO - ISSO NAO E ERRO DE ALIQUOTA. NO TOTAL DO
      * DIA A FOLGA E DADA NA LINHA, EM 2105.
           IF WS-DER-PRICING-BASIS = "G"
               AND NOT WS-ROUNDED-AT-DAY-TOTAL
               COMPUTE WS-DER-DIFFERENCE =
                   WS-RECOMPUTED-TAX - WS-DER-SALES-TAX
               IF WS-DER-DIFFERENCE NOT > 0.01
                   AND WS-DER-DIFFERENCE NOT < -0.01
                   MOVE WS-DER-SALES-TAX TO WS-RECOMPUTED-TAX
               END-IF
           END-IF.
      *
       4510-SEARCH-RATE-FOR-CATEGORY.
               MOVE "Y" TO WS-RATE-FOUND-SWITCH
           END-IF.
           ADD 1 TO WS-RATE-SEARCH-IDX.
      *
      * MESMA REGRA DE 251/252 NO CALC1000: LINHA DA UF COM A MAIOR
      * VIGENCIA NAO POSTERIOR A DATA DA ATIVIDADE.
       4530-GET-ROUNDING-METHOD.
           MOVE "H" TO WS-ROUNDING-METHOD.
           MOVE ZERO TO WS-RNM-BEST-DATE.
           PERFORM 4540-CHECK-ROUNDING-METHOD-ROW
               VARYING WS-RNM-IDX FROM 1 BY 1
               UNTIL WS-RNM-IDX > ROUNDING-METHOD-COUNT.
      *
       4540-CHECK-ROUNDING-METHOD-ROW.
           IF RMT-STATE-CODE (WS-RNM-IDX) = WS-DER-STATE-CODE
               AND RMT-EFF-DATE (WS-RNM-IDX)
                   NOT > WS-DER-BUSINESS-DATE
               AND RMT-EFF-DATE (WS-RNM-IDX) NOT < WS-RNM-BEST-DATE
               MOVE RMT-METHOD (WS-RNM-IDX) TO WS-ROUNDING-METHOD
               MOVE RMT-EFF-DATE (WS-RNM-IDX) TO WS-RNM-BEST-DATE
           END-IF.
      *
       4100-FIND-OR-ADD-ADJUST-ROW.
           MOVE "N" TO WS-ROW-FOUND-SWITCH.
                   MOVE ZERO TO ADJ-TXN-COUNT (WS-ADJ-IDX)
                   MOVE ZERO TO ADJ-LOGGED-TAX (WS-ADJ-IDX)
                   MOVE ZERO TO ADJ-CORRECT-TAX (WS-ADJ-IDX)
                   MOVE ZERO TO ADJ-DAY-EXACT-TAX (WS-ADJ-IDX)
                   MOVE ZERO TO ADJ-DAY-LOGGED-TAX (WS-ADJ-IDX)
                   MOVE ZERO TO ADJ-DAY-INCLUSIVE-COUNT (WS-ADJ-IDX)
               ELSE
                   IF NOT WS-TABLE-IS-FULL
                       DISPLAY "ADJUST-TABLE FULL AT 1000 ROWS - "
      ******************************************************************
      * 2000-WRITE-ADJUSTMENTS
      * The log was closed after the read pass; only now is it
      * reopened, in I-O, for the adjustment entries. One type-A
      * record per date/account whose logged tax (prior adjustments
      * included) differs from the rederived tax - sales amount zero,
      * tax carrying the signed difference, dated on the original
      * business date so every downstream total lands in the right
      * day and filing period - unless that accounting period is
      * closed (PERDCTL), in which case PERDCHK1 moves it to today
      * with the original date carried along, or holds it back when
      * no period is open at all.
      ******************************************************************
       2000-WRITE-ADJUSTMENTS.
           OPEN I-O SALES-TAX-LOG-FILE.
           ACCEPT WS-LOG-KEY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-KEY-CLOCK FROM TIME.
           MOVE ZERO TO WS-LOG-KEY-SEQUENCE.
           IF WS-TAXLOG-STATUS NOT = "00"
               DISPLAY "TAXLOG NOT AVAILABLE FOR UPDATE - STATUS "
                   WS-TAXLOG-STATUS " - NO ADJUSTMENT WRITTEN."
           ELSE
               PERFORM 2100-WRITE-ONE-ADJUSTMENT
           END-IF.
      *
       2100-WRITE-ONE-ADJUSTMENT.
           PERFORM 2105-ROUND-DAY-TOTAL.
           COMPUTE WS-ADJUST-AMOUNT =
               ADJ-CORRECT-TAX (WS-ADJ-IDX)
               - ADJ-LOGGED-TAX (WS-ADJ-IDX).
           IF WS-ADJUST-AMOUNT NOT = ZERO
               MOVE ADJ-BUSINESS-DATE (WS-ADJ-IDX)
                   TO PCA-ACTIVITY-DATE
               MOVE WS-TODAY-DATE TO PCA-RUN-DATE
               CALL "PERDCHK1" USING PERIOD-CHECK-AREA
           END-IF.
           IF WS-ADJUST-AMOUNT NOT = ZERO
               AND PCA-NO-OPEN-PERIOD
               ADD 1 TO WS-PERIOD-SKIP-COUNT
               DISPLAY "NOT WRITTEN " ADJ-BUSINESS-DATE (WS-ADJ-IDX)
                   " " ADJ-ACCOUNT-NUMBER (WS-ADJ-IDX)
                   " - PERIOD CLOSED AND NO OPEN PERIOD TO POST INTO"
           END-IF.
           IF WS-ADJUST-AMOUNT NOT = ZERO
               AND NOT PCA-NO-OPEN-PERIOD
               MOVE PCA-POSTING-DATE TO LOG-BUSINESS-DATE
               MOVE PCA-ORIGINAL-DATE TO LOG-ORIGINAL-DATE
               IF PCA-ACTIVITY-REDIRECTED
                   ADD 1 TO WS-REDIRECTED-COUNT
               END-IF
               MOVE ADJ-ACCOUNT-NUMBER (WS-ADJ-IDX)
                   TO LOG-ACCOUNT-NUMBER
               MOVE WS-ADJ-JURISDICTION TO LOG-STATE-CODE
      * DO ULTIMO REGISTRO LIDO NA PASSADA DE ACUMULACAO.
               MOVE SPACES TO LOG-STORE-NUMBER
               MOVE SPACE TO LOG-ENTRY-SOURCE
               MOVE SPACES TO LOG-LOCALITY-CODE
               MOVE WS-ADJUST-AMOUNT TO LOG-STATE-TAX
               MOVE ZERO TO LOG-COUNTY-TAX
               MOVE ZERO TO LOG-CITY-TAX
               MOVE SPACE TO LOG-PRICING-BASIS
               PERFORM 2110-WRITE-KEYED-LOG-RECORD
               ADD 1 TO WS-ADJUSTMENT-COUNT
               ADD WS-ADJUST-AMOUNT TO WS-TOTAL-ADJUSTED
               MOVE ADJ-LOGGED-TAX (WS-ADJ-IDX) TO WS-EDIT-LOGGED
                   " CORRECT " WS-EDIT-CORRECT
                   " ADJ " WS-EDIT-ADJUST
           END-IF.
      *
      ******************************************************************
      * 2105-ROUND-DAY-TOTAL
      * The row's day-total tickets were charged their exact total
      * rounded once (CALC1000 263), so that is their correct tax -
      * it joins the per-ticket tax of the row's other tickets. A
      * tax-inclusive ticket logs gross less tax as its net, not the
      * base CALC1000 rounded on, so each one allows a cent either
      * way against what the day was charged, as TAXLGAUD 1400 does.
      ******************************************************************
       2105-ROUND-DAY-TOTAL.
           COMPUTE WS-DAY-ROUNDED-TAX ROUNDED =
               ADJ-DAY-EXACT-TAX (WS-ADJ-IDX).
           COMPUTE WS-DAY-DIFFERENCE = WS-DAY-ROUNDED-TAX
               - ADJ-DAY-LOGGED-TAX (WS-ADJ-IDX).
           COMPUTE WS-DAY-TOLERANCE =
               ADJ-DAY-INCLUSIVE-COUNT (WS-ADJ-IDX) * 0.01.
           IF WS-DAY-DIFFERENCE NOT > WS-DAY-TOLERANCE
               AND WS-DAY-DIFFERENCE NOT < ZERO - WS-DAY-TOLERANCE
               MOVE ADJ-DAY-LOGGED-TAX (WS-ADJ-IDX)
                   TO WS-DAY-ROUNDED-TAX
           END-IF.
           ADD WS-DAY-ROUNDED-TAX TO ADJ-CORRECT-TAX (WS-ADJ-IDX).
      *
      ******************************************************************
      * 2110-WRITE-KEYED-LOG-RECORD
      * Every TAXLOG row gets a unique prime key: the date and time
      * this run opened the log, the writer and a running sequence.
      * A key already on file (status 22 - another writer stamped
      * the same second) just moves the sequence on and tries again.
      ******************************************************************
       2110-WRITE-KEYED-LOG-RECORD.
           MOVE WS-LOG-KEY-DATE TO LOG-KEY-STAMP-DATE.
           MOVE WS-LOG-KEY-CLOCK (1:6) TO LOG-KEY-STAMP-TIME.
           MOVE "TAXADJST" TO LOG-KEY-WRITER.
           MOVE "N" TO WS-LOG-KEY-DONE-SWITCH.
           PERFORM 2120-TRY-ONE-LOG-KEY
               UNTIL WS-LOG-KEY-DONE.
      *
       2120-TRY-ONE-LOG-KEY.
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
       3000-PRINT-ADJUSTMENT-REGISTER.
           DISPLAY "====================================".
           DISPLAY "ADJUSTMENTS WRITTEN . . : " WS-EDIT-COUNT.
           MOVE WS-TOTAL-ADJUSTED TO WS-EDIT-ADJUST.
           DISPLAY "NET TAX ADJUSTED. . . . : " WS-EDIT-ADJUST.
           MOVE WS-REDIRECTED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "  POSTED TO OPEN PERIOD : " WS-EDIT-COUNT.
           MOVE WS-PERIOD-SKIP-COUNT TO WS-EDIT-COUNT.
           DISPLAY "HELD - NO OPEN PERIOD . : " WS-EDIT-COUNT.
           IF WS-ADJUSTMENT-COUNT = ZERO
               AND WS-PERIOD-SKIP-COUNT = ZERO
               DISPLAY "LOG ALREADY AGREES WITH THE RATE MASTER - "
                   "NOTHING TO CORRECT."
           END-IF.
