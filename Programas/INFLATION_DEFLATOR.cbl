      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     SUBPROGRAMA COMPARTILHADO DO INDICE DE INFLACAO
      *              (INFLIDX): DADO O MES-BASE DE UMA SIMULACAO E O
      *              NUMERO DE ANOS, DEVOLVE PARA CADA ANO O FATOR DE
      *              PRECOS ACUMULADO DESDE O MES-BASE E A INFLACAO DO
      *              ANO. ANDA MES A MES: ONDE A SERIE OFICIAL COBRE O
      *              MES E O ANTERIOR, VALE A VARIACAO DO INDICE; NO
      *              RESTO, A INFLACAO ANUAL ASSUMIDA PARA O ANO CIVIL
      *              DO MES, EM TAXA MENSAL EQUIVALENTE. CHAMADO VIA
      *              CALL, NAO COPIADO - MESMO DESENHO DO FILCPER1 -
      *              PARA O SISPB004, O SISPB005 E O SIMPRPSL
      *              DEFLACIONAREM DO MESMO JEITO. O ARQUIVO E LIDO NA
      *              PRIMEIRA CHAMADA E FICA EM MEMORIA PARA AS
      *              SEGUINTES.
      *              AREA DE PARAMETROS: Copybooks/INFLDEF.CPY.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFLDEF1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFLATION-INDEX-FILE ASSIGN TO "INFLIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFLIDX-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INFLATION-INDEX-FILE.
           COPY INFLIDX.
      *
       WORKING-STORAGE SECTION.
       77  WS-INFLIDX-STATUS               PIC X(02)   VALUE "00".
       77  WS-INFLIDX-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-INFLIDX-EOF                          VALUE "Y".
       77  WS-TABLES-LOADED-SWITCH         PIC X(01)   VALUE "N".
           88  WS-TABLES-LOADED                        VALUE "Y".
      *
      * SERIE OFICIAL EM ORDEM DE MES (SEARCH ALL). LINHA FORA DE
      * ORDEM OU REPETIDA E AVISADA E IGNORADA.
       01  OFFICIAL-INDEX-TABLE.
           05  OFFICIAL-INDEX-COUNT        PIC 9(04)   VALUE ZERO.
           05  OFFICIAL-INDEX-ROW OCCURS 1 TO 1200 TIMES
                   DEPENDING ON OFFICIAL-INDEX-COUNT
                   ASCENDING KEY IS OFI-CCYYMM
                   INDEXED BY OFI-IDX.
               10  OFI-CCYYMM              PIC 9(06).
               10  OFI-INDEX-VALUE         PIC 9(07)V9(04).
       77  WS-LAST-OFFICIAL-CCYYMM         PIC 9(06)   VALUE ZERO.
      *
      * PREMISSAS ANUAIS (LINHAS P), NA ORDEM DO ARQUIVO.
       01  PROJECTED-RATE-TABLE.
           05  PROJECTED-RATE-COUNT        PIC 9(03)   VALUE ZERO.
           05  PROJECTED-RATE-ROW OCCURS 99 TIMES.
               10  PRJ-CCYY                PIC 9(04).
               10  PRJ-ANNUAL-PCT          PIC 9(02)V99.
       77  WS-PRJ-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-PRJ-BEST-CCYY                PIC 9(04)   VALUE ZERO.
       77  WS-PRJ-FIRST-CCYY               PIC 9(04)   VALUE ZERO.
       77  WS-PRJ-PCT                      PIC 9(02)V99 VALUE ZERO.
      *
      * CAMINHADA MES A MES A PARTIR DO MES-BASE.
       01  WS-MONTH-WORK                   PIC 9(06).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
           05  WS-MONTH-CCYY               PIC 9(04).
           05  WS-MONTH-MM                 PIC 9(02).
       77  WS-PREV-CCYYMM                  PIC 9(06)   VALUE ZERO.
       77  WS-STEP-COUNT                   PIC 9(04)   VALUE ZERO.
       77  WS-STEP-LIMIT                   PIC 9(04)   VALUE ZERO.
       77  WS-YEAR-NUMBER                  PIC 9(02)   VALUE ZERO.
       77  WS-YEAR-REMAINDER               PIC 9(02)   VALUE ZERO.
       77  WS-PRICE-FACTOR                 PIC 9(05)V9(09) VALUE ZERO.
       77  WS-PRIOR-YEAR-FACTOR            PIC 9(05)V9(09) VALUE ZERO.
       77  WS-MONTHLY-FACTOR               PIC 9(01)V9(09) VALUE ZERO.
       77  WS-CURR-INDEX                   PIC 9(07)V9(04) VALUE ZERO.
       77  WS-PREV-INDEX                   PIC 9(07)V9(04) VALUE ZERO.
       77  WS-INDEX-FOUND-SWITCH           PIC X(01)   VALUE "N".
           88  WS-INDEX-FOUND                          VALUE "Y".
       77  WS-LOOKUP-CCYYMM                PIC 9(06)   VALUE ZERO.
       77  WS-LOOKUP-INDEX                 PIC 9(07)V9(04) VALUE ZERO.
      *
       LINKAGE SECTION.
           COPY INFLDEF.

       PROCEDURE DIVISION USING INFLATION-DEFLATOR-AREA.
       0000-BUILD-DEFLATORS.
           IF NOT WS-TABLES-LOADED
               PERFORM 1000-LOAD-INFLATION-INDEX
           END-IF.
           MOVE ZERO TO IDA-OFFICIAL-MONTHS.
           IF PROJECTED-RATE-COUNT = ZERO
               MOVE "1" TO IDA-RETURN-CODE
           ELSE
               MOVE "0" TO IDA-RETURN-CODE
               MOVE IDA-BASE-CCYYMM TO WS-MONTH-WORK
               MOVE 1 TO WS-PRICE-FACTOR
               MOVE 1 TO WS-PRIOR-YEAR-FACTOR
               COMPUTE WS-STEP-LIMIT = IDA-NUMERO-ANOS * 12
               PERFORM 2000-STEP-ONE-MONTH
                   VARYING WS-STEP-COUNT FROM 1 BY 1
                   UNTIL WS-STEP-COUNT > WS-STEP-LIMIT
           END-IF.
           GOBACK.
      *
      ******************************************************************
      * 1000-LOAD-INFLATION-INDEX
      * Le o INFLIDX uma vez por execucao. Sem o arquivo, ou sem
      * nenhuma premissa P, nao ha como projetar a inflacao futura -
      * o chamador recebe "1" e deixa de mostrar a visao real.
      ******************************************************************
       1000-LOAD-INFLATION-INDEX.
           MOVE "Y" TO WS-TABLES-LOADED-SWITCH.
           MOVE ZERO TO OFFICIAL-INDEX-COUNT.
           MOVE ZERO TO PROJECTED-RATE-COUNT.
           MOVE ZERO TO WS-LAST-OFFICIAL-CCYYMM.
           MOVE "N" TO WS-INFLIDX-EOF-SWITCH.
           OPEN INPUT INFLATION-INDEX-FILE.
           IF WS-INFLIDX-STATUS = "00"
               PERFORM 1010-READ-ONE-INDEX-ROW
               PERFORM 1020-TABLE-ONE-INDEX-ROW
                   UNTIL WS-INFLIDX-EOF
               CLOSE INFLATION-INDEX-FILE
           ELSE
               DISPLAY "INFLIDX NAO DISPONIVEL - STATUS "
                   WS-INFLIDX-STATUS " - SEM VISAO REAL."
           END-IF.
           IF WS-INFLIDX-STATUS = "00"
               AND PROJECTED-RATE-COUNT = ZERO
               DISPLAY "INFLIDX SEM PREMISSA DE INFLACAO FUTURA "
                   "(LINHA P) - SEM VISAO REAL."
           END-IF.
      *
       1010-READ-ONE-INDEX-ROW.
           READ INFLATION-INDEX-FILE
               AT END MOVE "Y" TO WS-INFLIDX-EOF-SWITCH
           END-READ.
      *
       1020-TABLE-ONE-INDEX-ROW.
           EVALUATE TRUE
               WHEN INF-OFFICIAL-INDEX
                   PERFORM 1030-TABLE-OFFICIAL-ROW
               WHEN INF-PROJECTED-RATE
                   IF PROJECTED-RATE-COUNT < 99
                       ADD 1 TO PROJECTED-RATE-COUNT
                       MOVE INF-CCYY TO PRJ-CCYY (PROJECTED-RATE-COUNT)
                       MOVE INF-ANNUAL-PCT TO
                           PRJ-ANNUAL-PCT (PROJECTED-RATE-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "INFLIDX - TIPO DE LINHA '" INF-RECORD-TYPE
                       "' DESCONHECIDO - IGNORADA."
           END-EVALUATE.
           PERFORM 1010-READ-ONE-INDEX-ROW.
      *
       1030-TABLE-OFFICIAL-ROW.
           IF INF-CCYYMM NOT > WS-LAST-OFFICIAL-CCYYMM
               DISPLAY "INFLIDX - INDICE DE " INF-CCYYMM
                   " FORA DE ORDEM OU REPETIDO - IGNORADO."
           ELSE
               IF OFFICIAL-INDEX-COUNT < 1200
                   AND INF-INDEX-VALUE > ZERO
                   ADD 1 TO OFFICIAL-INDEX-COUNT
                   MOVE INF-CCYYMM TO
                       OFI-CCYYMM (OFFICIAL-INDEX-COUNT)
                   MOVE INF-INDEX-VALUE TO
                       OFI-INDEX-VALUE (OFFICIAL-INDEX-COUNT)
                   MOVE INF-CCYYMM TO WS-LAST-OFFICIAL-CCYYMM
               END-IF
           END-IF.
      *
      ******************************************************************
      * 2000-STEP-ONE-MONTH
      * Avanca um mes. Com o indice oficial do mes e do anterior, os
      * precos andam pela variacao publicada; faltando qualquer um,
      * pela taxa mensal equivalente a premissa do ano civil do mes.
      * A cada doze passos fecha um ano da projecao.
      ******************************************************************
       2000-STEP-ONE-MONTH.
           MOVE WS-MONTH-WORK TO WS-PREV-CCYYMM.
           IF WS-MONTH-MM = 12
               ADD 1 TO WS-MONTH-CCYY
               MOVE 1 TO WS-MONTH-MM
           ELSE
               ADD 1 TO WS-MONTH-MM
           END-IF.
           MOVE WS-PREV-CCYYMM TO WS-LOOKUP-CCYYMM.
           PERFORM 2100-LOOK-UP-OFFICIAL-INDEX.
           MOVE WS-LOOKUP-INDEX TO WS-PREV-INDEX.
           IF WS-INDEX-FOUND
               MOVE WS-MONTH-WORK TO WS-LOOKUP-CCYYMM
               PERFORM 2100-LOOK-UP-OFFICIAL-INDEX
               MOVE WS-LOOKUP-INDEX TO WS-CURR-INDEX
           END-IF.
           IF WS-INDEX-FOUND
               COMPUTE WS-PRICE-FACTOR ROUNDED =
                   WS-PRICE-FACTOR * WS-CURR-INDEX / WS-PREV-INDEX
               ADD 1 TO IDA-OFFICIAL-MONTHS
           ELSE
               PERFORM 2200-FIND-PROJECTED-RATE
               COMPUTE WS-MONTHLY-FACTOR ROUNDED =
                   (1 + WS-PRJ-PCT / 100) ** (1 / 12)
               COMPUTE WS-PRICE-FACTOR ROUNDED =
                   WS-PRICE-FACTOR * WS-MONTHLY-FACTOR
           END-IF.
           DIVIDE WS-STEP-COUNT BY 12
               GIVING WS-YEAR-NUMBER
               REMAINDER WS-YEAR-REMAINDER.
           IF WS-YEAR-REMAINDER = ZERO
               MOVE WS-PRICE-FACTOR TO IDA-DEFLATOR (WS-YEAR-NUMBER)
               COMPUTE IDA-INFLACAO-ANO (WS-YEAR-NUMBER) ROUNDED =
                   (WS-PRICE-FACTOR / WS-PRIOR-YEAR-FACTOR - 1) * 100
               MOVE WS-PRICE-FACTOR TO WS-PRIOR-YEAR-FACTOR
           END-IF.
      *
       2100-LOOK-UP-OFFICIAL-INDEX.
           MOVE "N" TO WS-INDEX-FOUND-SWITCH.
           MOVE ZERO TO WS-LOOKUP-INDEX.
           IF OFFICIAL-INDEX-COUNT > ZERO
               SEARCH ALL OFFICIAL-INDEX-ROW
                   AT END
                       CONTINUE
                   WHEN OFI-CCYYMM (OFI-IDX) = WS-LOOKUP-CCYYMM
                       MOVE "Y" TO WS-INDEX-FOUND-SWITCH
                       MOVE OFI-INDEX-VALUE (OFI-IDX)
                           TO WS-LOOKUP-INDEX
               END-SEARCH
           END-IF.
      *
      * A PREMISSA DO ANO CIVIL DO MES: A LINHA P DE MAIOR ANO QUE
      * NAO PASSA DELE; ANTES DA PRIMEIRA LINHA, A PRIMEIRA.
       2200-FIND-PROJECTED-RATE.
           MOVE ZERO TO WS-PRJ-BEST-CCYY.
           MOVE 9999 TO WS-PRJ-FIRST-CCYY.
           MOVE ZERO TO WS-PRJ-PCT.
           PERFORM 2210-CHECK-ONE-PROJECTED-ROW
               VARYING WS-PRJ-IDX FROM 1 BY 1
               UNTIL WS-PRJ-IDX > PROJECTED-RATE-COUNT.
           IF WS-PRJ-BEST-CCYY = ZERO
               PERFORM 2220-TAKE-FIRST-PROJECTED-ROW
                   VARYING WS-PRJ-IDX FROM 1 BY 1
                   UNTIL WS-PRJ-IDX > PROJECTED-RATE-COUNT
           END-IF.
      *
       2210-CHECK-ONE-PROJECTED-ROW.
           IF PRJ-CCYY (WS-PRJ-IDX) NOT > WS-MONTH-CCYY
               AND PRJ-CCYY (WS-PRJ-IDX) NOT < WS-PRJ-BEST-CCYY
               MOVE PRJ-CCYY (WS-PRJ-IDX) TO WS-PRJ-BEST-CCYY
               MOVE PRJ-ANNUAL-PCT (WS-PRJ-IDX) TO WS-PRJ-PCT
           END-IF.
      *
       2220-TAKE-FIRST-PROJECTED-ROW.
           IF PRJ-CCYY (WS-PRJ-IDX) < WS-PRJ-FIRST-CCYY
               MOVE PRJ-CCYY (WS-PRJ-IDX) TO WS-PRJ-FIRST-CCYY
               MOVE PRJ-ANNUAL-PCT (WS-PRJ-IDX) TO WS-PRJ-PCT
           END-IF.
       END PROGRAM INFLDEF1.
