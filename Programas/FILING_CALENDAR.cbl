      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     SUBPROGRAMA COMPARTILHADO DO CALENDARIO DE
      *              DECLARACOES (FILECAL): DADA A REGRA DE UMA LINHA
      *              DO CALENDARIO (FREQUENCIA M/Q/A E REGRA DE
      *              VENCIMENTO) E UMA DATA QUALQUER, DEVOLVE O
      *              PERIODO CIVIL QUE CONTEM A DATA, O VENCIMENTO
      *              DESSE PERIODO E O PRIMEIRO DIA DO PERIODO
      *              SEGUINTE. CHAMADO VIA CALL, NAO COPIADO - MESMO
      *              DESENHO DO RCVYJRN1 - PARA O TAXREMIT, O TAXEFILE
      *              E O TAXTCKLR ANDAREM PELOS PERIODOS DA MESMA
      *              FORMA. AREA DE PARAMETROS: Copybooks/FILCPER.CPY.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILCPER1.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DATE-WORK                    PIC 9(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-CCYY                PIC 9(04).
           05  WS-DATE-MM                  PIC 9(02).
           05  WS-DATE-DD                  PIC 9(02).
      *
       77  WS-START-MONTH                  PIC 9(02)   VALUE ZERO.
       77  WS-END-MONTH                    PIC 9(02)   VALUE ZERO.
       77  WS-QUARTER-INDEX                PIC 9(02)   VALUE ZERO.
       77  WS-MONTH-REMAINDER              PIC 9(02)   VALUE ZERO.
       77  WS-MONTH-OFFSET                 PIC 9(03)   VALUE ZERO.
       77  WS-YEARS-OFFSET                 PIC 9(02)   VALUE ZERO.
      *
      * ULTIMO DIA DE UM MES: PRIMEIRO DIA DO MES SEGUINTE MENOS UM,
      * PELO CALENDARIO JULIANO - MESMA TECNICA DO TAXREMIT.
       77  WS-LDM-YEAR                     PIC 9(04)   VALUE ZERO.
       77  WS-LDM-MONTH                    PIC 9(02)   VALUE ZERO.
       77  WS-LDM-DAY                      PIC 9(02)   VALUE ZERO.
       77  WS-LDM-JULIAN                   PIC 9(09)   VALUE ZERO.
      *
       LINKAGE SECTION.
           COPY FILCPER.

       PROCEDURE DIVISION USING FILING-PERIOD-AREA.
       0000-WORK-OUT-FILING-PERIOD.
           MOVE FPA-ANY-DATE TO WS-DATE-WORK.
           EVALUATE FPA-FREQUENCY
               WHEN "Q"
                   SUBTRACT 1 FROM WS-DATE-MM GIVING WS-MONTH-OFFSET
                   DIVIDE WS-MONTH-OFFSET BY 3
                       GIVING WS-QUARTER-INDEX
                       REMAINDER WS-MONTH-REMAINDER
                   COMPUTE WS-START-MONTH = WS-QUARTER-INDEX * 3 + 1
                   COMPUTE WS-END-MONTH = WS-START-MONTH + 2
               WHEN "A"
                   MOVE 1 TO WS-START-MONTH
                   MOVE 12 TO WS-END-MONTH
               WHEN OTHER
                   MOVE WS-DATE-MM TO WS-START-MONTH
                   MOVE WS-DATE-MM TO WS-END-MONTH
           END-EVALUATE.
           MOVE WS-START-MONTH TO WS-DATE-MM.
           MOVE 1 TO WS-DATE-DD.
           MOVE WS-DATE-WORK TO FPA-PERIOD-START.
           MOVE WS-DATE-CCYY TO WS-LDM-YEAR.
           MOVE WS-END-MONTH TO WS-LDM-MONTH.
           PERFORM 0100-FIND-LAST-DAY-OF-MONTH.
           MOVE WS-END-MONTH TO WS-DATE-MM.
           MOVE WS-LDM-DAY TO WS-DATE-DD.
           MOVE WS-DATE-WORK TO FPA-PERIOD-END.
      * PRIMEIRO DIA DO PERIODO SEGUINTE.
           IF WS-END-MONTH = 12
               ADD 1 TO WS-DATE-CCYY
               MOVE 1 TO WS-DATE-MM
           ELSE
               ADD 1 TO WS-DATE-MM
           END-IF.
           MOVE 1 TO WS-DATE-DD.
           MOVE WS-DATE-WORK TO FPA-NEXT-PERIOD-DATE.
      * VENCIMENTO: FPA-DUE-MONTHS-AFTER MESES DEPOIS DO MES DE FIM,
      * NO DIA FPA-DUE-DAY (OU NO ULTIMO DIA, SE O MES FOR CURTO).
           MOVE FPA-PERIOD-END TO WS-DATE-WORK.
           COMPUTE WS-MONTH-OFFSET =
               WS-END-MONTH + FPA-DUE-MONTHS-AFTER - 1.
           DIVIDE WS-MONTH-OFFSET BY 12
               GIVING WS-YEARS-OFFSET
               REMAINDER WS-MONTH-REMAINDER.
           ADD WS-YEARS-OFFSET TO WS-DATE-CCYY.
           COMPUTE WS-DATE-MM = WS-MONTH-REMAINDER + 1.
           MOVE WS-DATE-CCYY TO WS-LDM-YEAR.
           MOVE WS-DATE-MM TO WS-LDM-MONTH.
           PERFORM 0100-FIND-LAST-DAY-OF-MONTH.
           IF FPA-DUE-DAY = ZERO
               OR FPA-DUE-DAY > WS-LDM-DAY
               MOVE WS-LDM-DAY TO WS-DATE-DD
           ELSE
               MOVE FPA-DUE-DAY TO WS-DATE-DD
           END-IF.
           MOVE WS-DATE-WORK TO FPA-DUE-DATE.
           GOBACK.
      *
       0100-FIND-LAST-DAY-OF-MONTH.
           IF WS-LDM-MONTH = 12
               COMPUTE WS-LDM-JULIAN = FUNCTION INTEGER-OF-DATE
                   ((WS-LDM-YEAR + 1) * 10000 + 0101)
           ELSE
               COMPUTE WS-LDM-JULIAN = FUNCTION INTEGER-OF-DATE
                   (WS-LDM-YEAR * 10000 + (WS-LDM-MONTH + 1) * 100
                       + 1)
           END-IF.
           SUBTRACT 1 FROM WS-LDM-JULIAN.
           COMPUTE WS-LDM-DAY = FUNCTION MOD
               (FUNCTION DATE-OF-INTEGER (WS-LDM-JULIAN), 100).
       END PROGRAM FILCPER1.
