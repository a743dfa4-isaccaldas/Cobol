      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     SUBPROGRAMA COMPARTILHADO DO FECHAMENTO DE
      *              PERIODO CONTABIL: DADA A DATA DE UM LANCAMENTO
      *              QUE VAI PARA O TAXLOG E A DATA DA RODADA, DIZ SE
      *              O MES DO LANCAMENTO ESTA ABERTO (GRAVA NA PROPRIA
      *              DATA), FECHADO (GRAVA NA DATA DA RODADA, COM A
      *              DATA ORIGINAL GUARDADA EM LOG-ORIGINAL-DATE) OU
      *              SE NEM O MES DA RODADA ESTA ABERTO (REJEITA).
      *              CHAMADO VIA CALL, NAO COPIADO - MESMO DESENHO DO
      *              FILCPER1 - PARA O CALC1000, O TAXADJST E O
      *              MKTEDIT DECIDIREM PELA MESMA REGRA. O PERDCTL E
      *              LIDO UMA VEZ SO, NA PRIMEIRA CHAMADA DA RODADA.
      *              AREA DE PARAMETROS: Copybooks/PERDCHK.CPY.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCHK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERDCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
           COPY PERDCTL.
      *
       WORKING-STORAGE SECTION.
       77  WS-PERDCTL-STATUS               PIC X(02)   VALUE "00".
       77  WS-PERDCTL-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-PERDCTL-EOF                           VALUE "Y".
       77  WS-TABLE-LOADED-SWITCH          PIC X(01)   VALUE "N".
           88  WS-TABLE-IS-LOADED                       VALUE "Y".
      *
      * MESES FECHADOS (SITUACAO C) DO PERDCTL. MES REABERTO (R) NAO
      * ENTRA - PARA O LANCAMENTO ELE VALE COMO ABERTO.
       01  CLOSED-MONTH-TABLE.
           05  CLOSED-MONTH-COUNT          PIC 9(03)   VALUE ZERO.
           05  CLOSED-MONTH-ROW OCCURS 600 TIMES.
               10  CMT-FISCAL-MONTH        PIC 9(06).
       77  WS-CMT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-CMT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-CMT-TABLE-IS-FULL                     VALUE "Y".
      *
       01  WS-LOOKUP-DATE                  PIC 9(08).
       01  WS-LOOKUP-DATE-PARTS REDEFINES WS-LOOKUP-DATE.
           05  WS-LOOKUP-MONTH             PIC 9(06).
           05  WS-LOOKUP-DAY               PIC 9(02).
       77  WS-MONTH-CLOSED-SWITCH          PIC X(01)   VALUE "N".
           88  WS-MONTH-IS-CLOSED                       VALUE "Y".
      *
       LINKAGE SECTION.
           COPY PERDCHK.

       PROCEDURE DIVISION USING PERIOD-CHECK-AREA.
       0000-CHECK-ACCOUNTING-PERIOD.
           IF NOT WS-TABLE-IS-LOADED
               PERFORM 0100-LOAD-CLOSED-MONTHS
           END-IF.
           MOVE ZERO TO PCA-ORIGINAL-DATE.
           MOVE PCA-ACTIVITY-DATE TO WS-LOOKUP-DATE.
           PERFORM 0200-CHECK-MONTH-CLOSED.
           IF NOT WS-MONTH-IS-CLOSED
               MOVE PCA-ACTIVITY-DATE TO PCA-POSTING-DATE
               MOVE "O" TO PCA-RESULT
           ELSE
               MOVE PCA-RUN-DATE TO WS-LOOKUP-DATE
               PERFORM 0200-CHECK-MONTH-CLOSED
               IF NOT WS-MONTH-IS-CLOSED
                   MOVE PCA-RUN-DATE TO PCA-POSTING-DATE
                   MOVE PCA-ACTIVITY-DATE TO PCA-ORIGINAL-DATE
                   MOVE "D" TO PCA-RESULT
               ELSE
                   MOVE ZERO TO PCA-POSTING-DATE
                   MOVE "X" TO PCA-RESULT
               END-IF
           END-IF.
           GOBACK.
      *
      * PERDCTL AUSENTE (STATUS 35) E A CASA ANTES DO PRIMEIRO
      * FECHAMENTO - NENHUM MES FECHADO, TUDO GRAVA COMO SEMPRE.
       0100-LOAD-CLOSED-MONTHS.
           MOVE "Y" TO WS-TABLE-LOADED-SWITCH.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERDCTL-STATUS = "00"
               PERFORM 0110-LOAD-ONE-PERIOD-ROW
                   UNTIL WS-PERDCTL-EOF
               CLOSE PERIOD-CONTROL-FILE
           END-IF.
      *
       0110-LOAD-ONE-PERIOD-ROW.
           READ PERIOD-CONTROL-FILE
               AT END MOVE "Y" TO WS-PERDCTL-EOF-SWITCH
               NOT AT END
                   IF PCT-PERIOD-IS-CLOSED
                       IF CLOSED-MONTH-COUNT < 600
                           ADD 1 TO CLOSED-MONTH-COUNT
                           MOVE PCT-FISCAL-MONTH TO
                               CMT-FISCAL-MONTH (CLOSED-MONTH-COUNT)
                       ELSE
                           IF NOT WS-CMT-TABLE-IS-FULL
                               MOVE "Y" TO WS-CMT-FULL-SWITCH
                               DISPLAY "CLOSED-MONTH-TABLE FULL AT "
                                   "600 ROWS - PERDCTL ROWS BEYOND "
                                   "IT ARE TREATED AS OPEN."
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       0200-CHECK-MONTH-CLOSED.
           MOVE "N" TO WS-MONTH-CLOSED-SWITCH.
           MOVE 1 TO WS-CMT-IDX.
           PERFORM 0210-CHECK-ONE-CLOSED-MONTH
               UNTIL WS-CMT-IDX > CLOSED-MONTH-COUNT
                   OR WS-MONTH-IS-CLOSED.
      *
       0210-CHECK-ONE-CLOSED-MONTH.
           IF CMT-FISCAL-MONTH (WS-CMT-IDX) = WS-LOOKUP-MONTH
               MOVE "Y" TO WS-MONTH-CLOSED-SWITCH
           ELSE
               ADD 1 TO WS-CMT-IDX
           END-IF.
       END PROGRAM PERDCHK1.
