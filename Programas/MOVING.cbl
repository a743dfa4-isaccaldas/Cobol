      *              DETECTAR PERDA DE SINAL: MOVER UM CAMPO ASSINADO
      *              PARA UM CAMPO EDITADO SEM SINAL (NUM3) E REGISTRADO
      *              EM UM LOG DEDICADO (SIGNLOG) ANTES DO MOVE.
      *DATA          15/10/2026
      *DESCRIÇÃO     TRUNCLOG E SIGNLOG PASSARAM A GRAVAR A DATA DO
      *              EVENTO NO FIM DO REGISTRO, PARA O LOGPURGE PODER
      *              EXPURGAR OS EVENTOS ANTIGOS PELA RETENCAO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           05  TLR-FIELD-NAME               PIC X(20).
           05  TLR-SOURCE-VALUE             PIC X(20).
           05  TLR-TRUNCATED-VALUE          PIC X(20).
           05  TLR-LOG-DATE                 PIC 9(08).
      *
       FD  SIGN-LOSS-LOG-FILE.
       01  SIGN-LOSS-LOG-RECORD.
           05  SLR-FIELD-NAME               PIC X(20).
           05  SLR-SIGNED-SOURCE-VALUE      PIC X(20).
           05  SLR-LOG-DATE                 PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       77  NUM                        PIC S9(6)     VALUE -000123.
            MOVE "PALAVRA2-TO-PALAVRA3" TO TLR-FIELD-NAME.
            MOVE PALAVRA2 TO TLR-SOURCE-VALUE.
            MOVE PALAVRA2 (1:3) TO TLR-TRUNCATED-VALUE.
            ACCEPT TLR-LOG-DATE FROM DATE YYYYMMDD.
            WRITE TRUNCATION-LOG-RECORD.
            CLOSE TRUNCATION-LOG-FILE.
      *
            MOVE "NUM-TO-NUM3" TO SLR-FIELD-NAME.
            MOVE NUM TO WS-SIGNED-SOURCE-VALUE-EDIT.
            MOVE WS-SIGNED-SOURCE-VALUE-EDIT TO SLR-SIGNED-SOURCE-VALUE.
            ACCEPT SLR-LOG-DATE FROM DATE YYYYMMDD.
            WRITE SIGN-LOSS-LOG-RECORD.
            CLOSE SIGN-LOSS-LOG-FILE.
       END PROGRAM YOUR-PROGRAM-NAME.
