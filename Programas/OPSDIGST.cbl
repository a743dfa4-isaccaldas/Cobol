      *              (GUARDADA EM DIGSTPRV A CADA EXECUCAO) - UM
      *              SALTO EM SALES-AMOUNT COSTUMA SER UMA
      *              REGISTRADORA MAL CONFIGURADA.
      *DATA          15/10/2026
      *DESCRICAO     TRUNCLOG E SIGNLOG GANHARAM A DATA DO EVENTO
      *              (GRAVADA POR MOVING, USADA PELO LOGPURGE NA
      *              RETENCAO) - A LISTA DE EVENTOS PASSOU A MOSTRA-LA.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSDIGST.
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
      * CONTAGENS DO DIA ANTERIOR, GRAVADAS POR ESTA PROPRIA
      * EXECUCAO PARA A COMPARACAO DE AMANHA.
           ADD 1 TO WS-TRUNC-EVENT-COUNT.
           DISPLAY "    " TLR-FIELD-NAME
               " FULL [" TLR-SOURCE-VALUE
               "] KEPT [" TLR-TRUNCATED-VALUE "] ON " TLR-LOG-DATE.
           PERFORM 3010-READ-TRUNCATION-RECORD.
      *
       3500-LIST-SIGN-LOSS-EVENTS.
       3520-LIST-ONE-SIGN-LOSS.
           ADD 1 TO WS-SIGN-EVENT-COUNT.
           DISPLAY "    " SLR-FIELD-NAME
               " SIGNED VALUE [" SLR-SIGNED-SOURCE-VALUE "] ON "
               SLR-LOG-DATE.
           PERFORM 3510-READ-SIGN-LOSS-RECORD.
      *
      ******************************************************************
