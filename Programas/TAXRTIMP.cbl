      *DESCRICAO     CADA LINHA APLICADA PASSOU A SER JORNALIZADA EM
      *              RCVYJRNL (VIA RCVYJRN1) PARA O ROLL-FORWARD DO
      *              RCVYFWD SOBRE UM RESTORE.
      *DATA          15/10/2026
      *DESCRICAO     SIGN-ON OBRIGATORIO NA ENTRADA (SIGNON1) - SO
      *              ENTRA OPERADOR ATIVO COM O PAPEL R (ALIQUOTAS);
      *              RECUSA VAI PARA O EXCPLOG. O TAXAUDT PASSA A
      *              GRAVAR O OPERADOR DO SIGN-ON EM VEZ DE TAXRTIMP.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRTIMP.
       77  WS-JRN-FILE-NAME                PIC X(08) VALUE "TAXRATE".
       77  WS-JRN-ACTION-CODE              PIC X(01) VALUE SPACE.
       77  WS-JRN-RECORD-IMAGE             PIC X(130) VALUE SPACES.
      *
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
       PROCEDURE DIVISION.
      *
       0000-IMPORT-RATE-TABLES.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "TAXRTIMP" TO SGN-PROGRAM-ID.
           MOVE "R" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "====================================".
           DISPLAY "TAXRATE BULK IMPORT - STAGING AND VALIDATION".
           MOVE "A" TO TR-STATUS.
      *
      * MESMOS CAMPOS QUE 6000-WRITE-AUDIT-RECORD DO TAXRTMN GRAVA -
      * SO QUE COM DATA/HORA DO SISTEMA, O OPERADOR DO SIGN-ON NO
      * LUGAR DO USERID CICS E O TERMINAL "BTCH".
       5300-WRITE-AUDIT-RECORD.
           MOVE WS-TODAY-DATE TO AUD-AUDIT-DATE.
           ACCEPT WS-TIME-NOW-RAW FROM TIME.
           MOVE WS-TIME-NOW-RAW (1:6) TO AUD-AUDIT-TIME.
           MOVE SGN-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "BTCH" TO AUD-TERMINAL-ID.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE TAX-RATE-RECORD TO AUD-AFTER-IMAGE.
