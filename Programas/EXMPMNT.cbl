      *DESCRICAO     TODA ALTERACAO BEM SUCEDIDA PASSOU A SER
      *              JORNALIZADA EM RCVYJRNL (VIA RCVYJRN1) PARA O
      *              ROLL-FORWARD DO RCVYFWD SOBRE UM RESTORE.
      *DATA          15/10/2026
      *DESCRICAO     SIGN-ON OBRIGATORIO NA ENTRADA (SIGNON1) - SO
      *              ENTRA OPERADOR ATIVO COM O PAPEL A (CADASTROS);
      *              RECUSA VAI PARA O EXCPLOG E O OPERADOR FICA
      *              GRAVADO EM CADA LINHA DO RCVYJRNL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXMPMNT.
       77  WS-JRN-FILE-NAME                PIC X(08) VALUE SPACES.
       77  WS-JRN-ACTION-CODE              PIC X(01) VALUE SPACE.
       77  WS-JRN-RECORD-IMAGE             PIC X(130) VALUE SPACES.
      *
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINTAIN-EXEMPTION-CERTS.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "EXMPMNT" TO SGN-PROGRAM-ID.
           MOVE "A" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-OPEN-CERT-FILE.
           IF WS-EXEMPCRT-STATUS = "00"
               PERFORM 200-PROCESS-ONE-ACTION
