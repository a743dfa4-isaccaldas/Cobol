      *              CLOSE. O FILEBKUP DA A FOTO DE ONTEM; ESTE
      *              JORNAL, REAPLICADO PELO RCVYFWD, DA O RESTO DO
      *              DIA.
      *DATA          15/10/2026
      *DESCRICAO     CADA LINHA DO JORNAL PASSA A LEVAR O OPERADOR DO
      *              SIGN-ON (JRN-OPERATOR-ID), PERGUNTADO AO SIGNON1
      *              (FUNCAO Q) - NENHUM CHAMADOR PRECISOU MUDAR.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVYJRN1.
       WORKING-STORAGE SECTION.
       77  WS-RCVYJRNL-STATUS              PIC X(02)   VALUE "00".
       77  WS-SYSTEM-TIME                  PIC 9(08).
      *
      * AREA DE PARAMETROS DO SIGNON1 - SO PARA SABER QUEM ESTA
      * ASSINADO NA SESSAO (VEJA Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
       LINKAGE SECTION.
       01  JRNL-PROGRAM-ID                 PIC X(08).
            MOVE JRNL-FILE-NAME TO JRN-FILE-NAME.
            MOVE JRNL-ACTION-CODE TO JRN-ACTION-CODE.
            MOVE JRNL-RECORD-IMAGE TO JRN-RECORD-IMAGE.
            MOVE "Q" TO SGN-FUNCTION.
            MOVE JRNL-PROGRAM-ID TO SGN-PROGRAM-ID.
            MOVE SPACE TO SGN-REQUIRED-ROLE.
            CALL "SIGNON1" USING SIGN-ON-AREA.
            MOVE SGN-OPERATOR-ID TO JRN-OPERATOR-ID.
            OPEN EXTEND RECOVERY-JOURNAL-FILE.
            IF WS-RCVYJRNL-STATUS = "35"
                OPEN OUTPUT RECOVERY-JOURNAL-FILE
