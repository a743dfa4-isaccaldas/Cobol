      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     MANUTENCAO DO CADASTRO DE INVESTIDORES (CUSTMST),
      *              CHAVEADO PELO CODIGO DO CLIENTE QUE AS SIMULACOES
      *              GRAVADAS CARREGAM EM SIM-CUSTOMER-ID. GUARDA O
      *              NOME, O CPF/CNPJ, O PERFIL DE RISCO (C/M/A) COM A
      *              DATA DA AVALIACAO E A FILIAL (MESMO CODIGO DO
      *              SRH-BRANCH-CODE DO SIMREQ). PERMITE INCLUIR (A),
      *              ALTERAR (C), INATIVAR (X) E CONSULTAR (I) UM
      *              CLIENTE; E ENCERRA COM E. CLIENTE INATIVADO NAO E
      *              EXCLUIDO - CST-STATUS PASSA A "I", MESMA
      *              CONVENCAO DO ACCTMNT, E AS SIMULACOES DELE
      *              CONTINUAM LIGADAS A ELE. SIGN-ON OBRIGATORIO COM
      *              O PAPEL A (CADASTROS); TODA ALTERACAO BEM
      *              SUCEDIDA E JORNALIZADA EM RCVYJRNL (VIA
      *              RCVYJRN1).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTMST.
      *
       WORKING-STORAGE SECTION.
       77  WS-CUSTMST-STATUS               PIC X(02)   VALUE "00".
       77  WS-END-OF-SESSION-SWITCH        PIC X(01)   VALUE "N".
           88  WS-SESSION-IS-OVER                       VALUE "Y".
       77  WS-ACTION-CODE                  PIC X(01)   VALUE SPACE.
      *
      * CAMPOS DIGITADOS PELO OPERADOR ANTES DE IREM PARA O REGISTRO.
       77  WS-ENTRY-CUSTOMER-ID            PIC X(08).
       77  WS-ENTRY-NOME                   PIC X(30).
       77  WS-ENTRY-TAX-ID                 PIC X(14).
       77  WS-ENTRY-PERFIL                 PIC X(01).
           88  WS-ENTRY-PERFIL-VALIDO               VALUE "C" "M" "A".
       77  WS-ENTRY-BRANCH-CODE            PIC X(04).
      *
      * CPF = 11 DIGITOS E O RESTO EM BRANCO; CNPJ = 14 DIGITOS.
       77  WS-TAX-ID-VALID-SWITCH          PIC X(01)   VALUE "N".
           88  WS-TAX-ID-IS-VALID                       VALUE "Y".
       77  WS-TODAY-CCYYMMDD               PIC 9(08)   VALUE ZERO.
      *
      * PARAMETROS PASSADOS AO SUBPROGRAMA RCVYJRN1, QUE JORNALIZA
      * CADA WRITE/REWRITE/DELETE BEM SUCEDIDO NOS INDEXADOS PARA O
      * ROLL-FORWARD DO RCVYFWD (VEJA Copybooks/RCVYJRNL.CPY).
       77  WS-JRN-PROGRAM-ID               PIC X(08) VALUE "CUSTMNT ".
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
       0000-MAINTAIN-CUSTOMER-MASTER.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "CUSTMNT" TO SGN-PROGRAM-ID.
           MOVE "A" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           PERFORM 100-OPEN-CUSTOMER-MASTER.
           IF WS-CUSTMST-STATUS = "00"
               PERFORM 200-PROCESS-ONE-ACTION
                   UNTIL WS-SESSION-IS-OVER
               CLOSE CUSTOMER-MASTER
           ELSE
               DISPLAY "CUSTOMER-MASTER NOT AVAILABLE - STATUS "
                   WS-CUSTMST-STATUS "."
           END-IF.
           DISPLAY "END OF SESSION.".
           STOP RUN.
      *
      ******************************************************************
      * 100-OPEN-CUSTOMER-MASTER
      * First-ever run creates the file, same status-35 bootstrap the
      * shop already uses for ACCTMST, PRODMST and STORMST.
      ******************************************************************
       100-OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-CUSTMST-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF.
      *
       200-PROCESS-ONE-ACTION.
           DISPLAY "------------------------------------".
           DISPLAY "ACTION - A = ADD, C = CHANGE, X = INACTIVATE, "
               "I = INQUIRE, E = END: ".
           ACCEPT WS-ACTION-CODE.
           EVALUATE WS-ACTION-CODE
               WHEN "A"
                   PERFORM 300-ADD-CUSTOMER
               WHEN "C"
                   PERFORM 400-CHANGE-CUSTOMER
               WHEN "X"
                   PERFORM 500-INACTIVATE-CUSTOMER
               WHEN "I"
                   PERFORM 600-INQUIRE-CUSTOMER
               WHEN "E"
                   MOVE "Y" TO WS-END-OF-SESSION-SWITCH
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A, C, X, I OR E."
           END-EVALUATE.
      *
       250-ACCEPT-CUSTOMER-ID.
           DISPLAY "CUSTOMER ID: ".
           ACCEPT WS-ENTRY-CUSTOMER-ID.
      *
       260-CHECK-TAX-ID.
           MOVE "N" TO WS-TAX-ID-VALID-SWITCH.
           IF WS-ENTRY-TAX-ID IS NUMERIC
               MOVE "Y" TO WS-TAX-ID-VALID-SWITCH
           ELSE
               IF WS-ENTRY-TAX-ID (1:11) IS NUMERIC
                   AND WS-ENTRY-TAX-ID (12:3) = SPACES
                   MOVE "Y" TO WS-TAX-ID-VALID-SWITCH
               END-IF
           END-IF.
      *
      ******************************************************************
      * 300-ADD-CUSTOMER
      * WRITEs a brand-new customer as active. Every field is
      * required: a customer without a tax ID cannot be told apart
      * from a namesake, one without a profile cannot be shown to fit
      * any product, and one without a branch belongs to nobody. The
      * profile date is today's - the assessment that goes with it.
      ******************************************************************
       300-ADD-CUSTOMER.
           PERFORM 250-ACCEPT-CUSTOMER-ID.
           IF WS-ENTRY-CUSTOMER-ID = SPACES
               DISPLAY "CUSTOMER ID IS REQUIRED."
           ELSE
               DISPLAY "CUSTOMER NAME: "
               ACCEPT WS-ENTRY-NOME
               DISPLAY "TAX ID (CPF 11 OR CNPJ 14 DIGITS): "
               ACCEPT WS-ENTRY-TAX-ID
               PERFORM 260-CHECK-TAX-ID
               DISPLAY "RISK PROFILE (C = CONSERVADOR, M = MODERADO, "
                   "A = ARROJADO): "
               ACCEPT WS-ENTRY-PERFIL
               DISPLAY "BRANCH CODE: "
               ACCEPT WS-ENTRY-BRANCH-CODE
               IF WS-ENTRY-NOME = SPACES
                   DISPLAY "CUSTOMER NAME IS REQUIRED - "
                       "CUSTOMER NOT ADDED."
               ELSE
               IF NOT WS-TAX-ID-IS-VALID
                   DISPLAY "TAX ID MUST BE 11 OR 14 DIGITS - "
                       "CUSTOMER NOT ADDED."
               ELSE
               IF NOT WS-ENTRY-PERFIL-VALIDO
                   DISPLAY "RISK PROFILE MUST BE C, M OR A - "
                       "CUSTOMER NOT ADDED."
               ELSE
               IF WS-ENTRY-BRANCH-CODE = SPACES
                   DISPLAY "BRANCH CODE IS REQUIRED - "
                       "CUSTOMER NOT ADDED."
               ELSE
                   MOVE WS-ENTRY-CUSTOMER-ID TO CST-CUSTOMER-ID
                   MOVE WS-ENTRY-NOME TO CST-NOME
                   MOVE WS-ENTRY-TAX-ID TO CST-TAX-ID
                   MOVE WS-ENTRY-PERFIL TO CST-PERFIL-RISCO
                   MOVE WS-ENTRY-BRANCH-CODE TO CST-BRANCH-CODE
                   MOVE "A" TO CST-STATUS
                   MOVE WS-TODAY-CCYYMMDD TO CST-DATA-PERFIL
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "CUSTOMER ALREADY ON FILE - "
                               "USE CHANGE."
                       NOT INVALID KEY
                           PERFORM 900-JOURNAL-WRITE
                           DISPLAY "CUSTOMER ADDED."
                   END-WRITE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 400-CHANGE-CUSTOMER
      * READs the customer by key and REWRITEs it. A blank entry
      * keeps the value already on file. Any profile keyed in - even
      * the same one - is a fresh assessment and restamps the profile
      * date. An inactive customer may be reactivated here.
      ******************************************************************
       400-CHANGE-CUSTOMER.
           PERFORM 250-ACCEPT-CUSTOMER-ID.
           MOVE WS-ENTRY-CUSTOMER-ID TO CST-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE - USE ADD."
               NOT INVALID KEY
                   PERFORM 410-CHANGE-CUSTOMER-FIELDS
                   REWRITE CUSTOMER-MASTER-RECORD
                   PERFORM 910-JOURNAL-REWRITE
                   DISPLAY "CUSTOMER CHANGED."
           END-READ.
      *
       410-CHANGE-CUSTOMER-FIELDS.
           DISPLAY "CUSTOMER NAME (BLANK TO KEEP '" CST-NOME "'): ".
           ACCEPT WS-ENTRY-NOME.
           IF WS-ENTRY-NOME NOT = SPACES
               MOVE WS-ENTRY-NOME TO CST-NOME
           END-IF.
           DISPLAY "TAX ID (BLANK TO KEEP '" CST-TAX-ID "'): ".
           ACCEPT WS-ENTRY-TAX-ID.
           IF WS-ENTRY-TAX-ID NOT = SPACES
               PERFORM 260-CHECK-TAX-ID
               IF WS-TAX-ID-IS-VALID
                   MOVE WS-ENTRY-TAX-ID TO CST-TAX-ID
               ELSE
                   DISPLAY "TAX ID MUST BE 11 OR 14 DIGITS - "
                       "TAX ID KEPT."
               END-IF
           END-IF.
           DISPLAY "RISK PROFILE (BLANK TO KEEP '" CST-PERFIL-RISCO
               "' ASSESSED " CST-DATA-PERFIL "): ".
           ACCEPT WS-ENTRY-PERFIL.
           IF WS-ENTRY-PERFIL NOT = SPACE
               IF WS-ENTRY-PERFIL-VALIDO
                   MOVE WS-ENTRY-PERFIL TO CST-PERFIL-RISCO
                   MOVE WS-TODAY-CCYYMMDD TO CST-DATA-PERFIL
               ELSE
                   DISPLAY "RISK PROFILE MUST BE C, M OR A - "
                       "PROFILE KEPT."
               END-IF
           END-IF.
           DISPLAY "BRANCH CODE (BLANK TO KEEP '" CST-BRANCH-CODE
               "'): ".
           ACCEPT WS-ENTRY-BRANCH-CODE.
           IF WS-ENTRY-BRANCH-CODE NOT = SPACES
               MOVE WS-ENTRY-BRANCH-CODE TO CST-BRANCH-CODE
           END-IF.
           IF CST-STATUS-INACTIVE
               DISPLAY "CUSTOMER IS INACTIVE - REACTIVATE (Y/N)? "
               ACCEPT WS-ACTION-CODE
               IF WS-ACTION-CODE = "Y"
                   MOVE "A" TO CST-STATUS
               END-IF
           END-IF.
      *
      ******************************************************************
      * 500-INACTIVATE-CUSTOMER
      * Flips CST-STATUS to inactive instead of deleting the row, so
      * the simulations already saved for the customer still tie
      * back to a name and a profile. SISPB004 refuses new
      * simulations for an inactive customer.
      ******************************************************************
       500-INACTIVATE-CUSTOMER.
           PERFORM 250-ACCEPT-CUSTOMER-ID.
           MOVE WS-ENTRY-CUSTOMER-ID TO CST-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE."
               NOT INVALID KEY
                   IF CST-STATUS-INACTIVE
                       DISPLAY "CUSTOMER IS ALREADY INACTIVE."
                   ELSE
                       MOVE "I" TO CST-STATUS
                       REWRITE CUSTOMER-MASTER-RECORD
                       PERFORM 910-JOURNAL-REWRITE
                       DISPLAY "CUSTOMER INACTIVATED."
                   END-IF
           END-READ.
      *
       600-INQUIRE-CUSTOMER.
           PERFORM 250-ACCEPT-CUSTOMER-ID.
           MOVE WS-ENTRY-CUSTOMER-ID TO CST-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE."
               NOT INVALID KEY
                   DISPLAY "CUSTOMER ID . . . . . . : "
                       CST-CUSTOMER-ID
                   DISPLAY "CUSTOMER NAME . . . . . : " CST-NOME
                   DISPLAY "TAX ID. . . . . . . . . : " CST-TAX-ID
                   DISPLAY "RISK PROFILE. . . . . . : "
                       CST-PERFIL-RISCO
                   DISPLAY "PROFILE ASSESSED ON . . : "
                       CST-DATA-PERFIL
                   DISPLAY "BRANCH CODE . . . . . . : "
                       CST-BRANCH-CODE
                   DISPLAY "STATUS. . . . . . . . . : " CST-STATUS
           END-READ.
      *
      ******************************************************************
      * 900/910-JOURNAL-* - ONE RCVYJRNL LINE PER SUCCESSFUL UPDATE,
      * SO O RCVYFWD CONSEGUE REFAZER O DIA SOBRE UM RESTORE.
      ******************************************************************
       900-JOURNAL-WRITE.
           MOVE "W" TO WS-JRN-ACTION-CODE.
           PERFORM 920-CALL-JOURNAL.
      *
       910-JOURNAL-REWRITE.
           MOVE "R" TO WS-JRN-ACTION-CODE.
           PERFORM 920-CALL-JOURNAL.
      *
       920-CALL-JOURNAL.
           MOVE "CUSTMST" TO WS-JRN-FILE-NAME.
           MOVE SPACES TO WS-JRN-RECORD-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JRN-RECORD-IMAGE (1:66).
           CALL "RCVYJRN1" USING WS-JRN-PROGRAM-ID
               WS-JRN-FILE-NAME WS-JRN-ACTION-CODE
               WS-JRN-RECORD-IMAGE.
       END PROGRAM CUSTMNT.
