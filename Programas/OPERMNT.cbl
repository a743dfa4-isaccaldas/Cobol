      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     MANUTENCAO DO CADASTRO DE SEGURANCA DOS OPERADORES
      *              (OPERSEC), CHAVEADO PELO ID DO OPERADOR. PERMITE
      *              INCLUIR (A), ALTERAR NOME/PAPEIS/DATAS (C),
      *              REVOGAR (X), TROCAR A SENHA (P) E CONSULTAR (I)
      *              UM OPERADOR; E ENCERRA COM E. SO ENTRA QUEM FAZ
      *              SIGN-ON COM O PAPEL S (ADMINISTRADOR DE
      *              SEGURANCA), E NINGUEM ALTERA OU REVOGA O PROPRIO
      *              REGISTRO - SEGREGACAO DE FUNCOES. OPERADOR QUE
      *              SAI NAO E EXCLUIDO - OPR-STATUS PASSA A "R",
      *              MESMA CONVENCAO DO PRODMNT. A SENHA NUNCA E
      *              GRAVADA, SO O HASH CALCULADO PELO SIGNON1. COM O
      *              OPERSEC AUSENTE OU VAZIO O PROGRAMA DEIXA
      *              CADASTRAR O PRIMEIRO OPERADOR SEM SIGN-ON, E ELE
      *              TEM QUE SER ADMINISTRADOR. TODA ALTERACAO BEM
      *              SUCEDIDA E JORNALIZADA EM RCVYJRNL (VIA RCVYJRN1).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERSEC-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY-FILE.
           COPY OPERSEC.
      *
       WORKING-STORAGE SECTION.
       77  WS-OPERSEC-STATUS               PIC X(02)   VALUE "00".
       77  WS-END-OF-SESSION-SWITCH        PIC X(01)   VALUE "N".
           88  WS-SESSION-IS-OVER                       VALUE "Y".
       77  WS-BOOTSTRAP-SWITCH             PIC X(01)   VALUE "N".
           88  WS-BOOTSTRAP-RUN                         VALUE "Y".
       77  WS-ACTION-CODE                  PIC X(01)   VALUE SPACE.
      * ENTRADA AINDA VALIDA - CADA PASSO DA DIGITACAO SO PROSSEGUE
      * ENQUANTO NENHUM ANTERIOR A RECUSOU.
       77  WS-ENTRY-OK-SWITCH              PIC X(01)   VALUE "Y".
           88  WS-ENTRY-IS-OK                           VALUE "Y".
       77  WS-TODAY-DATE                   PIC 9(08)   VALUE ZERO.
      *
       77  WS-ENTRY-OPERATOR-ID            PIC X(08).
       77  WS-ENTRY-OPERATOR-NAME          PIC X(30).
       77  WS-ENTRY-PASSWORD               PIC X(16).
       77  WS-ENTRY-PASSWORD-AGAIN         PIC X(16).
       77  WS-PASSWORD-SPACE-COUNT         PIC 9(02)   VALUE ZERO.
       77  WS-PASSWORD-OK-SWITCH           PIC X(01)   VALUE "N".
           88  WS-PASSWORD-IS-OK                        VALUE "Y".
      *
      * PAPEIS DIGITADOS COMO UMA LISTA DE LETRAS (EX.: "AP"),
      * TRADUZIDOS PARA AS FLAGS Y/N DO OPR-ROLES.
       01  WS-ENTRY-ROLES                  PIC X(05).
       01  WS-ENTRY-ROLE-CHARS REDEFINES WS-ENTRY-ROLES.
           05  WS-ENTRY-ROLE-CHAR          PIC X(01) OCCURS 5 TIMES.
       01  WS-NEW-ROLES.
           05  WS-NEW-RATE-MAINTAINER      PIC X(01).
           05  WS-NEW-ACCOUNT-MAINTAINER   PIC X(01).
           05  WS-NEW-APPROVER             PIC X(01).
           05  WS-NEW-BATCH-OPERATOR       PIC X(01).
           05  WS-NEW-SECURITY-ADMIN       PIC X(01).
           05  FILLER                      PIC X(03).
       77  WS-ROLE-IDX                     PIC 9(01)   VALUE ZERO.
       77  WS-ROLES-OK-SWITCH              PIC X(01)   VALUE "N".
           88  WS-ROLES-ARE-OK                          VALUE "Y".
      *
       01  WS-ENTRY-DATE                   PIC X(08).
       01  WS-ENTRY-DATE-NUM REDEFINES WS-ENTRY-DATE
                                           PIC 9(08).
       77  WS-ENTRY-ACTIVE-DATE            PIC 9(08)   VALUE ZERO.
       77  WS-ENTRY-EXPIRY-DATE            PIC 9(08)   VALUE ZERO.
       77  WS-DATES-OK-SWITCH              PIC X(01)   VALUE "N".
           88  WS-DATES-ARE-OK                          VALUE "Y".
      *
      * AREA DE PARAMETROS DO SIGNON1 (VEJA Copybooks/SIGNON.CPY).
           COPY SIGNON.
       77  WS-SESSION-OPERATOR-ID          PIC X(08)   VALUE SPACES.
      *
      * PARAMETROS PASSADOS AO SUBPROGRAMA RCVYJRN1, QUE JORNALIZA
      * CADA WRITE/REWRITE/DELETE BEM SUCEDIDO NOS INDEXADOS PARA O
      * ROLL-FORWARD DO RCVYFWD (VEJA Copybooks/RCVYJRNL.CPY).
       77  WS-JRN-PROGRAM-ID               PIC X(08) VALUE "OPERMNT ".
       77  WS-JRN-FILE-NAME                PIC X(08) VALUE SPACES.
       77  WS-JRN-ACTION-CODE              PIC X(01) VALUE SPACE.
       77  WS-JRN-RECORD-IMAGE             PIC X(130) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINTAIN-OPERATOR-SECURITY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 100-OPEN-OPERATOR-SECURITY.
           IF WS-OPERSEC-STATUS NOT = "00"
               DISPLAY "OPERATOR SECURITY FILE NOT AVAILABLE - STATUS "
                   WS-OPERSEC-STATUS "."
               STOP RUN
           END-IF.
           PERFORM 150-CHECK-FOR-EMPTY-FILE.
           IF WS-BOOTSTRAP-RUN
               DISPLAY "OPERSEC HAS NO OPERATORS - ADD THE FIRST "
                   "SECURITY ADMINISTRATOR (ROLE S)."
               PERFORM 300-ADD-OPERATOR
           END-IF.
           CLOSE OPERATOR-SECURITY-FILE.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "OPERMNT" TO SGN-PROGRAM-ID.
           MOVE "S" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SESSION-OPERATOR-ID.
           MOVE "N" TO WS-BOOTSTRAP-SWITCH.
           OPEN I-O OPERATOR-SECURITY-FILE.
           IF WS-OPERSEC-STATUS = "00"
               PERFORM 200-PROCESS-ONE-ACTION
                   UNTIL WS-SESSION-IS-OVER
               CLOSE OPERATOR-SECURITY-FILE
           ELSE
               DISPLAY "OPERATOR SECURITY FILE NOT AVAILABLE - STATUS "
                   WS-OPERSEC-STATUS "."
           END-IF.
           DISPLAY "END OF SESSION.".
           STOP RUN.
      *
      ******************************************************************
      * 100-OPEN-OPERATOR-SECURITY
      * First-ever run creates the file, same status-35 bootstrap the
      * shop already uses for ACCTMST, STORMST and PRODMST.
      ******************************************************************
       100-OPEN-OPERATOR-SECURITY.
           OPEN I-O OPERATOR-SECURITY-FILE.
           IF WS-OPERSEC-STATUS = "35"
               OPEN OUTPUT OPERATOR-SECURITY-FILE
               CLOSE OPERATOR-SECURITY-FILE
               OPEN I-O OPERATOR-SECURITY-FILE
           END-IF.
      *
      * ARQUIVO SEM NENHUM REGISTRO = CASA AINDA SEM OPERADORES.
       150-CHECK-FOR-EMPTY-FILE.
           MOVE LOW-VALUES TO OPR-OPERATOR-ID.
           START OPERATOR-SECURITY-FILE
               KEY IS NOT LESS THAN OPR-OPERATOR-ID
               INVALID KEY
                   MOVE "Y" TO WS-BOOTSTRAP-SWITCH
           END-START.
      *
       200-PROCESS-ONE-ACTION.
           DISPLAY "------------------------------------".
           DISPLAY "ACTION - A = ADD, C = CHANGE, X = REVOKE, "
               "P = PASSWORD, I = INQUIRE, E = END: ".
           ACCEPT WS-ACTION-CODE.
           EVALUATE WS-ACTION-CODE
               WHEN "A"
                   PERFORM 300-ADD-OPERATOR
               WHEN "C"
                   PERFORM 400-CHANGE-OPERATOR
               WHEN "X"
                   PERFORM 500-REVOKE-OPERATOR
               WHEN "P"
                   PERFORM 550-RESET-PASSWORD
               WHEN "I"
                   PERFORM 600-INQUIRE-OPERATOR
               WHEN "E"
                   MOVE "Y" TO WS-END-OF-SESSION-SWITCH
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A, C, X, P, I OR E."
           END-EVALUATE.
      *
       250-ACCEPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID: ".
           ACCEPT WS-ENTRY-OPERATOR-ID.
      *
      ******************************************************************
      * 300-ADD-OPERATOR
      * WRITEs a brand-new operator as active. Roles come in as a
      * list of letters; the password is keyed twice and only its
      * hash goes to the file. On the bootstrap run the operator must
      * hold role S, or nobody could ever sign on to OPERMNT again.
      ******************************************************************
       300-ADD-OPERATOR.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           PERFORM 250-ACCEPT-OPERATOR-ID.
           IF WS-ENTRY-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID IS REQUIRED."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
               MOVE WS-ENTRY-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-SECURITY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "OPERATOR ALREADY ON FILE - USE CHANGE."
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-READ
           END-IF.
           IF WS-ENTRY-IS-OK
               DISPLAY "OPERATOR NAME: "
               ACCEPT WS-ENTRY-OPERATOR-NAME
               IF WS-ENTRY-OPERATOR-NAME = SPACES
                   DISPLAY "OPERATOR NAME IS REQUIRED - OPERATOR NOT "
                       "ADDED."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-IS-OK
               DISPLAY "ROLES - ANY OF R = RATE, A = ACCOUNT, "
                   "P = APPROVER, B = BATCH, S = SECURITY (E.G. AP): "
               ACCEPT WS-ENTRY-ROLES
               PERFORM 350-TRANSLATE-ROLES
               IF NOT WS-ROLES-ARE-OK
                   DISPLAY "OPERATOR NOT ADDED."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               ELSE
                   IF WS-BOOTSTRAP-RUN
                       AND WS-NEW-SECURITY-ADMIN NOT = "Y"
                       DISPLAY "THE FIRST OPERATOR MUST HOLD ROLE S - "
                           "OPERATOR NOT ADDED."
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-IS-OK
               MOVE ZERO TO WS-ENTRY-ACTIVE-DATE WS-ENTRY-EXPIRY-DATE
               PERFORM 370-ACCEPT-DATES
               IF NOT WS-DATES-ARE-OK
                   DISPLAY "OPERATOR NOT ADDED."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-IS-OK
               PERFORM 380-ACCEPT-NEW-PASSWORD
               IF NOT WS-PASSWORD-IS-OK
                   DISPLAY "OPERATOR NOT ADDED."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-IS-OK
               PERFORM 320-WRITE-NEW-OPERATOR
           END-IF.
      *
       320-WRITE-NEW-OPERATOR.
           MOVE WS-ENTRY-OPERATOR-ID TO OPR-OPERATOR-ID.
           MOVE WS-ENTRY-OPERATOR-NAME TO OPR-OPERATOR-NAME.
           MOVE SGN-PASSWORD-HASH TO OPR-PASSWORD-HASH.
           MOVE WS-NEW-ROLES TO OPR-ROLES.
           MOVE "A" TO OPR-STATUS.
           MOVE WS-ENTRY-ACTIVE-DATE TO OPR-ACTIVE-DATE.
           MOVE WS-ENTRY-EXPIRY-DATE TO OPR-EXPIRY-DATE.
           PERFORM 390-STAMP-MAINTAINER.
           WRITE OPERATOR-SECURITY-RECORD
               INVALID KEY
                   DISPLAY "OPERATOR ALREADY ON FILE - USE CHANGE."
               NOT INVALID KEY
                   PERFORM 900-JOURNAL-WRITE
                   DISPLAY "OPERATOR ADDED."
           END-WRITE.
      *
       350-TRANSLATE-ROLES.
           MOVE "Y" TO WS-ROLES-OK-SWITCH.
           MOVE "NNNNN" TO WS-NEW-ROLES.
           PERFORM 360-TRANSLATE-ONE-ROLE
               VARYING WS-ROLE-IDX FROM 1 BY 1
               UNTIL WS-ROLE-IDX > 5.
      *
       360-TRANSLATE-ONE-ROLE.
           EVALUATE WS-ENTRY-ROLE-CHAR (WS-ROLE-IDX)
               WHEN SPACE
                   CONTINUE
               WHEN "R"
                   MOVE "Y" TO WS-NEW-RATE-MAINTAINER
               WHEN "A"
                   MOVE "Y" TO WS-NEW-ACCOUNT-MAINTAINER
               WHEN "P"
                   MOVE "Y" TO WS-NEW-APPROVER
               WHEN "B"
                   MOVE "Y" TO WS-NEW-BATCH-OPERATOR
               WHEN "S"
                   MOVE "Y" TO WS-NEW-SECURITY-ADMIN
               WHEN OTHER
                   DISPLAY "ROLE " WS-ENTRY-ROLE-CHAR (WS-ROLE-IDX)
                       " IS NOT R, A, P, B OR S."
                   MOVE "N" TO WS-ROLES-OK-SWITCH
           END-EVALUATE.
      *
      ******************************************************************
      * 370-ACCEPT-DATES
      * Both dates CCYYMMDD. On entry WS-ENTRY-ACTIVE/EXPIRY-DATE hold
      * the values to keep when the operator just presses ENTER; "."
      * on the expiry date clears it (no expiry), same convention as
      * the STORMNT open/close dates. An add defaults the active date
      * to today.
      ******************************************************************
       370-ACCEPT-DATES.
           MOVE "Y" TO WS-DATES-OK-SWITCH.
           DISPLAY "ACTIVE FROM (CCYYMMDD, BLANK = "
               "TODAY OR UNCHANGED): ".
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE NOT = SPACES
               IF WS-ENTRY-DATE IS NUMERIC
                   MOVE WS-ENTRY-DATE-NUM TO WS-ENTRY-ACTIVE-DATE
               ELSE
                   DISPLAY "ACTIVE DATE MUST BE CCYYMMDD."
                   MOVE "N" TO WS-DATES-OK-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-ACTIVE-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-ENTRY-ACTIVE-DATE
           END-IF.
           DISPLAY "EXPIRES ON (CCYYMMDD, BLANK = UNCHANGED, "
               ". = NO EXPIRY): ".
           ACCEPT WS-ENTRY-DATE.
           EVALUATE TRUE
               WHEN WS-ENTRY-DATE = SPACES
                   CONTINUE
               WHEN WS-ENTRY-DATE = "."
                   MOVE ZERO TO WS-ENTRY-EXPIRY-DATE
               WHEN WS-ENTRY-DATE IS NUMERIC
                   MOVE WS-ENTRY-DATE-NUM TO WS-ENTRY-EXPIRY-DATE
               WHEN OTHER
                   DISPLAY "EXPIRY DATE MUST BE CCYYMMDD."
                   MOVE "N" TO WS-DATES-OK-SWITCH
           END-EVALUATE.
           IF WS-DATES-ARE-OK
               AND WS-ENTRY-EXPIRY-DATE NOT = ZERO
               AND WS-ENTRY-EXPIRY-DATE < WS-ENTRY-ACTIVE-DATE
               DISPLAY "EXPIRY DATE IS BEFORE THE ACTIVE DATE."
               MOVE "N" TO WS-DATES-OK-SWITCH
           END-IF.
      *
      ******************************************************************
      * 380-ACCEPT-NEW-PASSWORD
      * At least six characters, keyed twice, hashed by SIGNON1
      * (function H) against WS-ENTRY-OPERATOR-ID. The clear text is
      * blanked as soon as the hash is back.
      ******************************************************************
       380-ACCEPT-NEW-PASSWORD.
           MOVE "N" TO WS-PASSWORD-OK-SWITCH.
           DISPLAY "NEW PASSWORD (6 TO 16 CHARACTERS): ".
           ACCEPT WS-ENTRY-PASSWORD.
           DISPLAY "NEW PASSWORD AGAIN: ".
           ACCEPT WS-ENTRY-PASSWORD-AGAIN.
           MOVE ZERO TO WS-PASSWORD-SPACE-COUNT.
           INSPECT WS-ENTRY-PASSWORD (1:6)
               TALLYING WS-PASSWORD-SPACE-COUNT FOR ALL SPACE.
           IF WS-PASSWORD-SPACE-COUNT NOT = ZERO
               DISPLAY "PASSWORD MUST BE AT LEAST 6 CHARACTERS."
           ELSE
               IF WS-ENTRY-PASSWORD NOT = WS-ENTRY-PASSWORD-AGAIN
                   DISPLAY "PASSWORDS DO NOT MATCH."
               ELSE
                   MOVE "H" TO SGN-FUNCTION
                   MOVE "OPERMNT" TO SGN-PROGRAM-ID
                   MOVE SPACE TO SGN-REQUIRED-ROLE
                   MOVE WS-ENTRY-OPERATOR-ID TO SGN-OPERATOR-ID
                   MOVE WS-ENTRY-PASSWORD TO SGN-PASSWORD
                   CALL "SIGNON1" USING SIGN-ON-AREA
                   MOVE "Y" TO WS-PASSWORD-OK-SWITCH
               END-IF
           END-IF.
           MOVE SPACES TO WS-ENTRY-PASSWORD WS-ENTRY-PASSWORD-AGAIN.
      *
      * NO BOOTSTRAP NAO HA SESSAO - O PRIMEIRO ADMINISTRADOR FICA
      * REGISTRADO COMO TENDO SE CADASTRADO.
       390-STAMP-MAINTAINER.
           IF WS-BOOTSTRAP-RUN
               MOVE WS-ENTRY-OPERATOR-ID TO OPR-MAINTAINED-BY
           ELSE
               MOVE WS-SESSION-OPERATOR-ID TO OPR-MAINTAINED-BY
           END-IF.
           MOVE WS-TODAY-DATE TO OPR-MAINTAINED-DATE.
      *
      ******************************************************************
      * 400-CHANGE-OPERATOR
      * READs the operator by key and REWRITEs it with the new name,
      * roles and/or dates. A blank entry keeps the value already on
      * file. A revoked operator may be reinstated here. Nobody
      * changes their own record - roles are granted by someone else.
      ******************************************************************
       400-CHANGE-OPERATOR.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           PERFORM 250-ACCEPT-OPERATOR-ID.
           IF WS-ENTRY-OPERATOR-ID = WS-SESSION-OPERATOR-ID
               DISPLAY "YOU MAY NOT CHANGE YOUR OWN SECURITY RECORD."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
               MOVE WS-ENTRY-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-SECURITY-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR NOT ON FILE - USE ADD."
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-READ
           END-IF.
           IF WS-ENTRY-IS-OK
               DISPLAY "OPERATOR NAME (BLANK TO KEEP '"
                   OPR-OPERATOR-NAME "'): "
               ACCEPT WS-ENTRY-OPERATOR-NAME
               DISPLAY "ROLES (BLANK TO KEEP R/A/P/B/S = "
                   OPR-RATE-MAINTAINER OPR-ACCOUNT-MAINTAINER
                   OPR-APPROVER OPR-BATCH-OPERATOR OPR-SECURITY-ADMIN
                   "): "
               ACCEPT WS-ENTRY-ROLES
               IF WS-ENTRY-ROLES = SPACES
                   MOVE OPR-ROLES TO WS-NEW-ROLES
               ELSE
                   PERFORM 350-TRANSLATE-ROLES
                   IF NOT WS-ROLES-ARE-OK
                       DISPLAY "OPERATOR NOT CHANGED."
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-IS-OK
               DISPLAY "NOW ACTIVE FROM " OPR-ACTIVE-DATE
                   ", EXPIRES " OPR-EXPIRY-DATE " (ZERO = NEVER)."
               MOVE OPR-ACTIVE-DATE TO WS-ENTRY-ACTIVE-DATE
               MOVE OPR-EXPIRY-DATE TO WS-ENTRY-EXPIRY-DATE
               PERFORM 370-ACCEPT-DATES
               IF NOT WS-DATES-ARE-OK
                   DISPLAY "OPERATOR NOT CHANGED."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-IS-OK
               PERFORM 420-REWRITE-CHANGED-OPERATOR
           END-IF.
      *
       420-REWRITE-CHANGED-OPERATOR.
           IF WS-ENTRY-OPERATOR-NAME NOT = SPACES
               MOVE WS-ENTRY-OPERATOR-NAME TO OPR-OPERATOR-NAME
           END-IF.
           MOVE WS-NEW-ROLES TO OPR-ROLES.
           MOVE WS-ENTRY-ACTIVE-DATE TO OPR-ACTIVE-DATE.
           MOVE WS-ENTRY-EXPIRY-DATE TO OPR-EXPIRY-DATE.
           IF OPR-OPERATOR-REVOKED
               DISPLAY "OPERATOR IS REVOKED - REINSTATE (Y/N)? "
               ACCEPT WS-ACTION-CODE
               IF WS-ACTION-CODE = "Y"
                   MOVE "A" TO OPR-STATUS
               END-IF
           END-IF.
           PERFORM 390-STAMP-MAINTAINER.
           REWRITE OPERATOR-SECURITY-RECORD.
           PERFORM 910-JOURNAL-REWRITE.
           DISPLAY "OPERATOR CHANGED.".
      *
      ******************************************************************
      * 500-REVOKE-OPERATOR
      * Flips OPR-STATUS to revoked instead of deleting the row, so
      * the IDs already in RCVYJRNL, RVSLPEND and EXCPLOG still lead
      * back to a name.
      ******************************************************************
       500-REVOKE-OPERATOR.
           PERFORM 250-ACCEPT-OPERATOR-ID.
           IF WS-ENTRY-OPERATOR-ID = WS-SESSION-OPERATOR-ID
               DISPLAY "YOU MAY NOT REVOKE YOUR OWN SIGN-ON."
           ELSE
               MOVE WS-ENTRY-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-SECURITY-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR NOT ON FILE."
                   NOT INVALID KEY
                       PERFORM 510-REVOKE-READ-OPERATOR
               END-READ
           END-IF.
      *
       510-REVOKE-READ-OPERATOR.
           IF OPR-OPERATOR-REVOKED
               DISPLAY "OPERATOR IS ALREADY REVOKED."
           ELSE
               MOVE "R" TO OPR-STATUS
               PERFORM 390-STAMP-MAINTAINER
               REWRITE OPERATOR-SECURITY-RECORD
               PERFORM 910-JOURNAL-REWRITE
               DISPLAY "OPERATOR REVOKED."
           END-IF.
      *
      * O ADMINISTRADOR PODE TROCAR A PROPRIA SENHA - SENHA NAO E
      * PRIVILEGIO.
       550-RESET-PASSWORD.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           PERFORM 250-ACCEPT-OPERATOR-ID.
           MOVE WS-ENTRY-OPERATOR-ID TO OPR-OPERATOR-ID.
           READ OPERATOR-SECURITY-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-READ.
           IF WS-ENTRY-IS-OK
               PERFORM 380-ACCEPT-NEW-PASSWORD
               IF WS-PASSWORD-IS-OK
                   MOVE SGN-PASSWORD-HASH TO OPR-PASSWORD-HASH
                   PERFORM 390-STAMP-MAINTAINER
                   REWRITE OPERATOR-SECURITY-RECORD
                   PERFORM 910-JOURNAL-REWRITE
                   DISPLAY "PASSWORD CHANGED."
               ELSE
                   DISPLAY "PASSWORD NOT CHANGED."
               END-IF
           END-IF.
      *
       600-INQUIRE-OPERATOR.
           PERFORM 250-ACCEPT-OPERATOR-ID.
           MOVE WS-ENTRY-OPERATOR-ID TO OPR-OPERATOR-ID.
           READ OPERATOR-SECURITY-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE."
               NOT INVALID KEY
                   DISPLAY "OPERATOR ID . . . . . . : "
                       OPR-OPERATOR-ID
                   DISPLAY "NAME. . . . . . . . . . : "
                       OPR-OPERATOR-NAME
                   DISPLAY "ROLES R/A/P/B/S . . . . : "
                       OPR-RATE-MAINTAINER OPR-ACCOUNT-MAINTAINER
                       OPR-APPROVER OPR-BATCH-OPERATOR
                       OPR-SECURITY-ADMIN
                   DISPLAY "STATUS. . . . . . . . . : " OPR-STATUS
                   DISPLAY "ACTIVE FROM . . . . . . : "
                       OPR-ACTIVE-DATE
                   DISPLAY "EXPIRES (ZERO = NEVER). : "
                       OPR-EXPIRY-DATE
                   DISPLAY "LAST MAINTAINED BY. . . : "
                       OPR-MAINTAINED-BY " ON " OPR-MAINTAINED-DATE
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
           MOVE "OPERSEC" TO WS-JRN-FILE-NAME.
           MOVE SPACES TO WS-JRN-RECORD-IMAGE.
           MOVE OPERATOR-SECURITY-RECORD TO WS-JRN-RECORD-IMAGE (1:89).
           CALL "RCVYJRN1" USING WS-JRN-PROGRAM-ID
               WS-JRN-FILE-NAME WS-JRN-ACTION-CODE
               WS-JRN-RECORD-IMAGE.
       END PROGRAM OPERMNT.
