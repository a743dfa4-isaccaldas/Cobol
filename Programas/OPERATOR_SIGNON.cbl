      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     SUBPROGRAMA COMPARTILHADO DE SIGN-ON E
      *              AUTORIZACAO POR PAPEL. TODO PROGRAMA INTERATIVO
      *              DA CASA O CHAMA ANTES DE FAZER QUALQUER COISA:
      *              PEDE ID E SENHA DO OPERADOR, CONFERE NO OPERSEC
      *              (SITUACAO, DATAS DE VALIDADE, HASH DA SENHA) E SE
      *              ELE TEM O PAPEL QUE O PROGRAMA EXIGE. A SESSAO
      *              FICA GUARDADA NA WORKING-STORAGE DESTE
      *              SUBPROGRAMA ENQUANTO A UNIDADE DE EXECUCAO VIVER -
      *              O CALC1000 E O TAXREMIT CHAMADOS PELO JOBCHAIN
      *              NAO PEDEM SENHA DE NOVO. TODA RECUSA VAI PARA O
      *              EXCPLOG (VIA EXCPLOG1) COM O ID DIGITADO - NUNCA
      *              COM A SENHA. CHAMADO VIA CALL, NAO COPIADO -
      *              MESMO DESENHO DO PERDCHK1.
      *              AREA DE PARAMETROS: Copybooks/SIGNON.CPY.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       77  WS-TODAY-DATE                   PIC 9(08)   VALUE ZERO.
      *
      * SESSAO ABERTA - QUEM FEZ SIGN-ON NESTA UNIDADE DE EXECUCAO.
       77  WS-SESSION-SWITCH               PIC X(01)   VALUE "N".
           88  WS-SESSION-IS-OPEN                       VALUE "Y".
       77  WS-SESSION-OPERATOR-ID          PIC X(08)   VALUE SPACES.
       77  WS-SESSION-OPERATOR-NAME        PIC X(30)   VALUE SPACES.
       77  WS-SESSION-ROLES                PIC X(08)   VALUE SPACES.
      *
      * RESULTADO DE UMA TENTATIVA DE AUTENTICACAO (2000).
       77  WS-AUTH-SWITCH                  PIC X(01)   VALUE "N".
           88  WS-AUTH-IS-OK                            VALUE "Y".
       77  WS-AUTH-OPERATOR-NAME           PIC X(30)   VALUE SPACES.
       01  WS-AUTH-ROLES                   PIC X(08)   VALUE SPACES.
       01  WS-AUTH-ROLE-FLAGS REDEFINES WS-AUTH-ROLES.
           05  WS-AUTH-ROLE-FLAG           PIC X(01) OCCURS 8 TIMES.
       77  WS-OPERATOR-FOUND-SWITCH        PIC X(01)   VALUE "N".
           88  WS-OPERATOR-IS-FOUND                     VALUE "Y".
       77  WS-ATTEMPT-COUNT                PIC 9(01)   VALUE ZERO.
       77  WS-MAX-ATTEMPTS                 PIC 9(01)   VALUE 3.
      *
       77  WS-ENTRY-OPERATOR-ID            PIC X(08)   VALUE SPACES.
       77  WS-ENTRY-PASSWORD               PIC X(16)   VALUE SPACES.
       77  WS-ROLE-IDX                     PIC 9(01)   VALUE ZERO.
       77  WS-ROLE-NAME                    PIC X(20)   VALUE SPACES.
      *
      * HASH DA SENHA: DJB2 (H = H * 33 + CARACTER) SOBRE O ID + SENHA,
      * REDUZIDO PELO MAIOR PRIMO ABAIXO DE 2**32, EM DUAS PASSADAS.
      * NAO E CRIPTOGRAFIA - SO TIRA A SENHA LEGIVEL DO ARQUIVO.
       01  WS-HASH-INPUT.
           05  WS-HASH-INPUT-ID            PIC X(08).
           05  WS-HASH-INPUT-PASSWORD      PIC X(16).
       01  WS-HASH-CHARS REDEFINES WS-HASH-INPUT.
           05  WS-HASH-CHAR                PIC X(01) OCCURS 24 TIMES.
       77  WS-HASH-VALUE                   PIC 9(10)   VALUE ZERO.
       77  WS-HASH-WORK                    PIC 9(12)   VALUE ZERO.
       77  WS-HASH-QUOTIENT                PIC 9(12)   VALUE ZERO.
       77  WS-HASH-MODULUS                 PIC 9(10)   VALUE 4294967291.
       77  WS-HASH-PASS                    PIC 9(01)   VALUE ZERO.
       77  WS-HASH-IDX                     PIC 9(02)   VALUE ZERO.
      *
      * PARAMETROS PASSADOS AO SUBPROGRAMA EXCPLOG1.
       77  WS-EXLOG-FIELD-NAME             PIC X(20)   VALUE SPACES.
       77  WS-EXLOG-BAD-VALUE              PIC X(20)   VALUE SPACES.
      *
       LINKAGE SECTION.
           COPY SIGNON.

       PROCEDURE DIVISION USING SIGN-ON-AREA.
       0000-SIGN-ON-CHECK.
           MOVE "N" TO SGN-RESULT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN SGN-QUERY-SESSION
                   PERFORM 0100-QUERY-SESSION
               WHEN SGN-HASH-PASSWORD
                   PERFORM 0200-HASH-FOR-CALLER
               WHEN SGN-SIGN-ON
                   PERFORM 1000-SIGN-ON
               WHEN SGN-VERIFY-SECOND
                   PERFORM 1500-VERIFY-SECOND-OPERATOR
               WHEN OTHER
                   DISPLAY "SIGNON1 CALLED WITH INVALID FUNCTION "
                       SGN-FUNCTION " BY " SGN-PROGRAM-ID "."
           END-EVALUATE.
           MOVE SPACES TO SGN-PASSWORD.
           GOBACK.
      *
       0100-QUERY-SESSION.
           IF WS-SESSION-IS-OPEN
               MOVE WS-SESSION-OPERATOR-ID TO SGN-OPERATOR-ID
               MOVE WS-SESSION-OPERATOR-NAME TO SGN-OPERATOR-NAME
               MOVE "Y" TO SGN-RESULT
           ELSE
               MOVE SPACES TO SGN-OPERATOR-ID SGN-OPERATOR-NAME
           END-IF.
      *
       0200-HASH-FOR-CALLER.
           MOVE SGN-OPERATOR-ID TO WS-HASH-INPUT-ID.
           MOVE SGN-PASSWORD TO WS-HASH-INPUT-PASSWORD.
           PERFORM 4000-COMPUTE-PASSWORD-HASH.
           MOVE WS-HASH-VALUE TO SGN-PASSWORD-HASH.
           MOVE "Y" TO SGN-RESULT.
      *
      ******************************************************************
      * 1000-SIGN-ON
      * First call in the run unit: prompt and authenticate (up to
      * three tries, every failure logged), then open the session.
      * Later calls skip the prompt and only check the session
      * operator for the role this program needs.
      ******************************************************************
       1000-SIGN-ON.
           IF NOT WS-SESSION-IS-OPEN
               DISPLAY "SIGN-ON REQUIRED FOR " SGN-PROGRAM-ID "."
               MOVE ZERO TO WS-ATTEMPT-COUNT
               MOVE "N" TO WS-AUTH-SWITCH
               PERFORM 2000-AUTHENTICATE-OPERATOR
                   UNTIL WS-AUTH-IS-OK
                       OR WS-ATTEMPT-COUNT NOT < WS-MAX-ATTEMPTS
               IF WS-AUTH-IS-OK
                   MOVE "Y" TO WS-SESSION-SWITCH
                   MOVE WS-ENTRY-OPERATOR-ID TO WS-SESSION-OPERATOR-ID
                   MOVE WS-AUTH-OPERATOR-NAME
                       TO WS-SESSION-OPERATOR-NAME
                   MOVE WS-AUTH-ROLES TO WS-SESSION-ROLES
                   DISPLAY "SIGNED ON AS " WS-SESSION-OPERATOR-ID
                       " - " WS-SESSION-OPERATOR-NAME
               ELSE
                   DISPLAY "SIGN-ON REFUSED - RUN ENDED."
               END-IF
           END-IF.
           IF WS-SESSION-IS-OPEN
               MOVE WS-SESSION-OPERATOR-ID TO SGN-OPERATOR-ID
               MOVE WS-SESSION-OPERATOR-NAME TO SGN-OPERATOR-NAME
               MOVE WS-SESSION-OPERATOR-ID TO WS-ENTRY-OPERATOR-ID
               MOVE WS-SESSION-ROLES TO WS-AUTH-ROLES
               PERFORM 3000-CHECK-REQUIRED-ROLE
               IF WS-AUTH-IS-OK
                   MOVE "Y" TO SGN-RESULT
               END-IF
           END-IF.
      *
      ******************************************************************
      * 1500-VERIFY-SECOND-OPERATOR
      * Four-eyes check: a second person signs in at the same
      * terminal to approve what the session operator is doing. One
      * try only - the approver is standing there. The session is
      * left as it was.
      ******************************************************************
       1500-VERIFY-SECOND-OPERATOR.
           DISPLAY "SECOND OPERATOR SIGN-ON FOR " SGN-PROGRAM-ID ".".
           MOVE ZERO TO WS-ATTEMPT-COUNT.
           MOVE "N" TO WS-AUTH-SWITCH.
           PERFORM 2000-AUTHENTICATE-OPERATOR.
           IF WS-AUTH-IS-OK
               AND WS-SESSION-IS-OPEN
               AND WS-ENTRY-OPERATOR-ID = WS-SESSION-OPERATOR-ID
               DISPLAY "SECOND OPERATOR MUST BE SOMEONE OTHER THAN "
                   WS-SESSION-OPERATOR-ID "."
               MOVE "SAME OPERATOR TWICE" TO WS-EXLOG-FIELD-NAME
               PERFORM 9000-LOG-REFUSAL
               MOVE "N" TO WS-AUTH-SWITCH
           ELSE
               IF WS-AUTH-IS-OK
                   PERFORM 3000-CHECK-REQUIRED-ROLE
               END-IF
           END-IF.
           IF WS-AUTH-IS-OK
               MOVE WS-ENTRY-OPERATOR-ID TO SGN-OPERATOR-ID
               MOVE WS-AUTH-OPERATOR-NAME TO SGN-OPERATOR-NAME
               MOVE "Y" TO SGN-RESULT
           END-IF.
      *
      ******************************************************************
      * 2000-AUTHENTICATE-OPERATOR
      * One try: ID and password from the terminal, OPERSEC read by
      * key and closed again at once. The operator is told only that
      * the ID/password pair was not accepted - which of the two was
      * wrong goes to EXCPLOG, not to the screen. No OPERSEC (status
      * other than 00) refuses everybody: the check fails closed.
      ******************************************************************
       2000-AUTHENTICATE-OPERATOR.
           ADD 1 TO WS-ATTEMPT-COUNT.
           MOVE "N" TO WS-AUTH-SWITCH.
           DISPLAY "OPERATOR ID: ".
           ACCEPT WS-ENTRY-OPERATOR-ID.
           DISPLAY "PASSWORD: ".
           ACCEPT WS-ENTRY-PASSWORD.
           OPEN INPUT OPERATOR-SECURITY-FILE.
           IF WS-OPERSEC-STATUS NOT = "00"
               DISPLAY "OPERATOR SECURITY FILE (OPERSEC) NOT "
                   "AVAILABLE - STATUS " WS-OPERSEC-STATUS "."
               MOVE "OPERSEC UNAVAILABLE" TO WS-EXLOG-FIELD-NAME
               PERFORM 9000-LOG-REFUSAL
               MOVE WS-MAX-ATTEMPTS TO WS-ATTEMPT-COUNT
           ELSE
               MOVE WS-ENTRY-OPERATOR-ID TO OPR-OPERATOR-ID
               MOVE "Y" TO WS-OPERATOR-FOUND-SWITCH
               READ OPERATOR-SECURITY-FILE
                   INVALID KEY
                       MOVE "N" TO WS-OPERATOR-FOUND-SWITCH
                       MOVE "UNKNOWN OPERATOR ID"
                           TO WS-EXLOG-FIELD-NAME
               END-READ
               CLOSE OPERATOR-SECURITY-FILE
               IF WS-OPERATOR-IS-FOUND
                   PERFORM 2100-CHECK-OPERATOR-RECORD
               ELSE
                   DISPLAY "OPERATOR ID OR PASSWORD NOT ACCEPTED."
                   PERFORM 9000-LOG-REFUSAL
               END-IF
           END-IF.
      *
      * SENHA, SITUACAO E VALIDADE, NESTA ORDEM - SENHA ERRADA NAO
      * REVELA SE O OPERADOR ESTA REVOGADO OU VENCIDO.
       2100-CHECK-OPERATOR-RECORD.
           MOVE WS-ENTRY-OPERATOR-ID TO WS-HASH-INPUT-ID.
           MOVE WS-ENTRY-PASSWORD TO WS-HASH-INPUT-PASSWORD.
           MOVE SPACES TO WS-ENTRY-PASSWORD.
           PERFORM 4000-COMPUTE-PASSWORD-HASH.
           MOVE SPACES TO WS-HASH-INPUT-PASSWORD.
           EVALUATE TRUE
               WHEN WS-HASH-VALUE NOT = OPR-PASSWORD-HASH
                   DISPLAY "OPERATOR ID OR PASSWORD NOT ACCEPTED."
                   MOVE "WRONG PASSWORD" TO WS-EXLOG-FIELD-NAME
                   PERFORM 9000-LOG-REFUSAL
               WHEN NOT OPR-OPERATOR-ACTIVE
                   DISPLAY "OPERATOR " WS-ENTRY-OPERATOR-ID
                       " IS REVOKED."
                   MOVE "OPERATOR REVOKED" TO WS-EXLOG-FIELD-NAME
                   PERFORM 9000-LOG-REFUSAL
                   MOVE WS-MAX-ATTEMPTS TO WS-ATTEMPT-COUNT
               WHEN OPR-ACTIVE-DATE > WS-TODAY-DATE
                   DISPLAY "OPERATOR " WS-ENTRY-OPERATOR-ID
                       " IS NOT ACTIVE UNTIL " OPR-ACTIVE-DATE "."
                   MOVE "OPERATOR NOT YET ACT" TO WS-EXLOG-FIELD-NAME
                   PERFORM 9000-LOG-REFUSAL
                   MOVE WS-MAX-ATTEMPTS TO WS-ATTEMPT-COUNT
               WHEN OPR-EXPIRY-DATE NOT = ZERO
                   AND OPR-EXPIRY-DATE < WS-TODAY-DATE
                   DISPLAY "OPERATOR " WS-ENTRY-OPERATOR-ID
                       " EXPIRED ON " OPR-EXPIRY-DATE "."
                   MOVE "OPERATOR EXPIRED" TO WS-EXLOG-FIELD-NAME
                   PERFORM 9000-LOG-REFUSAL
                   MOVE WS-MAX-ATTEMPTS TO WS-ATTEMPT-COUNT
               WHEN OTHER
                   MOVE OPR-OPERATOR-NAME TO WS-AUTH-OPERATOR-NAME
                   MOVE OPR-ROLES TO WS-AUTH-ROLES
                   MOVE "Y" TO WS-AUTH-SWITCH
           END-EVALUATE.
      *
      ******************************************************************
      * 3000-CHECK-REQUIRED-ROLE
      * WS-AUTH-ROLES holds the flags of the operator being checked,
      * in OPR-ROLE-FLAG order. Blank required role = any active
      * operator will do.
      ******************************************************************
       3000-CHECK-REQUIRED-ROLE.
           MOVE "Y" TO WS-AUTH-SWITCH.
           EVALUATE SGN-REQUIRED-ROLE
               WHEN SPACE
                   MOVE ZERO TO WS-ROLE-IDX
               WHEN "R"
                   MOVE 1 TO WS-ROLE-IDX
                   MOVE "RATE MAINTAINER" TO WS-ROLE-NAME
               WHEN "A"
                   MOVE 2 TO WS-ROLE-IDX
                   MOVE "ACCOUNT MAINTAINER" TO WS-ROLE-NAME
               WHEN "P"
                   MOVE 3 TO WS-ROLE-IDX
                   MOVE "APPROVER" TO WS-ROLE-NAME
               WHEN "B"
                   MOVE 4 TO WS-ROLE-IDX
                   MOVE "BATCH OPERATOR" TO WS-ROLE-NAME
               WHEN "S"
                   MOVE 5 TO WS-ROLE-IDX
                   MOVE "SECURITY ADMIN" TO WS-ROLE-NAME
               WHEN OTHER
                   DISPLAY "SIGNON1 CALLED WITH INVALID ROLE "
                       SGN-REQUIRED-ROLE " BY " SGN-PROGRAM-ID "."
                   MOVE ZERO TO WS-ROLE-IDX
                   MOVE "N" TO WS-AUTH-SWITCH
           END-EVALUATE.
           IF WS-ROLE-IDX NOT = ZERO
               PERFORM 3100-CHECK-ROLE-FLAG
           END-IF.
      *
       3100-CHECK-ROLE-FLAG.
           IF WS-AUTH-ROLE-FLAG (WS-ROLE-IDX) NOT = "Y"
               MOVE "N" TO WS-AUTH-SWITCH
               DISPLAY "OPERATOR " WS-ENTRY-OPERATOR-ID
                   " DOES NOT HOLD THE " WS-ROLE-NAME
                   " ROLE NEEDED BY " SGN-PROGRAM-ID "."
               MOVE SPACES TO WS-EXLOG-FIELD-NAME
               STRING "ROLE " SGN-REQUIRED-ROLE " REQUIRED"
                   DELIMITED BY SIZE INTO WS-EXLOG-FIELD-NAME
               PERFORM 9000-LOG-REFUSAL
           END-IF.
      *
       4000-COMPUTE-PASSWORD-HASH.
           MOVE 5381 TO WS-HASH-VALUE.
           PERFORM 4010-HASH-ONE-PASS
               VARYING WS-HASH-PASS FROM 1 BY 1
               UNTIL WS-HASH-PASS > 2.
      *
       4010-HASH-ONE-PASS.
           PERFORM 4020-HASH-ONE-CHARACTER
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 24.
      *
       4020-HASH-ONE-CHARACTER.
           COMPUTE WS-HASH-WORK = WS-HASH-VALUE * 33
               + FUNCTION ORD (WS-HASH-CHAR (WS-HASH-IDX)).
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-VALUE.
      *
      * O VALOR RUIM GRAVADO E O ID DIGITADO, NUNCA A SENHA.
       9000-LOG-REFUSAL.
           MOVE WS-ENTRY-OPERATOR-ID TO WS-EXLOG-BAD-VALUE.
           CALL "EXCPLOG1" USING SGN-PROGRAM-ID
                                 WS-EXLOG-FIELD-NAME
                                 WS-EXLOG-BAD-VALUE.
       END PROGRAM SIGNON1.
