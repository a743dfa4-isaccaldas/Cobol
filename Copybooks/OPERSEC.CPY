      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the operator security master
      *          (OPERSEC), indexed on OPR-OPERATOR-ID. One row per
      *          person allowed to run the shop's interactive
      *          programs: the hash of the password (never the
      *          password itself), the roles the operator holds and
      *          the dates the sign-on is good for. Read only through
      *          subprogram SIGNON1 (parameter area SIGNON.CPY);
      *          maintained only through OPERMNT, which journals every
      *          change in RCVYJRNL like the other indexed masters.
      *          An operator who leaves is revoked (status R), never
      *          deleted, so the IDs in the journals and in RVSLPEND
      *          always resolve to a name.
      ******************************************************************
       01  OPERATOR-SECURITY-RECORD.
           05  OPR-OPERATOR-ID             PIC X(08).
           05  OPR-OPERATOR-NAME           PIC X(30).
      * HASH DA SENHA CALCULADO PELO SIGNON1 (FUNCAO H) SOBRE O ID +
      * SENHA - O MESMO ID COM OUTRA SENHA, OU A MESMA SENHA EM OUTRO
      * ID, DA OUTRO VALOR.
           05  OPR-PASSWORD-HASH           PIC 9(10).
      * PAPEIS DO OPERADOR - Y CONCEDE, QUALQUER OUTRA COISA NEGA. A
      * ORDEM (R/A/P/B/S) E A DA TABELA OPR-ROLE-FLAG QUE O SIGNON1
      * PERCORRE; SOBRAM TRES POSICOES PARA PAPEIS FUTUROS.
           05  OPR-ROLES.
               10  OPR-RATE-MAINTAINER     PIC X(01).
                   88  OPR-IS-RATE-MAINTAINER       VALUE "Y".
               10  OPR-ACCOUNT-MAINTAINER  PIC X(01).
                   88  OPR-IS-ACCOUNT-MAINTAINER    VALUE "Y".
               10  OPR-APPROVER            PIC X(01).
                   88  OPR-IS-APPROVER              VALUE "Y".
               10  OPR-BATCH-OPERATOR      PIC X(01).
                   88  OPR-IS-BATCH-OPERATOR        VALUE "Y".
               10  OPR-SECURITY-ADMIN      PIC X(01).
                   88  OPR-IS-SECURITY-ADMIN        VALUE "Y".
               10  FILLER                  PIC X(03).
           05  OPR-ROLE-FLAGS REDEFINES OPR-ROLES.
               10  OPR-ROLE-FLAG           PIC X(01) OCCURS 8 TIMES.
           05  OPR-STATUS                  PIC X(01).
               88  OPR-OPERATOR-ACTIVE              VALUE "A".
               88  OPR-OPERATOR-REVOKED             VALUE "R".
      * PRIMEIRO DIA EM QUE O SIGN-ON VALE E ULTIMO DIA (ZERO = SEM
      * VENCIMENTO), AMBOS INCLUSIVE.
           05  OPR-ACTIVE-DATE             PIC 9(08).
           05  OPR-EXPIRY-DATE             PIC 9(08).
      * QUEM MEXEU POR ULTIMO NESTE REGISTRO, E QUANDO.
           05  OPR-MAINTAINED-BY           PIC X(08).
           05  OPR-MAINTAINED-DATE         PIC 9(08).
