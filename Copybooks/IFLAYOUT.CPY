      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the inbound interface layout file
      *          (IFLAYOUT) IFPROFIL profiles the external files
      *          against before their consumers run - one row per
      *          field per interface. The interface name is also the
      *          name the file is delivered under (HOACCTS, BANKDEP,
      *          TRSYPAY, RATEIMPF, CASHRCPT, SALESRAW). Offsets are
      *          1-based positions in the record, the same positions
      *          the consumer's FD gives the field. A field that only
      *          exists on one record type (SALESRAW header/item/
      *          trailer) names the type through the select position
      *          and value; a zero select offset checks every record.
      *          Maintained by operations as a flat file, like
      *          JOBPLAN.
      ******************************************************************
       01  INTERFACE-LAYOUT-RECORD.
           05  IFL-INTERFACE               PIC X(08).
           05  IFL-FIELD-SEQ               PIC 9(03).
           05  IFL-FIELD-NAME              PIC X(20).
           05  IFL-OFFSET                  PIC 9(04).
           05  IFL-LENGTH                  PIC 9(03).
      * CLASSE ESPERADA DO CONTEUDO: N = SO DIGITOS (PIC 9, VALOR COM
      * DECIMAL IMPLICITO), A = LETRAS E BRANCOS (PIC A), D = DATA
      * CCYYMMDD VALIDA (PIC 9(08)), X = QUALQUER COISA (PIC X - SO A
      * OBRIGATORIEDADE E A LISTA DE VALORES SAO TESTADAS).
           05  IFL-CLASS                   PIC X(01).
               88  IFL-CLASS-NUMERIC                VALUE "N".
               88  IFL-CLASS-ALPHABETIC             VALUE "A".
               88  IFL-CLASS-DATE                   VALUE "D".
               88  IFL-CLASS-ANY                    VALUE "X".
               88  IFL-CLASS-VALID                  VALUE "N" "A"
                                                          "D" "X".
      * Y = CAMPO EM BRANCO E INVALIDO (O CONSUMIDOR TOMARIA ZEROS).
      * OUTRO VALOR = BRANCO ACEITO SEM TESTAR A CLASSE.
           05  IFL-REQUIRED                PIC X(01).
               88  IFL-IS-REQUIRED                  VALUE "Y".
           05  IFL-SELECT-OFFSET           PIC 9(04).
           05  IFL-SELECT-LENGTH           PIC 9(02).
           05  IFL-SELECT-VALUE            PIC X(08).
      * LISTA DE VALORES ACEITOS (ZERO = QUALQUER VALOR DA CLASSE).
      * SO PARA CAMPOS DE ATE 8 POSICOES.
           05  IFL-VALUE-COUNT             PIC 9(02).
           05  IFL-ALLOWED-VALUE           PIC X(08) OCCURS 10 TIMES.
