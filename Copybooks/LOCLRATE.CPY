      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the locality surtax rate table
      *          (LOCLRATE) - the county and city district rates that
      *          stack on top of the state rate in TAXRATE. One row
      *          per jurisdiction per locality per level (county or
      *          city) per product tax category per effective period,
      *          under exactly the TAXRATE rules: a row is end-dated
      *          (LR-STATUS = "E") instead of deleted, an open-ended
      *          active row carries LR-END-DATE = 99999999, and a
      *          category with no row of its own falls to the
      *          level's standard (S or blank) row. Several active
      *          rows at the same level (a city's general levy plus
      *          its transit levy) are all charged and summed into
      *          that level. Maintained by the rate desk as a flat
      *          file, like PENRATE; read by CALC1000.
      ******************************************************************
       01  LOCAL-RATE-RECORD.
           05  LR-JURISDICTION             PIC X(02).
      * CODIGO DA LOCALIDADE - O MESMO QUE VAI NO MESTRE DE LOJAS
      * (STM-LOCALITY-CODE) E, QUANDO INFORMADO, NO DETALHE DO
      * SALESRAW.
           05  LR-LOCALITY-CODE            PIC X(05).
      * C = CONDADO (COUNTY), T = MUNICIPIO (CITY/TOWN). CADA NIVEL
      * E APURADO E RECOLHIDO NA SUA PROPRIA GUIA.
           05  LR-LOCAL-LEVEL              PIC X(01).
               88  LR-LEVEL-COUNTY                  VALUE "C".
               88  LR-LEVEL-CITY                    VALUE "T".
           05  LR-TAX-CATEGORY             PIC X(01).
           05  LR-EFF-DATE                 PIC 9(08).
           05  LR-END-DATE                 PIC 9(08).
           05  LR-TAX-RATE                 PIC 9V9(04).
           05  LR-STATUS                   PIC X(01).
               88  LR-STATUS-ACTIVE                 VALUE "A".
               88  LR-STATUS-ENDDATED               VALUE "E".
      * NOME DA LOCALIDADE PARA OS RELATORIOS (TAXREMIT/TAXEFILE).
           05  LR-LOCALITY-NAME            PIC X(20).
