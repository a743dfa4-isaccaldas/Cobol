      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the accounting period control file
      *          (PERDCTL) - one row per fiscal month that has ever
      *          been closed by TAXCLOSE. A month with no row is open.
      *          The file is small and is loaded whole and rewritten
      *          whole by TAXCLOSE; every program that writes TAXLOG
      *          consults it through the shared subprogram PERDCHK1.
      ******************************************************************
       01  PERIOD-CONTROL-RECORD.
      * MES CONTABIL (CCYYMM).
           05  PCT-FISCAL-MONTH            PIC 9(06).
      * C = FECHADO (NAO ACEITA MAIS LANCAMENTO DATADO NELE),
      * R = REABERTO POR UM SUPERVISOR (VOLTA A VALER COMO ABERTO ATE
      * SER FECHADO DE NOVO).
           05  PCT-PERIOD-STATUS           PIC X(01).
               88  PCT-PERIOD-IS-CLOSED             VALUE "C".
               88  PCT-PERIOD-IS-REOPENED           VALUE "R".
      * QUANDO E POR QUEM A SITUACAO FOI GRAVADA PELA ULTIMA VEZ - O
      * HISTORICO COMPLETO FICA NO PERDAUD.
           05  PCT-STATUS-DATE             PIC 9(08).
           05  PCT-STATUS-TIME             PIC 9(06).
           05  PCT-STATUS-OPERATOR         PIC X(08).
