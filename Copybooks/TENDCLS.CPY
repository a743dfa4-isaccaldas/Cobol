      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the register tender closeout file
      *          each store sends at end of day - one row per register
      *          per business date, with what the drawer took in by
      *          tender and the tax the register believes it charged.
      *          Tenders include the tax (cash + card + check + gift
      *          card = sales + tax). Reconciled per store against the
      *          TAXLOG totals by TAXOVSH.
      ******************************************************************
       01  TENDER-CLOSEOUT-RECORD.
           05  TCL-BUSINESS-DATE           PIC 9(08).
           05  TCL-STORE-NUMBER            PIC X(04).
           05  TCL-REGISTER-NUMBER         PIC X(03).
      * VALORES ASSINADOS - REGISTRADORA COM MAIS DEVOLUCAO QUE VENDA
      * NO DIA FECHA NEGATIVA, COMO O LOG.
           05  TCL-CASH-AMOUNT             PIC S9(07)V99.
           05  TCL-CARD-AMOUNT             PIC S9(07)V99.
           05  TCL-CHECK-AMOUNT            PIC S9(07)V99.
           05  TCL-GIFT-CARD-AMOUNT        PIC S9(07)V99.
           05  TCL-REGISTER-TAX            PIC S9(07)V99.
