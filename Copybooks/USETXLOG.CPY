      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the use-tax log (USETXLOG) written
      *          by USETAXAS - one row per purchase invoice assessed,
      *          including the ones the vendor taxed in full, so the
      *          auditor can trace every accrual back to the invoice,
      *          the TAXRATE rate applied and the vendor's own tax.
      *          Kept apart from TAXLOG on purpose: use tax is owed by
      *          the shop, not collected from a customer, and must not
      *          leak into the sales-side reconciliations. TAXREMIT
      *          and TAXEFILE read it for the separate use-tax line of
      *          each jurisdiction's voucher and return.
      ******************************************************************
       01  USE-TAX-LOG-RECORD.
      * DATA DA NOTA - E POR ELA QUE O USO CAI NO PERIODO DE APURACAO.
           05  UTL-INVOICE-DATE            PIC 9(08).
           05  UTL-VENDOR-ID               PIC X(06).
           05  UTL-INVOICE-NUMBER          PIC X(10).
           05  UTL-STATE-CODE              PIC X(02).
           05  UTL-TAX-CATEGORY            PIC X(01).
           05  UTL-PURCHASE-AMOUNT         PIC 9(07)V99.
      * ALIQUOTA DO TAXRATE VIGENTE NA DATA DA NOTA.
           05  UTL-TAX-RATE                PIC 9V9(04).
           05  UTL-COMPUTED-TAX            PIC 9(07)V99.
           05  UTL-VENDOR-TAX              PIC 9(07)V99.
      * DEVIDO = CALCULADO - COBRADO PELO FORNECEDOR, NUNCA NEGATIVO.
           05  UTL-USE-TAX-OWED            PIC 9(07)V99.
      * O = FORNECEDOR COBROU A MAIOR (DEVIDO ZERADO - A DIFERENCA E
      * ASSUNTO DE ESTORNO COM O FORNECEDOR, NAO CREDITO NA GUIA).
           05  UTL-OVERCHARGE-FLAG         PIC X(01).
               88  UTL-VENDOR-OVERCHARGED           VALUE "O".
           05  UTL-ASSESSED-DATE           PIC 9(08).
