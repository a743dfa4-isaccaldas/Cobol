      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the purchase feed (PURCHRAW) - one
      *          line per vendor invoice for supplies or equipment
      *          the shop itself bought. Carries where the goods were
      *          shipped to (the jurisdiction whose use tax applies),
      *          the product tax category, the invoice amount and the
      *          tax the vendor actually charged on the invoice.
      *          USETAXAS prices each line at the TAXRATE row in
      *          effect on the invoice date and self-assesses the
      *          difference as use tax owed (USETXLOG).
      ******************************************************************
       01  PURCHASE-RAW-RECORD.
           05  PUR-VENDOR-ID               PIC X(06).
           05  PUR-INVOICE-NUMBER          PIC X(10).
           05  PUR-INVOICE-DATE            PIC 9(08).
      * JURISDICTION DE ENTREGA (SHIP-TO) - E A UF QUE COBRA O USO.
           05  PUR-SHIP-TO-STATE           PIC X(02).
      * MESMAS CATEGORIAS DO TAXRATE (S/G/P); BRANCO = S.
           05  PUR-TAX-CATEGORY            PIC X(01).
           05  PUR-PURCHASE-AMOUNT         PIC 9(07)V99.
      * IMPOSTO QUE O FORNECEDOR DE FATO DESTACOU NA NOTA (ZERO
      * QUANDO VEIO SEM IMPOSTO).
           05  PUR-VENDOR-TAX              PIC 9(07)V99.
