      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the sales tax holiday calendar
      *          (TAXHOLDY) - the back-to-school, hurricane-supply and
      *          similar windows in which a state waives its sales tax
      *          on a product category. One row per jurisdiction per
      *          category per holiday; a blank category covers every
      *          category. A sale dated inside the window (start and
      *          end inclusive) whose amount does not exceed the price
      *          cap is taxed at zero and logged with LOG-EXEMPT-FLAG
      *          = "H", apart from certificate exemptions. Maintained
      *          by the rate desk as a flat file, like LOCLRATE; read
      *          by CALC1000.
      ******************************************************************
       01  TAX-HOLIDAY-RECORD.
           05  HOL-JURISDICTION            PIC X(02).
      * CATEGORIA TRIBUTARIA COBERTA (S/G/P); BRANCO = TODAS.
           05  HOL-TAX-CATEGORY            PIC X(01).
           05  HOL-START-DATE              PIC 9(08).
           05  HOL-END-DATE                PIC 9(08).
      * TETO DE PRECO POR VENDA - VENDA ACIMA DO TETO PAGA O IMPOSTO
      * CHEIO. ZERO = FERIADO SEM TETO.
           05  HOL-PRICE-CAP               PIC 9(05)V99.
           05  HOL-HOLIDAY-NAME            PIC X(30).
