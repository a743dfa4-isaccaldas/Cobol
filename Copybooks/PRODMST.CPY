      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the product master file (PRODMST),
      *          keyed on the SKU the SALESRAW line items carry. Head
      *          office owns the tax category of every product here,
      *          so TAXEDIT derives each item's category from the
      *          master instead of trusting the category the store's
      *          register sends on the ticket. A product is never
      *          deleted once it has sold - it is flagged
      *          discontinued (PRD-STATUS = "D"), same audit
      *          convention as ACCTMST. Maintained by PRODMNT;
      *          read by TAXEDIT.
      ******************************************************************
       01  PRODUCT-MASTER-RECORD.
           05  PRD-SKU                     PIC X(12).
           05  PRD-DESCRIPTION             PIC X(30).
      * CATEGORIA TRIBUTARIA DO PRODUTO - OS MESMOS CODIGOS DO
      * TAXRATE/TXN-TAX-CATEGORY (S = PADRAO, G = GENEROS
      * ALIMENTICIOS, P = COMIDA PREPARADA).
           05  PRD-TAX-CATEGORY            PIC X(01).
               88  PRD-CATEGORY-VALID               VALUE "S" "G" "P".
      * A = ATIVO, D = DESCONTINUADO. ITEM DESCONTINUADO AINDA
      * VENDIDO (QUEIMA DE ESTOQUE) CONTINUA TRIBUTADO PELA CATEGORIA
      * DO MESTRE - O TAXEDIT SO O CONTA A PARTE NO RESUMO.
           05  PRD-STATUS                  PIC X(01).
               88  PRD-STATUS-ACTIVE                VALUE "A".
               88  PRD-STATUS-DISCONTINUED          VALUE "D".
