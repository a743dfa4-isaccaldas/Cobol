      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the product risk table (PRODRISC)
      *          the suitability check in CUSTPORT reads. The product
      *          is the rate curve name the simulation runs on
      *          (SIM-CURVE-NAME), same as RESGMULT; a blank product
      *          is the house default, used by the single-rate
      *          simulations and by any curve without a row of its
      *          own. The risk grade uses the customer profile scale
      *          of CUSTMST (C = conservador, M = moderado, A =
      *          arrojado): a product fits a customer whose profile
      *          is the same grade or a bolder one. A product with no
      *          row at all (and no house default) is reported as
      *          unclassified - it cannot be evidenced as suitable.
      *          Maintained by the product desk as a flat file, like
      *          RATECURV.
      ******************************************************************
       01  PRODUCT-RISK-RECORD.
           05  PRR-PRODUCT                  PIC X(08).
           05  PRR-RISCO                    PIC X(01).
               88  PRR-RISCO-VALIDO                  VALUE "C" "M" "A".
