      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the early redemption penalty table
      *          (RESGMULT) - the product parameter the simulators
      *          apply when a customer takes the money out before
      *          the end of the term. The product is the rate curve
      *          name the simulation runs on (SIM-CURVE-NAME); a
      *          blank product is the house default, used by the
      *          single-rate simulations and by any curve that has
      *          no rows of its own. Each row covers redemptions up
      *          to RSM-MESES-ATE months held; the row with the
      *          smallest limit that still covers the holding period
      *          applies, and a redemption past every limit of the
      *          product carries no penalty. The penalty is a
      *          percentage of the yield (saldo bruto less what the
      *          customer put in), never of the principal. Maintained
      *          by the product desk as a flat file, like RATECURV;
      *          read by SISPB004, SISPB005 and SIMPRPSL.
      ******************************************************************
       01  EARLY-PENALTY-RECORD.
           05  RSM-PRODUCT                  PIC X(08).
           05  RSM-MESES-ATE                PIC 9(03).
      * PERCENTUAL DO RENDIMENTO PERDIDO NO RESGATE (EX.: 050,00 =
      * METADE DO RENDIMENTO).
           05  RSM-MULTA-PCT                PIC 9(03)V99.
