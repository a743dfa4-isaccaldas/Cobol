      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the jurisdiction rounding-method
      *          file (TAXRNDM) - how each jurisdiction wants the tax
      *          of a ticket carried to the cent. One row per
      *          jurisdiction per effective date; the row in force on
      *          a date is the one with the latest RNM-EFF-DATE not
      *          after it, so a change of rule keeps the old rule on
      *          file for the audit of the months it governed. A
      *          jurisdiction with no row in force rounds half-up per
      *          ticket, as every jurisdiction always did. Maintained
      *          by the tax desk as a flat file, like NEXUSREG. Read
      *          by CALC1000 (which applies it), TAXLGAUD (which
      *          recomputes by it) and TAXRNDV (monthly variance).
      ******************************************************************
       01  ROUNDING-METHOD-RECORD.
           05  RNM-STATE-CODE              PIC X(02).
           05  RNM-EFF-DATE                PIC 9(08).
      * H (OU BRANCO) = CADA COMPONENTE DO TICKET ARREDONDADO MEIO
      * PARA CIMA NO CENTAVO. T = CADA COMPONENTE TRUNCADO NO
      * CENTAVO. D = ARREDONDAMENTO NO TOTAL DA CONTA NO DIA: CADA
      * TICKET LEVA A DIFERENCA ENTRE O ACUMULADO EXATO DO DIA
      * ARREDONDADO E O QUE JA FOI COBRADO, E A SOMA DOS TICKETS DA
      * CONTA NO DIA E O TOTAL EXATO ARREDONDADO UMA VEZ SO.
           05  RNM-METHOD                  PIC X(01).
               88  RNM-ROUND-PER-TICKET             VALUE "H" " ".
               88  RNM-TRUNCATE                     VALUE "T".
               88  RNM-ROUND-AT-DAY-TOTAL           VALUE "D".
               88  RNM-METHOD-VALID                 VALUE "H" " "
                                                          "T" "D".
      * FUNDAMENTO DA REGRA (LEI, PORTARIA) PARA O AUDITOR.
           05  RNM-AUTHORITY               PIC X(30).
