      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the simulation revaluation file
      *          (SIMRVAL), one row per saved simulation, keyed on the
      *          same SIM-NUMERO as SIMFILE. The nightly SIMREVAL job
      *          rebuilds it from scratch: each saved simulation is
      *          recomputed with its own parameters against the rate
      *          curves (RATECURV) and the IR table in force on the
      *          revaluation date. SIMFILE itself is never touched -
      *          SIM-SALDO-FINAL and SIM-SALDO-LIQUIDO stay as the
      *          figures quoted when the simulation was saved, and the
      *          revalued figures live here alongside them, together
      *          with the stored figure they were compared against.
      *          The drift is measured on the net balance; a
      *          simulation saved before IR was recorded is compared
      *          on the gross (RVL-BASE-BRUTO).
      ******************************************************************
       01  SIM-REVALUATION-RECORD.
           05  RVL-NUMERO                  PIC 9(05).
           05  RVL-DATA-REAVALIACAO        PIC 9(08).
           05  RVL-CUSTOMER-ID             PIC X(08).
           05  RVL-BRANCH-CODE             PIC X(04).
           05  RVL-CURVE-NAME              PIC X(08).
      * VALORES DO VENCIMENTO REFEITOS NA DATA DA REAVALIACAO.
           05  RVL-SALDO-FINAL             PIC 9(9)V99.
           05  RVL-IR-RETIDO               PIC 9(9)V99.
           05  RVL-SALDO-LIQUIDO           PIC 9(9)V99.
      * BASE DA COMPARACAO: L = LIQUIDO, B = BRUTO (SIMULACAO SEM IR
      * GRAVADO). VALOR GRAVADO E VALOR REAVALIADO NA MESMA BASE.
           05  RVL-BASE                    PIC X(01).
               88  RVL-BASE-LIQUIDO                 VALUE "L".
               88  RVL-BASE-BRUTO                   VALUE "B".
           05  RVL-VALOR-GRAVADO           PIC 9(9)V99.
           05  RVL-VALOR-REAVALIADO        PIC 9(9)V99.
           05  RVL-DESVIO-PCT              PIC S9(05)V99.
           05  RVL-SINALIZADA              PIC X(01).
               88  RVL-FOI-SINALIZADA               VALUE "Y".
