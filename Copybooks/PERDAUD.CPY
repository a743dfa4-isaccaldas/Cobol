      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the period close audit trail
      *          (PERDAUD) - one row appended by TAXCLOSE for every
      *          close and every supervisor reopen of a fiscal month,
      *          with who did it, when and why. Append-only, same
      *          idea as the rate audit trail TAXAUDT.
      ******************************************************************
       01  PERIOD-AUDIT-RECORD.
           05  PAU-AUDIT-DATE              PIC 9(08).
           05  PAU-AUDIT-TIME              PIC 9(06).
           05  PAU-OPERATOR-ID             PIC X(08).
      * SUPERVISOR QUE AUTORIZOU A REABERTURA (BRANCO NO FECHAMENTO) -
      * TEM DE SER OUTRA PESSOA QUE NAO O OPERADOR DA SESSAO.
           05  PAU-SUPERVISOR-ID           PIC X(08).
           05  PAU-ACTION-CODE             PIC X(01).
               88  PAU-ACTION-CLOSE                 VALUE "C".
               88  PAU-ACTION-REOPEN                VALUE "R".
           05  PAU-FISCAL-MONTH            PIC 9(06).
      * MOTIVO DIGITADO PELO SUPERVISOR NA REABERTURA. NO FECHAMENTO
      * FICA O RESUMO DAS VERIFICACOES QUE PASSARAM.
           05  PAU-REASON                  PIC X(40).
