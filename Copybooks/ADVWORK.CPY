      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the advisor recontact worklist
      *          (ADVWORK) written by the nightly SIMREVAL job - one
      *          line per saved simulation whose revalued figure moved
      *          more than the configured percentage away from the
      *          figure the customer was quoted. The branch and the
      *          customer come from CUSTMST through SIM-CUSTOMER-ID; a
      *          simulation saved without a customer carries them
      *          blank and is routed by the desk. The values are on
      *          the base named in ADW-BASE (L = net, B = gross), same
      *          convention as SIMRVAL.
      ******************************************************************
       01  ADVISOR-WORKLIST-RECORD.
           05  ADW-DATA-REAVALIACAO        PIC 9(08).
           05  ADW-BRANCH-CODE             PIC X(04).
           05  ADW-CUSTOMER-ID             PIC X(08).
           05  ADW-CUSTOMER-NAME           PIC X(30).
           05  ADW-NUMERO                  PIC 9(05).
           05  ADW-CURVE-NAME              PIC X(08).
           05  ADW-BASE                    PIC X(01).
           05  ADW-VALOR-GRAVADO           PIC 9(9)V99.
           05  ADW-VALOR-REAVALIADO        PIC 9(9)V99.
           05  ADW-DESVIO-PCT              PIC S9(05)V99.
