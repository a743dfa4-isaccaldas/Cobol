      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the investor customer master
      *          (CUSTMST), keyed on the customer ID the saved
      *          simulations carry in SIM-CUSTOMER-ID - the one place
      *          that ties together the simulations a customer has
      *          made over the years. The branch code is the same
      *          4-byte code the SIMREQ header carries in
      *          SRH-BRANCH-CODE. The risk profile is the customer's
      *          suitability profile (C = conservador, M = moderado,
      *          A = arrojado) and CST-DATA-PERFIL the date it was
      *          last assessed - the evidence the suitability rules
      *          ask for. A customer is never deleted once a
      *          simulation points at it - it is flagged inactive
      *          (CST-STATUS = "I"), same audit convention as
      *          ACCTMST. Maintained by CUSTMNT; read by SISPB004 and
      *          CUSTPORT.
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CST-CUSTOMER-ID             PIC X(08).
           05  CST-NOME                    PIC X(30).
      * CPF (11 DIGITOS) OU CNPJ (14 DIGITOS), SO NUMEROS, ALINHADO
      * A ESQUERDA.
           05  CST-TAX-ID                  PIC X(14).
           05  CST-PERFIL-RISCO            PIC X(01).
               88  CST-PERFIL-CONSERVADOR           VALUE "C".
               88  CST-PERFIL-MODERADO              VALUE "M".
               88  CST-PERFIL-ARROJADO              VALUE "A".
               88  CST-PERFIL-VALIDO                VALUE "C" "M" "A".
           05  CST-BRANCH-CODE             PIC X(04).
           05  CST-STATUS                  PIC X(01).
               88  CST-STATUS-ACTIVE                VALUE "A".
               88  CST-STATUS-INACTIVE              VALUE "I".
      * DATA (CCYYMMDD) EM QUE O PERFIL FOI AVALIADO PELA ULTIMA VEZ.
           05  CST-DATA-PERFIL             PIC 9(08).
