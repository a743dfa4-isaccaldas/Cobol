      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the economic-nexus register
      *          (NEXUSREG) - one row per jurisdiction the shop sells
      *          into, saying whether we are registered to collect
      *          there and, for the ones we are not, the sales-dollar
      *          and ticket-count thresholds that would oblige us to
      *          register and the window they are measured over.
      *          Maintained by the tax desk as a flat file, like
      *          PENRATE. NEXUSMON measures every unregistered row
      *          against TAXLOG plus the TAXHIST generations nightly.
      ******************************************************************
       01  NEXUS-REGISTER-RECORD.
           05  NXR-STATE-CODE              PIC X(02).
      * Y = JA INSCRITO E RECOLHENDO (SO APARECE NO RELATORIO PARA
      * CONSTAR), N = NAO INSCRITO - E ESTE QUE O MONITOR VIGIA.
           05  NXR-REGISTERED-FLAG         PIC X(01).
               88  NXR-IS-REGISTERED                VALUE "Y".
               88  NXR-NOT-REGISTERED               VALUE "N" " ".
      * LIMITE EM VENDA BRUTA E EM QUANTIDADE DE TICKETS; ZERO =
      * O ESTADO NAO TEM AQUELE TESTE. CRUZAR QUALQUER UM DOS DOIS
      * JA OBRIGA A INSCRICAO.
           05  NXR-THRESHOLD-AMOUNT        PIC 9(11)V99.
           05  NXR-THRESHOLD-COUNT         PIC 9(07).
      * JANELA DE MEDICAO: C (OU BRANCO) = ANO CALENDARIO CORRENTE,
      * T = ULTIMOS DOZE MESES CORRIDOS ATE A DATA DA RODADA.
           05  NXR-WINDOW-TYPE             PIC X(01).
               88  NXR-WINDOW-CALENDAR-YEAR         VALUE "C" " ".
               88  NXR-WINDOW-TRAILING-12           VALUE "T".
