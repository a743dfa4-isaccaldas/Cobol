      * HEADER DO LOTE DE SALESRAW E VALIDADA CONTRA O MESTRE DE
      * LOJAS (STORMST). BRANCO NOS FEEDS ANTERIORES AO CAMPO.
           05  TXN-STORE-NUMBER            PIC X(04).
      * LOCALIDADE (CONDADO/MUNICIPIO) DA VENDA: A DO DETALHE DO
      * SALESRAW QUANDO INFORMADA, SENAO A DA LOJA NO STORMST - O
      * TAXEDIT RESOLVE. O CALC1000 SOMA AS ALIQUOTAS LOCAIS DO
      * LOCLRATE DESTA LOCALIDADE A ESTADUAL. BRANCO = SO ESTADUAL.
           05  TXN-LOCALITY-CODE           PIC X(05).
      * BASE DE PRECO DO LOTE (HEADER DO SALESRAW OU, EM BRANCO NO
      * HEADER, A DA LOJA NO STORMST): G = TXN-SALES-AMOUNT E BRUTO,
      * COM O IMPOSTO DENTRO, E O CALC1000 O EXTRAI; N OU BRANCO
      * (FEED ANTIGO) = LIQUIDO, IMPOSTO SOMADO POR FORA.
           05  TXN-PRICING-BASIS           PIC X(01).
               88  TXN-PRICED-NET                   VALUE "N" " ".
               88  TXN-PRICED-TAX-INCLUSIVE         VALUE "G".
      * TICKET QUEBRADO POR CATEGORIA: O TAXEDIT GRAVA UMA LINHA POR
      * CATEGORIA DO MESMO TICKET. C = SEGUNDA LINHA EM DIANTE (NAO E
      * UM TICKET NOVO); BRANCO = PRIMEIRA OU UNICA LINHA DO TICKET,
      * E TAMBEM TODO REGISTRO DOS FEEDS ANTERIORES AO CAMPO.
           05  TXN-TICKET-CONTINUATION     PIC X(01).
               88  TXN-TICKET-FIRST-ROW             VALUE " ".
               88  TXN-TICKET-CONTINUED             VALUE "C".
