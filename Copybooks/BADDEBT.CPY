      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the bad-debt register (BADDEBT) -
      *          the sales tax on receivables collections gave up on,
      *          claimed back from the jurisdiction. TAXRECV function W
      *          writes one W row per account / original business date
      *          / jurisdiction when an account's open ARLEDGER items
      *          are written off (the item's open tax split across the
      *          states the day's TAXLOG rows were taxed in), and
      *          function C writes an R row, negative, when a
      *          written-off account pays after all. TAXREMIT nets
      *          every row not yet claimed against the next original
      *          voucher of the jurisdiction and stamps the row with
      *          that voucher's period; TAXEFILE reports the same net
      *          on the return's bad-debt line (code BD).
      ******************************************************************
       01  BAD-DEBT-RECORD.
           05  BDT-ACCOUNT-NUMBER          PIC X(06).
      * DATA DE NEGOCIO ORIGINAL DO ITEM DO ARLEDGER BAIXADO.
           05  BDT-BUSINESS-DATE           PIC 9(08).
           05  BDT-STATE-CODE              PIC X(02).
           05  BDT-ENTRY-TYPE              PIC X(01).
               88  BDT-ENTRY-WRITE-OFF              VALUE "W".
               88  BDT-ENTRY-RECOVERY               VALUE "R".
      * DATA DA BAIXA (W) OU DO RECEBIMENTO QUE A RECUPEROU (R).
           05  BDT-ENTRY-DATE              PIC 9(08).
      * POSITIVO NA BAIXA (IMPOSTO A DEDUZIR), NEGATIVO NA
      * RECUPERACAO (IMPOSTO QUE VOLTA A SER DEVIDO) - A SOMA DAS
      * LINHAS DE UMA CHAVE E O QUE AINDA ESTA BAIXADO DELA.
           05  BDT-TAX-AMOUNT              PIC S9(09)V99.
      * MOTIVO E APROVADOR DA BAIXA; BRANCOS NA RECUPERACAO.
           05  BDT-REASON-CODE             PIC X(02).
               88  BDT-REASON-BANKRUPTCY            VALUE "BK".
               88  BDT-REASON-UNCOLLECTIBLE         VALUE "UC".
               88  BDT-REASON-SKIP                  VALUE "SK".
               88  BDT-REASON-DISSOLVED             VALUE "DC".
               88  BDT-REASON-IS-VALID              VALUE "BK" "UC"
                                                          "SK" "DC".
           05  BDT-APPROVED-BY             PIC X(08).
      * PERIODO DA GUIA (TAXREMIT) EM QUE A LINHA FOI ABATIDA; ZEROS
      * ENQUANTO NAO ENTROU EM NENHUMA GUIA.
           05  BDT-CLAIM-PERIOD-START      PIC 9(08).
           05  BDT-CLAIM-PERIOD-END        PIC 9(08).
               88  BDT-NOT-YET-CLAIMED              VALUE ZERO.
