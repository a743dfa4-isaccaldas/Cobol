      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the credit memo register (CRMEMREG)
      *          - the proof that tax over-collected from a customer
      *          went back to the customer. TAXCRMEM writes one row
      *          per negative TAXADJST adjustment (LOG-TXN-TYPE A) it
      *          hands back: credited on the account's ARLEDGER items
      *          (L), or, for a closed account, listed for a refund by
      *          check (K). The adjustment's TAXLOG key is on the row,
      *          so an adjustment already in the register is never
      *          credited twice. Rows are only ever appended.
      ******************************************************************
       01  CREDIT-MEMO-REGISTER-RECORD.
      * NUMERO DO MEMO: DATA DA EMISSAO E SEQUENCIA NO DIA - UM MEMO
      * POR CONTA POR RODADA, COM TANTAS LINHAS QUANTOS AJUSTES.
           05  CMR-MEMO-NUMBER.
               10  CMR-MEMO-DATE           PIC 9(08).
               10  CMR-MEMO-SEQ            PIC 9(04).
           05  CMR-ACCOUNT-NUMBER          PIC X(06).
      * DATA DE NEGOCIO ORIGINAL DAS VENDAS CORRIGIDAS (A DATA
      * ORIGINAL DO AJUSTE QUANDO ELE FOI DESVIADO DE MES FECHADO).
           05  CMR-ORIGINAL-DATE           PIC 9(08).
           05  CMR-STATE-CODE              PIC X(02).
      * CHAVE UNICA DO LANCAMENTO DE AJUSTE NO TAXLOG
      * (LOG-TRANSACTION-KEY).
           05  CMR-ADJUSTMENT-KEY          PIC X(29).
      * IMPOSTO DEVOLVIDO, POSITIVO (O AJUSTE COM O SINAL TROCADO).
           05  CMR-CREDIT-AMOUNT           PIC 9(07)V99.
           05  CMR-DISPOSITION             PIC X(01).
               88  CMR-CREDITED-ON-LEDGER           VALUE "L".
               88  CMR-REFUND-BY-CHECK              VALUE "K".
      * OPERADOR QUE EMITIU (SIGN-ON DO SIGNON1).
           05  CMR-ISSUED-BY               PIC X(08).
