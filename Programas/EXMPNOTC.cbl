      *              COM O NOME DO ACCTMST, E REGISTRA O AVISO EM
      *              NOTCCTL - O MESMO CERTIFICADO/VENCIMENTO NAO E
      *              COBRADO DE NOVO TODA NOITE.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA). ESTE PROGRAMA PRECISA DO LOG INTEIRO E O
      *              LE EM ACESSO SEQUENCIAL PELA CHAVE PRIMARIA - A
      *              ORDEM DE GRAVACAO, COMO ANTES.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXMPNOTC.
               FILE STATUS IS WS-ACCTMST-STATUS.
      *
           SELECT SALES-TAX-LOG-FILE ASSIGN TO "TAXLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOG-TRANSACTION-KEY
               ALTERNATE RECORD KEY IS LOG-BUSINESS-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOG-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOG-STORE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TAXLOG-STATUS.
      *
      * AVISOS JA ENVIADOS: CERTIFICADO/VENCIMENTO QUE JA GANHOU
