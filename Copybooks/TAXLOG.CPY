      *          are signed: a refund or void ticket (LOG-TXN-TYPE
      *          R or V) is logged with negative values so every
      *          downstream total nets the reversal out naturally.
      *          The log is an indexed file: prime key is the unique
      *          LOG-TRANSACTION-KEY, with alternate keys (duplicates
      *          allowed) on business date, account and store, so a
      *          reader can START on the slice it needs instead of
      *          scanning the whole log.
      ******************************************************************
       01  SALES-TAX-LOG-RECORD.
           05  LOG-BUSINESS-DATE           PIC 9(08).
               88  LOG-CATEGORY-PREPARED            VALUE "P".
      * E = VENDA ISENTA POR CERTIFICADO DE ISENCAO VALIDO (ARQUIVO
      * EXEMPCRT) - O IMPOSTO E ZERO DE PROPOSITO, NAO POR ERRO.
      * H = VENDA DENTRO DE UM FERIADO FISCAL (CALENDARIO TAXHOLDY),
      * TAMBEM TRIBUTADA A ZERO, MAS DECLARADA EM LINHA PROPRIA.
           05  LOG-EXEMPT-FLAG             PIC X(01).
               88  LOG-SALE-IS-EXEMPT               VALUE "E".
               88  LOG-SALE-IS-HOLIDAY              VALUE "H".
               88  LOG-SALE-TAXED-AT-ZERO           VALUE "E" "H".
      * LOJA DE ORIGEM DA TRANSACAO, CARREGADA DO TICKET SALESTXN.
      * BRANCO NOS REGISTROS DE ANTES DO CAMPO E NOS LANCAMENTOS QUE
      * NAO VEM DE UMA LOJA (AJUSTES). RELATORIO POR LOJA: TAXSTORE.
      * ANTES DO CAMPO) = MODO BATCH, I = VENDA DE BALCAO DIGITADA
      * NO MODO INTERATIVO DO CALC1000. LANCAMENTO I NAO TEM TICKET
      * NO SALESTXN - O BATE DE CONTAGEM DO TAXLGAUD O DESCONTA.
      * M = VENDA FEITA POR UM MARKETPLACE FACILITADOR (FEED MKTRAW,
      * GRAVADA PELO MKTEDIT): O IMPOSTO FOI COBRADO E RECOLHIDO PELO
      * PROPRIO MARKETPLACE - ENTRA NA RECEITA BRUTA DA DECLARACAO
      * COMO DEDUCAO, NUNCA NO VALOR A RECOLHER NEM NO PASSIVO.
      * C = LANCAMENTO BATCH QUE CONTINUA UM TICKET QUEBRADO POR
      * CATEGORIA NO TAXEDIT (TXN-TICKET-CONTINUATION) - NAO E UM
      * TICKET NOVO E NAO ENTRA NA CONTAGEM DE TICKETS DO NEXUSMON.
           05  LOG-ENTRY-SOURCE            PIC X(01).
               88  LOG-ENTERED-IN-BATCH             VALUE "B" " " "C".
               88  LOG-TICKET-CONTINUED             VALUE "C".
               88  LOG-ENTERED-INTERACTIVE          VALUE "I".
               88  LOG-ENTERED-MARKETPLACE          VALUE "M".
      * SOBRETAXA LOCAL: A LOCALIDADE DA VENDA E O IMPOSTO ABERTO POR
      * COMPONENTE - ESTADUAL, CONDADO E MUNICIPIO, CADA UM
      * ARREDONDADO POR SI E COM O MESMO SINAL DE LOG-SALES-TAX, QUE
      * CONTINUA SENDO O TOTAL (SOMA DOS TRES) PARA TODO CONSUMIDOR
      * QUE SO PRECISA DO TOTAL. REGISTRO DE ANTES DOS CAMPOS VEM COM
      * ELES EM BRANCO: VALE TUDO ESTADUAL (LOG-SALES-TAX) E ZERO
      * LOCAL.
           05  LOG-LOCALITY-CODE           PIC X(05).
           05  LOG-STATE-TAX               PIC S9(5)V99.
           05  LOG-COUNTY-TAX              PIC S9(5)V99.
           05  LOG-CITY-TAX                PIC S9(5)V99.
      * G = TICKET DE LOJA QUE REGISTRA PRECO BRUTO: O IMPOSTO FOI
      * EXTRAIDO DO VALOR DO TICKET E LOG-SALES-AMOUNT E O LIQUIDO
      * QUE SOBROU (LIQUIDO + IMPOSTO = O VALOR COBRADO). N OU
      * BRANCO = IMPOSTO CALCULADO POR FORA, SOBRE O VALOR.
           05  LOG-PRICING-BASIS           PIC X(01).
               88  LOG-PRICED-NET                   VALUE "N" " ".
               88  LOG-PRICED-TAX-INCLUSIVE         VALUE "G".
      * LANCAMENTO COM DATA DE UM MES CONTABIL JA FECHADO (PERDCTL)
      * ENTRA NO PERIODO ABERTO - LOG-BUSINESS-DATE E A DATA EM QUE
      * FOI POSTADO E ESTE CAMPO GUARDA A DATA ORIGINAL DA ATIVIDADE,
      * PARA REFERENCIA (ALIQUOTA, AUDITORIA, AJUSTE RETROATIVO).
      * ZERO OU BRANCO (REGISTROS DE ANTES DO CAMPO) = NAO DESVIADO -
      * QUEM LE TESTA NUMERIC E DIFERENTE DE ZERO.
           05  LOG-ORIGINAL-DATE           PIC 9(08).
      * CHAVE UNICA DO LANCAMENTO (CHAVE PRIMARIA DO TAXLOG INDEXADO):
      * DATA E HORA EM QUE O PROGRAMA GRAVADOR ABRIU O LOG, QUEM
      * GRAVOU (NOME DO PROGRAMA, OU P + CONTA INICIAL DA PARTICAO DO
      * CALC1000) E A SEQUENCIA DENTRO DA EXECUCAO. COMO A DATA/HORA
      * VEM PRIMEIRO, LER PELA CHAVE PRIMARIA DEVOLVE O LOG NA ORDEM
      * EM QUE FOI GRAVADO, COMO O ANTIGO ARQUIVO SEQUENCIAL. CHAVE
      * JA EXISTENTE NA GRAVACAO (STATUS 22) AVANCA A SEQUENCIA E
      * TENTA DE NOVO. REGISTROS DO LOG SEQUENCIAL ANTIGO RECEBERAM
      * A CHAVE NA CONVERSAO (TAXLGCNV, GRAVADOR "TAXLGCNV").
           05  LOG-TRANSACTION-KEY.
               10  LOG-KEY-STAMP-DATE      PIC 9(08).
               10  LOG-KEY-STAMP-TIME      PIC 9(06).
               10  LOG-KEY-WRITER          PIC X(08).
               10  LOG-KEY-SEQUENCE        PIC 9(07).
