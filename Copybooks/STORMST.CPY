      *          Gives TAXEDIT a way to verify a feed really came
      *          from a known store, and gives the store-level
      *          reports a name and home jurisdiction to print next
      *          to the bare PIC X(04) number, plus the locality
      *          (county/city) whose LOCLRATE surtax rates stack on
      *          the state rate for its sales, and whether its
      *          registers ring net or tax-inclusive (gross) prices,
      *          and whether it is trading (status, opening and
      *          closing dates) so FEEDMON knows whose feed is due.
      *          Maintained by STORMNT;
      *          validated by TAXEDIT and reported by TAXSTORE.
      ******************************************************************
       01  STORE-MASTER-RECORD.
           05  STM-STORE-NUMBER            PIC X(04).
           05  STM-STORE-NAME              PIC X(30).
           05  STM-HOME-JURISDICTION       PIC X(02).
      * LOCALIDADE (CONDADO/MUNICIPIO) ONDE A LOJA FICA - CHAVE DAS
      * ALIQUOTAS LOCAIS DO LOCLRATE QUE SE SOMAM A ESTADUAL. O
      * TAXEDIT A CARREGA EM CADA TICKET DA LOJA QUANDO O DETALHE DO
      * SALESRAW NAO TRAZ UMA PROPRIA. BRANCO = SEM SOBRETAXA LOCAL.
           05  STM-LOCALITY-CODE           PIC X(05).
      * BASE DE PRECO DA LOJA: N = PRECO LIQUIDO (O IMPOSTO E SOMADO
      * POR FORA), G = PRECO BRUTO, COM O IMPOSTO DENTRO (QUIOSQUES,
      * EVENTOS) - O CALC1000 EXTRAI O IMPOSTO DO VALOR DO TICKET. O
      * HEADER DO LOTE NO SALESRAW PODE SOBREPOR. BRANCO (LOJA
      * GRAVADA ANTES DO CAMPO) VALE N.
           05  STM-PRICING-BASIS           PIC X(01).
               88  STM-PRICES-NET                   VALUE "N" " ".
               88  STM-PRICES-TAX-INCLUSIVE         VALUE "G".
      * SITUACAO DA LOJA: A (OU BRANCO, LOJA GRAVADA ANTES DO CAMPO) =
      * ATIVA; T = FORA DE OPERACAO TEMPORARIAMENTE (REFORMA,
      * SINISTRO); C = FECHADA. SO A LOJA ATIVA TEM FEED ESPERADO.
           05  STM-STORE-STATUS            PIC X(01).
               88  STM-STORE-ACTIVE                 VALUE "A" " ".
               88  STM-STORE-SUSPENDED              VALUE "T".
               88  STM-STORE-CLOSED                 VALUE "C".
      * DATA DE INAUGURACAO E DE ENCERRAMENTO (CCYYMMDD). ZERO, OU
      * NAO NUMERICA NA LOJA GRAVADA ANTES DOS CAMPOS, = SEM DATA.
           05  STM-OPEN-DATE               PIC 9(08).
           05  STM-CLOSE-DATE              PIC 9(08).
