      *              TUDO DE NOVO. UMA RETRANSMISSAO LEGITIMA E
      *              LIBERADA POR OVERRIDE DE OPERADOR PEDIDO NA
      *              PARTIDA, ANUNCIADO NA SAIDA PARA REGISTRO.
      *DATA          15/10/2026
      *DESCRICAO     O DETALHE GANHOU O CODIGO DE LOCALIDADE
      *              (CONDADO/MUNICIPIO) OPCIONAL. CADA REGISTRO LIMPO
      *              SAI COM A LOCALIDADE DA VENDA (TXN-LOCALITY-
      *              CODE): A DO DETALHE QUANDO INFORMADA, SENAO A DA
      *              LOJA NO STORMST QUANDO A VENDA E NA UF DA
      *              PROPRIA LOJA - O CALC1000 SOMA AS ALIQUOTAS
      *              LOCAIS DELA A ESTADUAL.
      *DATA          15/10/2026
      *DESCRICAO     NOVO TIPO DE REGISTRO I (ITEM DO TICKET) LOGO
      *              ABAIXO DO DETALHE, COM SKU E VALOR. A CATEGORIA
      *              DE CADA ITEM SAI DO MESTRE DE PRODUTOS (PRODMST,
      *              MANTIDO POR PRODMNT) E NAO MAIS DA REGISTRADORA:
      *              O TICKET COM ITENS GERA UM REGISTRO LIMPO POR
      *              CATEGORIA COM A SOMA DOS SEUS ITENS. SKU FORA DO
      *              MESTRE REJEITA O TICKET INTEIRO COM MOTIVO SK;
      *              ITENS QUE NAO SOMAM O VALOR DO DETALHE, COM
      *              MOTIVO IT. TICKET SEM ITENS (FEED ANTIGO) SEGUE
      *              COM A CATEGORIA DO PROPRIO DETALHE.
      *DATA          15/10/2026
      *DESCRICAO     BASE DE PRECO DO LOTE: O HEADER GANHOU UM
      *              INDICADOR OPCIONAL (N = LIQUIDO, G = BRUTO COM
      *              IMPOSTO DENTRO) QUE SOBREPOE O DA LOJA NO
      *              STORMST; EM BRANCO VALE O DA LOJA. CADA REGISTRO
      *              LIMPO SAI COM A BASE (TXN-PRICING-BASIS) PARA O
      *              CALC1000 EXTRAIR O IMPOSTO DOS LOTES BRUTOS.
      *              INDICADOR INVALIDO E AVISADO E FICA O DA LOJA.
      *DATA          15/10/2026
      *DESCRICAO     O FEEDCTL PASSOU PARA O COPYBOOK FEEDCTL E GANHOU
      *              A HORA DO ACEITE E O RESULTADO DO LOTE, PARA O
      *              FEEDMON APONTAR FEED ATRASADO OU REJEITADO
      *              INTEIRO: LOTE ABERTO SEM NENHUM TICKET LIMPO SAI
      *              COM RESULTADO E, E O HEADER DE LOJA DESCONHECIDA
      *              (SN) PASSA A SER REGISTRADO COM RESULTADO R - SEM
      *              GUARDAR CONTRA A RETRANSMISSAO CORRIGIDA.
      *DATA          15/10/2026
      *DESCRICAO     TICKET QUEBRADO POR CATEGORIA: SO A PRIMEIRA
      *              LINHA GRAVADA DO TICKET SAI COM
      *              TXN-TICKET-CONTINUATION EM BRANCO; AS DEMAIS
      *              SAEM COM C, PARA O NEXUSMON CONTAR UM TICKET SO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXEDIT.
               RECORD KEY IS STM-STORE-NUMBER
               FILE STATUS IS WS-STORMST-STATUS.
      *
      * MESTRE DE PRODUTOS (PRODMNT): A CATEGORIA TRIBUTARIA DE CADA
      * ITEM DO TICKET E LIDA AQUI PELO SKU - QUEM DECIDE E A MATRIZ,
      * NAO A CONFIGURACAO DA REGISTRADORA DA LOJA.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-SKU
               FILE STATUS IS WS-PRODMST-STATUS.
      *
      * CONTROLE DE FEEDS JA ACEITOS: UMA LINHA POR LOJA/DATA DE
      * NEGOCIO QUE JA PASSOU PELA CRITICA. E O QUE IMPEDE UM
      * ARQUIVO RETRANSMITIDO DE SER TRIBUTADO DUAS VEZES.
       DATA DIVISION.
       FILE SECTION.
      * FEED BRUTO DA LOJA: UM TIPO DE REGISTRO NA COLUNA 1 (H =
      * HEADER DO LOTE, D = DETALHE, I = ITEM DO DETALHE ACIMA,
      * T = TRAILER) E O CORPO DO
      * REGISTRO EM SEGUIDA, DECOMPOSTO EM WORKING-STORAGE CONFORME
      * O TIPO.
       FD  SALES-RAW-FILE.
      *
       FD  STORE-MASTER.
           COPY STORMST.
      *
       FD  PRODUCT-MASTER.
           COPY PRODMST.
      *
       FD  FEED-CONTROL-FILE.
           COPY FEEDCTL.
      *
       WORKING-STORAGE SECTION.
       77  WS-SALESRAW-STATUS              PIC X(02)   VALUE "00".
           88  WS-STORE-VALIDATION-ON                   VALUE "Y".
       77  WS-STORE-KNOWN-SWITCH           PIC X(01)   VALUE "Y".
           88  WS-STORE-IS-KNOWN                        VALUE "Y".
      * MESTRE DE PRODUTOS AUSENTE: OS ITENS NAO TEM DE ONDE TIRAR A
      * CATEGORIA E O TICKET INTEIRO FICA COM A CATEGORIA DO
      * DETALHE (COMO ANTES DOS ITENS), ANUNCIADO NA PARTIDA.
       77  WS-PRODMST-STATUS               PIC X(02)   VALUE "00".
       77  WS-PRODUCT-LOOKUP-SWITCH        PIC X(01)   VALUE "N".
           88  WS-PRODUCT-LOOKUP-ON                     VALUE "Y".
      *
      * GUARDA CONTRA FEED DUPLICADO: OS PARES LOJA/DATA JA ACEITOS,
      * CARREGADOS DE FEEDCTL E REGRAVADOS COM OS DESTA RODADA NO
       77  WS-FEEDCTL-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-FEEDCTL-EOF                           VALUE "Y".
       77  WS-TODAY-DATE                   PIC 9(08)   VALUE ZERO.
       77  WS-TIME-NOW-RAW                 PIC 9(08)   VALUE ZERO.
       01  FEED-CONTROL-TABLE.
           05  FEED-CONTROL-COUNT          PIC 9(04)   VALUE ZERO.
           05  FEED-CONTROL-ROW OCCURS 500 TIMES.
               10  FCT-STORE-NUMBER        PIC X(04).
               10  FCT-BUSINESS-DATE       PIC 9(08).
               10  FCT-ACCEPTED-DATE       PIC 9(08).
               10  FCT-ACCEPTED-TIME       PIC 9(06).
               10  FCT-FEED-OUTCOME        PIC X(01).
               10  FCT-REJECT-REASON       PIC X(02).
       77  WS-FCT-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-FCT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-FEED-ALREADY-SEEN                     VALUE "Y".
       77  WS-OVERRIDE-DATE-ENTRY          PIC X(08)   VALUE SPACES.
       77  WS-OVERRIDE-DATE                PIC 9(08)   VALUE ZERO.
       77  WS-DUPLICATE-FEED-COUNT         PIC 9(05)   VALUE ZERO.
       77  WS-ITEMS-READ-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-DISCONTINUED-ITEM-COUNT      PIC 9(07)   VALUE ZERO.
       77  WS-SPLIT-TXN-COUNT              PIC 9(07)   VALUE ZERO.
       77  WS-SALESTXN-STATUS              PIC X(02)   VALUE "00".
       77  WS-SALESREJ-STATUS              PIC X(02)   VALUE "00".
       77  WS-TAXRATE-STATUS               PIC X(02)   VALUE "00".
       01  RAW-HEADER-FIELDS.
           05  HDR-STORE-ID                PIC X(04).
           05  HDR-BUSINESS-DATE           PIC 9(08).
      * BASE DE PRECO DO LOTE (N/G); BRANCO = A DA LOJA NO STORMST.
           05  HDR-PRICING-BASIS           PIC X(01).
           05  FILLER                      PIC X(66).
      *
      * CORPO DO REGISTRO DETALHE. O VALOR DE VENDA FICA EM FORMATO
      * TEXTO PARA QUE O TESTE NUMERIC ACONTECA ANTES DE QUALQUER
           05  DTL-TYPE-CODE               PIC X(01).
           05  DTL-TAX-CATEGORY            PIC X(01).
           05  DTL-TRANSACTION-DATE        PIC X(08).
      * LOCALIDADE DA VENDA QUANDO DIFERE DA LOJA (ENTREGA EM OUTRO
      * MUNICIPIO, QUIOSQUE FORA DA SEDE). BRANCO = A DA LOJA.
           05  DTL-LOCALITY-CODE           PIC X(05).
           05  FILLER                      PIC X(49).
      *
      * CORPO DO REGISTRO ITEM: UMA LINHA DO TICKET (DETALHE) QUE O
      * PRECEDE. O VALOR E O TOTAL DA LINHA (QUANTIDADE X PRECO), EM
      * TEXTO PELO MESMO MOTIVO DO VALOR DO DETALHE. OS ITENS NAO
      * ENTRAM NA CONTAGEM NEM NO HASH DO TRAILER - O CONTROLE DELES
      * E A SOMA BATER COM O VALOR DO PROPRIO DETALHE.
       01  RAW-ITEM-FIELDS.
           05  ITM-SKU                     PIC X(12).
           05  ITM-AMOUNT-TEXT             PIC X(07).
           05  ITM-AMOUNT REDEFINES ITM-AMOUNT-TEXT
                                           PIC 9(5)V99.
           05  FILLER                      PIC X(60).
      *
      * CORPO DO REGISTRO TRAILER: O QUE A LOJA DIZ TER MANDADO.
       01  RAW-TRAILER-FIELDS.
       77  WS-BATCH-STORE-ID               PIC X(04)   VALUE SPACES.
       77  WS-BATCH-DETAIL-COUNT           PIC 9(07)   VALUE ZERO.
       77  WS-BATCH-HASH-TOTAL             PIC 9(11)V99 VALUE ZERO.
      * LINHA DO FEEDCTL DO LOTE CORRENTE E QUANTOS TICKETS DELE JA
      * SAIRAM LIMPOS - LOTE QUE FECHA SEM NENHUM VIRA RESULTADO E.
       77  WS-BATCH-FCT-IDX                PIC 9(04)   VALUE ZERO.
       77  WS-BATCH-ACCEPTED-COUNT         PIC 9(07)   VALUE ZERO.
      * UF E LOCALIDADE DA LOJA DO LOTE (STORMST), PARA O DETALHE SEM
      * LOCALIDADE PROPRIA. BRANCO QUANDO O MESTRE NAO ESTA ABERTO.
       77  WS-BATCH-HOME-JURISDICTION      PIC X(02)   VALUE SPACES.
       77  WS-BATCH-LOCALITY-CODE          PIC X(05)   VALUE SPACES.
      * BASE DE PRECO DA LOJA NO STORMST E A QUE VALE PARA O LOTE
      * DEPOIS DO OVERRIDE DO HEADER.
       77  WS-STORE-PRICING-BASIS          PIC X(01)   VALUE "N".
       77  WS-BATCH-PRICING-BASIS          PIC X(01)   VALUE "N".
       77  WS-INCLUSIVE-BATCH-COUNT        PIC 9(05)   VALUE ZERO.
      *
      * TICKET CORRENTE. UM DETALHE VALIDO FICA PENDENTE (P) ATE O
      * PROXIMO REGISTRO QUE NAO SEJA ITEM - SO ENTAO SE SABE SE ELE
      * TEM ITENS E EM QUE CATEGORIAS O VALOR SE DIVIDE. DETALHE
      * REJEITADO (R) LEVA OS SEUS ITENS JUNTO PARA O SALESREJ COM O
      * MESMO MOTIVO; SEM TICKET ABERTO (N) UM ITEM E SQ.
       77  WS-TICKET-STATE                 PIC X(01)   VALUE "N".
           88  WS-NO-TICKET-OPEN                        VALUE "N".
           88  WS-TICKET-IS-PENDING                     VALUE "P".
           88  WS-TICKET-IS-REJECTED                    VALUE "R".
       77  WS-TICKET-REJECT-REASON         PIC X(02)   VALUE SPACES.
      * REGISTRO LIMPO DO TICKET JA MONTADO (FOLGA PARA O LAYOUT DO
      * TAXTXN CRESCER) E A IMAGEM BRUTA DO DETALHE, PARA O CASO DE
      * OS ITENS DERRUBAREM O TICKET.
       77  WS-PENDING-TXN-IMAGE            PIC X(80)   VALUE SPACES.
       77  WS-PENDING-RAW-IMAGE            PIC X(80)   VALUE SPACES.
       77  WS-TICKET-ITEM-TOTAL            PIC 9(07)V99 VALUE ZERO.
       77  WS-TICKET-ITEM-REASON           PIC X(02)   VALUE SPACES.
       77  WS-ITEM-CATEGORY                PIC X(01)   VALUE SPACE.
       01  TICKET-ITEM-TABLE.
           05  TIT-COUNT                   PIC 9(03)   VALUE ZERO.
           05  TIT-ROW OCCURS 99 TIMES.
               10  TIT-RAW-IMAGE           PIC X(80).
       77  WS-TIT-IDX                      PIC 9(03)   VALUE ZERO.
       01  TICKET-CATEGORY-TABLE.
           05  TCT-COUNT                   PIC 9(02)   VALUE ZERO.
           05  TCT-ROW OCCURS 10 TIMES.
               10  TCT-TAX-CATEGORY        PIC X(01).
               10  TCT-AMOUNT              PIC 9(07)V99.
       77  WS-TCT-IDX                      PIC 9(02)   VALUE ZERO.
       77  WS-TCT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-TCT-ROW-FOUND                         VALUE "Y".
      * PRIMEIRA LINHA DO TICKET QUEBRADO JA GRAVADA: AS SEGUINTES
      * SAEM MARCADAS COMO CONTINUACAO (C).
       77  WS-TICKET-ROW-WRITTEN-SWITCH    PIC X(01)   VALUE "N".
           88  WS-TICKET-ROW-WRITTEN                    VALUE "Y".
      *
      * CODIGOS DE MOTIVO DE REJEICAO GRAVADOS EM REJ-REASON-CODE:
      *     AC = CONTA EM BRANCO
      *          PAR LOJA/DATA NAO TERIA COMO SER REGISTRADO - O
      *          LOTE E REJEITADO EM VEZ DE ACEITO SEM GUARDA
      *          CONTRA RETRANSMISSAO
      *     SK = SKU DE UM ITEM NAO ENCONTRADO NO MESTRE DE PRODUTOS
      *          (PRODMST) - O TICKET INTEIRO (DETALHE E ITENS) E
      *          REJEITADO. VALOR DE ITEM NAO NUMERICO OU ZERADO
      *          REJEITA O TICKET COM AM
      *     IT = OS ITENS NAO SOMAM O VALOR DO DETALHE, OU O TICKET
      *          PASSOU DE 99 ITENS - O TICKET INTEIRO E REJEITADO
      *     SQ = REGISTRO FORA DE SEQUENCIA (DETALHE SEM HEADER,
      *          TRAILER SEM HEADER, ITEM SEM DETALHE OU TIPO
      *          DESCONHECIDO)
      *     CT = CONTAGEM DO TRAILER NAO BATE COM OS DETALHES LIDOS
      *     HT = HASH TOTAL DO TRAILER NAO BATE COM A SOMA LIDA
       77  WS-REJECT-REASON                PIC X(02)   VALUE SPACES.
       77  WS-REJECT-IMAGE                 PIC X(80)   VALUE SPACES.
       77  WS-DETAIL-VALID-SWITCH          PIC X(01)   VALUE "Y".
           88  WS-DETAIL-IS-VALID                       VALUE "Y".
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-TAX-RATE-TABLE.
           PERFORM 150-OPEN-STORE-MASTER.
           PERFORM 155-OPEN-PRODUCT-MASTER.
           PERFORM 160-LOAD-FEED-CONTROL.
      * CONTROLE MAIOR QUE A TABELA: A REGRAVACAO SO PELO QUE COUBE
      * APAGARIA A GUARDA DOS PARES DE FORA PARA SEMPRE - A CRITICA
               PERFORM 200-READ-RAW-RECORD
               PERFORM 300-EDIT-ONE-RAW-RECORD
                   UNTIL WS-SALESRAW-EOF
               PERFORM 480-CLOSE-ONE-TICKET
               IF WS-INSIDE-A-BATCH
                   DISPLAY "BATCH FOR STORE " WS-BATCH-STORE-ID
                       " ENDED WITHOUT A TRAILER."
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   PERFORM 470-SETTLE-BATCH-OUTCOME
               END-IF
               CLOSE SALES-RAW-FILE
               CLOSE SALES-TXN-FILE
           IF WS-STORE-VALIDATION-ON
               CLOSE STORE-MASTER
           END-IF.
           IF WS-PRODUCT-LOOKUP-ON
               CLOSE PRODUCT-MASTER
           END-IF.
      * GOBACK, NAO STOP RUN: RODANDO AVULSO E A MESMA COISA, MAS
      * CHAMADO PELO JOBCHAIN DEVOLVE O CONTROLE PARA A CADEIA
      * REGISTRAR O RESULTADO E SEGUIR PARA O PROXIMO PASSO.
                   "FOR THIS RUN."
           END-IF.
      *
      * SEM O MESTRE DE PRODUTOS O TICKET COM ITENS NAO E PERDIDO:
      * FICA TODO NA CATEGORIA DO DETALHE, COMO ERA ANTES DOS ITENS.
       155-OPEN-PRODUCT-MASTER.
           OPEN INPUT PRODUCT-MASTER.
           IF WS-PRODMST-STATUS = "00"
               MOVE "Y" TO WS-PRODUCT-LOOKUP-SWITCH
           ELSE
               DISPLAY "PRODUCT-MASTER NOT AVAILABLE - STATUS "
                   WS-PRODMST-STATUS " - ITEMS TAKE THE TICKET'S OWN "
                   "CATEGORY FOR THIS RUN."
           END-IF.
      *
      * CONTROLE AUSENTE SO SIGNIFICA QUE NENHUM FEED FOI ACEITO
      * AINDA.
       160-LOAD-FEED-CONTROL.
                   FCT-BUSINESS-DATE (FEED-CONTROL-COUNT)
               MOVE FDC-ACCEPTED-DATE TO
                   FCT-ACCEPTED-DATE (FEED-CONTROL-COUNT)
      * LINHA ANTIGA, SEM HORA: FICA ZERO (HORA DESCONHECIDA).
               IF FDC-ACCEPTED-TIME IS NUMERIC
                   MOVE FDC-ACCEPTED-TIME TO
                       FCT-ACCEPTED-TIME (FEED-CONTROL-COUNT)
               ELSE
                   MOVE ZERO TO FCT-ACCEPTED-TIME (FEED-CONTROL-COUNT)
               END-IF
               MOVE FDC-FEED-OUTCOME TO
                   FCT-FEED-OUTCOME (FEED-CONTROL-COUNT)
               MOVE FDC-REJECT-REASON TO
                   FCT-REJECT-REASON (FEED-CONTROL-COUNT)
           ELSE
               IF NOT WS-FCT-TABLE-IS-FULL
                   DISPLAY "FEED-CONTROL-TABLE FULL AT 500 ROWS - "
      ******************************************************************
      * 300-EDIT-ONE-RAW-RECORD
      * Routes the record by its type code. A detail or trailer seen
      * outside an open batch, an item with no ticket above it, or an
      * unknown type code, is rejected as a sequence error instead of
      * being guessed at. Any record other than an item closes the
      * ticket held open by the detail before it.
      ******************************************************************
       300-EDIT-ONE-RAW-RECORD.
           IF RAW-RECORD-TYPE NOT = "I"
               PERFORM 480-CLOSE-ONE-TICKET
           END-IF.
           EVALUATE RAW-RECORD-TYPE
               WHEN "H"
                   PERFORM 400-OPEN-ONE-BATCH
                       MOVE "SQ" TO WS-REJECT-REASON
                       PERFORM 600-WRITE-REJECT-RECORD
                   END-IF
               WHEN "I"
                   EVALUATE TRUE
                       WHEN WS-TICKET-IS-PENDING
                           PERFORM 520-EDIT-ONE-ITEM
                       WHEN WS-TICKET-IS-REJECTED
                           MOVE WS-TICKET-REJECT-REASON
                               TO WS-REJECT-REASON
                           PERFORM 600-WRITE-REJECT-RECORD
                       WHEN OTHER
                           MOVE "SQ" TO WS-REJECT-REASON
                           PERFORM 600-WRITE-REJECT-RECORD
                   END-EVALUATE
               WHEN "T"
                   IF WS-INSIDE-A-BATCH
                       PERFORM 450-CLOSE-ONE-BATCH
               DISPLAY "BATCH FOR STORE " WS-BATCH-STORE-ID
                   " ENDED WITHOUT A TRAILER."
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               PERFORM 470-SETTLE-BATCH-OUTCOME
           END-IF.
           MOVE RAW-RECORD-BODY TO RAW-HEADER-FIELDS.
           PERFORM 420-CHECK-STORE-ON-FILE.
               MOVE ZERO TO WS-BATCH-DETAIL-COUNT
               MOVE ZERO TO WS-BATCH-HASH-TOTAL
               ADD 1 TO WS-BATCHES-READ-COUNT
               PERFORM 425-RESOLVE-PRICING-BASIS
               PERFORM 440-RECORD-ACCEPTED-FEED
           ELSE
           IF WS-STORE-IS-KNOWN AND NOT WS-FEED-ALREADY-SEEN
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               MOVE "SN" TO WS-REJECT-REASON
               PERFORM 600-WRITE-REJECT-RECORD
               PERFORM 445-RECORD-REFUSED-FEED
               MOVE "N" TO WS-IN-BATCH-SWITCH
               MOVE SPACES TO WS-BATCH-STORE-ID
           END-IF
      *
       420-CHECK-STORE-ON-FILE.
           MOVE "Y" TO WS-STORE-KNOWN-SWITCH.
           MOVE SPACES TO WS-BATCH-HOME-JURISDICTION.
           MOVE SPACES TO WS-BATCH-LOCALITY-CODE.
           MOVE "N" TO WS-STORE-PRICING-BASIS.
           IF WS-STORE-VALIDATION-ON
               MOVE HDR-STORE-ID TO STM-STORE-NUMBER
               READ STORE-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-STORE-KNOWN-SWITCH
                   NOT INVALID KEY
                       MOVE STM-HOME-JURISDICTION
                           TO WS-BATCH-HOME-JURISDICTION
      * LOJA GRAVADA ANTES DO CAMPO DE LOCALIDADE FICA SEM SOBRETAXA.
                       IF STM-LOCALITY-CODE NOT = LOW-VALUES
                           MOVE STM-LOCALITY-CODE
                               TO WS-BATCH-LOCALITY-CODE
                       END-IF
                       IF STM-PRICES-TAX-INCLUSIVE
                           MOVE "G" TO WS-STORE-PRICING-BASIS
                       END-IF
               END-READ
           END-IF.
      *
      ******************************************************************
      * 425-RESOLVE-PRICING-BASIS
      * The header's pricing basis wins over the store master's - an
      * event stand run by a net-priced store rings gross for the
      * weekend. A blank header keeps the store's own basis; an
      * unrecognised one is reported and the store's basis is used,
      * so the batch is taxed the way the store normally rings.
      ******************************************************************
       425-RESOLVE-PRICING-BASIS.
           IF HDR-PRICING-BASIS = "N" OR "G"
               MOVE HDR-PRICING-BASIS TO WS-BATCH-PRICING-BASIS
           ELSE
               MOVE WS-STORE-PRICING-BASIS TO WS-BATCH-PRICING-BASIS
               IF HDR-PRICING-BASIS NOT = SPACE
                   DISPLAY "STORE " HDR-STORE-ID " BUSINESS DATE "
                       HDR-BUSINESS-DATE " PRICING BASIS '"
                       HDR-PRICING-BASIS "' NOT N OR G - STORE "
                       "MASTER BASIS " WS-STORE-PRICING-BASIS " USED."
               END-IF
           END-IF.
           IF WS-BATCH-PRICING-BASIS = "G"
               ADD 1 TO WS-INCLUSIVE-BATCH-COUNT
           END-IF.
      *
      ******************************************************************
      * 430-CHECK-DUPLICATE-FEED
      * The header's store/business date against every feed already
      * accepted. The operator override releases exactly one
                       OR WS-FEED-ALREADY-SEEN
           END-IF.
      *
      * LINHA R (HEADER RECUSADO) NAO GUARDA: NADA DAQUELE LOTE
      * CHEGOU AO SALESTXN.
       435-CHECK-ONE-FEED-ROW.
           IF FCT-STORE-NUMBER (WS-FCT-IDX) = HDR-STORE-ID
               AND FCT-BUSINESS-DATE (WS-FCT-IDX)
                   = HDR-BUSINESS-DATE
               AND FCT-FEED-OUTCOME (WS-FCT-IDX) NOT = "R"
               MOVE "Y" TO WS-FCT-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-FCT-IDX
      * OS DETALHES ACEITOS JA VAO PARA O SALESTXN DALI EM DIANTE,
      * ENTAO E DESTE PONTO QUE UMA RETRANSMISSAO DUPLICARIA.
       440-RECORD-ACCEPTED-FEED.
           MOVE ZERO TO WS-BATCH-FCT-IDX.
           MOVE ZERO TO WS-BATCH-ACCEPTED-COUNT.
           IF FEED-CONTROL-COUNT < 500
               ADD 1 TO FEED-CONTROL-COUNT
               MOVE HDR-STORE-ID TO
                   FCT-STORE-NUMBER (FEED-CONTROL-COUNT)
               MOVE HDR-BUSINESS-DATE TO
                   FCT-BUSINESS-DATE (FEED-CONTROL-COUNT)
               MOVE WS-TODAY-DATE TO
                   FCT-ACCEPTED-DATE (FEED-CONTROL-COUNT)
               ACCEPT WS-TIME-NOW-RAW FROM TIME
               MOVE WS-TIME-NOW-RAW (1:6) TO
                   FCT-ACCEPTED-TIME (FEED-CONTROL-COUNT)
               MOVE "A" TO FCT-FEED-OUTCOME (FEED-CONTROL-COUNT)
               MOVE SPACES TO FCT-REJECT-REASON (FEED-CONTROL-COUNT)
               MOVE FEED-CONTROL-COUNT TO WS-BATCH-FCT-IDX
           END-IF.
      *
      * HEADER RECUSADO TAMBEM FICA NO FEEDCTL (RESULTADO R), PARA O
      * FEEDMON DIZER QUE A LOJA MANDOU E FOI BARRADA EM VEZ DE DAR O
      * FEED COMO NAO RECEBIDO. SEM VAGA NA TABELA, SO NAO REGISTRA -
      * A LINHA R NAO GUARDA NADA.
       445-RECORD-REFUSED-FEED.
           IF FEED-CONTROL-COUNT < 500
               ADD 1 TO FEED-CONTROL-COUNT
               MOVE HDR-STORE-ID TO
                   FCT-BUSINESS-DATE (FEED-CONTROL-COUNT)
               MOVE WS-TODAY-DATE TO
                   FCT-ACCEPTED-DATE (FEED-CONTROL-COUNT)
               ACCEPT WS-TIME-NOW-RAW FROM TIME
               MOVE WS-TIME-NOW-RAW (1:6) TO
                   FCT-ACCEPTED-TIME (FEED-CONTROL-COUNT)
               MOVE "R" TO FCT-FEED-OUTCOME (FEED-CONTROL-COUNT)
               MOVE WS-REJECT-REASON TO
                   FCT-REJECT-REASON (FEED-CONTROL-COUNT)
           END-IF.
      *
      ******************************************************************
               END-IF
           END-IF
           END-IF.
           PERFORM 470-SETTLE-BATCH-OUTCOME.
           MOVE "N" TO WS-IN-BATCH-SWITCH.
           MOVE SPACES TO WS-BATCH-STORE-ID.
      *
      * LOTE QUE LEU DETALHES E NAO SOLTOU NENHUM TICKET LIMPO FOI
      * REJEITADO INTEIRO NA PRATICA: A LINHA DELE NO FEEDCTL PASSA A
      * E. LOTE VAZIO (SO HEADER E TRAILER) CONTINUA A.
       470-SETTLE-BATCH-OUTCOME.
           IF WS-BATCH-FCT-IDX > ZERO
               AND WS-BATCH-DETAIL-COUNT > ZERO
               AND WS-BATCH-ACCEPTED-COUNT = ZERO
               MOVE "E" TO FCT-FEED-OUTCOME (WS-BATCH-FCT-IDX)
           END-IF.
           MOVE ZERO TO WS-BATCH-FCT-IDX.
      *
      ******************************************************************
      * 480-CLOSE-ONE-TICKET
      * Settles the ticket the last detail left pending. No items: the
      * clean record goes out as built, on the register's category.
      * Items: they must all have passed and must add up to the
      * detail's amount, and then one clean record per tax category
      * goes out carrying that category's share. Otherwise the detail
      * and every item under it go to SALESREJ together, so the
      * ticket can be corrected and recycled whole.
      ******************************************************************
       480-CLOSE-ONE-TICKET.
           IF WS-TICKET-IS-PENDING
               IF TIT-COUNT = ZERO
                   MOVE WS-PENDING-TXN-IMAGE TO SALES-TXN-RECORD
                   WRITE SALES-TXN-RECORD
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD 1 TO WS-BATCH-ACCEPTED-COUNT
               ELSE
                   IF WS-TICKET-ITEM-REASON = SPACES
                       AND WS-TICKET-ITEM-TOTAL NOT = DTL-SALES-AMOUNT
                       DISPLAY "STORE " WS-BATCH-STORE-ID
                           " ACCOUNT " DTL-ACCOUNT-NUMBER
                           " ITEMS DO NOT ADD UP TO THE TICKET "
                           "AMOUNT - TICKET REJECTED."
                       MOVE "IT" TO WS-TICKET-ITEM-REASON
                   END-IF
                   IF WS-TICKET-ITEM-REASON = SPACES
                       MOVE "N" TO WS-TICKET-ROW-WRITTEN-SWITCH
                       PERFORM 485-WRITE-ONE-CATEGORY-TXN
                           VARYING WS-TCT-IDX FROM 1 BY 1
                           UNTIL WS-TCT-IDX > TCT-COUNT
                       ADD 1 TO WS-ACCEPTED-COUNT
                       ADD 1 TO WS-BATCH-ACCEPTED-COUNT
                   ELSE
                       MOVE WS-TICKET-ITEM-REASON TO WS-REJECT-REASON
                       MOVE WS-PENDING-RAW-IMAGE TO WS-REJECT-IMAGE
                       PERFORM 610-WRITE-REJECT-IMAGE
                       PERFORM 490-REJECT-ONE-HELD-ITEM
                           VARYING WS-TIT-IDX FROM 1 BY 1
                           UNTIL WS-TIT-IDX > TIT-COUNT
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-TICKET-STATE.
           MOVE SPACES TO WS-TICKET-REJECT-REASON.
      *
      * A CATEGORIA SEM VALOR (ITENS QUE SE ANULARAM) NAO GERA
      * REGISTRO - O CALC1000 REJEITARIA VALOR ZERADO. SO A PRIMEIRA
      * LINHA GRAVADA CONTA COMO TICKET; AS DEMAIS SAEM COM C.
       485-WRITE-ONE-CATEGORY-TXN.
           IF TCT-AMOUNT (WS-TCT-IDX) > ZERO
               MOVE WS-PENDING-TXN-IMAGE TO SALES-TXN-RECORD
               MOVE TCT-TAX-CATEGORY (WS-TCT-IDX) TO TXN-TAX-CATEGORY
               MOVE TCT-AMOUNT (WS-TCT-IDX) TO TXN-SALES-AMOUNT
               IF WS-TICKET-ROW-WRITTEN
                   MOVE "C" TO TXN-TICKET-CONTINUATION
               ELSE
                   MOVE SPACE TO TXN-TICKET-CONTINUATION
                   MOVE "Y" TO WS-TICKET-ROW-WRITTEN-SWITCH
               END-IF
               WRITE SALES-TXN-RECORD
               ADD 1 TO WS-SPLIT-TXN-COUNT
           END-IF.
      *
       490-REJECT-ONE-HELD-ITEM.
           MOVE TIT-RAW-IMAGE (WS-TIT-IDX) TO WS-REJECT-IMAGE.
           PERFORM 610-WRITE-REJECT-IMAGE.
      *
      ******************************************************************
      * 500-EDIT-ONE-DETAIL
      * Field-level edits on one sales ticket. Every detail, good or
                   MOVE DTL-TRANSACTION-DATE TO TXN-TRANSACTION-DATE
               END-IF
               MOVE WS-BATCH-STORE-ID TO TXN-STORE-NUMBER
               MOVE WS-BATCH-PRICING-BASIS TO TXN-PRICING-BASIS
               MOVE SPACE TO TXN-TICKET-CONTINUATION
      * A LOCALIDADE DA LOJA SO VALE PARA VENDA NA UF DA PROPRIA LOJA
      * - VENDA PARA OUTRA UF NAO CARREGA O CONDADO/MUNICIPIO DAQUI.
               IF DTL-LOCALITY-CODE NOT = SPACES
                   MOVE DTL-LOCALITY-CODE TO TXN-LOCALITY-CODE
               ELSE
                   IF DTL-STATE-CODE = WS-BATCH-HOME-JURISDICTION
                       MOVE WS-BATCH-LOCALITY-CODE TO TXN-LOCALITY-CODE
                   ELSE
                       MOVE SPACES TO TXN-LOCALITY-CODE
                   END-IF
               END-IF
      * O REGISTRO LIMPO SO SAI NO FECHAMENTO DO TICKET (480), DEPOIS
      * DE VISTOS OS ITENS QUE VIEREM ABAIXO DELE.
               MOVE SALES-TXN-RECORD TO WS-PENDING-TXN-IMAGE
               MOVE SALES-RAW-RECORD TO WS-PENDING-RAW-IMAGE
               MOVE ZERO TO TIT-COUNT
               MOVE ZERO TO TCT-COUNT
               MOVE ZERO TO WS-TICKET-ITEM-TOTAL
               MOVE SPACES TO WS-TICKET-ITEM-REASON
               MOVE "P" TO WS-TICKET-STATE
           ELSE
               PERFORM 600-WRITE-REJECT-RECORD
               MOVE "R" TO WS-TICKET-STATE
               MOVE WS-REJECT-REASON TO WS-TICKET-REJECT-REASON
           END-IF.
      *
      ******************************************************************
      * 520-EDIT-ONE-ITEM
      * One line of the pending ticket. The item's tax category comes
      * from the product master by SKU - whatever the register thinks
      * the ticket is. The raw item is held with the ticket so a
      * failure anywhere in it sends the whole ticket to SALESREJ; the
      * first failing item names the reason.
      ******************************************************************
       520-EDIT-ONE-ITEM.
           MOVE RAW-RECORD-BODY TO RAW-ITEM-FIELDS.
           ADD 1 TO WS-ITEMS-READ-COUNT.
           IF TIT-COUNT < 99
               ADD 1 TO TIT-COUNT
               MOVE SALES-RAW-RECORD TO TIT-RAW-IMAGE (TIT-COUNT)
           ELSE
      * SEM ESPACO PARA GUARDAR O ITEM ELE NAO TERIA COMO SEGUIR O
      * TICKET PARA O SALESREJ - VAI SOZINHO, E O TICKET CAI EM IT.
               IF WS-TICKET-ITEM-REASON = SPACES
                   DISPLAY "STORE " WS-BATCH-STORE-ID
                       " TICKET HAS MORE THAN 99 ITEMS - TICKET "
                       "REJECTED."
                   MOVE "IT" TO WS-TICKET-ITEM-REASON
               END-IF
               MOVE "IT" TO WS-REJECT-REASON
               PERFORM 600-WRITE-REJECT-RECORD
           END-IF.
           IF WS-TICKET-ITEM-REASON = SPACES
               IF ITM-AMOUNT-TEXT NOT NUMERIC
                   OR ITM-AMOUNT = ZERO
                   MOVE "AM" TO WS-TICKET-ITEM-REASON
               ELSE
                   PERFORM 530-DERIVE-ITEM-CATEGORY
                   IF WS-TICKET-ITEM-REASON = SPACES
                       ADD ITM-AMOUNT TO WS-TICKET-ITEM-TOTAL
                       PERFORM 540-ADD-TO-CATEGORY-TOTAL
                   END-IF
               END-IF
           END-IF.
      *
       530-DERIVE-ITEM-CATEGORY.
           IF WS-PRODUCT-LOOKUP-ON
               MOVE ITM-SKU TO PRD-SKU
               READ PRODUCT-MASTER
                   INVALID KEY
                       DISPLAY "STORE " WS-BATCH-STORE-ID " SKU "
                           ITM-SKU " IS NOT ON THE PRODUCT MASTER - "
                           "TICKET REJECTED."
                       MOVE "SK" TO WS-TICKET-ITEM-REASON
                   NOT INVALID KEY
                       MOVE PRD-TAX-CATEGORY TO WS-ITEM-CATEGORY
                       IF PRD-STATUS-DISCONTINUED
                           ADD 1 TO WS-DISCONTINUED-ITEM-COUNT
                       END-IF
               END-READ
           ELSE
               MOVE TXN-TAX-CATEGORY TO WS-ITEM-CATEGORY
           END-IF.
      *
      * SO EXISTEM TRES CATEGORIAS HOJE; A TABELA DE 10 LINHAS NAO
      * TEM COMO ENCHER DENTRO DE UM TICKET.
       540-ADD-TO-CATEGORY-TOTAL.
           MOVE "N" TO WS-TCT-FOUND-SWITCH.
           MOVE 1 TO WS-TCT-IDX.
           PERFORM 545-CHECK-ONE-CATEGORY-ROW
               UNTIL WS-TCT-IDX > TCT-COUNT
                   OR WS-TCT-ROW-FOUND.
           IF NOT WS-TCT-ROW-FOUND
               AND TCT-COUNT < 10
               ADD 1 TO TCT-COUNT
               MOVE WS-ITEM-CATEGORY TO TCT-TAX-CATEGORY (TCT-COUNT)
               MOVE ITM-AMOUNT TO TCT-AMOUNT (TCT-COUNT)
           END-IF.
      *
       545-CHECK-ONE-CATEGORY-ROW.
           IF TCT-TAX-CATEGORY (WS-TCT-IDX) = WS-ITEM-CATEGORY
               MOVE "Y" TO WS-TCT-FOUND-SWITCH
               ADD ITM-AMOUNT TO TCT-AMOUNT (WS-TCT-IDX)
           ELSE
               ADD 1 TO WS-TCT-IDX
           END-IF.
      *
      ******************************************************************
               TO FDC-BUSINESS-DATE.
           MOVE FCT-ACCEPTED-DATE (WS-FCT-IDX)
               TO FDC-ACCEPTED-DATE.
           MOVE FCT-ACCEPTED-TIME (WS-FCT-IDX)
               TO FDC-ACCEPTED-TIME.
           MOVE FCT-FEED-OUTCOME (WS-FCT-IDX)
               TO FDC-FEED-OUTCOME.
           MOVE FCT-REJECT-REASON (WS-FCT-IDX)
               TO FDC-REJECT-REASON.
           WRITE FEED-CONTROL-RECORD.
      *
       600-WRITE-REJECT-RECORD.
           MOVE SALES-RAW-RECORD TO REJ-RAW-IMAGE.
           WRITE SALES-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
      *
      * MESMA GRAVACAO, A PARTIR DE UMA IMAGEM GUARDADA DO TICKET (O
      * DETALHE E OS ITENS JA LIDOS QUANDO O TICKET E DERRUBADO).
       610-WRITE-REJECT-IMAGE.
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE.
           MOVE WS-REJECT-IMAGE TO REJ-RAW-IMAGE.
           WRITE SALES-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
      *
       700-PRINT-EDIT-SUMMARY.
           DISPLAY "====================================".
           DISPLAY "BATCHES OUT OF BALANCE. : " WS-EDIT-COUNT.
           MOVE WS-DUPLICATE-FEED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "DUPLICATE FEEDS REFUSED : " WS-EDIT-COUNT.
           MOVE WS-ITEMS-READ-COUNT TO WS-EDIT-COUNT.
           DISPLAY "ITEM RECORDS READ . . . : " WS-EDIT-COUNT.
           MOVE WS-SPLIT-TXN-COUNT TO WS-EDIT-COUNT.
           DISPLAY "CATEGORY ROWS FROM ITEMS: " WS-EDIT-COUNT.
           MOVE WS-DISCONTINUED-ITEM-COUNT TO WS-EDIT-COUNT.
           DISPLAY "DISCONTINUED SKU ITEMS. : " WS-EDIT-COUNT.
           MOVE WS-INCLUSIVE-BATCH-COUNT TO WS-EDIT-COUNT.
           DISPLAY "TAX-INCLUSIVE BATCHES . : " WS-EDIT-COUNT.
       END PROGRAM TAXEDIT.
