      *DESCRICAO     REJEITO COM MOTIVO RV (ESTORNO RECUSADO PELO
      *              SUPERVISOR NO RVSLAPPR) NUNCA E RECICLADO NEM
      *              CARREGADO - E UM DESCARTE DELIBERADO.
      *DATA          15/10/2026
      *DESCRICAO     A LOCALIDADE DA VENDA (SOBRETAXA DE CONDADO/
      *              MUNICIPIO) PASSOU A SER CARREGADA INTACTA DO
      *              REJEITO ATE O SALESTXN RECICLADO, PARA A VENDA
      *              RECICLADA PAGAR A MESMA SOBRETAXA LOCAL.
      *DATA          15/10/2026
      *DESCRICAO     A BASE DE PRECO DA VENDA (LIQUIDO OU COM IMPOSTO
      *              DENTRO) TAMBEM E CARREGADA DO REJEITO ATE O
      *              SALESTXN RECICLADO, PARA O CALC1000 EXTRAIR O
      *              IMPOSTO DO MESMO JEITO NA SEGUNDA PASSADA.
      *DATA          15/10/2026
      *DESCRICAO     O INDICADOR DE CONTINUACAO DE TICKET QUEBRADO POR
      *              CATEGORIA (C) TAMBEM VOLTA DO REJEITO E DO
      *              RJCARRY PARA O SALESTXN RECICLADO, PARA A LINHA
      *              RECICLADA NAO SER CONTADA COMO TICKET NOVO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRCYC.
           05  RJX-TYPE-CODE               PIC X(01).
           05  RJX-TAX-CATEGORY            PIC X(01).
           05  RJX-STORE-NUMBER            PIC X(04).
           05  RJX-LOCALITY-CODE           PIC X(05).
           05  RJX-PRICING-BASIS           PIC X(01).
           05  RJX-TICKET-CONTINUATION     PIC X(01).
      *
       FD  REJECT-CARRY-FILE.
       01  REJECT-CARRY-RECORD.
           05  RJC-TYPE-CODE               PIC X(01).
           05  RJC-TAX-CATEGORY            PIC X(01).
           05  RJC-STORE-NUMBER            PIC X(04).
           05  RJC-LOCALITY-CODE           PIC X(05).
           05  RJC-PRICING-BASIS           PIC X(01).
           05  RJC-TICKET-CONTINUATION     PIC X(01).
      *
       FD  SALES-TXN-FILE.
           COPY TAXTXN.
               10  RCY-TYPE-CODE           PIC X(01).
               10  RCY-TAX-CATEGORY        PIC X(01).
               10  RCY-STORE-NUMBER        PIC X(04).
               10  RCY-LOCALITY-CODE       PIC X(05).
               10  RCY-PRICING-BASIS       PIC X(01).
               10  RCY-TICKET-CONTINUATION PIC X(01).
       77  WS-RCY-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-TABLE-FULL-SWITCH            PIC X(01)   VALUE "N".
           88  WS-TABLE-IS-FULL                         VALUE "Y".
                   RCY-TAX-CATEGORY (RECYCLE-TABLE-COUNT)
               MOVE RJX-STORE-NUMBER TO
                   RCY-STORE-NUMBER (RECYCLE-TABLE-COUNT)
               MOVE RJX-LOCALITY-CODE TO
                   RCY-LOCALITY-CODE (RECYCLE-TABLE-COUNT)
               MOVE RJX-PRICING-BASIS TO
                   RCY-PRICING-BASIS (RECYCLE-TABLE-COUNT)
               MOVE RJX-TICKET-CONTINUATION TO
                   RCY-TICKET-CONTINUATION (RECYCLE-TABLE-COUNT)
           ELSE
               PERFORM 1050-WARN-TABLE-FULL
           END-IF.
                   RCY-TAX-CATEGORY (RECYCLE-TABLE-COUNT)
               MOVE RJC-STORE-NUMBER TO
                   RCY-STORE-NUMBER (RECYCLE-TABLE-COUNT)
               MOVE RJC-LOCALITY-CODE TO
                   RCY-LOCALITY-CODE (RECYCLE-TABLE-COUNT)
               MOVE RJC-PRICING-BASIS TO
                   RCY-PRICING-BASIS (RECYCLE-TABLE-COUNT)
               MOVE RJC-TICKET-CONTINUATION TO
                   RCY-TICKET-CONTINUATION (RECYCLE-TABLE-COUNT)
           ELSE
               PERFORM 1050-WARN-TABLE-FULL
           END-IF.
           END-IF.
           MOVE RCY-TXN-DATE (WS-RCY-IDX) TO TXN-TRANSACTION-DATE.
           MOVE RCY-STORE-NUMBER (WS-RCY-IDX) TO TXN-STORE-NUMBER.
           MOVE RCY-LOCALITY-CODE (WS-RCY-IDX) TO TXN-LOCALITY-CODE.
           MOVE RCY-PRICING-BASIS (WS-RCY-IDX) TO TXN-PRICING-BASIS.
           MOVE RCY-TICKET-CONTINUATION (WS-RCY-IDX)
               TO TXN-TICKET-CONTINUATION.
           WRITE SALES-TXN-RECORD.
           ADD 1 TO WS-RECYCLED-COUNT.
           DISPLAY "RECYCLED " RCY-ACCOUNT-NUMBER (WS-RCY-IDX)
           MOVE RCY-TYPE-CODE (WS-RCY-IDX) TO RJC-TYPE-CODE.
           MOVE RCY-TAX-CATEGORY (WS-RCY-IDX) TO RJC-TAX-CATEGORY.
           MOVE RCY-STORE-NUMBER (WS-RCY-IDX) TO RJC-STORE-NUMBER.
           MOVE RCY-LOCALITY-CODE (WS-RCY-IDX) TO RJC-LOCALITY-CODE.
           MOVE RCY-PRICING-BASIS (WS-RCY-IDX) TO RJC-PRICING-BASIS.
           MOVE RCY-TICKET-CONTINUATION (WS-RCY-IDX)
               TO RJC-TICKET-CONTINUATION.
           WRITE REJECT-CARRY-RECORD.
           ADD 1 TO WS-STILL-HELD-COUNT.
           PERFORM 2500-CHECK-REJECT-AGE.
