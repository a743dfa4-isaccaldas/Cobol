      *              CUJO VALOR BATE EXATO COM A CONFIRMACAO, PARA O
      *              PAGAMENTO DA RETIFICADORA NAO CAIR EM CIMA DA
      *              ORIGINAL JA PAGA.
      *DATA          15/10/2026
      *DESCRICAO     LAYOUT DA GUIA ACOMPANHA O TAXREMIT: PARCELA DE
      *              IMPOSTO SOBRE USO (VCH-USE-TAX-AMOUNT) NO FIM DO
      *              REGISTRO. O CASAMENTO CONTINUA PELO VALOR TOTAL.
      *DATA          15/10/2026
      *DESCRICAO     IDEM PARA A PARCELA DE SOBRETAXA LOCAL (VCH-
      *              LOCAL-TAX-AMOUNT).
      *DATA          15/10/2026
      *DESCRICAO     IDEM PARA O IMPOSTO DE INCOBRAVEIS DEDUZIDO NA
      *              GUIA (VCH-BAD-DEBT-AMOUNT).
      *DATA          15/10/2026
      *DESCRICAO     GUIA ZERADA (DECLARACAO SEM VALOR A PAGAR, QUE O
      *              TAXREMIT GRAVA NA EXECUCAO PELO CALENDARIO) NAO
      *              ESPERA PAGAMENTO: SAI COMO QUITADA, NAO COMO
      *              EM ABERTO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSETTL.
           05  VCH-AMOUNT-DUE              PIC 9(11)V99.
           05  VCH-DUE-DATE                PIC 9(08).
           05  VCH-VOUCHER-TYPE            PIC X(01).
           05  VCH-USE-TAX-AMOUNT          PIC 9(11)V99.
           05  VCH-LOCAL-TAX-AMOUNT        PIC 9(11)V99.
           05  VCH-BAD-DEBT-AMOUNT         PIC S9(11)V99.
      *
      * CONFIRMACAO DO TESOURO: A GUIA QUE ELE DIZ TER PAGO, POR
      * JURISDICAO/PERIODO, COM DATA E VALOR EFETIVAMENTE PAGOS.
           COMPUTE WS-OUTSTANDING-AMOUNT =
               VTB-AMOUNT-DUE (WS-VTB-IDX)
               - VTB-PAID-AMOUNT (WS-VTB-IDX).
           IF (VTB-PAID-SWITCH (WS-VTB-IDX) = "Y"
                   OR VTB-AMOUNT-DUE (WS-VTB-IDX) = ZERO)
               AND WS-OUTSTANDING-AMOUNT = ZERO
               ADD 1 TO WS-PAID-COUNT
               MOVE VTB-AMOUNT-DUE (WS-VTB-IDX) TO WS-EDIT-PAID
