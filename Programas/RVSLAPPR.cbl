      *              REGRAVADO COM AS DECISOES; A PROXIMA RODADA DO
      *              CALC1000 TRIBUTA OS APROVADOS E DESCARTA OS
      *              RECUSADOS, CONTANDO TUDO NO RESUMO DIARIO.
      *DATA          15/10/2026
      *DESCRICAO     A LOCALIDADE DA VENDA GRAVADA PELO CALC1000 NO
      *              ITEM RETIDO E PRESERVADA NA REGRAVACAO DO RVSLPEND.
      *DATA          15/10/2026
      *DESCRICAO     A BASE DE PRECO DO ITEM RETIDO (LIQUIDO OU COM
      *              IMPOSTO DENTRO) TAMBEM E PRESERVADA NA REGRAVACAO.
      *DATA          15/10/2026
      *DESCRICAO     SIGN-ON OBRIGATORIO (SIGNON1) COM O PAPEL P
      *              (APROVADOR). SEGREGACAO DE FUNCOES: O OPERADOR QUE
      *              RODOU O LOTE QUE RETEVE O ITEM (RVP-SUBMITTED-BY)
      *              NAO PODE APROVA-LO NEM RECUSA-LO - O ITEM FICA
      *              PENDENTE PARA OUTRO APROVADOR E A TENTATIVA VAI
      *              PARA O EXCPLOG. QUEM DECIDIU FICA GRAVADO EM
      *              RVP-DECIDED-BY.
      *DATA          15/10/2026
      *DESCRICAO     O INDICADOR DE CONTINUACAO DE TICKET QUEBRADO POR
      *              CATEGORIA (RVP-TICKET-CONTINUATION) TAMBEM E
      *              PRESERVADO NA REGRAVACAO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVSLAPPR.
           05  RVP-TXN-DATE                PIC 9(08).
           05  RVP-STORE-NUMBER            PIC X(04).
           05  RVP-HELD-DATE               PIC 9(08).
           05  RVP-LOCALITY-CODE           PIC X(05).
           05  RVP-PRICING-BASIS           PIC X(01).
           05  RVP-SUBMITTED-BY            PIC X(08).
           05  RVP-DECIDED-BY              PIC X(08).
           05  RVP-TICKET-CONTINUATION     PIC X(01).
      *
       WORKING-STORAGE SECTION.
       77  WS-RVSLPEND-STATUS              PIC X(02)   VALUE "00".
               10  PRV-TXN-DATE            PIC 9(08).
               10  PRV-STORE-NUMBER        PIC X(04).
               10  PRV-HELD-DATE           PIC 9(08).
               10  PRV-LOCALITY-CODE       PIC X(05).
               10  PRV-PRICING-BASIS       PIC X(01).
               10  PRV-SUBMITTED-BY        PIC X(08).
               10  PRV-DECIDED-BY          PIC X(08).
               10  PRV-TICKET-CONTINUATION PIC X(01).
       77  WS-PRV-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-PRV-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-PRV-TABLE-IS-FULL                     VALUE "Y".
       77  WS-APPROVED-COUNT               PIC 9(05)   VALUE ZERO.
       77  WS-REFUSED-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-SKIPPED-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-OWN-ITEM-COUNT               PIC 9(05)   VALUE ZERO.
       77  WS-EDIT-COUNT                   PIC ZZ,ZZ9.
       77  WS-EDIT-AMOUNT                  PIC Z(04)9.99.
      *
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
       77  WS-APPROVER-ID                  PIC X(08)   VALUE SPACES.
      *
      * PARAMETROS PASSADOS AO SUBPROGRAMA EXCPLOG1 QUANDO O APROVADOR
      * TENTA DECIDIR UM ESTORNO QUE ELE MESMO SUBMETEU.
       77  WS-EXCLOG-PROGRAM-ID            PIC X(08) VALUE "RVSLAPPR".
       77  WS-EXCLOG-FIELD-NAME            PIC X(20).
       77  WS-EXCLOG-BAD-VALUE             PIC X(20).
      *
       PROCEDURE DIVISION.
      *
       0000-APPROVE-REVERSALS.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "RVSLAPPR" TO SGN-PROGRAM-ID.
           MOVE "P" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-APPROVER-ID.
           PERFORM 1000-LOAD-PENDING-FILE.
      * ARQUIVO MAIOR QUE A TABELA: REGRAVAR SO O QUE COUBE
      * DESTRUIRIA OS RETIDOS DE FORA - A SESSAO E ABANDONADA COM O
                   PRV-STORE-NUMBER (PENDING-REVERSAL-COUNT)
               MOVE RVP-HELD-DATE TO
                   PRV-HELD-DATE (PENDING-REVERSAL-COUNT)
               MOVE RVP-LOCALITY-CODE TO
                   PRV-LOCALITY-CODE (PENDING-REVERSAL-COUNT)
               MOVE RVP-PRICING-BASIS TO
                   PRV-PRICING-BASIS (PENDING-REVERSAL-COUNT)
               MOVE RVP-SUBMITTED-BY TO
                   PRV-SUBMITTED-BY (PENDING-REVERSAL-COUNT)
               MOVE RVP-DECIDED-BY TO
                   PRV-DECIDED-BY (PENDING-REVERSAL-COUNT)
               MOVE RVP-TICKET-CONTINUATION TO
                   PRV-TICKET-CONTINUATION (PENDING-REVERSAL-COUNT)
           ELSE
               IF NOT WS-PRV-TABLE-IS-FULL
                   DISPLAY "PENDING-REVERSAL-TABLE FULL AT 200 "
      * Only status-P items come up for decision; items already
      * decided but not yet picked up by the batch pass through
      * untouched. S leaves the item pending for another session.
      * The operator who ran the batch that held the item may look
      * at it but not decide it; an item held by an unattended run
      * (blank submitter) may be decided by any approver.
      ******************************************************************
       2000-DECIDE-ONE-ITEM.
           IF PRV-STATUS (WS-PRV-IDX) = "P"
               DISPLAY "  TXN DATE " PRV-TXN-DATE (WS-PRV-IDX)
                   "  STORE " PRV-STORE-NUMBER (WS-PRV-IDX)
                   "  HELD " PRV-HELD-DATE (WS-PRV-IDX)
                   "  BY " PRV-SUBMITTED-BY (WS-PRV-IDX)
               PERFORM 2100-ACCEPT-ONE-DECISION
           END-IF.
      *
       2100-ACCEPT-ONE-DECISION.
           DISPLAY "A = APPROVE, R = REFUSE, S = LEAVE PENDING: ".
           ACCEPT WS-DECISION-CODE.
           IF (WS-DECISION-CODE = "A" OR "R")
               AND PRV-SUBMITTED-BY (WS-PRV-IDX) = WS-APPROVER-ID
               PERFORM 2200-REFUSE-OWN-REVERSAL
               MOVE "S" TO WS-DECISION-CODE
           END-IF.
           EVALUATE WS-DECISION-CODE
               WHEN "A"
                   MOVE "A" TO PRV-STATUS (WS-PRV-IDX)
                   MOVE WS-APPROVER-ID TO PRV-DECIDED-BY (WS-PRV-IDX)
                   ADD 1 TO WS-APPROVED-COUNT
                   DISPLAY "APPROVED - THE NEXT BATCH RUN TAXES IT."
               WHEN "R"
                   MOVE "R" TO PRV-STATUS (WS-PRV-IDX)
                   MOVE WS-APPROVER-ID TO PRV-DECIDED-BY (WS-PRV-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "REFUSED - THE NEXT BATCH RUN DROPS IT."
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "LEFT PENDING."
           END-EVALUATE.
      *
      * A CONTA DO ITEM VAI NO NOME DO CAMPO PARA O AUDITOR ACHAR O
      * ESTORNO; O VALOR RUIM E O OPERADOR QUE TENTOU.
       2200-REFUSE-OWN-REVERSAL.
           ADD 1 TO WS-OWN-ITEM-COUNT.
           DISPLAY "YOU SUBMITTED THIS REVERSAL - ANOTHER APPROVER "
               "MUST DECIDE IT.".
           MOVE SPACES TO WS-EXCLOG-FIELD-NAME.
           STRING "OWN RVSL ACCT " DELIMITED BY SIZE
               PRV-ACCOUNT-NUMBER (WS-PRV-IDX) DELIMITED BY SIZE
               INTO WS-EXCLOG-FIELD-NAME.
           MOVE WS-APPROVER-ID TO WS-EXCLOG-BAD-VALUE.
           CALL "EXCPLOG1" USING WS-EXCLOG-PROGRAM-ID
                                 WS-EXCLOG-FIELD-NAME
                                 WS-EXCLOG-BAD-VALUE.
      *
       3000-REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-REVERSAL-FILE.
           MOVE PRV-TXN-DATE (WS-PRV-IDX) TO RVP-TXN-DATE.
           MOVE PRV-STORE-NUMBER (WS-PRV-IDX) TO RVP-STORE-NUMBER.
           MOVE PRV-HELD-DATE (WS-PRV-IDX) TO RVP-HELD-DATE.
           MOVE PRV-LOCALITY-CODE (WS-PRV-IDX) TO RVP-LOCALITY-CODE.
           MOVE PRV-PRICING-BASIS (WS-PRV-IDX) TO RVP-PRICING-BASIS.
           MOVE PRV-SUBMITTED-BY (WS-PRV-IDX) TO RVP-SUBMITTED-BY.
           MOVE PRV-DECIDED-BY (WS-PRV-IDX) TO RVP-DECIDED-BY.
           MOVE PRV-TICKET-CONTINUATION (WS-PRV-IDX)
               TO RVP-TICKET-CONTINUATION.
           WRITE PENDING-REVERSAL-RECORD.
      *
       4000-PRINT-APPROVAL-SUMMARY.
           DISPLAY "REFUSED . . . . . . . . : " WS-EDIT-COUNT.
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "LEFT PENDING. . . . . . : " WS-EDIT-COUNT.
           MOVE WS-OWN-ITEM-COUNT TO WS-EDIT-COUNT.
           DISPLAY "  OF WHICH YOUR OWN . . : " WS-EDIT-COUNT.
       END PROGRAM RVSLAPPR.
