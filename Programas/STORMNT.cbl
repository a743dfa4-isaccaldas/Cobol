      *DESCRICAO     TODA ALTERACAO BEM SUCEDIDA PASSOU A SER
      *              JORNALIZADA EM RCVYJRNL (VIA RCVYJRN1) PARA O
      *              ROLL-FORWARD DO RCVYFWD SOBRE UM RESTORE.
      *DATA          15/10/2026
      *DESCRICAO     A LOJA GANHOU O CODIGO DE LOCALIDADE (CONDADO/
      *              MUNICIPIO) CUJAS ALIQUOTAS LOCAIS DO LOCLRATE SE
      *              SOMAM A ESTADUAL NO CALC1000 - INFORMADO NA
      *              INCLUSAO, ALTERAVEL E MOSTRADO NA CONSULTA.
      *DATA          15/10/2026
      *DESCRICAO     A LOJA GANHOU A BASE DE PRECO (N = LIQUIDO, G =
      *              BRUTO COM IMPOSTO DENTRO), INFORMADA NA INCLUSAO,
      *              ALTERAVEL E MOSTRADA NA CONSULTA. A IMAGEM
      *              JORNALIZADA CRESCEU PARA 42 POSICOES.
      *DATA          15/10/2026
      *DESCRICAO     A LOJA GANHOU A SITUACAO (A = ATIVA, T = FORA DE
      *              OPERACAO TEMPORARIAMENTE, C = FECHADA) E AS DATAS
      *              DE INAUGURACAO E ENCERRAMENTO, QUE O FEEDMON USA
      *              PARA SABER DE QUEM O FEED E ESPERADO - INFORMADAS
      *              NA INCLUSAO, ALTERAVEIS E MOSTRADAS NA CONSULTA.
      *              A IMAGEM JORNALIZADA CRESCEU PARA 59 POSICOES.
      *DATA          15/10/2026
      *DESCRICAO     SIGN-ON OBRIGATORIO NA ENTRADA (SIGNON1) - SO
      *              ENTRA OPERADOR ATIVO COM O PAPEL A (CADASTROS);
      *              RECUSA VAI PARA O EXCPLOG E O OPERADOR FICA
      *              GRAVADO EM CADA LINHA DO RCVYJRNL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORMNT.
       77  WS-ENTRY-STORE-NUMBER           PIC X(04).
       77  WS-ENTRY-STORE-NAME             PIC X(30).
       77  WS-ENTRY-JURISDICTION           PIC X(02).
       77  WS-ENTRY-LOCALITY               PIC X(05).
       77  WS-ENTRY-PRICING-BASIS          PIC X(01).
           88  WS-ENTRY-BASIS-VALID                 VALUE "N" "G".
       77  WS-ENTRY-STORE-STATUS           PIC X(01).
           88  WS-ENTRY-STATUS-VALID                VALUE "A" "T" "C".
      * DATAS DIGITADAS EM TEXTO PARA O TESTE NUMERIC ANTES DO MOVE.
       77  WS-ENTRY-OPEN-DATE              PIC X(08).
       77  WS-ENTRY-CLOSE-DATE             PIC X(08).
      *
      *
      * PARAMETROS PASSADOS AO SUBPROGRAMA RCVYJRN1, QUE JORNALIZA
       77  WS-JRN-FILE-NAME                PIC X(08) VALUE SPACES.
       77  WS-JRN-ACTION-CODE              PIC X(01) VALUE SPACE.
       77  WS-JRN-RECORD-IMAGE             PIC X(130) VALUE SPACES.
      *
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINTAIN-STORE-MASTER.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "STORMNT" TO SGN-PROGRAM-ID.
           MOVE "A" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-OPEN-STORE-MASTER.
           IF WS-STORMST-STATUS = "00"
               PERFORM 200-PROCESS-ONE-ACTION
               ACCEPT WS-ENTRY-STORE-NAME
               DISPLAY "HOME JURISDICTION (STATE CODE): "
               ACCEPT WS-ENTRY-JURISDICTION
               DISPLAY "LOCALITY CODE (BLANK = NO LOCAL SURTAX): "
               ACCEPT WS-ENTRY-LOCALITY
               DISPLAY "PRICING BASIS (N = NET, G = TAX-INCLUSIVE "
                   "GROSS, BLANK = N): "
               ACCEPT WS-ENTRY-PRICING-BASIS
               IF NOT WS-ENTRY-BASIS-VALID
                   MOVE "N" TO WS-ENTRY-PRICING-BASIS
               END-IF
               DISPLAY "STORE STATUS (A = ACTIVE, T = TEMPORARILY "
                   "NOT TRADING, C = CLOSED, BLANK = A): "
               ACCEPT WS-ENTRY-STORE-STATUS
               IF NOT WS-ENTRY-STATUS-VALID
                   MOVE "A" TO WS-ENTRY-STORE-STATUS
               END-IF
               DISPLAY "OPENING DATE CCYYMMDD (BLANK = NONE): "
               ACCEPT WS-ENTRY-OPEN-DATE
               IF WS-ENTRY-OPEN-DATE NOT NUMERIC
                   MOVE ZERO TO WS-ENTRY-OPEN-DATE
               END-IF
               DISPLAY "CLOSING DATE CCYYMMDD (BLANK = NONE): "
               ACCEPT WS-ENTRY-CLOSE-DATE
               IF WS-ENTRY-CLOSE-DATE NOT NUMERIC
                   MOVE ZERO TO WS-ENTRY-CLOSE-DATE
               END-IF
               MOVE WS-ENTRY-STORE-NUMBER TO STM-STORE-NUMBER
               MOVE WS-ENTRY-STORE-NAME TO STM-STORE-NAME
               MOVE WS-ENTRY-JURISDICTION TO STM-HOME-JURISDICTION
               MOVE WS-ENTRY-LOCALITY TO STM-LOCALITY-CODE
               MOVE WS-ENTRY-PRICING-BASIS TO STM-PRICING-BASIS
               MOVE WS-ENTRY-STORE-STATUS TO STM-STORE-STATUS
               MOVE WS-ENTRY-OPEN-DATE TO STM-OPEN-DATE
               MOVE WS-ENTRY-CLOSE-DATE TO STM-CLOSE-DATE
               PERFORM 700-WARN-TRADING-DATES
               WRITE STORE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "STORE ALREADY ON FILE - USE CHANGE."
                       MOVE WS-ENTRY-JURISDICTION
                           TO STM-HOME-JURISDICTION
                   END-IF
      * LOJA GRAVADA ANTES DO CAMPO VOLTA COM ELE SUJO - LIMPO AQUI
      * PARA O PROMPT E A REGRAVACAO. UM PONTO (.) APAGA A
      * LOCALIDADE; BRANCO MANTEM A ATUAL.
                   IF STM-LOCALITY-CODE = LOW-VALUES
                       MOVE SPACES TO STM-LOCALITY-CODE
                   END-IF
                   DISPLAY "LOCALITY CODE (BLANK TO KEEP '"
                       STM-LOCALITY-CODE "', . TO CLEAR): "
                   ACCEPT WS-ENTRY-LOCALITY
                   IF WS-ENTRY-LOCALITY = "."
                       MOVE SPACES TO STM-LOCALITY-CODE
                   ELSE
                       IF WS-ENTRY-LOCALITY NOT = SPACES
                           MOVE WS-ENTRY-LOCALITY
                               TO STM-LOCALITY-CODE
                       END-IF
                   END-IF
                   IF NOT STM-PRICES-TAX-INCLUSIVE
                       MOVE "N" TO STM-PRICING-BASIS
                   END-IF
                   DISPLAY "PRICING BASIS N/G (BLANK TO KEEP '"
                       STM-PRICING-BASIS "'): "
                   ACCEPT WS-ENTRY-PRICING-BASIS
                   IF WS-ENTRY-PRICING-BASIS NOT = SPACE
                       IF WS-ENTRY-BASIS-VALID
                           MOVE WS-ENTRY-PRICING-BASIS
                               TO STM-PRICING-BASIS
                       ELSE
                           DISPLAY "PRICING BASIS MUST BE N OR G - "
                               "BASIS KEPT."
                       END-IF
                   END-IF
      * LOJA GRAVADA ANTES DA SITUACAO E DAS DATAS VOLTA COM ELAS
      * SUJAS - LIMPAS AQUI (ATIVA, SEM DATAS) PARA O PROMPT E A
      * REGRAVACAO. NAS DATAS, UM PONTO (.) APAGA; BRANCO MANTEM.
                   IF NOT STM-STORE-SUSPENDED
                       AND NOT STM-STORE-CLOSED
                       MOVE "A" TO STM-STORE-STATUS
                   END-IF
                   IF STM-OPEN-DATE NOT NUMERIC
                       MOVE ZERO TO STM-OPEN-DATE
                   END-IF
                   IF STM-CLOSE-DATE NOT NUMERIC
                       MOVE ZERO TO STM-CLOSE-DATE
                   END-IF
                   DISPLAY "STORE STATUS A/T/C (BLANK TO KEEP '"
                       STM-STORE-STATUS "'): "
                   ACCEPT WS-ENTRY-STORE-STATUS
                   IF WS-ENTRY-STORE-STATUS NOT = SPACE
                       IF WS-ENTRY-STATUS-VALID
                           MOVE WS-ENTRY-STORE-STATUS
                               TO STM-STORE-STATUS
                       ELSE
                           DISPLAY "STORE STATUS MUST BE A, T OR C - "
                               "STATUS KEPT."
                       END-IF
                   END-IF
                   DISPLAY "OPENING DATE (BLANK TO KEEP '"
                       STM-OPEN-DATE "', . TO CLEAR): "
                   ACCEPT WS-ENTRY-OPEN-DATE
                   IF WS-ENTRY-OPEN-DATE = "."
                       MOVE ZERO TO STM-OPEN-DATE
                   ELSE
                       IF WS-ENTRY-OPEN-DATE NOT = SPACES
                           IF WS-ENTRY-OPEN-DATE IS NUMERIC
                               MOVE WS-ENTRY-OPEN-DATE
                                   TO STM-OPEN-DATE
                           ELSE
                               DISPLAY "OPENING DATE NOT NUMERIC - "
                                   "DATE KEPT."
                           END-IF
                       END-IF
                   END-IF
                   DISPLAY "CLOSING DATE (BLANK TO KEEP '"
                       STM-CLOSE-DATE "', . TO CLEAR): "
                   ACCEPT WS-ENTRY-CLOSE-DATE
                   IF WS-ENTRY-CLOSE-DATE = "."
                       MOVE ZERO TO STM-CLOSE-DATE
                   ELSE
                       IF WS-ENTRY-CLOSE-DATE NOT = SPACES
                           IF WS-ENTRY-CLOSE-DATE IS NUMERIC
                               MOVE WS-ENTRY-CLOSE-DATE
                                   TO STM-CLOSE-DATE
                           ELSE
                               DISPLAY "CLOSING DATE NOT NUMERIC - "
                                   "DATE KEPT."
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 700-WARN-TRADING-DATES
                   REWRITE STORE-MASTER-RECORD
                   PERFORM 910-JOURNAL-REWRITE
                   DISPLAY "STORE CHANGED."
                       STM-STORE-NAME
                   DISPLAY "HOME JURISDICTION . . . : "
                       STM-HOME-JURISDICTION
                   DISPLAY "LOCALITY CODE . . . . . : "
                       STM-LOCALITY-CODE
                   DISPLAY "PRICING BASIS . . . . . : "
                       STM-PRICING-BASIS
                   DISPLAY "STORE STATUS. . . . . . : "
                       STM-STORE-STATUS
                   DISPLAY "OPENING DATE. . . . . . : "
                       STM-OPEN-DATE
                   DISPLAY "CLOSING DATE. . . . . . : "
                       STM-CLOSE-DATE
           END-READ.
      *
      ******************************************************************
      * 700-WARN-TRADING-DATES
      * The dates are taken as keyed - they only decide whose feed
      * FEEDMON expects - but a combination that can never trade is
      * pointed out before the record is written.
      ******************************************************************
       700-WARN-TRADING-DATES.
           IF STM-CLOSE-DATE NOT = ZERO
               AND STM-CLOSE-DATE < STM-OPEN-DATE
               DISPLAY "CLOSING DATE IS BEFORE THE OPENING DATE - NO "
                   "FEED WILL BE EXPECTED FROM THIS STORE."
           END-IF.
           IF STM-STORE-CLOSED AND STM-CLOSE-DATE = ZERO
               DISPLAY "CLOSED STORE WITH NO CLOSING DATE - NO FEED "
                   "WILL BE EXPECTED ON ANY DATE."
           END-IF.
      *
      ******************************************************************
      * 900/910/915-JOURNAL-* - ONE RCVYJRNL LINE PER SUCCESSFUL
      * UPDATE (ON A DELETE ONLY THE KEY IN THE IMAGE MATTERS).
      ******************************************************************
       920-CALL-JOURNAL.
           MOVE "STORMST" TO WS-JRN-FILE-NAME.
           MOVE SPACES TO WS-JRN-RECORD-IMAGE.
           MOVE STORE-MASTER-RECORD TO WS-JRN-RECORD-IMAGE (1:59).
           CALL "RCVYJRN1" USING WS-JRN-PROGRAM-ID
               WS-JRN-FILE-NAME WS-JRN-ACTION-CODE
               WS-JRN-RECORD-IMAGE.
