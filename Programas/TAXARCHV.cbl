      *DATA          02/09/2026
      *DESCRICAO     IDEM PARA A ORIGEM DO LANCAMENTO (LOG-ENTRY-
      *              SOURCE, B = LOTE / I = BALCAO INTERATIVO).
      *DATA          15/10/2026
      *DESCRICAO     IDEM PARA A LOCALIDADE E A ABERTURA DO IMPOSTO
      *              EM ESTADUAL/CONDADO/MUNICIPIO.
      *DATA          15/10/2026
      *DESCRICAO     IDEM PARA A BASE DE PRECO DO TICKET (LOG-PRICING-
      *              BASIS, G = IMPOSTO EXTRAIDO DO PRECO BRUTO).
      *DATA          15/10/2026
      *DESCRICAO     IDEM PARA A DATA ORIGINAL DO LANCAMENTO DESVIADO
      *              DE UM MES FECHADO (LOG-ORIGINAL-DATE).
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA). A DIVISAO SE POSICIONA (START) NA CHAVE DE
      *              DATA E LE SO O QUE ESTA ANTES DO CORTE, GUARDANDO
      *              A CHAVE UNICA NO PENDENTE; O LOG VIVO NAO E MAIS
      *              RECOPIADO (SAIU O TAXLOGWK) - NA ULTIMA FASE CADA
      *              PENDENTE E APAGADO DO LOG PELA CHAVE (DELETE), O
      *              QUE E IDEMPOTENTE NA RERODADA E NAO PERDE O QUE
      *              FOI GRAVADO NO LOG ENQUANTO O JOB RODAVA. O
      *              RESUMO DEIXOU DE MOSTRAR OS RETIDOS, QUE NAO SAO
      *              MAIS LIDOS.
      *DATA          15/10/2026
      *DESCRICAO     O ESTADO DE RETOMADA SO E LIMPO (E O RESUMO SO
      *              SAI) QUANDO A LIMPEZA DO LOG VIVO TERMINA. SE O
      *              TAXLOG OU O PENDENTE NAO ABREM, A FASE 2 FICA NO
      *              ARCHSTAT E A RERODADA REFAZ SO A LIMPEZA - ANTES
      *              ELA RECOMECAVA DA DIVISAO E ANEXAVA OS MESMOS
      *              REGISTROS DE NOVO NO HISTORICO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXARCHV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TAX-LOG-FILE ASSIGN TO "TAXLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TRANSACTION-KEY
               ALTERNATE RECORD KEY IS LOG-BUSINESS-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOG-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOG-STORE-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TAXLOG-STATUS.
      *
      * O HISTORICO E PARTICIONADO POR ANO: CADA GERACAO GRAVA NO
      * SEU PROPRIO ARQUIVO TAXHIST-CCYY (NOME MONTADO EM
       FILE SECTION.
       FD  SALES-TAX-LOG-FILE.
           COPY TAXLOG.
      *
       FD  TAX-HISTORY-FILE.
           COPY TAXHIST.
           COPY HISTCTLG.
      *
      * MESMO LAYOUT DO HISTORICO, COMO FILA DE ESPERA DO QUE AINDA
      * VAI PARA AS GERACOES, MAIS A CHAVE UNICA DO LOG - E POR ELA
      * QUE 3000-DELETE-ARCHIVED-FROM-LOG APAGA O REGISTRO DO LOG VIVO.
       FD  PENDING-ARCHIVE-FILE.
       01  PENDING-ARCHIVE-RECORD.
           05  PND-BUSINESS-DATE           PIC 9(08).
           05  PND-EXEMPT-FLAG             PIC X(01).
           05  PND-STORE-NUMBER            PIC X(04).
           05  PND-ENTRY-SOURCE            PIC X(01).
           05  PND-LOCALITY-CODE           PIC X(05).
           05  PND-STATE-TAX               PIC S9(5)V99.
           05  PND-COUNTY-TAX              PIC S9(5)V99.
           05  PND-CITY-TAX                PIC S9(5)V99.
           05  PND-PRICING-BASIS           PIC X(01).
           05  PND-ORIGINAL-DATE           PIC 9(08).
           05  PND-TRANSACTION-KEY         PIC X(29).
      *
      * ESTADO DA EXECUCAO: FASE 1 = DIVISAO CONFERIDA (HISTORICO
      * AINDA INTACTO), FASE 2 = PENDENTES APLICADOS AS GERACOES
      * (LOG VIVO AINDA O ORIGINAL). AST-RETAINED-COUNT FICA ZERADO
      * DESDE QUE OS RETIDOS DEIXARAM DE SER LIDOS. AST-APPLIED-COUNT
      * E O CHECKPOINT DA FASE DE APLICACAO - NA RERODADA, OS PRIMEIROS
      * N PENDENTES JA APLICADOS SAO PULADOS EM VEZ DE IREM PARA O
      * HISTORICO DE NOVO.
       FD  ARCHIVE-STATE-FILE.
      *
       WORKING-STORAGE SECTION.
       77  WS-TAXLOG-STATUS                PIC X(02)   VALUE "00".
       77  WS-TAXHIST-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXLOG-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-TAXLOG-EOF                            VALUE "Y".
       77  WS-CUTOFF-JULIAN                  PIC S9(09).
       01  WS-CUTOFF-DATE                   PIC 9(08).
      *
       77  WS-ARCHIVED-COUNT                PIC 9(07)   VALUE ZERO.
       77  WS-INPUT-COUNT                   PIC 9(07)   VALUE ZERO.
       77  WS-DELETED-COUNT                 PIC 9(07)   VALUE ZERO.
       77  WS-ALREADY-GONE-COUNT            PIC 9(07)   VALUE ZERO.
      *
      * CONTROLE DAS DUAS FASES E DA RERODADA.
       77  WS-TAXHSTPD-STATUS               PIC X(02)   VALUE "00".
      * READ - A AREA DO REGISTRO DO FD FICA INDEFINIDA DEPOIS DO
      * CLOSE E NAO PODE SER CONSULTADA MAIS TARDE.
       77  WS-STATE-INPUT-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-STATE-ARCHIVED-COUNT          PIC 9(07)   VALUE ZERO.
       77  WS-PENDING-SEQ                   PIC 9(07)   VALUE ZERO.
       77  WS-PENDING-RECOUNT               PIC 9(07)   VALUE ZERO.
       77  WS-SPLIT-OK-SWITCH               PIC X(01)   VALUE "N".
           88  WS-SPLIT-IS-VERIFIED                      VALUE "Y".
      * LIMPEZA DO LOG VIVO LEVADA ATE O FIM - SO ENTAO O ARCHSTAT E
      * LIMPO; SENAO A FASE 2 FICA LA PARA A RERODADA.
       77  WS-DELETE-DONE-SWITCH            PIC X(01)   VALUE "N".
           88  WS-DELETE-IS-DONE                         VALUE "Y".
      *
      * CONTROLE DAS GERACOES DE HISTORICO POR ANO. A GERACAO ABERTA
      * NO MOMENTO E WS-OPEN-GENERATION-YEAR (ZERO = NENHUMA); AS
                   PERFORM 2400-VERIFY-SPLIT-FILES
                   IF WS-SPLIT-IS-VERIFIED
                       PERFORM 2600-APPLY-PENDING-ARCHIVE
                       PERFORM 3000-DELETE-ARCHIVED-FROM-LOG
                       PERFORM 3900-FINISH-ARCHIVE-RUN
                   END-IF
               WHEN "2"
      * ABEND DEPOIS DA APLICACAO: O HISTORICO JA TEM TUDO - SO A
      * LIMPEZA DO LOG VIVO (IDEMPOTENTE) FICOU FALTANDO.
                   DISPLAY "RESUMING A PRIOR RUN - ARCHIVE WAS "
                       "APPLIED, REDOING THE LIVE-LOG DELETE ONLY."
                   MOVE WS-STATE-ARCHIVED-COUNT TO WS-ARCHIVED-COUNT
                   PERFORM 3000-DELETE-ARCHIVED-FROM-LOG
                   PERFORM 3900-FINISH-ARCHIVE-RUN
               WHEN OTHER
                   PERFORM 2000-SPLIT-LOG-BY-CUTOFF
                   PERFORM 2400-VERIFY-SPLIT-FILES
                       MOVE ZERO TO WS-ALREADY-APPLIED-COUNT
                       PERFORM 0280-WRITE-ARCHIVE-STATE
                       PERFORM 2600-APPLY-PENDING-ARCHIVE
                       PERFORM 3000-DELETE-ARCHIVED-FROM-LOG
                       PERFORM 3900-FINISH-ARCHIVE-RUN
                   END-IF
           END-EVALUATE.
      * GOBACK, NAO STOP RUN - CHAMADO PELO JOBCHAIN DEVOLVE O
                       MOVE AST-APPLIED-COUNT
                           TO WS-ALREADY-APPLIED-COUNT
                       MOVE AST-INPUT-COUNT TO WS-STATE-INPUT-COUNT
                       MOVE AST-ARCHIVED-COUNT
                           TO WS-STATE-ARCHIVED-COUNT
               END-READ
       0280-WRITE-ARCHIVE-STATE.
           MOVE WS-TODAY-DATE TO AST-RUN-DATE.
           MOVE WS-INPUT-COUNT TO AST-INPUT-COUNT.
           MOVE ZERO TO AST-RETAINED-COUNT.
           MOVE WS-ARCHIVED-COUNT TO AST-ARCHIVED-COUNT.
           MOVE WS-APPLIED-COUNT TO AST-APPLIED-COUNT.
           OPEN OUTPUT ARCHIVE-STATE-FILE.
      *
      ******************************************************************
      * 2000-SPLIT-LOG-BY-CUTOFF
      * Positions on the business-date key at the start of the log
      * and reads forward only while the date is older than the
      * cutoff, queueing every such record - prime key included - in
      * the pending file. Records inside the retention period are
      * never read at all.
      ******************************************************************
      * A DIVISAO NAO TOCA NEM O HISTORICO NEM O LOG VIVO: SO ESCREVE
      * O ARQUIVO PENDENTE. UM ABEND AQUI DEIXA TUDO COMO ESTAVA E A
      * RERODADA SIMPLESMENTE REFAZ A DIVISAO.
       2000-SPLIT-LOG-BY-CUTOFF.
           MOVE ZERO TO WS-INPUT-COUNT.
           MOVE ZERO TO WS-ARCHIVED-COUNT.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS NOT = "00"
                   WS-TAXLOG-STATUS "."
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           ELSE
               OPEN OUTPUT PENDING-ARCHIVE-FILE
               PERFORM 2005-START-TAX-LOG-AT-FIRST-DATE
               PERFORM 2020-ROUTE-ONE-LOG-RECORD
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
               CLOSE PENDING-ARCHIVE-FILE
           END-IF.
      *
       2005-START-TAX-LOG-AT-FIRST-DATE.
           MOVE ZERO TO LOG-BUSINESS-DATE.
           START SALES-TAX-LOG-FILE KEY IS NOT < LOG-BUSINESS-DATE
               INVALID KEY MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-START.
           IF NOT WS-TAXLOG-EOF
               PERFORM 2010-READ-LIVE-LOG-RECORD
           END-IF.
      *
       2010-READ-LIVE-LOG-RECORD.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-READ.
           IF NOT WS-TAXLOG-EOF
               AND LOG-BUSINESS-DATE NOT < WS-CUTOFF-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       2020-ROUTE-ONE-LOG-RECORD.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE LOG-BUSINESS-DATE TO PND-BUSINESS-DATE.
           MOVE LOG-ACCOUNT-NUMBER TO PND-ACCOUNT-NUMBER.
           MOVE LOG-STATE-CODE TO PND-STATE-CODE.
           MOVE LOG-SALES-AMOUNT TO PND-SALES-AMOUNT.
           MOVE LOG-SALES-TAX TO PND-SALES-TAX.
           MOVE LOG-TXN-TYPE TO PND-TXN-TYPE.
           MOVE LOG-RATE-SOURCE TO PND-RATE-SOURCE.
           MOVE LOG-TAX-CATEGORY TO PND-TAX-CATEGORY.
           MOVE LOG-EXEMPT-FLAG TO PND-EXEMPT-FLAG.
           MOVE LOG-STORE-NUMBER TO PND-STORE-NUMBER.
           MOVE LOG-ENTRY-SOURCE TO PND-ENTRY-SOURCE.
           MOVE LOG-LOCALITY-CODE TO PND-LOCALITY-CODE.
           MOVE LOG-STATE-TAX TO PND-STATE-TAX.
           MOVE LOG-COUNTY-TAX TO PND-COUNTY-TAX.
           MOVE LOG-CITY-TAX TO PND-CITY-TAX.
           MOVE LOG-PRICING-BASIS TO PND-PRICING-BASIS.
           MOVE LOG-ORIGINAL-DATE TO PND-ORIGINAL-DATE.
           MOVE LOG-TRANSACTION-KEY TO PND-TRANSACTION-KEY.
           WRITE PENDING-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCHIVED-COUNT.
           PERFORM 2010-READ-LIVE-LOG-RECORD.
      *
      ******************************************************************
      * 2400-VERIFY-SPLIT-FILES
      * Nothing is given up until the pending file is proven complete
      * on disk: it is re-read and its record count must tie back to
      * the records the split read = the records it queued. On a
      * resume the counts come from the state record.
      ******************************************************************
       2400-VERIFY-SPLIT-FILES.
           MOVE "N" TO WS-SPLIT-OK-SWITCH.
           IF WS-RESTART-PHASE = "1"
               MOVE WS-STATE-INPUT-COUNT TO WS-INPUT-COUNT
               MOVE WS-STATE-ARCHIVED-COUNT TO WS-ARCHIVED-COUNT
           END-IF.
           MOVE ZERO TO WS-PENDING-RECOUNT.
           MOVE "N" TO WS-TAXHSTPD-EOF-SWITCH.
           OPEN INPUT PENDING-ARCHIVE-FILE.
                   UNTIL WS-TAXHSTPD-EOF
               CLOSE PENDING-ARCHIVE-FILE
           END-IF.
           IF WS-PENDING-RECOUNT = WS-ARCHIVED-COUNT
               AND WS-ARCHIVED-COUNT = WS-INPUT-COUNT
               MOVE "Y" TO WS-SPLIT-OK-SWITCH
           ELSE
               DISPLAY "SPLIT FILES DO NOT TIE BACK - PENDING "
                   WS-PENDING-RECOUNT " VS ARCHIVED "
                   WS-ARCHIVED-COUNT ", INPUT " WS-INPUT-COUNT
                   ". ORIGINAL TAXLOG LEFT UNTOUCHED."
           END-IF.
      *
       2420-RECOUNT-ONE-PENDING-RECORD.
           READ PENDING-ARCHIVE-FILE
               MOVE PND-EXEMPT-FLAG TO HST-EXEMPT-FLAG
               MOVE PND-STORE-NUMBER TO HST-STORE-NUMBER
               MOVE PND-ENTRY-SOURCE TO HST-ENTRY-SOURCE
               MOVE PND-LOCALITY-CODE TO HST-LOCALITY-CODE
               MOVE PND-STATE-TAX TO HST-STATE-TAX
               MOVE PND-COUNTY-TAX TO HST-COUNTY-TAX
               MOVE PND-CITY-TAX TO HST-CITY-TAX
               MOVE PND-PRICING-BASIS TO HST-PRICING-BASIS
               MOVE PND-ORIGINAL-DATE TO HST-ORIGINAL-DATE
               WRITE SALES-TAX-HISTORY-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "1" TO AST-PHASE
      * 2100-SWITCH-GENERATION
      * Closes the generation being written (if any) and opens the
      * one the current record's year belongs to, creating it on
      * first use. The split reads the log in business-date order,
      * so in practice this fires once or twice per month-end.
      ******************************************************************
       2100-SWITCH-GENERATION.
           IF WS-OPEN-GENERATION-YEAR NOT = ZERO
           PERFORM 1510-READ-ONE-CATALOG-ROW.
      *
      ******************************************************************
      * 3000-DELETE-ARCHIVED-FROM-LOG
      * Every record now safe in its history generation is deleted
      * from the live log by its prime key. A key already gone - the
      * delete pass of an abended attempt got that far - is simply
      * counted, so redoing this phase is harmless, and whatever was
      * logged while the job ran is never touched.
      ******************************************************************
       3000-DELETE-ARCHIVED-FROM-LOG.
           MOVE "N" TO WS-DELETE-DONE-SWITCH.
           MOVE ZERO TO WS-DELETED-COUNT.
           MOVE ZERO TO WS-ALREADY-GONE-COUNT.
           OPEN I-O SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS NOT = "00"
               DISPLAY "TAXLOG NOT AVAILABLE FOR UPDATE - STATUS "
                   WS-TAXLOG-STATUS " - ARCHIVED RECORDS STILL ON "
                   "THE LIVE LOG; RERUN TO FINISH."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-TAXHSTPD-EOF-SWITCH
               OPEN INPUT PENDING-ARCHIVE-FILE
               IF WS-TAXHSTPD-STATUS = "00"
                   PERFORM 2610-READ-ONE-PENDING-RECORD
                   PERFORM 3010-DELETE-ONE-ARCHIVED-RECORD
                       UNTIL WS-TAXHSTPD-EOF
                   CLOSE PENDING-ARCHIVE-FILE
                   MOVE "Y" TO WS-DELETE-DONE-SWITCH
               ELSE
                   DISPLAY "PENDING ARCHIVE FILE NOT AVAILABLE - "
                       "STATUS " WS-TAXHSTPD-STATUS " - ARCHIVED "
                       "RECORDS STILL ON THE LIVE LOG; RERUN TO "
                       "FINISH."
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
      *
       3010-DELETE-ONE-ARCHIVED-RECORD.
           MOVE PND-TRANSACTION-KEY TO LOG-TRANSACTION-KEY.
           DELETE SALES-TAX-LOG-FILE RECORD
               INVALID KEY ADD 1 TO WS-ALREADY-GONE-COUNT
               NOT INVALID KEY ADD 1 TO WS-DELETED-COUNT
           END-DELETE.
           PERFORM 2610-READ-ONE-PENDING-RECORD.
      *
      * ARCHSTAT SO E LIMPO COM A LIMPEZA COMPLETA. SENAO A FASE 2
      * GRAVADA POR 2600 FICA NELE, E A RERODADA VAI DIRETO A 3000 -
      * O HISTORICO JA TEM TUDO E NAO PODE RECEBER OS REGISTROS DE
      * NOVO.
       3900-FINISH-ARCHIVE-RUN.
           IF WS-DELETE-IS-DONE
               PERFORM 0290-CLEAR-ARCHIVE-STATE
               PERFORM 4000-PRINT-ARCHIVE-SUMMARY
           END-IF.
      *
       4000-PRINT-ARCHIVE-SUMMARY.
           DISPLAY "====================================".
           DISPLAY "====================================".
           DISPLAY "RETENTION CUTOFF DATE. . : " WS-CUTOFF-DATE.
           DISPLAY "RECORDS ARCHIVED. . . . . : " WS-ARCHIVED-COUNT.
           DISPLAY "DELETED FROM LIVE LOG . . : " WS-DELETED-COUNT.
           IF WS-ALREADY-GONE-COUNT > ZERO
               DISPLAY "ALREADY GONE (RESUME) . . : "
                   WS-ALREADY-GONE-COUNT
           END-IF.
      *
      ******************************************************************
      * 0100-VERIFY-RUN-LEDGER
