      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     CONVERSAO UNICA DO TAXLOG SEQUENCIAL PARA O
      *              TAXLOG INDEXADO (CHAVE UNICA DO LANCAMENTO E
      *              CHAVES ALTERNATIVAS DE DATA, CONTA E LOJA). O
      *              OPERADOR RENOMEIA O TAXLOG ANTIGO PARA TAXLOGSQ
      *              ANTES DE RODAR; O PROGRAMA CARREGA CADA REGISTRO,
      *              NA ORDEM EM QUE ESTA, COM A CHAVE DATA/HORA DA
      *              CONVERSAO + TAXLGCNV + NUMERO DE ORDEM, E RELE O
      *              INDEXADO PARA CONFERIR A CONTAGEM. RECUSA (RC 8)
      *              SE O TAXARCHV TEM FASE PENDENTE NO ARCHSTAT (O
      *              PENDENTE DELE AINDA ESTA NO LAYOUT SEM A CHAVE),
      *              SE JA EXISTE TAXLOG INDEXADO COM REGISTROS OU SE
      *              O TAXLOGSQ NAO ESTA LA. O TAXLOGSQ NAO E APAGADO
      *              - FICA COMO COPIA ATE O OPERADOR DESCARTA-LO.
      *              RODAR UMA VEZ, FORA DO JOBCHAIN, COM O LOTE
      *              PARADO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXLGCNV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      * O TAXLOG ANTIGO, JA RENOMEADO PELO OPERADOR.
           SELECT OLD-TAX-LOG-FILE ASSIGN TO "TAXLOGSQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXLOGSQ-STATUS.
      *
           SELECT ARCHIVE-STATE-FILE ASSIGN TO "ARCHSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHSTAT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TAX-LOG-FILE.
           COPY TAXLOG.
      *
      * O REGISTRO ANTIGO E O TAXLOG.CPY SEM A CHAVE UNICA - OS 74
      * PRIMEIROS BYTES DO LAYOUT NOVO, CAMPO A CAMPO.
       FD  OLD-TAX-LOG-FILE.
       01  OLD-TAX-LOG-RECORD              PIC X(74).
      *
      * SO A FASE INTERESSA - MESMO REGISTRO DO TAXARCHV.
       FD  ARCHIVE-STATE-FILE.
       01  ARCHIVE-STATE-RECORD.
           05  AST-PHASE                   PIC X(01).
           05  FILLER                      PIC X(36).
      *
       WORKING-STORAGE SECTION.
       77  WS-TAXLOG-STATUS                PIC X(02)   VALUE "00".
       77  WS-TAXLOGSQ-STATUS              PIC X(02)   VALUE "00".
       77  WS-ARCHSTAT-STATUS              PIC X(02)   VALUE "00".
       77  WS-TAXLOG-EOF-SWITCH            PIC X(01)   VALUE "N".
           88  WS-TAXLOG-EOF                            VALUE "Y".
       77  WS-TAXLOGSQ-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-TAXLOGSQ-EOF                          VALUE "Y".
       77  WS-REFUSE-SWITCH                PIC X(01)   VALUE "N".
           88  WS-CONVERSION-REFUSED                    VALUE "Y".
      *
      * CHAVE DOS REGISTROS CONVERTIDOS: DATA/HORA DA CONVERSAO, O
      * GRAVADOR TAXLGCNV E O NUMERO DE ORDEM NO ARQUIVO ANTIGO - A
      * ORDEM DA CHAVE PRIMARIA CONTINUA SENDO A ORDEM DE GRAVACAO.
       77  WS-LOG-KEY-DATE                 PIC 9(08)   VALUE ZERO.
       77  WS-LOG-KEY-CLOCK                PIC 9(08)   VALUE ZERO.
      *
       77  WS-OLD-COUNT                    PIC 9(07)   VALUE ZERO.
       77  WS-LOADED-COUNT                 PIC 9(07)   VALUE ZERO.
       77  WS-FAILED-COUNT                 PIC 9(07)   VALUE ZERO.
       77  WS-RECOUNT                      PIC 9(07)   VALUE ZERO.
       77  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-CONVERT-TAX-LOG.
           PERFORM 1000-CHECK-ARCHIVE-STATE.
           IF NOT WS-CONVERSION-REFUSED
               PERFORM 1100-CHECK-NEW-LOG-EMPTY
           END-IF.
           IF NOT WS-CONVERSION-REFUSED
               PERFORM 2000-LOAD-INDEXED-LOG
           END-IF.
           IF NOT WS-CONVERSION-REFUSED
               PERFORM 3000-VERIFY-INDEXED-LOG
           END-IF.
           IF NOT WS-CONVERSION-REFUSED
               PERFORM 4000-PRINT-CONVERSION-SUMMARY
           ELSE
               DISPLAY "TAXLOG CONVERSION NOT COMPLETED."
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      ******************************************************************
      * 1000-CHECK-ARCHIVE-STATE
      * A TAXARCHV run interrupted between its phases left pending
      * records queued in the old layout, without the prime key its
      * delete phase now needs. That run has to be finished on the
      * old programs before the log is converted.
      ******************************************************************
       1000-CHECK-ARCHIVE-STATE.
           OPEN INPUT ARCHIVE-STATE-FILE.
           IF WS-ARCHSTAT-STATUS = "00"
               READ ARCHIVE-STATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF AST-PHASE NOT = SPACE
                           DISPLAY "TAXARCHV HAS AN UNFINISHED RUN "
                               "(ARCHSTAT PHASE " AST-PHASE
                               ") - FINISH IT BEFORE CONVERTING."
                           MOVE "Y" TO WS-REFUSE-SWITCH
                       END-IF
               END-READ
               CLOSE ARCHIVE-STATE-FILE
           END-IF.
      *
      ******************************************************************
      * 1100-CHECK-NEW-LOG-EMPTY
      * The conversion only ever builds the indexed log from nothing.
      * No file at all (status 35) is the normal case; an indexed log
      * that already holds records means the conversion already ran,
      * and a file that will not open as indexed is the old flat log
      * still sitting under its old name.
      ******************************************************************
       1100-CHECK-NEW-LOG-EMPTY.
           OPEN INPUT SALES-TAX-LOG-FILE.
           EVALUATE WS-TAXLOG-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   READ SALES-TAX-LOG-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           DISPLAY "TAXLOG IS ALREADY INDEXED AND "
                               "HOLDS RECORDS - NOTHING TO CONVERT."
                           MOVE "Y" TO WS-REFUSE-SWITCH
                   END-READ
                   CLOSE SALES-TAX-LOG-FILE
               WHEN OTHER
                   DISPLAY "TAXLOG DOES NOT OPEN AS AN INDEXED FILE "
                       "- STATUS " WS-TAXLOG-STATUS ". RENAME THE "
                       "OLD LOG TO TAXLOGSQ AND RERUN."
                   MOVE "Y" TO WS-REFUSE-SWITCH
           END-EVALUATE.
      *
      ******************************************************************
      * 2000-LOAD-INDEXED-LOG
      * Every old record, in file order, gets the same conversion
      * date/time and writer and its ordinal as the sequence, so the
      * keys ascend exactly as the sequential-access OUTPUT needs.
      ******************************************************************
       2000-LOAD-INDEXED-LOG.
           OPEN INPUT OLD-TAX-LOG-FILE.
           IF WS-TAXLOGSQ-STATUS NOT = "00"
               DISPLAY "TAXLOGSQ NOT AVAILABLE - STATUS "
                   WS-TAXLOGSQ-STATUS " - RENAME THE OLD TAXLOG TO "
                   "TAXLOGSQ FIRST."
               MOVE "Y" TO WS-REFUSE-SWITCH
           ELSE
               ACCEPT WS-LOG-KEY-DATE FROM DATE YYYYMMDD
               ACCEPT WS-LOG-KEY-CLOCK FROM TIME
               OPEN OUTPUT SALES-TAX-LOG-FILE
               PERFORM 2010-READ-OLD-LOG-RECORD
               PERFORM 2020-LOAD-ONE-LOG-RECORD
                   UNTIL WS-TAXLOGSQ-EOF
               CLOSE OLD-TAX-LOG-FILE
               CLOSE SALES-TAX-LOG-FILE
               IF WS-FAILED-COUNT > ZERO
                   MOVE "Y" TO WS-REFUSE-SWITCH
               END-IF
           END-IF.
      *
       2010-READ-OLD-LOG-RECORD.
           READ OLD-TAX-LOG-FILE
               AT END MOVE "Y" TO WS-TAXLOGSQ-EOF-SWITCH
           END-READ.
      *
       2020-LOAD-ONE-LOG-RECORD.
           ADD 1 TO WS-OLD-COUNT.
           MOVE OLD-TAX-LOG-RECORD TO SALES-TAX-LOG-RECORD.
           MOVE WS-LOG-KEY-DATE TO LOG-KEY-STAMP-DATE.
           MOVE WS-LOG-KEY-CLOCK (1:6) TO LOG-KEY-STAMP-TIME.
           MOVE "TAXLGCNV" TO LOG-KEY-WRITER.
           MOVE WS-OLD-COUNT TO LOG-KEY-SEQUENCE.
           WRITE SALES-TAX-LOG-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "LOAD WRITE FAILED AT RECORD "
                       WS-OLD-COUNT " - STATUS " WS-TAXLOG-STATUS "."
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
           PERFORM 2010-READ-OLD-LOG-RECORD.
      *
      ******************************************************************
      * 3000-VERIFY-INDEXED-LOG
      * The new log is read back through its prime key and must hold
      * exactly as many records as the old one.
      ******************************************************************
       3000-VERIFY-INDEXED-LOG.
           MOVE ZERO TO WS-RECOUNT.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 3010-RECOUNT-ONE-LOG-RECORD
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
           IF WS-RECOUNT NOT = WS-OLD-COUNT
               DISPLAY "INDEXED TAXLOG HOLDS " WS-RECOUNT
                   " RECORD(S), OLD LOG HAD " WS-OLD-COUNT
                   " - DO NOT RUN THE BATCH ON IT."
               MOVE "Y" TO WS-REFUSE-SWITCH
           END-IF.
      *
       3010-RECOUNT-ONE-LOG-RECORD.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
               NOT AT END ADD 1 TO WS-RECOUNT
           END-READ.
      *
       4000-PRINT-CONVERSION-SUMMARY.
           DISPLAY "====================================".
           DISPLAY "TAXLOG CONVERSION TO INDEXED".
           DISPLAY "====================================".
           MOVE WS-OLD-COUNT TO WS-EDIT-COUNT.
           DISPLAY "RECORDS IN TAXLOGSQ . . : " WS-EDIT-COUNT.
           MOVE WS-LOADED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "RECORDS LOADED. . . . . : " WS-EDIT-COUNT.
           MOVE WS-RECOUNT TO WS-EDIT-COUNT.
           DISPLAY "RECORDS RE-READ . . . . : " WS-EDIT-COUNT.
           DISPLAY "CONVERSION STAMP. . . . : " WS-LOG-KEY-DATE " "
               WS-LOG-KEY-CLOCK (1:6) " TAXLGCNV".
       END PROGRAM TAXLGCNV.
