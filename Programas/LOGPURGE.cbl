      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     JOB DE LIMPEZA DOS LOGS E ARQUIVOS AUXILIARES DA
      *              CASA, GUIADO PELA TABELA DE RETENCAO (RETNPOL):
      *              PARA CADA ARQUIVO DA TABELA, OS REGISTROS CUJA
      *              DATA (NA POSICAO INDICADA) E MAIS ANTIGA QUE OS
      *              DIAS DE RETENCAO SAEM DO ARQUIVO VIVO - COPIADOS
      *              ANTES PARA A GERACAO ANUAL DE ARQUIVO MORTO
      *              (<ARQUIVO>-CCYY) QUANDO A ACAO E A, SIMPLESMENTE
      *              DESCARTADOS QUANDO E D. MESMO DESENHO EM DUAS
      *              FASES DO TAXARCHV: A DIVISAO SO ESCREVE OS
      *              ARQUIVOS DE TRABALHO (PURGEWK/PURGEPD), E
      *              CONFERIDA CONTAGEM A CONTAGEM, O ARQUIVO MORTO
      *              RECEBE OS PENDENTES COM CHECKPOINT EM PURGSTAT E
      *              SO ENTAO O ARQUIVO VIVO E TROCADO - UMA RERODADA
      *              DEPOIS DE ABEND RETOMA O ARQUIVO INTERROMPIDO DA
      *              FASE CERTA. O STMTARCH, INDEXADO, PERDE OS
      *              REGISTROS VENCIDOS POR DELETE EM VEZ DE TROCA.
      *              REGRAS QUE A TABELA NAO DERRUBA: O TAXAUDT GUARDA
      *              SETE ANOS CORRIDOS PELA LEI, O RCVYJRNL SO PERDE
      *              ENTRADAS DE ARQUIVO COM UNLOAD LIMPO DO FILEBKUP
      *              (BKUPCTL) E ANTERIORES A ELE, E O RUNLEDGR NUNCA
      *              PERDE UM S AINDA SEM O SEU C. O TAXLOG NAO ENTRA
      *              - E DO TAXARCHV. RODAR FORA DO JOBCHAIN: A
      *              CADEIA GUARDA O JOBSTATE EM MEMORIA E O REGRAVA
      *              INTEIRO A CADA PASSO, DESFAZENDO A LIMPEZA.
      *              POSICOES DA DATA NOS ARQUIVOS DA CASA: EXCPLOG 1,
      *              TAXAUDT 1, RUNLEDGR 1, JOBSTATE 1, RCVYJRNL 1,
      *              BKUPCTL 9, STMTARCH 7, SIGNLOG 41, TRUNCLOG 61;
      *              RATEEXCP NAO TEM DATA (E REGRAVADO INTEIRO A CADA
      *              CALC1000) - POSICAO ZERO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-POLICY-FILE ASSIGN TO "RETNPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETNPOL-STATUS.
      *
      * O ARQUIVO VIVO SOB LIMPEZA NO MOMENTO - NOME MONTADO EM
      * WS-LIVE-FILENAME A PARTIR DA LINHA DA TABELA, MESMA TECNICA
      * DAS GERACOES DO TAXHIST. O REGISTRO E UMA IMAGEM LARGA O
      * BASTANTE PARA O MAIOR LOG DA CASA (RCVYJRNL, 169 POSICOES).
           SELECT LIVE-LOG-FILE ASSIGN TO WS-LIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
      *
           SELECT PURGE-WORK-FILE ASSIGN TO "PURGEWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGEWK-STATUS.
      *
           SELECT PURGE-PENDING-FILE ASSIGN TO "PURGEPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGEPD-STATUS.
      *
           SELECT PURGE-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
      *
      * ESTADO DA LIMPEZA EM DUAS FASES DO ARQUIVO EM CURSO (VEJA
      * 0200-READ-PURGE-STATE).
           SELECT PURGE-STATE-FILE ASSIGN TO "PURGSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGSTAT-STATUS.
      *
           SELECT STATEMENT-ARCHIVE ASSIGN TO "STMTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAR-KEY
               FILE STATUS IS WS-STMTARCH-STATUS.
      *
           SELECT BACKUP-CONTROL-FILE ASSIGN TO "BKUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUPCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-POLICY-FILE.
           COPY RETNPOL.
      *
       FD  LIVE-LOG-FILE.
       01  LIVE-LOG-RECORD                 PIC X(250).
      *
      * REGISTROS QUE CONTINUAM VIVOS, NA ORDEM ORIGINAL.
       FD  PURGE-WORK-FILE.
       01  PURGE-WORK-RECORD               PIC X(250).
      *
      * REGISTROS VENCIDOS, A CAMINHO DO ARQUIVO MORTO (ACAO A) OU
      * SO CONTADOS PARA A CONFERENCIA (ACAO D). NO STMTARCH SAO
      * TAMBEM A LISTA DE CHAVES DO DELETE.
       FD  PURGE-PENDING-FILE.
       01  PURGE-PENDING-RECORD            PIC X(250).
      *
       FD  PURGE-ARCHIVE-FILE.
       01  PURGE-ARCHIVE-RECORD            PIC X(250).
      *
      * ESTADO DA EXECUCAO: FASE 1 = DIVISAO CONFERIDA (ARQUIVO VIVO
      * AINDA INTACTO), FASE 2 = PENDENTES APLICADOS AO ARQUIVO MORTO
      * (SO FALTA TROCAR O VIVO). PST-APPLIED-COUNT E O CHECKPOINT DA
      * APLICACAO, COMO O AST-APPLIED-COUNT DO TAXARCHV.
       FD  PURGE-STATE-FILE.
       01  PURGE-STATE-RECORD.
           05  PST-PHASE                   PIC X(01).
           05  PST-FILE-NAME               PIC X(08).
           05  PST-RUN-DATE                PIC 9(08).
           05  PST-CUTOFF-DATE             PIC 9(08).
           05  PST-DATE-POSITION           PIC 9(03).
           05  PST-EXPIRED-ACTION          PIC X(01).
           05  PST-INPUT-COUNT             PIC 9(07).
           05  PST-KEPT-COUNT              PIC 9(07).
           05  PST-EXPIRED-COUNT           PIC 9(07).
           05  PST-HELD-COUNT              PIC 9(07).
           05  PST-STAMPED-COUNT           PIC 9(07).
           05  PST-APPLIED-COUNT           PIC 9(07).
      *
       FD  STATEMENT-ARCHIVE.
           COPY STMTARCH.
      *
       FD  BACKUP-CONTROL-FILE.
           COPY BKUPCTL.
      *
       WORKING-STORAGE SECTION.
       77  WS-RETNPOL-STATUS               PIC X(02)   VALUE "00".
       77  WS-LIVE-STATUS                  PIC X(02)   VALUE "00".
       77  WS-PURGEWK-STATUS               PIC X(02)   VALUE "00".
       77  WS-PURGEPD-STATUS               PIC X(02)   VALUE "00".
       77  WS-ARCHIVE-STATUS               PIC X(02)   VALUE "00".
       77  WS-PURGSTAT-STATUS              PIC X(02)   VALUE "00".
       77  WS-STMTARCH-STATUS              PIC X(02)   VALUE "00".
       77  WS-BKUPCTL-STATUS               PIC X(02)   VALUE "00".
       77  WS-RETNPOL-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-RETNPOL-EOF                           VALUE "Y".
       77  WS-LIVE-EOF-SWITCH              PIC X(01)   VALUE "N".
           88  WS-LIVE-EOF                              VALUE "Y".
       77  WS-PURGEWK-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-PURGEWK-EOF                           VALUE "Y".
       77  WS-PURGEPD-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-PURGEPD-EOF                           VALUE "Y".
       77  WS-BKUPCTL-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-BKUPCTL-EOF                           VALUE "Y".
      *
       77  WS-LIVE-FILENAME                PIC X(20)   VALUE SPACES.
       77  WS-ARCHIVE-FILENAME             PIC X(20)   VALUE SPACES.
       77  WS-OPEN-ARCHIVE-YEAR            PIC 9(04)   VALUE ZERO.
       77  WS-RECORD-YEAR                  PIC 9(04)   VALUE ZERO.
      *
      * CORTE DA RETENCAO DO ARQUIVO EM CURSO: HOJE MENOS OS DIAS DA
      * TABELA, EM DIAS CORRIDOS (MESMO CALCULO DO TAXARCHV).
       77  WS-TODAY-DATE                   PIC 9(08).
       77  WS-TODAY-JULIAN                 PIC 9(09).
       77  WS-CUTOFF-JULIAN                PIC S9(09).
       77  WS-CUTOFF-DATE                  PIC 9(08).
      *
      * PRAZO LEGAL DO TAXAUDT: HOJE MENOS SETE ANOS DE CALENDARIO
      * (29/02 VIRA 28/02 - GUARDA UM DIA A MAIS, NUNCA A MENOS).
       77  WS-STATUTORY-YEARS              PIC 9(02)   VALUE 07.
       01  WS-STATUTORY-CUTOFF             PIC 9(08).
       01  WS-STATUTORY-CUTOFF-PARTS REDEFINES WS-STATUTORY-CUTOFF.
           05  WS-STATUTORY-YEAR           PIC 9(04).
           05  WS-STATUTORY-MMDD           PIC 9(04).
      *
      * REGRA ESPECIAL DO ARQUIVO EM CURSO, ALEM DA TABELA.
       77  WS-FILE-RULE                    PIC X(01)   VALUE SPACE.
           88  WS-RULE-NONE                             VALUE SPACE.
           88  WS-RULE-STATUTORY                        VALUE "T".
           88  WS-RULE-JOURNAL                          VALUE "J".
           88  WS-RULE-LEDGER                           VALUE "L".
      *
      * A LINHA DA TABELA SOB LIMPEZA E OS SEUS PARAMETROS.
       77  WS-CURRENT-IDX                  PIC 9(03)   VALUE ZERO.
       77  WS-CURRENT-FILE-NAME            PIC X(08)   VALUE SPACES.
       77  WS-CURRENT-DATE-POSITION        PIC 9(03)   VALUE ZERO.
       77  WS-CURRENT-ACTION               PIC X(01)   VALUE SPACE.
           88  WS-CURRENT-ARCHIVES                      VALUE "A".
       77  WS-CURRENT-OUTCOME              PIC X(24)   VALUE SPACES.
      *
       77  WS-INPUT-COUNT                  PIC 9(07)   VALUE ZERO.
       77  WS-KEPT-COUNT                   PIC 9(07)   VALUE ZERO.
       77  WS-EXPIRED-COUNT                PIC 9(07)   VALUE ZERO.
       77  WS-HELD-COUNT                   PIC 9(07)   VALUE ZERO.
       77  WS-STAMPED-COUNT                PIC 9(07)   VALUE ZERO.
      *
      * CONTROLE DAS DUAS FASES E DA RERODADA.
       77  WS-RESTART-PHASE                PIC X(01)   VALUE SPACE.
       77  WS-APPLIED-COUNT                PIC 9(07)   VALUE ZERO.
       77  WS-ALREADY-APPLIED-COUNT        PIC 9(07)   VALUE ZERO.
       77  WS-PENDING-SEQ                  PIC 9(07)   VALUE ZERO.
       77  WS-WORK-RECOUNT                 PIC 9(07)   VALUE ZERO.
       77  WS-PENDING-RECOUNT              PIC 9(07)   VALUE ZERO.
       77  WS-SPLIT-OK-SWITCH              PIC X(01)   VALUE "N".
           88  WS-SPLIT-IS-VERIFIED                     VALUE "Y".
       77  WS-RESUME-FAILED-SWITCH         PIC X(01)   VALUE "N".
           88  WS-RESUME-FAILED                         VALUE "Y".
      *
      * O REGISTRO SOB CLASSIFICACAO E A SUA DATA NA POSICAO DA
      * TABELA. DATA EM BRANCO NUM ARQUIVO SEQUENCIAL E REGISTRO
      * GRAVADO ANTES DE O ARQUIVO TER DATA (TRUNCLOG/SIGNLOG): RECEBE
      * A DATA DE HOJE E FICA, PARA VENCER UMA RETENCAO DEPOIS. DATA
      * ILEGIVEL FICA SEMPRE, CONTADA COMO RETIDA.
       77  WS-ROW-IMAGE                    PIC X(250)  VALUE SPACES.
       01  WS-ROW-DATE-X                   PIC X(08).
       01  WS-ROW-DATE REDEFINES WS-ROW-DATE-X
                                           PIC 9(08).
       77  WS-ROW-DECISION                 PIC X(01)   VALUE SPACE.
           88  WS-ROW-STAYS                             VALUE "K".
           88  WS-ROW-EXPIRES                           VALUE "E".
           88  WS-ROW-IS-HELD                           VALUE "H".
       77  WS-STAMP-ALLOWED-SWITCH         PIC X(01)   VALUE "N".
           88  WS-STAMP-IS-ALLOWED                      VALUE "Y".
      *
      * VISOES DO REGISTRO PARA AS REGRAS DO JORNAL E DO LIVRO.
           COPY RCVYJRNL.
           COPY RUNLEDGR.
      *
      * TABELA DE RETENCAO CARREGADA DO RETNPOL, COM O RESULTADO DE
      * CADA ARQUIVO PARA O RESUMO.
       01  POLICY-TABLE.
           05  POLICY-TABLE-COUNT          PIC 9(03)   VALUE ZERO.
           05  POLICY-TABLE-ROW OCCURS 50 TIMES.
               10  PLT-FILE-NAME           PIC X(08).
               10  PLT-DATE-POSITION       PIC 9(03).
               10  PLT-RETENTION-DAYS      PIC 9(05).
               10  PLT-EXPIRED-ACTION      PIC X(01).
               10  PLT-DONE-SWITCH         PIC X(01).
               10  PLT-OUTCOME             PIC X(24).
               10  PLT-CUTOFF-DATE         PIC 9(08).
               10  PLT-INPUT-COUNT         PIC 9(07).
               10  PLT-KEPT-COUNT          PIC 9(07).
               10  PLT-ARCHIVED-COUNT      PIC 9(07).
               10  PLT-DROPPED-COUNT       PIC 9(07).
               10  PLT-HELD-COUNT          PIC 9(07).
               10  PLT-STAMPED-COUNT       PIC 9(07).
       77  WS-PLT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-PLT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-POLICY-ROW-FOUND                      VALUE "Y".
      *
      * ULTIMO UNLOAD LIMPO DE CADA ARQUIVO (BKUPCTL). ENTRADA DO
      * JORNAL DE ARQUIVO SEM UNLOAD NENHUM NUNCA SAI - O RCVYFWD
      * PODE PRECISAR DELA PARA RECONSTRUIR O MESTRE DO ZERO.
       01  BACKUP-POINT-TABLE.
           05  BACKUP-POINT-COUNT          PIC 9(02)   VALUE ZERO.
           05  BACKUP-POINT-ROW OCCURS 20 TIMES.
               10  BPT-FILE-NAME           PIC X(08).
               10  BPT-UNLOAD-DATE         PIC 9(08).
       77  WS-BPT-IDX                      PIC 9(02)   VALUE ZERO.
       77  WS-BPT-SEARCH-NAME              PIC X(08)   VALUE SPACES.
       77  WS-BPT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-BACKUP-POINT-FOUND                    VALUE "Y".
      *
      * EXECUCOES DO CALC1000 INICIADAS (S) AINDA SEM CONCLUSAO (C),
      * COMO NO PORTAO DO TAXARCHV. LINHA LIMPA POR UM C E REUSADA,
      * ENTAO A TABELA GUARDA SO AS ABERTAS AO MESMO TEMPO. TABELA
      * CHEIA = NENHUM S DO LIVRO E EXPURGADO NESTA EXECUCAO.
       01  OPEN-RUN-TABLE.
           05  OPEN-RUN-COUNT              PIC 9(03)   VALUE ZERO.
           05  OPEN-RUN-ROW OCCURS 100 TIMES.
               10  ORT-BUSINESS-DATE       PIC 9(08).
               10  ORT-PART-LOW            PIC X(06).
               10  ORT-PART-HIGH           PIC X(06).
               10  ORT-CLEARED-SWITCH      PIC X(01).
       77  WS-ORT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-ORT-FREE-IDX                 PIC 9(03)   VALUE ZERO.
       77  WS-ORT-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-OPEN-RUN-FOUND                        VALUE "Y".
       77  WS-ORT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-OPEN-RUN-TABLE-FULL                   VALUE "Y".
      *
       77  WS-RUN-RETURN-CODE              PIC 9(02)   VALUE ZERO.
       77  WS-EDIT-INPUT                   PIC Z,ZZZ,ZZ9.
       77  WS-EDIT-KEPT                    PIC Z,ZZZ,ZZ9.
       77  WS-EDIT-ARCHIVED                PIC Z,ZZZ,ZZ9.
       77  WS-EDIT-DROPPED                 PIC Z,ZZZ,ZZ9.
       77  WS-EDIT-HELD                    PIC Z,ZZZ,ZZ9.
       77  WS-EDIT-STAMPED                 PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       0000-PURGE-ANCILLARY-FILES.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-RETENTION-POLICY.
           IF WS-RETNPOL-STATUS NOT = "00"
               DISPLAY "RETENTION POLICY (RETNPOL) NOT AVAILABLE - "
                   "STATUS " WS-RETNPOL-STATUS " - NOTHING PURGED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-BACKUP-POINTS.
           PERFORM 0200-READ-PURGE-STATE.
           IF WS-RESTART-PHASE = "1" OR WS-RESTART-PHASE = "2"
               PERFORM 0300-RESUME-INTERRUPTED-FILE
               IF WS-RESUME-FAILED
                   DISPLAY "INTERRUPTED PURGE OF "
                       WS-CURRENT-FILE-NAME " COULD NOT BE "
                       "RESUMED - PURGSTAT LEFT AS IS, NO OTHER "
                       "FILE PURGED."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 2000-PURGE-ONE-FILE
               VARYING WS-PLT-IDX FROM 1 BY 1
               UNTIL WS-PLT-IDX > POLICY-TABLE-COUNT.
           PERFORM 5000-PRINT-PURGE-SUMMARY.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
      *
      ******************************************************************
      * 0200-READ-PURGE-STATE / 0280-WRITE-PURGE-STATE /
      * 0290-CLEAR-PURGE-STATE
      * The one-record state file is the job's memory across an
      * abend, for the one file being purged at the time. No file or
      * an empty one means the last run ended clean.
      ******************************************************************
       0200-READ-PURGE-STATE.
           MOVE SPACE TO WS-RESTART-PHASE.
           MOVE ZERO TO WS-ALREADY-APPLIED-COUNT.
           OPEN INPUT PURGE-STATE-FILE.
           IF WS-PURGSTAT-STATUS = "00"
               READ PURGE-STATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PST-PHASE TO WS-RESTART-PHASE
                       MOVE PST-FILE-NAME TO WS-CURRENT-FILE-NAME
                       MOVE PST-CUTOFF-DATE TO WS-CUTOFF-DATE
                       MOVE PST-DATE-POSITION
                           TO WS-CURRENT-DATE-POSITION
                       MOVE PST-EXPIRED-ACTION TO WS-CURRENT-ACTION
                       MOVE PST-INPUT-COUNT TO WS-INPUT-COUNT
                       MOVE PST-KEPT-COUNT TO WS-KEPT-COUNT
                       MOVE PST-EXPIRED-COUNT TO WS-EXPIRED-COUNT
                       MOVE PST-HELD-COUNT TO WS-HELD-COUNT
                       MOVE PST-STAMPED-COUNT TO WS-STAMPED-COUNT
                       MOVE PST-APPLIED-COUNT
                           TO WS-ALREADY-APPLIED-COUNT
               END-READ
               CLOSE PURGE-STATE-FILE
           END-IF.
      *
       0280-WRITE-PURGE-STATE.
           MOVE WS-CURRENT-FILE-NAME TO PST-FILE-NAME.
           MOVE WS-TODAY-DATE TO PST-RUN-DATE.
           MOVE WS-CUTOFF-DATE TO PST-CUTOFF-DATE.
           MOVE WS-CURRENT-DATE-POSITION TO PST-DATE-POSITION.
           MOVE WS-CURRENT-ACTION TO PST-EXPIRED-ACTION.
           MOVE WS-INPUT-COUNT TO PST-INPUT-COUNT.
           MOVE WS-KEPT-COUNT TO PST-KEPT-COUNT.
           MOVE WS-EXPIRED-COUNT TO PST-EXPIRED-COUNT.
           MOVE WS-HELD-COUNT TO PST-HELD-COUNT.
           MOVE WS-STAMPED-COUNT TO PST-STAMPED-COUNT.
           MOVE WS-APPLIED-COUNT TO PST-APPLIED-COUNT.
           OPEN OUTPUT PURGE-STATE-FILE.
           WRITE PURGE-STATE-RECORD.
           CLOSE PURGE-STATE-FILE.
      *
       0290-CLEAR-PURGE-STATE.
           OPEN OUTPUT PURGE-STATE-FILE.
           CLOSE PURGE-STATE-FILE.
      *
      ******************************************************************
      * 0300-RESUME-INTERRUPTED-FILE
      * An abend left one file half-purged. Phase 1: the split was
      * verified and the archive may be partly applied - recheck the
      * work files, apply from the checkpoint, then swap. Phase 2:
      * the archive is complete, only the (repeatable) swap of the
      * live file is left. The file's policy row is then marked done
      * so the normal pass does not split it again.
      ******************************************************************
       0300-RESUME-INTERRUPTED-FILE.
           MOVE "N" TO WS-RESUME-FAILED-SWITCH.
           MOVE SPACES TO WS-LIVE-FILENAME.
           MOVE WS-CURRENT-FILE-NAME TO WS-LIVE-FILENAME.
           MOVE ZERO TO WS-CURRENT-IDX.
           PERFORM 0310-FIND-RESUMED-POLICY-ROW
               VARYING WS-PLT-IDX FROM 1 BY 1
               UNTIL WS-PLT-IDX > POLICY-TABLE-COUNT.
           IF WS-RESTART-PHASE = "1"
               DISPLAY "RESUMING THE PURGE OF " WS-CURRENT-FILE-NAME
                   " - SPLIT WAS VERIFIED, APPLYING PENDING "
                   "ARCHIVE FROM RECORD " WS-ALREADY-APPLIED-COUNT
                   " ON."
               PERFORM 2400-VERIFY-SPLIT-FILES
               IF NOT WS-SPLIT-IS-VERIFIED
                   MOVE "Y" TO WS-RESUME-FAILED-SWITCH
               ELSE
                   PERFORM 2500-APPLY-PENDING-ARCHIVE
               END-IF
           ELSE
               DISPLAY "RESUMING THE PURGE OF " WS-CURRENT-FILE-NAME
                   " - ARCHIVE WAS APPLIED, REDOING THE LIVE-FILE "
                   "SWAP ONLY."
           END-IF.
           IF NOT WS-RESUME-FAILED
               PERFORM 2800-FINISH-LIVE-FILE
               PERFORM 0290-CLEAR-PURGE-STATE
               MOVE "RESUMED AND PURGED" TO WS-CURRENT-OUTCOME
               PERFORM 3900-STORE-FILE-RESULT
           END-IF.
      *
       0310-FIND-RESUMED-POLICY-ROW.
           IF PLT-FILE-NAME (WS-PLT-IDX) = WS-CURRENT-FILE-NAME
               AND WS-CURRENT-IDX = ZERO
               MOVE WS-PLT-IDX TO WS-CURRENT-IDX
               MOVE "Y" TO PLT-DONE-SWITCH (WS-PLT-IDX)
           END-IF.
      *
      ******************************************************************
      * 1000-LOAD-RETENTION-POLICY
      * The whole policy goes into a table first, so the run knows
      * every file it will touch and can print one summary line per
      * file at the end.
      ******************************************************************
       1000-LOAD-RETENTION-POLICY.
           OPEN INPUT RETENTION-POLICY-FILE.
           IF WS-RETNPOL-STATUS = "00"
               PERFORM 1010-LOAD-ONE-POLICY-ROW
                   UNTIL WS-RETNPOL-EOF
               CLOSE RETENTION-POLICY-FILE
           END-IF.
      *
       1010-LOAD-ONE-POLICY-ROW.
           READ RETENTION-POLICY-FILE
               AT END MOVE "Y" TO WS-RETNPOL-EOF-SWITCH
               NOT AT END
                   IF POLICY-TABLE-COUNT < 50
                       ADD 1 TO POLICY-TABLE-COUNT
                       MOVE POLICY-TABLE-COUNT TO WS-PLT-IDX
                       MOVE RPL-FILE-NAME
                           TO PLT-FILE-NAME (WS-PLT-IDX)
                       MOVE RPL-DATE-POSITION
                           TO PLT-DATE-POSITION (WS-PLT-IDX)
                       MOVE RPL-RETENTION-DAYS
                           TO PLT-RETENTION-DAYS (WS-PLT-IDX)
                       MOVE RPL-EXPIRED-ACTION
                           TO PLT-EXPIRED-ACTION (WS-PLT-IDX)
                       MOVE "N" TO PLT-DONE-SWITCH (WS-PLT-IDX)
                       MOVE SPACES TO PLT-OUTCOME (WS-PLT-IDX)
                       MOVE ZERO TO PLT-CUTOFF-DATE (WS-PLT-IDX)
                       MOVE ZERO TO PLT-INPUT-COUNT (WS-PLT-IDX)
                       MOVE ZERO TO PLT-KEPT-COUNT (WS-PLT-IDX)
                       MOVE ZERO TO PLT-ARCHIVED-COUNT (WS-PLT-IDX)
                       MOVE ZERO TO PLT-DROPPED-COUNT (WS-PLT-IDX)
                       MOVE ZERO TO PLT-HELD-COUNT (WS-PLT-IDX)
                       MOVE ZERO TO PLT-STAMPED-COUNT (WS-PLT-IDX)
                   ELSE
                       DISPLAY "POLICY TABLE FULL AT 50 ROWS - "
                           RPL-FILE-NAME " NOT PURGED THIS RUN."
                       MOVE 4 TO WS-RUN-RETURN-CODE
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 1200-LOAD-BACKUP-POINTS
      * Latest clean unload date per file from BKUPCTL. No BKUPCTL
      * means no clean unload on record, so nothing in the journal
      * can go.
      ******************************************************************
       1200-LOAD-BACKUP-POINTS.
           OPEN INPUT BACKUP-CONTROL-FILE.
           IF WS-BKUPCTL-STATUS = "00"
               PERFORM 1210-LOAD-ONE-BACKUP-POINT
                   UNTIL WS-BKUPCTL-EOF
               CLOSE BACKUP-CONTROL-FILE
           END-IF.
      *
       1210-LOAD-ONE-BACKUP-POINT.
           READ BACKUP-CONTROL-FILE
               AT END MOVE "Y" TO WS-BKUPCTL-EOF-SWITCH
               NOT AT END
                   MOVE BKC-FILE-NAME TO WS-BPT-SEARCH-NAME
                   PERFORM 1220-FIND-BACKUP-POINT
                   IF WS-BACKUP-POINT-FOUND
                       IF BKC-UNLOAD-DATE > BPT-UNLOAD-DATE (WS-BPT-IDX)
                           MOVE BKC-UNLOAD-DATE
                               TO BPT-UNLOAD-DATE (WS-BPT-IDX)
                       END-IF
                   ELSE
                       IF BACKUP-POINT-COUNT < 20
                           ADD 1 TO BACKUP-POINT-COUNT
                           MOVE BKC-FILE-NAME TO
                               BPT-FILE-NAME (BACKUP-POINT-COUNT)
                           MOVE BKC-UNLOAD-DATE TO
                               BPT-UNLOAD-DATE (BACKUP-POINT-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      * PROCURA WS-BPT-SEARCH-NAME NA TABELA; ACHOU = WS-BPT-IDX NA
      * LINHA.
       1220-FIND-BACKUP-POINT.
           MOVE "N" TO WS-BPT-FOUND-SWITCH.
           MOVE 1 TO WS-BPT-IDX.
           PERFORM 1230-CHECK-ONE-BACKUP-POINT
               UNTIL WS-BPT-IDX > BACKUP-POINT-COUNT
                   OR WS-BACKUP-POINT-FOUND.
      *
       1230-CHECK-ONE-BACKUP-POINT.
           IF BPT-FILE-NAME (WS-BPT-IDX) = WS-BPT-SEARCH-NAME
               MOVE "Y" TO WS-BPT-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-BPT-IDX
           END-IF.
      *
      ******************************************************************
      * 1300-COMPUTE-CUTOFF-DATE
      * Today less the row's retention days, day for day through the
      * Julian day number. TAXAUDT also gets the statutory cutoff,
      * seven calendar years back, which no policy row can shorten.
      ******************************************************************
       1300-COMPUTE-CUTOFF-DATE.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           COMPUTE WS-CUTOFF-JULIAN =
               WS-TODAY-JULIAN - PLT-RETENTION-DAYS (WS-PLT-IDX).
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-JULIAN).
           MOVE WS-TODAY-DATE TO WS-STATUTORY-CUTOFF.
           SUBTRACT WS-STATUTORY-YEARS FROM WS-STATUTORY-YEAR.
           IF WS-STATUTORY-MMDD = 0229
               MOVE 0228 TO WS-STATUTORY-MMDD
           END-IF.
      *
      ******************************************************************
      * 2000-PURGE-ONE-FILE
      * One policy row. Rows that cannot be acted on are reported
      * and skipped; the rest are split, verified, archived and
      * swapped by the sequential path or, for the keyed statement
      * archive, by the delete path.
      ******************************************************************
       2000-PURGE-ONE-FILE.
           IF PLT-DONE-SWITCH (WS-PLT-IDX) NOT = "Y"
               PERFORM 2010-PURGE-POLICY-FILE
           END-IF.
      *
       2010-PURGE-POLICY-FILE.
           MOVE WS-PLT-IDX TO WS-CURRENT-IDX.
           MOVE PLT-FILE-NAME (WS-PLT-IDX) TO WS-CURRENT-FILE-NAME.
           MOVE PLT-DATE-POSITION (WS-PLT-IDX)
               TO WS-CURRENT-DATE-POSITION.
           MOVE PLT-EXPIRED-ACTION (WS-PLT-IDX) TO WS-CURRENT-ACTION.
           MOVE SPACES TO WS-LIVE-FILENAME.
           MOVE WS-CURRENT-FILE-NAME TO WS-LIVE-FILENAME.
           MOVE ZERO TO WS-INPUT-COUNT.
           MOVE ZERO TO WS-KEPT-COUNT.
           MOVE ZERO TO WS-EXPIRED-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.
           MOVE ZERO TO WS-STAMPED-COUNT.
           MOVE ZERO TO WS-APPLIED-COUNT.
           MOVE ZERO TO WS-ALREADY-APPLIED-COUNT.
           MOVE ZERO TO WS-CUTOFF-DATE.
           MOVE SPACE TO WS-RESTART-PHASE.
           MOVE "Y" TO PLT-DONE-SWITCH (WS-PLT-IDX).
           EVALUATE TRUE
               WHEN WS-CURRENT-FILE-NAME = "TAXLOG"
                   MOVE "REFUSED - SEE TAXARCHV" TO WS-CURRENT-OUTCOME
                   MOVE 4 TO WS-RUN-RETURN-CODE
               WHEN PLT-DATE-POSITION (WS-PLT-IDX) NOT NUMERIC
                   OR PLT-RETENTION-DAYS (WS-PLT-IDX) NOT NUMERIC
                   MOVE "REFUSED - BAD POLICY ROW"
                       TO WS-CURRENT-OUTCOME
                   MOVE 4 TO WS-RUN-RETURN-CODE
               WHEN WS-CURRENT-DATE-POSITION = ZERO
                   PERFORM 2050-COUNT-UNDATED-FILE
               WHEN WS-CURRENT-DATE-POSITION > 243
                   OR PLT-RETENTION-DAYS (WS-PLT-IDX) = ZERO
                   OR NOT (WS-CURRENT-ACTION = "A"
                       OR WS-CURRENT-ACTION = "D")
                   MOVE "REFUSED - BAD POLICY ROW"
                       TO WS-CURRENT-OUTCOME
                   MOVE 4 TO WS-RUN-RETURN-CODE
               WHEN OTHER
                   PERFORM 2020-PURGE-DATED-FILE
           END-EVALUATE.
           PERFORM 3900-STORE-FILE-RESULT.
      *
       2020-PURGE-DATED-FILE.
           PERFORM 1300-COMPUTE-CUTOFF-DATE.
           EVALUATE WS-CURRENT-FILE-NAME
               WHEN "TAXAUDT"
                   MOVE "T" TO WS-FILE-RULE
               WHEN "RCVYJRNL"
                   MOVE "J" TO WS-FILE-RULE
               WHEN "RUNLEDGR"
                   MOVE "L" TO WS-FILE-RULE
                   PERFORM 2100-LOAD-OPEN-RUNS
               WHEN OTHER
                   MOVE SPACE TO WS-FILE-RULE
           END-EVALUATE.
           IF WS-CURRENT-FILE-NAME = "STMTARCH"
               PERFORM 2600-PURGE-STATEMENT-ARCHIVE
           ELSE
               PERFORM 2200-PURGE-SEQUENTIAL-FILE
           END-IF.
      *
      * ARQUIVO SEM DATA NA TABELA (POSICAO ZERO): SO CONTADO.
       2050-COUNT-UNDATED-FILE.
           MOVE "NO DATE FIELD - KEPT" TO WS-CURRENT-OUTCOME.
           MOVE "N" TO WS-LIVE-EOF-SWITCH.
           OPEN INPUT LIVE-LOG-FILE.
           IF WS-LIVE-STATUS NOT = "00"
               MOVE "NOT FOUND" TO WS-CURRENT-OUTCOME
           ELSE
               PERFORM 2060-COUNT-ONE-UNDATED-ROW
                   UNTIL WS-LIVE-EOF
               CLOSE LIVE-LOG-FILE
               MOVE WS-INPUT-COUNT TO WS-KEPT-COUNT
           END-IF.
      *
       2060-COUNT-ONE-UNDATED-ROW.
           READ LIVE-LOG-FILE
               AT END MOVE "Y" TO WS-LIVE-EOF-SWITCH
               NOT AT END ADD 1 TO WS-INPUT-COUNT
           END-READ.
      *
      ******************************************************************
      * 2100-LOAD-OPEN-RUNS
      * Pre-pass over RUNLEDGR: every S still without a C for the
      * same date/partition stays in the ledger whatever its age -
      * it is what stops TAXARCHV and the other TAXLOG readers from
      * trusting a half-written log.
      ******************************************************************
       2100-LOAD-OPEN-RUNS.
           MOVE ZERO TO OPEN-RUN-COUNT.
           MOVE "N" TO WS-ORT-FULL-SWITCH.
           MOVE "N" TO WS-LIVE-EOF-SWITCH.
           OPEN INPUT LIVE-LOG-FILE.
           IF WS-LIVE-STATUS = "00"
               PERFORM 2110-TRACK-ONE-LEDGER-ROW
                   UNTIL WS-LIVE-EOF
               CLOSE LIVE-LOG-FILE
           END-IF.
           IF WS-OPEN-RUN-TABLE-FULL
               DISPLAY "MORE THAN 100 CALC1000 RUNS OPEN AT ONCE IN "
                   "RUNLEDGR - NO STARTED ROW IS PURGED THIS RUN."
           END-IF.
      *
       2110-TRACK-ONE-LEDGER-ROW.
           READ LIVE-LOG-FILE
               AT END MOVE "Y" TO WS-LIVE-EOF-SWITCH
               NOT AT END
                   MOVE LIVE-LOG-RECORD TO RUN-LEDGER-RECORD
                   EVALUATE TRUE
                       WHEN RLG-TYPE-STARTED
                           PERFORM 2120-ADD-OPEN-RUN
                       WHEN RLG-TYPE-COMPLETED
                           PERFORM 2130-CLEAR-ONE-OPEN-RUN
                               VARYING WS-ORT-IDX FROM 1 BY 1
                               UNTIL WS-ORT-IDX > OPEN-RUN-COUNT
                   END-EVALUATE
           END-READ.
      *
       2120-ADD-OPEN-RUN.
           MOVE ZERO TO WS-ORT-FREE-IDX.
           PERFORM 2125-FIND-FREE-OPEN-RUN
               VARYING WS-ORT-IDX FROM 1 BY 1
               UNTIL WS-ORT-IDX > OPEN-RUN-COUNT
                   OR WS-ORT-FREE-IDX NOT = ZERO.
           IF WS-ORT-FREE-IDX = ZERO
               IF OPEN-RUN-COUNT < 100
                   ADD 1 TO OPEN-RUN-COUNT
                   MOVE OPEN-RUN-COUNT TO WS-ORT-FREE-IDX
               ELSE
                   MOVE "Y" TO WS-ORT-FULL-SWITCH
               END-IF
           END-IF.
           IF WS-ORT-FREE-IDX NOT = ZERO
               MOVE RLG-BUSINESS-DATE
                   TO ORT-BUSINESS-DATE (WS-ORT-FREE-IDX)
               MOVE RLG-PARTITION-LOW-ACCT
                   TO ORT-PART-LOW (WS-ORT-FREE-IDX)
               MOVE RLG-PARTITION-HIGH-ACCT
                   TO ORT-PART-HIGH (WS-ORT-FREE-IDX)
               MOVE "N" TO ORT-CLEARED-SWITCH (WS-ORT-FREE-IDX)
           END-IF.
      *
       2125-FIND-FREE-OPEN-RUN.
           IF ORT-CLEARED-SWITCH (WS-ORT-IDX) = "Y"
               MOVE WS-ORT-IDX TO WS-ORT-FREE-IDX
           END-IF.
      *
      * UM C LIMPA TODO S DA MESMA DATA/PARTICAO LIDO ATE AQUI.
       2130-CLEAR-ONE-OPEN-RUN.
           IF ORT-BUSINESS-DATE (WS-ORT-IDX) = RLG-BUSINESS-DATE
               AND ORT-PART-LOW (WS-ORT-IDX) = RLG-PARTITION-LOW-ACCT
               AND ORT-PART-HIGH (WS-ORT-IDX)
                   = RLG-PARTITION-HIGH-ACCT
               MOVE "Y" TO ORT-CLEARED-SWITCH (WS-ORT-IDX)
           END-IF.
      *
      ******************************************************************
      * 2200-PURGE-SEQUENTIAL-FILE
      * Split, verify, then - and only then - archive and swap, the
      * TAXARCHV way. The split touches neither the live file nor
      * the archive, so an abend during it leaves everything as it
      * was and the rerun simply splits again.
      ******************************************************************
       2200-PURGE-SEQUENTIAL-FILE.
           MOVE "Y" TO WS-STAMP-ALLOWED-SWITCH.
           MOVE "N" TO WS-LIVE-EOF-SWITCH.
           OPEN INPUT LIVE-LOG-FILE.
           EVALUATE WS-LIVE-STATUS
               WHEN "00"
                   PERFORM 2205-SPLIT-SEQUENTIAL-FILE
               WHEN "35"
                   MOVE "NOT FOUND" TO WS-CURRENT-OUTCOME
               WHEN OTHER
                   DISPLAY WS-CURRENT-FILE-NAME " NOT AVAILABLE - "
                       "STATUS " WS-LIVE-STATUS "."
                   MOVE "NOT AVAILABLE" TO WS-CURRENT-OUTCOME
                   MOVE 8 TO WS-RUN-RETURN-CODE
           END-EVALUATE.
      *
       2205-SPLIT-SEQUENTIAL-FILE.
           OPEN OUTPUT PURGE-WORK-FILE.
           OPEN OUTPUT PURGE-PENDING-FILE.
           PERFORM 2210-READ-LIVE-RECORD.
           PERFORM 2220-ROUTE-ONE-LIVE-RECORD
               UNTIL WS-LIVE-EOF.
           CLOSE LIVE-LOG-FILE.
           CLOSE PURGE-WORK-FILE.
           CLOSE PURGE-PENDING-FILE.
           PERFORM 2450-APPLY-VERIFIED-SPLIT.
      *
       2210-READ-LIVE-RECORD.
           READ LIVE-LOG-FILE
               AT END MOVE "Y" TO WS-LIVE-EOF-SWITCH
           END-READ.
      *
       2220-ROUTE-ONE-LIVE-RECORD.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE LIVE-LOG-RECORD TO WS-ROW-IMAGE.
           PERFORM 2300-CLASSIFY-ONE-ROW.
           IF WS-ROW-EXPIRES
               MOVE WS-ROW-IMAGE TO PURGE-PENDING-RECORD
               WRITE PURGE-PENDING-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE WS-ROW-IMAGE TO PURGE-WORK-RECORD
               WRITE PURGE-WORK-RECORD
               ADD 1 TO WS-KEPT-COUNT
           END-IF.
           PERFORM 2210-READ-LIVE-RECORD.
      *
      ******************************************************************
      * 2300-CLASSIFY-ONE-ROW
      * Decides WS-ROW-IMAGE: stays (inside the retention), expires
      * (older than the cutoff) or is held (older than the cutoff
      * but kept by a rule the policy table cannot override, or with
      * a date that cannot be read). Held rows stay in the live file
      * and are counted apart so the summary shows why.
      ******************************************************************
       2300-CLASSIFY-ONE-ROW.
           MOVE "K" TO WS-ROW-DECISION.
           MOVE WS-ROW-IMAGE (WS-CURRENT-DATE-POSITION:8)
               TO WS-ROW-DATE-X.
           EVALUATE TRUE
               WHEN WS-ROW-DATE-X = SPACES AND WS-STAMP-IS-ALLOWED
                   MOVE WS-TODAY-DATE TO WS-ROW-DATE
                   MOVE WS-ROW-DATE-X
                       TO WS-ROW-IMAGE (WS-CURRENT-DATE-POSITION:8)
                   ADD 1 TO WS-STAMPED-COUNT
               WHEN WS-ROW-DATE-X NOT NUMERIC
                   MOVE "H" TO WS-ROW-DECISION
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-ROW-DATE = ZERO
                   MOVE "H" TO WS-ROW-DECISION
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-ROW-DATE < WS-CUTOFF-DATE
                   PERFORM 2305-CLASSIFY-EXPIRED-ROW
           END-EVALUATE.
      *
      * MAIS ANTIGA QUE O CORTE: SAI, A MENOS QUE UMA REGRA DO
      * ARQUIVO A SEGURE.
       2305-CLASSIFY-EXPIRED-ROW.
           MOVE "E" TO WS-ROW-DECISION.
           EVALUATE TRUE
               WHEN WS-RULE-STATUTORY
                   IF WS-ROW-DATE NOT < WS-STATUTORY-CUTOFF
                       MOVE "H" TO WS-ROW-DECISION
                   END-IF
               WHEN WS-RULE-JOURNAL
                   PERFORM 2310-CHECK-JOURNAL-ROW
               WHEN WS-RULE-LEDGER
                   PERFORM 2320-CHECK-LEDGER-ROW
           END-EVALUATE.
           IF WS-ROW-IS-HELD
               ADD 1 TO WS-HELD-COUNT
           END-IF.
      *
      * ENTRADA DO JORNAL SO SAI SE O SEU ARQUIVO TEM UM UNLOAD LIMPO
      * E ELA E DE DIA ANTERIOR AO DELE. ENTRADA DO PROPRIO DIA DO
      * UNLOAD FICA - PODE SER POSTERIOR A ELE.
       2310-CHECK-JOURNAL-ROW.
           MOVE WS-ROW-IMAGE TO RECOVERY-JOURNAL-RECORD.
           MOVE JRN-FILE-NAME TO WS-BPT-SEARCH-NAME.
           PERFORM 1220-FIND-BACKUP-POINT.
           IF NOT WS-BACKUP-POINT-FOUND
               MOVE "H" TO WS-ROW-DECISION
           ELSE
               IF JRN-LOG-DATE NOT < BPT-UNLOAD-DATE (WS-BPT-IDX)
                   MOVE "H" TO WS-ROW-DECISION
               END-IF
           END-IF.
      *
       2320-CHECK-LEDGER-ROW.
           MOVE WS-ROW-IMAGE TO RUN-LEDGER-RECORD.
           IF RLG-TYPE-STARTED
               IF WS-OPEN-RUN-TABLE-FULL
                   MOVE "H" TO WS-ROW-DECISION
               ELSE
                   MOVE "N" TO WS-ORT-FOUND-SWITCH
                   PERFORM 2325-CHECK-ONE-OPEN-RUN
                       VARYING WS-ORT-IDX FROM 1 BY 1
                       UNTIL WS-ORT-IDX > OPEN-RUN-COUNT
                           OR WS-OPEN-RUN-FOUND
                   IF WS-OPEN-RUN-FOUND
                       MOVE "H" TO WS-ROW-DECISION
                   END-IF
               END-IF
           END-IF.
      *
       2325-CHECK-ONE-OPEN-RUN.
           IF ORT-CLEARED-SWITCH (WS-ORT-IDX) = "N"
               AND ORT-BUSINESS-DATE (WS-ORT-IDX) = RLG-BUSINESS-DATE
               AND ORT-PART-LOW (WS-ORT-IDX) = RLG-PARTITION-LOW-ACCT
               AND ORT-PART-HIGH (WS-ORT-IDX)
                   = RLG-PARTITION-HIGH-ACCT
               MOVE "Y" TO WS-ORT-FOUND-SWITCH
           END-IF.
      *
      ******************************************************************
      * 2400-VERIFY-SPLIT-FILES
      * The live file is only given up once the work files are
      * proven complete on disk. Sequential files: work + pending
      * recounts tie to kept + expired = input. Statement archive:
      * there is no work file, the pending recount must tie to the
      * expired count. On a resume the counts come from the state.
      ******************************************************************
       2400-VERIFY-SPLIT-FILES.
           MOVE "N" TO WS-SPLIT-OK-SWITCH.
           MOVE ZERO TO WS-WORK-RECOUNT.
           IF WS-CURRENT-FILE-NAME NOT = "STMTARCH"
               MOVE "N" TO WS-PURGEWK-EOF-SWITCH
               OPEN INPUT PURGE-WORK-FILE
               IF WS-PURGEWK-STATUS = "00"
                   PERFORM 2410-RECOUNT-ONE-WORK-RECORD
                       UNTIL WS-PURGEWK-EOF
                   CLOSE PURGE-WORK-FILE
               END-IF
           ELSE
               MOVE WS-KEPT-COUNT TO WS-WORK-RECOUNT
           END-IF.
           MOVE ZERO TO WS-PENDING-RECOUNT.
           MOVE "N" TO WS-PURGEPD-EOF-SWITCH.
           OPEN INPUT PURGE-PENDING-FILE.
           IF WS-PURGEPD-STATUS = "00"
               PERFORM 2420-RECOUNT-ONE-PENDING-RECORD
                   UNTIL WS-PURGEPD-EOF
               CLOSE PURGE-PENDING-FILE
           END-IF.
           IF WS-WORK-RECOUNT = WS-KEPT-COUNT
               AND WS-PENDING-RECOUNT = WS-EXPIRED-COUNT
               AND WS-KEPT-COUNT + WS-EXPIRED-COUNT = WS-INPUT-COUNT
               MOVE "Y" TO WS-SPLIT-OK-SWITCH
           ELSE
               DISPLAY WS-CURRENT-FILE-NAME " SPLIT DOES NOT TIE "
                   "BACK - WORK " WS-WORK-RECOUNT " VS KEPT "
                   WS-KEPT-COUNT ", PENDING " WS-PENDING-RECOUNT
                   " VS EXPIRED " WS-EXPIRED-COUNT ", INPUT "
                   WS-INPUT-COUNT ". LIVE FILE LEFT UNTOUCHED."
           END-IF.
      *
       2410-RECOUNT-ONE-WORK-RECORD.
           READ PURGE-WORK-FILE
               AT END MOVE "Y" TO WS-PURGEWK-EOF-SWITCH
               NOT AT END ADD 1 TO WS-WORK-RECOUNT
           END-READ.
      *
       2420-RECOUNT-ONE-PENDING-RECORD.
           READ PURGE-PENDING-FILE
               AT END MOVE "Y" TO WS-PURGEPD-EOF-SWITCH
               NOT AT END ADD 1 TO WS-PENDING-RECOUNT
           END-READ.
      *
      ******************************************************************
      * 2450-APPLY-VERIFIED-SPLIT
      * Common tail of both split paths: nothing is archived or
      * removed unless the split tied; once it has, PURGSTAT marks
      * phase 1 so an abend from here on is resumed, not redone.
      ******************************************************************
       2450-APPLY-VERIFIED-SPLIT.
           PERFORM 2400-VERIFY-SPLIT-FILES.
           IF WS-SPLIT-IS-VERIFIED
               MOVE "1" TO PST-PHASE
               PERFORM 0280-WRITE-PURGE-STATE
               PERFORM 2500-APPLY-PENDING-ARCHIVE
               PERFORM 2800-FINISH-LIVE-FILE
               PERFORM 0290-CLEAR-PURGE-STATE
               MOVE "PURGED" TO WS-CURRENT-OUTCOME
           ELSE
               MOVE "SPLIT DID NOT TIE" TO WS-CURRENT-OUTCOME
               MOVE 8 TO WS-RUN-RETURN-CODE
           END-IF.
      *
      ******************************************************************
      * 2500-APPLY-PENDING-ARCHIVE
      * Action A only: each expired row goes to the archive
      * generation of its year (<file>-CCYY), pending rows already
      * applied by an abended attempt skipped, the checkpoint in
      * PURGSTAT advanced on every append so no row is archived
      * twice. Action D archives nothing. Ends by moving the state
      * to phase 2.
      ******************************************************************
       2500-APPLY-PENDING-ARCHIVE.
           MOVE WS-ALREADY-APPLIED-COUNT TO WS-APPLIED-COUNT.
           IF WS-CURRENT-ARCHIVES
               MOVE ZERO TO WS-PENDING-SEQ
               MOVE ZERO TO WS-OPEN-ARCHIVE-YEAR
               MOVE "N" TO WS-PURGEPD-EOF-SWITCH
               OPEN INPUT PURGE-PENDING-FILE
               IF WS-PURGEPD-STATUS = "00"
                   PERFORM 2510-READ-ONE-PENDING-RECORD
                   PERFORM 2520-APPLY-ONE-PENDING-RECORD
                       UNTIL WS-PURGEPD-EOF
                   CLOSE PURGE-PENDING-FILE
               END-IF
               IF WS-OPEN-ARCHIVE-YEAR NOT = ZERO
                   CLOSE PURGE-ARCHIVE-FILE
                   MOVE ZERO TO WS-OPEN-ARCHIVE-YEAR
               END-IF
           END-IF.
           MOVE "2" TO PST-PHASE.
           PERFORM 0280-WRITE-PURGE-STATE.
      *
       2510-READ-ONE-PENDING-RECORD.
           READ PURGE-PENDING-FILE
               AT END MOVE "Y" TO WS-PURGEPD-EOF-SWITCH
           END-READ.
      *
       2520-APPLY-ONE-PENDING-RECORD.
           ADD 1 TO WS-PENDING-SEQ.
           IF WS-PENDING-SEQ > WS-ALREADY-APPLIED-COUNT
               MOVE PURGE-PENDING-RECORD
                   (WS-CURRENT-DATE-POSITION:4) TO WS-RECORD-YEAR
               IF WS-RECORD-YEAR NOT = WS-OPEN-ARCHIVE-YEAR
                   PERFORM 2530-SWITCH-ARCHIVE-GENERATION
               END-IF
               MOVE PURGE-PENDING-RECORD TO PURGE-ARCHIVE-RECORD
               WRITE PURGE-ARCHIVE-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "1" TO PST-PHASE
               PERFORM 0280-WRITE-PURGE-STATE
           END-IF.
           PERFORM 2510-READ-ONE-PENDING-RECORD.
      *
       2530-SWITCH-ARCHIVE-GENERATION.
           IF WS-OPEN-ARCHIVE-YEAR NOT = ZERO
               CLOSE PURGE-ARCHIVE-FILE
           END-IF.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING WS-CURRENT-FILE-NAME DELIMITED BY SPACE
               "-" WS-RECORD-YEAR DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME.
           OPEN EXTEND PURGE-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT PURGE-ARCHIVE-FILE
               CLOSE PURGE-ARCHIVE-FILE
               OPEN EXTEND PURGE-ARCHIVE-FILE
           END-IF.
           MOVE WS-RECORD-YEAR TO WS-OPEN-ARCHIVE-YEAR.
      *
      ******************************************************************
      * 2600-PURGE-STATEMENT-ARCHIVE
      * The keyed statement archive cannot be swapped for a work
      * file, so the split only lists the expired records (their
      * whole image, key first) in the pending file; after the
      * archive is applied 2800 deletes them by key. The business
      * date is part of the key, so there is no stamping here.
      ******************************************************************
       2600-PURGE-STATEMENT-ARCHIVE.
           MOVE "N" TO WS-STAMP-ALLOWED-SWITCH.
           MOVE "N" TO WS-LIVE-EOF-SWITCH.
           OPEN INPUT STATEMENT-ARCHIVE.
           EVALUATE WS-STMTARCH-STATUS
               WHEN "00"
                   PERFORM 2605-SPLIT-STATEMENT-ARCHIVE
               WHEN "35"
                   MOVE "NOT FOUND" TO WS-CURRENT-OUTCOME
               WHEN OTHER
                   DISPLAY "STMTARCH NOT AVAILABLE - STATUS "
                       WS-STMTARCH-STATUS "."
                   MOVE "NOT AVAILABLE" TO WS-CURRENT-OUTCOME
                   MOVE 8 TO WS-RUN-RETURN-CODE
           END-EVALUATE.
      *
       2605-SPLIT-STATEMENT-ARCHIVE.
           OPEN OUTPUT PURGE-PENDING-FILE.
           PERFORM 2610-READ-STATEMENT-NEXT.
           PERFORM 2620-ROUTE-ONE-STATEMENT-LINE
               UNTIL WS-LIVE-EOF.
           CLOSE STATEMENT-ARCHIVE.
           CLOSE PURGE-PENDING-FILE.
           PERFORM 2450-APPLY-VERIFIED-SPLIT.
      *
       2610-READ-STATEMENT-NEXT.
           READ STATEMENT-ARCHIVE NEXT RECORD
               AT END MOVE "Y" TO WS-LIVE-EOF-SWITCH
           END-READ.
      *
       2620-ROUTE-ONE-STATEMENT-LINE.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE SPACES TO WS-ROW-IMAGE.
           MOVE STATEMENT-ARCHIVE-RECORD TO WS-ROW-IMAGE.
           PERFORM 2300-CLASSIFY-ONE-ROW.
           IF WS-ROW-EXPIRES
               MOVE WS-ROW-IMAGE TO PURGE-PENDING-RECORD
               WRITE PURGE-PENDING-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF.
           PERFORM 2610-READ-STATEMENT-NEXT.
      *
      ******************************************************************
      * 2800-FINISH-LIVE-FILE
      * Last step, safe to repeat: a sequential file is rewritten
      * whole from the work file; the statement archive loses every
      * pending key (a key already gone is simply passed over).
      ******************************************************************
       2800-FINISH-LIVE-FILE.
           IF WS-CURRENT-FILE-NAME = "STMTARCH"
               PERFORM 2850-DELETE-EXPIRED-STATEMENTS
           ELSE
               MOVE "N" TO WS-PURGEWK-EOF-SWITCH
               OPEN INPUT PURGE-WORK-FILE
               OPEN OUTPUT LIVE-LOG-FILE
               PERFORM 2810-COPY-ONE-WORK-RECORD
                   UNTIL WS-PURGEWK-EOF
               CLOSE PURGE-WORK-FILE
               CLOSE LIVE-LOG-FILE
           END-IF.
      *
       2810-COPY-ONE-WORK-RECORD.
           READ PURGE-WORK-FILE
               AT END MOVE "Y" TO WS-PURGEWK-EOF-SWITCH
               NOT AT END
                   MOVE PURGE-WORK-RECORD TO LIVE-LOG-RECORD
                   WRITE LIVE-LOG-RECORD
           END-READ.
      *
       2850-DELETE-EXPIRED-STATEMENTS.
           OPEN I-O STATEMENT-ARCHIVE.
           MOVE "N" TO WS-PURGEPD-EOF-SWITCH.
           OPEN INPUT PURGE-PENDING-FILE.
           IF WS-PURGEPD-STATUS = "00"
               PERFORM 2860-DELETE-ONE-STATEMENT-LINE
                   UNTIL WS-PURGEPD-EOF
               CLOSE PURGE-PENDING-FILE
           END-IF.
           CLOSE STATEMENT-ARCHIVE.
      *
       2860-DELETE-ONE-STATEMENT-LINE.
           READ PURGE-PENDING-FILE
               AT END MOVE "Y" TO WS-PURGEPD-EOF-SWITCH
               NOT AT END
                   MOVE PURGE-PENDING-RECORD
                       TO STATEMENT-ARCHIVE-RECORD
                   DELETE STATEMENT-ARCHIVE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
           END-READ.
      *
      ******************************************************************
      * 3900-STORE-FILE-RESULT
      * Files the current file's outcome and counts on its policy
      * row for the summary. Expired rows count as archived or
      * dropped by the row's action.
      ******************************************************************
       3900-STORE-FILE-RESULT.
           IF WS-CURRENT-IDX NOT = ZERO
               MOVE WS-CURRENT-OUTCOME TO PLT-OUTCOME (WS-CURRENT-IDX)
               MOVE WS-CUTOFF-DATE
                   TO PLT-CUTOFF-DATE (WS-CURRENT-IDX)
               MOVE WS-INPUT-COUNT
                   TO PLT-INPUT-COUNT (WS-CURRENT-IDX)
               MOVE WS-KEPT-COUNT TO PLT-KEPT-COUNT (WS-CURRENT-IDX)
               MOVE WS-HELD-COUNT TO PLT-HELD-COUNT (WS-CURRENT-IDX)
               MOVE WS-STAMPED-COUNT
                   TO PLT-STAMPED-COUNT (WS-CURRENT-IDX)
               IF WS-CURRENT-OUTCOME = "PURGED"
                   OR WS-CURRENT-OUTCOME = "RESUMED AND PURGED"
                   IF WS-CURRENT-ARCHIVES
                       MOVE WS-EXPIRED-COUNT
                           TO PLT-ARCHIVED-COUNT (WS-CURRENT-IDX)
                   ELSE
                       MOVE WS-EXPIRED-COUNT
                           TO PLT-DROPPED-COUNT (WS-CURRENT-IDX)
                   END-IF
               END-IF
           ELSE
               DISPLAY WS-CURRENT-FILE-NAME " " WS-CURRENT-OUTCOME
                   " - NO LONGER IN RETNPOL."
           END-IF.
      *
      ******************************************************************
      * 5000-PRINT-PURGE-SUMMARY
      * One line per policy row: cutoff used, action, and what the
      * run did with the rows - kept (held and stamped rows are
      * part of kept), archived, dropped.
      ******************************************************************
       5000-PRINT-PURGE-SUMMARY.
           DISPLAY "====================================".
           DISPLAY "LOG RETENTION PURGE SUMMARY - " WS-TODAY-DATE.
           DISPLAY "====================================".
           DISPLAY "FILE     CUTOFF   A     INPUT      KEPT  "
               "ARCHIVED   DROPPED      HELD   STAMPED OUTCOME".
           PERFORM 5010-PRINT-ONE-FILE-LINE
               VARYING WS-PLT-IDX FROM 1 BY 1
               UNTIL WS-PLT-IDX > POLICY-TABLE-COUNT.
           DISPLAY "HELD = OLDER THAN THE CUTOFF BUT KEPT: TAXAUDT "
               "INSIDE THE 7-YEAR STATUTORY PERIOD, RCVYJRNL NOT "
               "BEFORE ITS FILE'S LAST CLEAN FILEBKUP UNLOAD, "
               "RUNLEDGR STARTED RUN WITHOUT ITS COMPLETION, OR A "
               "DATE THAT CANNOT BE READ.".
           DISPLAY "STAMPED = UNDATED ROW GIVEN TODAY'S DATE AND "
               "KEPT.".
      *
       5010-PRINT-ONE-FILE-LINE.
           MOVE PLT-INPUT-COUNT (WS-PLT-IDX) TO WS-EDIT-INPUT.
           MOVE PLT-KEPT-COUNT (WS-PLT-IDX) TO WS-EDIT-KEPT.
           MOVE PLT-ARCHIVED-COUNT (WS-PLT-IDX) TO WS-EDIT-ARCHIVED.
           MOVE PLT-DROPPED-COUNT (WS-PLT-IDX) TO WS-EDIT-DROPPED.
           MOVE PLT-HELD-COUNT (WS-PLT-IDX) TO WS-EDIT-HELD.
           MOVE PLT-STAMPED-COUNT (WS-PLT-IDX) TO WS-EDIT-STAMPED.
           DISPLAY PLT-FILE-NAME (WS-PLT-IDX) " "
               PLT-CUTOFF-DATE (WS-PLT-IDX) " "
               PLT-EXPIRED-ACTION (WS-PLT-IDX) " "
               WS-EDIT-INPUT " " WS-EDIT-KEPT " "
               WS-EDIT-ARCHIVED " " WS-EDIT-DROPPED " "
               WS-EDIT-HELD " " WS-EDIT-STAMPED " "
               PLT-OUTCOME (WS-PLT-IDX).
       END PROGRAM LOGPURGE.
