      *DESCRICAO     O SIM-RECORD GANHOU SIM-CURVE-NAME E PASSOU DE
      *              62 PARA 70 BYTES - A COPIA PLANA E AS IMAGENS DE
      *              CONFERENCIA ACOMPANHARAM.
      *DATA          15/10/2026
      *DESCRICAO     CADA UNLOAD QUE CHEGA AO FIM GRAVA UMA LINHA NO
      *              CONTROLE DE COPIAS (BKUPCTL: ARQUIVO, DATA, HORA
      *              E CONTAGEM). A ULTIMA LINHA DE CADA ARQUIVO E A
      *              ULTIMA COPIA LIMPA - ATE ELA O LOGPURGE PODE
      *              APARAR O JORNAL DE RECUPERACAO.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO E ENTROU NO
      *              UTILITARIO COMO ARQUIVO T (COPIA PLANA TAXLOGBK):
      *              MESMAS FUNCOES U/R/V, NA ORDEM DA CHAVE UNICA DO
      *              LANCAMENTO; O RELOAD RECONSTROI TAMBEM AS CHAVES
      *              ALTERNATIVAS. AS IMAGENS DE CONFERENCIA PASSARAM
      *              A 103 BYTES.
      *DATA          15/10/2026
      *DESCRICAO     O SIM-RECORD GANHOU A META DO MODO META DO
      *              SISPB004 (SIM-META-TIPO E SIM-META-LIQUIDA) E
      *              PASSOU DE 70 PARA 82 BYTES - A COPIA PLANA
      *              ACOMPANHOU. COPIA ANTIGA DE 70 BYTES RECARREGA
      *              COM A META EM BRANCO (SIMULACAO SEM META).
      *DATA          15/10/2026
      *DESCRICAO     O SIM-RECORD GANHOU O CLIENTE (SIM-CUSTOMER-ID,
      *              CHAVE ALTERNATIVA COM DUPLICADAS) E PASSOU DE 82
      *              PARA 90 BYTES - A COPIA PLANA ACOMPANHOU. O
      *              RELOAD RECONSTROI A CHAVE ALTERNATIVA; COPIA
      *              ANTIGA DE 82 BYTES RECARREGA SEM CLIENTE. NA
      *              IMPLANTACAO, O SIMFILE E DESCARREGADO PELA VERSAO
      *              ANTERIOR DESTE PROGRAMA E RECARREGADO POR ESTA.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEBKUP.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SIM-NUMERO
               ALTERNATE RECORD KEY IS SIM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SIMFILE-STATUS.
      *
           SELECT SIM-LOCK-FILE ASSIGN TO "SIMLOCK"
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LCK-NUMERO
               FILE STATUS IS WS-SIMLOCK-STATUS.
      *
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
           SELECT TAXRATE-BACKUP-FILE ASSIGN TO "TAXRATBK"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT SIMLOCK-BACKUP-FILE ASSIGN TO "SIMLCKBK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMLCKBK-STATUS.
      *
           SELECT TAXLOG-BACKUP-FILE ASSIGN TO "TAXLOGBK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXLOGBK-STATUS.
      *
           SELECT BACKUP-CONTROL-FILE ASSIGN TO "BKUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUPCTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  SIM-LOCK-FILE.
           COPY SIMLOCK.
      *
       FD  SALES-TAX-LOG-FILE.
           COPY TAXLOG.
      *
      * AS COPIAS PLANAS CARREGAM O REGISTRO INTEIRO COMO IMAGEM -
      * X(33), X(90), X(27) E X(103) SAO OS COMPRIMENTOS DOS
      * REGISTROS DE TAXRATE.CPY, SIMFILE.CPY, SIMLOCK.CPY E
      * TAXLOG.CPY.
       FD  TAXRATE-BACKUP-FILE.
       01  TAXRATE-BACKUP-RECORD           PIC X(33).
      *
       FD  SIMFILE-BACKUP-FILE.
       01  SIMFILE-BACKUP-RECORD           PIC X(90).
      *
       FD  SIMLOCK-BACKUP-FILE.
       01  SIMLOCK-BACKUP-RECORD           PIC X(27).
      *
       FD  TAXLOG-BACKUP-FILE.
       01  TAXLOG-BACKUP-RECORD            PIC X(103).
      *
       FD  BACKUP-CONTROL-FILE.
           COPY BKUPCTL.
      *
       WORKING-STORAGE SECTION.
       77  WS-TAXRATE-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXRATBK-STATUS              PIC X(02)   VALUE "00".
       77  WS-SIMFILBK-STATUS              PIC X(02)   VALUE "00".
       77  WS-SIMLCKBK-STATUS              PIC X(02)   VALUE "00".
       77  WS-TAXLOG-STATUS                PIC X(02)   VALUE "00".
       77  WS-TAXLOGBK-STATUS              PIC X(02)   VALUE "00".
       77  WS-BKUPCTL-STATUS               PIC X(02)   VALUE "00".
      *
      * ARQUIVO DESCARREGADO, PASSADO A 8000-RECORD-CLEAN-UNLOAD.
       77  WS-UNLOADED-FILE-NAME           PIC X(08)   VALUE SPACES.
       77  WS-SYSTEM-TIME                  PIC 9(08).
      *
       77  WS-FUNCTION-CODE                PIC X(01)   VALUE SPACE.
           88  WS-FUNCTION-UNLOAD                       VALUE "U".
           88  WS-FILE-TAXRATE                          VALUE "R".
           88  WS-FILE-SIMFILE                          VALUE "S".
           88  WS-FILE-SIMLOCK                          VALUE "L".
           88  WS-FILE-TAXLOG                           VALUE "T".
      *
       77  WS-LIVE-EOF-SWITCH              PIC X(01)   VALUE "N".
           88  WS-LIVE-EOF                              VALUE "Y".
       77  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
      *
      * IMAGENS DO PAR DE REGISTROS SOB COMPARACAO NA FUNCAO V.
       77  WS-LIVE-IMAGE                   PIC X(103)  VALUE SPACES.
       77  WS-BACKUP-IMAGE                 PIC X(103)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-BACKUP-UTILITY.
           DISPLAY "FUNCTION - U = UNLOAD, R = RELOAD, V = VERIFY: ".
           ACCEPT WS-FUNCTION-CODE.
           DISPLAY "FILE - R = TAXRATE, S = SIMFILE, L = SIMLOCK, "
               "T = TAXLOG: ".
           ACCEPT WS-FILE-CODE.
           EVALUATE TRUE
               WHEN WS-FUNCTION-UNLOAD AND WS-FILE-TAXRATE
                   PERFORM 3100-RELOAD-SIMLOCK
               WHEN WS-FUNCTION-VERIFY AND WS-FILE-SIMLOCK
                   PERFORM 3200-VERIFY-SIMLOCK
               WHEN WS-FUNCTION-UNLOAD AND WS-FILE-TAXLOG
                   PERFORM 4000-UNLOAD-TAXLOG
               WHEN WS-FUNCTION-RELOAD AND WS-FILE-TAXLOG
                   PERFORM 4100-RELOAD-TAXLOG
               WHEN WS-FUNCTION-VERIFY AND WS-FILE-TAXLOG
                   PERFORM 4200-VERIFY-TAXLOG
               WHEN OTHER
                   DISPLAY "FUNCTION MUST BE U, R OR V AND FILE "
                       "MUST BE R, S, L OR T."
           END-EVALUATE.
           STOP RUN.
      *
               MOVE WS-LIVE-COUNT TO WS-EDIT-COUNT
               DISPLAY "TAXRATE UNLOADED TO TAXRATBK - "
                   WS-EDIT-COUNT " RECORD(S)."
               MOVE "TAXRATE" TO WS-UNLOADED-FILE-NAME
               PERFORM 8000-RECORD-CLEAN-UNLOAD
           END-IF.
      *
       1010-READ-TAXRATE-NEXT.
               MOVE WS-LIVE-COUNT TO WS-EDIT-COUNT
               DISPLAY "SIMFILE UNLOADED TO SIMFILBK - "
                   WS-EDIT-COUNT " RECORD(S)."
               MOVE "SIMFILE" TO WS-UNLOADED-FILE-NAME
               PERFORM 8000-RECORD-CLEAN-UNLOAD
           END-IF.
      *
       2010-READ-SIMFILE-NEXT.
               MOVE WS-LIVE-COUNT TO WS-EDIT-COUNT
               DISPLAY "SIMLOCK UNLOADED TO SIMLCKBK - "
                   WS-EDIT-COUNT " RECORD(S)."
               MOVE "SIMLOCK" TO WS-UNLOADED-FILE-NAME
               PERFORM 8000-RECORD-CLEAN-UNLOAD
           END-IF.
      *
       3010-READ-SIMLOCK-NEXT.
           PERFORM 9100-COMPARE-IMAGE-PAIR.
      *
      ******************************************************************
      * 4000-UNLOAD-TAXLOG / 4100-RELOAD-TAXLOG / 4200-VERIFY-TAXLOG
      * SAME SHAPE AGAIN, AGAINST THE SALES TAX LOG. THE UNLOAD GOES
      * OUT IN PRIME-KEY (WRITE) ORDER, SO THE RELOAD'S SEQUENTIAL
      * WRITES ARE ASCENDING AND THE ALTERNATE KEYS ARE REBUILT AS
      * THEY GO.
      ******************************************************************
       4000-UNLOAD-TAXLOG.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS NOT = "00"
               DISPLAY "TAXLOG NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           ELSE
               OPEN OUTPUT TAXLOG-BACKUP-FILE
               PERFORM 4010-READ-TAXLOG-NEXT
               PERFORM 4020-UNLOAD-ONE-TAXLOG
                   UNTIL WS-LIVE-EOF
               CLOSE SALES-TAX-LOG-FILE
               CLOSE TAXLOG-BACKUP-FILE
               MOVE WS-LIVE-COUNT TO WS-EDIT-COUNT
               DISPLAY "TAXLOG UNLOADED TO TAXLOGBK - "
                   WS-EDIT-COUNT " RECORD(S)."
               MOVE "TAXLOG" TO WS-UNLOADED-FILE-NAME
               PERFORM 8000-RECORD-CLEAN-UNLOAD
           END-IF.
      *
       4010-READ-TAXLOG-NEXT.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LIVE-EOF-SWITCH
           END-READ.
      *
       4020-UNLOAD-ONE-TAXLOG.
           MOVE SALES-TAX-LOG-RECORD TO TAXLOG-BACKUP-RECORD.
           WRITE TAXLOG-BACKUP-RECORD.
           ADD 1 TO WS-LIVE-COUNT.
           PERFORM 4010-READ-TAXLOG-NEXT.
      *
       4100-RELOAD-TAXLOG.
           OPEN INPUT TAXLOG-BACKUP-FILE.
           IF WS-TAXLOGBK-STATUS NOT = "00"
               DISPLAY "TAXLOGBK NOT AVAILABLE - STATUS "
                   WS-TAXLOGBK-STATUS " - NOTHING TO RELOAD."
           ELSE
               OPEN OUTPUT SALES-TAX-LOG-FILE
               PERFORM 4110-READ-TAXLOGBK
               PERFORM 4120-RELOAD-ONE-TAXLOG
                   UNTIL WS-BACKUP-EOF
               CLOSE TAXLOG-BACKUP-FILE
               CLOSE SALES-TAX-LOG-FILE
               MOVE WS-BACKUP-COUNT TO WS-EDIT-COUNT
               DISPLAY "TAXLOG RELOADED FROM TAXLOGBK - "
                   WS-EDIT-COUNT " RECORD(S)."
           END-IF.
      *
       4110-READ-TAXLOGBK.
           READ TAXLOG-BACKUP-FILE
               AT END MOVE "Y" TO WS-BACKUP-EOF-SWITCH
           END-READ.
      *
       4120-RELOAD-ONE-TAXLOG.
           MOVE TAXLOG-BACKUP-RECORD TO SALES-TAX-LOG-RECORD.
           WRITE SALES-TAX-LOG-RECORD
               INVALID KEY
                   DISPLAY "RELOAD WRITE FAILED - STATUS "
                       WS-TAXLOG-STATUS " - BACKUP OUT OF KEY "
                       "ORDER OR DUPLICATE KEY."
           END-WRITE.
           ADD 1 TO WS-BACKUP-COUNT.
           PERFORM 4110-READ-TAXLOGBK.
      *
       4200-VERIFY-TAXLOG.
           OPEN INPUT SALES-TAX-LOG-FILE.
           OPEN INPUT TAXLOG-BACKUP-FILE.
           IF WS-TAXLOG-STATUS NOT = "00"
               OR WS-TAXLOGBK-STATUS NOT = "00"
               DISPLAY "VERIFY NEEDS BOTH TAXLOG (STATUS "
                   WS-TAXLOG-STATUS ") AND TAXLOGBK (STATUS "
                   WS-TAXLOGBK-STATUS ")."
           ELSE
               PERFORM 4210-VERIFY-ONE-TAXLOG-PAIR
                   UNTIL WS-LIVE-EOF AND WS-BACKUP-EOF
               CLOSE SALES-TAX-LOG-FILE
               CLOSE TAXLOG-BACKUP-FILE
               PERFORM 9000-PRINT-VERIFY-SUMMARY
           END-IF.
      *
       4210-VERIFY-ONE-TAXLOG-PAIR.
           MOVE SPACES TO WS-LIVE-IMAGE.
           MOVE SPACES TO WS-BACKUP-IMAGE.
           IF NOT WS-LIVE-EOF
               PERFORM 4010-READ-TAXLOG-NEXT
               IF NOT WS-LIVE-EOF
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE SALES-TAX-LOG-RECORD TO WS-LIVE-IMAGE
               END-IF
           END-IF.
           IF NOT WS-BACKUP-EOF
               PERFORM 4110-READ-TAXLOGBK
               IF NOT WS-BACKUP-EOF
                   ADD 1 TO WS-BACKUP-COUNT
                   MOVE TAXLOG-BACKUP-RECORD TO WS-BACKUP-IMAGE
               END-IF
           END-IF.
           PERFORM 9100-COMPARE-IMAGE-PAIR.
      *
      ******************************************************************
      * 8000-RECORD-CLEAN-UNLOAD
      * Appends the finished unload to BKUPCTL. Only reached after
      * the whole live file went to the flat copy and both were
      * closed, so every row there marks a backup RCVYFWD can start
      * from - the journal before it is no longer needed for that
      * file.
      ******************************************************************
       8000-RECORD-CLEAN-UNLOAD.
           OPEN EXTEND BACKUP-CONTROL-FILE.
           IF WS-BKUPCTL-STATUS = "35"
               OPEN OUTPUT BACKUP-CONTROL-FILE
               CLOSE BACKUP-CONTROL-FILE
               OPEN EXTEND BACKUP-CONTROL-FILE
           END-IF.
           MOVE WS-UNLOADED-FILE-NAME TO BKC-FILE-NAME.
           ACCEPT BKC-UNLOAD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           MOVE WS-SYSTEM-TIME (1:6) TO BKC-UNLOAD-TIME.
           MOVE WS-LIVE-COUNT TO BKC-RECORD-COUNT.
           WRITE BACKUP-CONTROL-RECORD.
           CLOSE BACKUP-CONTROL-FILE.
      *
      ******************************************************************
      * 9100-COMPARE-IMAGE-PAIR
      * One live/backup record pair. The images were blanked before
      * the reads, so one side hitting end-of-file while the other
