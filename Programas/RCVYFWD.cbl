      *              ARQUIVO VOLTA AO MOMENTO DA FALHA, NAO A NOITE
      *              ANTERIOR. USE UM JORNAL INICIADO LOGO APOS O
      *              UNLOAD QUE GEROU O BACKUP RESTAURADO.
      *DATA          15/10/2026
      *DESCRICAO     A IMAGEM DO STORMST REAPLICADA CRESCEU PARA 41
      *              POSICOES COM O CODIGO DE LOCALIDADE DA LOJA
      *              (JORNAL ANTIGO VOLTA COM A LOCALIDADE EM BRANCO).
      *DATA          15/10/2026
      *DESCRICAO     NOVO ARQUIVO RECUPERAVEL: O MESTRE DE PRODUTOS
      *              (PRODMST, MANTIDO POR PRODMNT) - CODIGO P.
      *DATA          15/10/2026
      *DESCRICAO     A IMAGEM DO STORMST REAPLICADA CRESCEU PARA 42
      *              POSICOES COM A BASE DE PRECO DA LOJA (JORNAL
      *              ANTIGO VOLTA COM A BASE EM BRANCO, QUE VALE N).
      *DATA          15/10/2026
      *DESCRICAO     NOVO ARQUIVO RECUPERAVEL: O CALENDARIO DE
      *              DECLARACOES (FILECAL, MANTIDO POR FILCMNT) -
      *              CODIGO F.
      *DATA          15/10/2026
      *DESCRICAO     A IMAGEM DO STORMST REAPLICADA CRESCEU PARA 59
      *              POSICOES COM A SITUACAO E AS DATAS DE
      *              INAUGURACAO/ENCERRAMENTO DA LOJA (JORNAL ANTIGO
      *              VOLTA COM A SITUACAO EM BRANCO, QUE VALE ATIVA, E
      *              SEM DATAS).
      *DATA          15/10/2026
      *DESCRICAO     NOVO ARQUIVO RECUPERAVEL: O CADASTRO DE SEGURANCA
      *              DOS OPERADORES (OPERSEC, MANTIDO POR OPERMNT) -
      *              CODIGO O. ESTE UTILITARIO NAO PEDE SIGN-ON - E ELE
      *              QUE RECONSTROI O OPERSEC QUANDO O SIGN-ON NAO TEM
      *              MAIS ONDE CONFERIR.
      *DATA          15/10/2026
      *DESCRICAO     A IMAGEM DO SIMFILE REAPLICADA CRESCEU PARA 82
      *              POSICOES COM A META DO MODO META DO SISPB004
      *              (JORNAL ANTIGO VOLTA COM A META EM BRANCO -
      *              SIMULACAO SEM META).
      *DATA          15/10/2026
      *DESCRICAO     A IMAGEM DO SIMFILE REAPLICADA CRESCEU PARA 90
      *              POSICOES COM O CLIENTE DA SIMULACAO (JORNAL
      *              ANTIGO VOLTA SEM CLIENTE). NOVO ARQUIVO
      *              RECUPERAVEL: O CADASTRO DE INVESTIDORES (CUSTMST,
      *              MANTIDO POR CUSTMNT) - CODIGO C.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVYFWD.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-NUMERO
               ALTERNATE RECORD KEY IS SIM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TARGET-STATUS.
      *
           SELECT SIM-LOCK-FILE ASSIGN TO "SIMLOCK"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STORE-NUMBER
               FILE STATUS IS WS-TARGET-STATUS.
      *
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-SKU
               FILE STATUS IS WS-TARGET-STATUS.
      *
           SELECT FILING-CALENDAR ASSIGN TO "FILECAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               FILE STATUS IS WS-TARGET-STATUS.
      *
           SELECT OPERATOR-SECURITY-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-TARGET-STATUS.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CUSTOMER-ID
               FILE STATUS IS WS-TARGET-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  STORE-MASTER.
           COPY STORMST.
      *
       FD  PRODUCT-MASTER.
           COPY PRODMST.
      *
       FD  FILING-CALENDAR.
           COPY FILECAL.
      *
       FD  OPERATOR-SECURITY-FILE.
           COPY OPERSEC.
      *
       FD  CUSTOMER-MASTER.
           COPY CUSTMST.
      *
       WORKING-STORAGE SECTION.
       77  WS-RCVYJRNL-STATUS              PIC X(02)   VALUE "00".
           88  WS-FILE-ACCTMST                          VALUE "A".
           88  WS-FILE-EXEMPCRT                         VALUE "E".
           88  WS-FILE-STORMST                          VALUE "T".
           88  WS-FILE-PRODMST                          VALUE "P".
           88  WS-FILE-FILECAL                          VALUE "F".
           88  WS-FILE-OPERSEC                          VALUE "O".
           88  WS-FILE-CUSTMST                          VALUE "C".
       77  WS-TARGET-FILE-NAME             PIC X(08)   VALUE SPACES.
      *
       77  WS-REPLAYED-COUNT               PIC 9(07)   VALUE ZERO.
       0000-ROLL-FORWARD.
           DISPLAY "FILE TO ROLL FORWARD - R = TAXRATE, "
               "S = SIMFILE, L = SIMLOCK,".
           DISPLAY "A = ACCTMST, E = EXEMPCRT, T = STORMST, "
               "P = PRODMST, F = FILECAL,".
           DISPLAY "O = OPERSEC, C = CUSTMST: ".
           ACCEPT WS-FILE-CODE.
           EVALUATE TRUE
               WHEN WS-FILE-TAXRATE
                   MOVE "EXEMPCRT" TO WS-TARGET-FILE-NAME
               WHEN WS-FILE-STORMST
                   MOVE "STORMST" TO WS-TARGET-FILE-NAME
               WHEN WS-FILE-PRODMST
                   MOVE "PRODMST" TO WS-TARGET-FILE-NAME
               WHEN WS-FILE-FILECAL
                   MOVE "FILECAL" TO WS-TARGET-FILE-NAME
               WHEN WS-FILE-OPERSEC
                   MOVE "OPERSEC" TO WS-TARGET-FILE-NAME
               WHEN WS-FILE-CUSTMST
                   MOVE "CUSTMST" TO WS-TARGET-FILE-NAME
               WHEN OTHER
                   DISPLAY "FILE MUST BE R, S, L, A, E, T, P, F, "
                       "O OR C."
                   STOP RUN
           END-EVALUATE.
           PERFORM 1000-OPEN-TARGET-FILE.
                       CLOSE STORE-MASTER
                       OPEN I-O STORE-MASTER
                   END-IF
               WHEN WS-FILE-PRODMST
                   OPEN I-O PRODUCT-MASTER
                   IF WS-TARGET-STATUS = "35"
                       OPEN OUTPUT PRODUCT-MASTER
                       CLOSE PRODUCT-MASTER
                       OPEN I-O PRODUCT-MASTER
                   END-IF
               WHEN WS-FILE-FILECAL
                   OPEN I-O FILING-CALENDAR
                   IF WS-TARGET-STATUS = "35"
                       OPEN OUTPUT FILING-CALENDAR
                       CLOSE FILING-CALENDAR
                       OPEN I-O FILING-CALENDAR
                   END-IF
               WHEN WS-FILE-OPERSEC
                   OPEN I-O OPERATOR-SECURITY-FILE
                   IF WS-TARGET-STATUS = "35"
                       OPEN OUTPUT OPERATOR-SECURITY-FILE
                       CLOSE OPERATOR-SECURITY-FILE
                       OPEN I-O OPERATOR-SECURITY-FILE
                   END-IF
               WHEN WS-FILE-CUSTMST
                   OPEN I-O CUSTOMER-MASTER
                   IF WS-TARGET-STATUS = "35"
                       OPEN OUTPUT CUSTOMER-MASTER
                       CLOSE CUSTOMER-MASTER
                       OPEN I-O CUSTOMER-MASTER
                   END-IF
           END-EVALUATE.
      *
       1500-CLOSE-TARGET-FILE.
                   CLOSE EXEMPTION-CERT-FILE
               WHEN WS-FILE-STORMST
                   CLOSE STORE-MASTER
               WHEN WS-FILE-PRODMST
                   CLOSE PRODUCT-MASTER
               WHEN WS-FILE-FILECAL
                   CLOSE FILING-CALENDAR
               WHEN WS-FILE-OPERSEC
                   CLOSE OPERATOR-SECURITY-FILE
               WHEN WS-FILE-CUSTMST
                   CLOSE CUSTOMER-MASTER
           END-EVALUATE.
      *
       2000-READ-ONE-JOURNAL-ROW.
                       PERFORM 3500-REPLAY-ON-EXEMPCRT
                   WHEN WS-FILE-STORMST
                       PERFORM 3600-REPLAY-ON-STORMST
                   WHEN WS-FILE-PRODMST
                       PERFORM 3700-REPLAY-ON-PRODMST
                   WHEN WS-FILE-FILECAL
                       PERFORM 3800-REPLAY-ON-FILECAL
                   WHEN WS-FILE-OPERSEC
                       PERFORM 3900-REPLAY-ON-OPERSEC
                   WHEN WS-FILE-CUSTMST
                       PERFORM 3950-REPLAY-ON-CUSTMST
               END-EVALUATE
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           PERFORM 2000-READ-ONE-JOURNAL-ROW.
      *
      ******************************************************************
      * 3100 THROUGH 3950 - ONE JOURNALED ACTION ONTO ITS FILE. W AND
      * R ARE APPLIED AS UPSERTS (THE JOURNAL MAY BE REPLAYED OVER A
      * FILE THAT ALREADY HOLDS SOME OF THE DAY) AND D IGNORES A ROW
      * ALREADY GONE - REPLAY IS IDEMPOTENT.
      ******************************************************************
       3100-REPLAY-ON-TAXRATE.
           MOVE JRN-RECORD-IMAGE (1:33) TO TAX-RATE-RECORD.
           END-IF.
      *
       3200-REPLAY-ON-SIMFILE.
           MOVE JRN-RECORD-IMAGE (1:90) TO SIM-RECORD.
           IF JRN-ACTION-DELETE
               DELETE SIMULACAO-FILE
                   INVALID KEY CONTINUE
           END-IF.
      *
       3600-REPLAY-ON-STORMST.
           MOVE JRN-RECORD-IMAGE (1:59) TO STORE-MASTER-RECORD.
           IF JRN-ACTION-DELETE
               DELETE STORE-MASTER
                   INVALID KEY CONTINUE
                       REWRITE STORE-MASTER-RECORD
               END-WRITE
           END-IF.
      *
       3700-REPLAY-ON-PRODMST.
           MOVE JRN-RECORD-IMAGE (1:44) TO PRODUCT-MASTER-RECORD.
           IF JRN-ACTION-DELETE
               DELETE PRODUCT-MASTER
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE PRODUCT-MASTER-RECORD
                   INVALID KEY
                       REWRITE PRODUCT-MASTER-RECORD
               END-WRITE
           END-IF.
      *
       3800-REPLAY-ON-FILECAL.
           MOVE JRN-RECORD-IMAGE (1:38) TO FILING-CALENDAR-RECORD.
           IF JRN-ACTION-DELETE
               DELETE FILING-CALENDAR
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE FILING-CALENDAR-RECORD
                   INVALID KEY
                       REWRITE FILING-CALENDAR-RECORD
               END-WRITE
           END-IF.
      *
       3900-REPLAY-ON-OPERSEC.
           MOVE JRN-RECORD-IMAGE (1:89) TO OPERATOR-SECURITY-RECORD.
           IF JRN-ACTION-DELETE
               DELETE OPERATOR-SECURITY-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE OPERATOR-SECURITY-RECORD
                   INVALID KEY
                       REWRITE OPERATOR-SECURITY-RECORD
               END-WRITE
           END-IF.
      *
       3950-REPLAY-ON-CUSTMST.
           MOVE JRN-RECORD-IMAGE (1:66) TO CUSTOMER-MASTER-RECORD.
           IF JRN-ACTION-DELETE
               DELETE CUSTOMER-MASTER
                   INVALID KEY CONTINUE
               END-DELETE
           ELSE
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       REWRITE CUSTOMER-MASTER-RECORD
               END-WRITE
           END-IF.
       END PROGRAM RCVYFWD.
