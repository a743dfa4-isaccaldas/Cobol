      *              STMTRPRT, QUE DEVOLVE A IMAGEM ENVIADA E NAO UMA
      *              RERODADA SOBRE UM LOG QUE JA MUDOU. RERODAR O
      *              MESMO EXTRATO SUBSTITUI A IMAGEM ARQUIVADA.
      *DATA          15/10/2026
      *DESCRICAO     O TAXLOG PASSOU A SER INDEXADO (CHAVE UNICA DO
      *              LANCAMENTO E CHAVES ALTERNATIVAS DE DATA, CONTA E
      *              LOJA): A LEITURA SE POSICIONA (START) NO INICIO
      *              DA FATIA QUE O PROGRAMA PRECISA E PARA NO FIM
      *              DELA, EM VEZ DE VARRER O LOG INTEIRO.
      *DATA          15/10/2026
      *DESCRICAO     A RERODADA SO APAGA AS LINHAS DO EXTRATO (1 A
      *              9000) - A PARTIR DA 9001 FICAM OS MEMOS DE
      *              CREDITO DO TAXCRMEM EMITIDOS NA MESMA DATA, QUE
      *              NAO SAO DESTE PROGRAMA.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSTMT.
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
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               DISPLAY "SALES-TAX-LOG-FILE NOT AVAILABLE - STATUS "
                   WS-TAXLOG-STATUS "."
           ELSE
               PERFORM 1005-START-TAX-LOG-AT-DAY
               PERFORM 1020-COLLECT-ONE-ACCOUNT
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
      *
      * O LOG E LIDO PELA CHAVE ALTERNATIVA DE DATA: START NA DATA
      * DO EXTRATO E A LEITURA PARA NA PRIMEIRA DATA POSTERIOR.
       1005-START-TAX-LOG-AT-DAY.
           MOVE WS-STMT-DATE TO LOG-BUSINESS-DATE.
           START SALES-TAX-LOG-FILE KEY IS NOT < LOG-BUSINESS-DATE
               INVALID KEY MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-START.
           IF NOT WS-TAXLOG-EOF
               PERFORM 1010-READ-TAX-LOG-RECORD
           END-IF.
      *
       1010-READ-TAX-LOG-RECORD.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-READ.
           IF NOT WS-TAXLOG-EOF
               AND LOG-BUSINESS-DATE > WS-STMT-DATE
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       1020-COLLECT-ONE-ACCOUNT.
           IF LOG-BUSINESS-DATE = WS-STMT-DATE
           MOVE "N" TO WS-TAXLOG-EOF-SWITCH.
           OPEN INPUT SALES-TAX-LOG-FILE.
           IF WS-TAXLOG-STATUS = "00"
               PERFORM 2010-START-TAX-LOG-AT-ACCOUNT
               PERFORM 2100-STATE-ONE-LOG-RECORD
                   UNTIL WS-TAXLOG-EOF
               CLOSE SALES-TAX-LOG-FILE
           END-IF.
           MOVE SPACES TO WS-STMT-LINE.
           PERFORM 2700-PUT-STATEMENT-LINE.
      *
      * SO AS LINHAS DA CONTA: START PELA CHAVE ALTERNATIVA DE CONTA
      * E A LEITURA PARA QUANDO A CONTA MUDA.
       2010-START-TAX-LOG-AT-ACCOUNT.
           MOVE WS-STMT-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           START SALES-TAX-LOG-FILE KEY IS = LOG-ACCOUNT-NUMBER
               INVALID KEY MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-START.
           IF NOT WS-TAXLOG-EOF
               PERFORM 2020-READ-ACCOUNT-LOG-RECORD
           END-IF.
      *
       2020-READ-ACCOUNT-LOG-RECORD.
           READ SALES-TAX-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-READ.
           IF NOT WS-TAXLOG-EOF
               AND LOG-ACCOUNT-NUMBER NOT = WS-STMT-ACCOUNT
               MOVE "Y" TO WS-TAXLOG-EOF-SWITCH
           END-IF.
      *
       2050-WRITE-STATEMENT-HEADER.
           MOVE SPACES TO WS-STMT-LINE.
                   INTO WS-STMT-LINE
               PERFORM 2700-PUT-STATEMENT-LINE
           END-IF.
           PERFORM 2020-READ-ACCOUNT-LOG-RECORD.
      *
       2200-POST-STATE-SUBTOTAL.
           MOVE "N" TO WS-SST-FOUND-SWITCH.
      * 2800-PURGE-ARCHIVED-STATEMENT
      * A rerun for the same account/date replaces what the archive
      * holds - two images of one statement would defeat the whole
      * point of archiving the mailed one. Lines from 9001 on belong
      * to credit memos (TAXCRMEM) issued the same day and are kept.
      ******************************************************************
       2800-PURGE-ARCHIVED-STATEMENT.
           IF WS-ARCHIVE-IS-OPEN
               NOT AT END
                   IF SAR-ACCOUNT-NUMBER = WS-STMT-ACCOUNT
                       AND SAR-BUSINESS-DATE = WS-STMT-DATE
                       AND SAR-LINE-SEQ < 9001
                       DELETE STATEMENT-ARCHIVE
                           INVALID KEY CONTINUE
                       END-DELETE
