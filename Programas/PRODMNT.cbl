      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     MANUTENCAO DO MESTRE DE PRODUTOS (PRODMST),
      *              CHAVEADO PELO SKU QUE OS ITENS DO SALESRAW
      *              CARREGAM. E AQUI QUE A MATRIZ DEFINE A CATEGORIA
      *              TRIBUTARIA (S/G/P) DE CADA PRODUTO - O TAXEDIT A
      *              TIRA DAQUI EM VEZ DE ACEITAR A QUE A REGISTRADORA
      *              DA LOJA MANDA. PERMITE INCLUIR (A), ALTERAR (C),
      *              DESCONTINUAR (X) E CONSULTAR (I) UM PRODUTO; E
      *              ENCERRA COM E. PRODUTO DESCONTINUADO NAO E
      *              EXCLUIDO - PRD-STATUS PASSA A "D", MESMA
      *              CONVENCAO DO ACCTMNT. TODA ALTERACAO BEM SUCEDIDA
      *              E JORNALIZADA EM RCVYJRNL (VIA RCVYJRN1).
      *DATA          15/10/2026
      *DESCRICAO     SIGN-ON OBRIGATORIO NA ENTRADA (SIGNON1) - SO
      *              ENTRA OPERADOR ATIVO COM O PAPEL A (CADASTROS),
      *              COMO NO ACCTMNT; RECUSA VAI PARA O EXCPLOG E O
      *              OPERADOR FICA GRAVADO EM CADA LINHA DO RCVYJRNL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-SKU
               FILE STATUS IS WS-PRODMST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
           COPY PRODMST.
      *
       WORKING-STORAGE SECTION.
       77  WS-PRODMST-STATUS               PIC X(02)   VALUE "00".
       77  WS-END-OF-SESSION-SWITCH        PIC X(01)   VALUE "N".
           88  WS-SESSION-IS-OVER                       VALUE "Y".
       77  WS-ACTION-CODE                  PIC X(01)   VALUE SPACE.
      *
       77  WS-ENTRY-SKU                    PIC X(12).
       77  WS-ENTRY-DESCRIPTION            PIC X(30).
       77  WS-ENTRY-CATEGORY               PIC X(01).
           88  WS-ENTRY-CATEGORY-VALID              VALUE "S" "G" "P".
      *
      * PARAMETROS PASSADOS AO SUBPROGRAMA RCVYJRN1, QUE JORNALIZA
      * CADA WRITE/REWRITE/DELETE BEM SUCEDIDO NOS INDEXADOS PARA O
      * ROLL-FORWARD DO RCVYFWD (VEJA Copybooks/RCVYJRNL.CPY).
       77  WS-JRN-PROGRAM-ID               PIC X(08) VALUE "PRODMNT ".
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
       0000-MAINTAIN-PRODUCT-MASTER.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "PRODMNT" TO SGN-PROGRAM-ID.
           MOVE "A" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-OPEN-PRODUCT-MASTER.
           IF WS-PRODMST-STATUS = "00"
               PERFORM 200-PROCESS-ONE-ACTION
                   UNTIL WS-SESSION-IS-OVER
               CLOSE PRODUCT-MASTER
           ELSE
               DISPLAY "PRODUCT-MASTER NOT AVAILABLE - STATUS "
                   WS-PRODMST-STATUS "."
           END-IF.
           DISPLAY "END OF SESSION.".
           STOP RUN.
      *
      ******************************************************************
      * 100-OPEN-PRODUCT-MASTER
      * First-ever run creates the file, same status-35 bootstrap the
      * shop already uses for ACCTMST, EXEMPCRT and STORMST.
      ******************************************************************
       100-OPEN-PRODUCT-MASTER.
           OPEN I-O PRODUCT-MASTER.
           IF WS-PRODMST-STATUS = "35"
               OPEN OUTPUT PRODUCT-MASTER
               CLOSE PRODUCT-MASTER
               OPEN I-O PRODUCT-MASTER
           END-IF.
      *
       200-PROCESS-ONE-ACTION.
           DISPLAY "------------------------------------".
           DISPLAY "ACTION - A = ADD, C = CHANGE, X = DISCONTINUE, "
               "I = INQUIRE, E = END: ".
           ACCEPT WS-ACTION-CODE.
           EVALUATE WS-ACTION-CODE
               WHEN "A"
                   PERFORM 300-ADD-PRODUCT
               WHEN "C"
                   PERFORM 400-CHANGE-PRODUCT
               WHEN "X"
                   PERFORM 500-DISCONTINUE-PRODUCT
               WHEN "I"
                   PERFORM 600-INQUIRE-PRODUCT
               WHEN "E"
                   MOVE "Y" TO WS-END-OF-SESSION-SWITCH
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A, C, X, I OR E."
           END-EVALUATE.
      *
       250-ACCEPT-SKU.
           DISPLAY "SKU: ".
           ACCEPT WS-ENTRY-SKU.
      *
      ******************************************************************
      * 300-ADD-PRODUCT
      * WRITEs a brand-new product as active. The tax category is
      * required and must be one the rate master knows - a product
      * with no category would leave TAXEDIT nothing to derive.
      ******************************************************************
       300-ADD-PRODUCT.
           PERFORM 250-ACCEPT-SKU.
           IF WS-ENTRY-SKU = SPACES
               DISPLAY "SKU IS REQUIRED."
           ELSE
               DISPLAY "DESCRIPTION: "
               ACCEPT WS-ENTRY-DESCRIPTION
               DISPLAY "TAX CATEGORY (S = STANDARD, G = GROCERY, "
                   "P = PREPARED FOOD): "
               ACCEPT WS-ENTRY-CATEGORY
               IF NOT WS-ENTRY-CATEGORY-VALID
                   DISPLAY "TAX CATEGORY MUST BE S, G OR P - "
                       "PRODUCT NOT ADDED."
               ELSE
                   MOVE WS-ENTRY-SKU TO PRD-SKU
                   MOVE WS-ENTRY-DESCRIPTION TO PRD-DESCRIPTION
                   MOVE WS-ENTRY-CATEGORY TO PRD-TAX-CATEGORY
                   MOVE "A" TO PRD-STATUS
                   WRITE PRODUCT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "SKU ALREADY ON FILE - USE CHANGE."
                       NOT INVALID KEY
                           PERFORM 900-JOURNAL-WRITE
                           DISPLAY "PRODUCT ADDED."
                   END-WRITE
               END-IF
           END-IF.
      *
      ******************************************************************
      * 400-CHANGE-PRODUCT
      * READs the product by key and REWRITEs it with the new
      * description and/or tax category. A blank entry keeps the
      * value already on file. A discontinued product may be put back
      * on sale here (status back to active).
      ******************************************************************
       400-CHANGE-PRODUCT.
           PERFORM 250-ACCEPT-SKU.
           MOVE WS-ENTRY-SKU TO PRD-SKU.
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "SKU NOT ON FILE - USE ADD."
               NOT INVALID KEY
                   DISPLAY "DESCRIPTION (BLANK TO KEEP '"
                       PRD-DESCRIPTION "'): "
                   ACCEPT WS-ENTRY-DESCRIPTION
                   IF WS-ENTRY-DESCRIPTION NOT = SPACES
                       MOVE WS-ENTRY-DESCRIPTION TO PRD-DESCRIPTION
                   END-IF
                   DISPLAY "TAX CATEGORY (BLANK TO KEEP '"
                       PRD-TAX-CATEGORY "'): "
                   ACCEPT WS-ENTRY-CATEGORY
                   IF WS-ENTRY-CATEGORY NOT = SPACE
                       IF WS-ENTRY-CATEGORY-VALID
                           MOVE WS-ENTRY-CATEGORY TO PRD-TAX-CATEGORY
                       ELSE
                           DISPLAY "TAX CATEGORY MUST BE S, G OR P - "
                               "CATEGORY KEPT."
                       END-IF
                   END-IF
                   IF PRD-STATUS-DISCONTINUED
                       DISPLAY "PRODUCT IS DISCONTINUED - REACTIVATE "
                           "(Y/N)? "
                       ACCEPT WS-ACTION-CODE
                       IF WS-ACTION-CODE = "Y"
                           MOVE "A" TO PRD-STATUS
                       END-IF
                   END-IF
                   REWRITE PRODUCT-MASTER-RECORD
                   PERFORM 910-JOURNAL-REWRITE
                   DISPLAY "PRODUCT CHANGED."
           END-READ.
      *
      ******************************************************************
      * 500-DISCONTINUE-PRODUCT
      * Flips PRD-STATUS to discontinued instead of deleting the row,
      * so a sell-off of old stock still finds its category and the
      * tickets already taxed can be traced back to the product.
      ******************************************************************
       500-DISCONTINUE-PRODUCT.
           PERFORM 250-ACCEPT-SKU.
           MOVE WS-ENTRY-SKU TO PRD-SKU.
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "SKU NOT ON FILE."
               NOT INVALID KEY
                   IF PRD-STATUS-DISCONTINUED
                       DISPLAY "PRODUCT IS ALREADY DISCONTINUED."
                   ELSE
                       MOVE "D" TO PRD-STATUS
                       REWRITE PRODUCT-MASTER-RECORD
                       PERFORM 910-JOURNAL-REWRITE
                       DISPLAY "PRODUCT DISCONTINUED."
                   END-IF
           END-READ.
      *
       600-INQUIRE-PRODUCT.
           PERFORM 250-ACCEPT-SKU.
           MOVE WS-ENTRY-SKU TO PRD-SKU.
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "SKU NOT ON FILE."
               NOT INVALID KEY
                   DISPLAY "SKU . . . . . . . . . . : " PRD-SKU
                   DISPLAY "DESCRIPTION . . . . . . : "
                       PRD-DESCRIPTION
                   DISPLAY "TAX CATEGORY. . . . . . : "
                       PRD-TAX-CATEGORY
                   DISPLAY "STATUS. . . . . . . . . : " PRD-STATUS
           END-READ.
      *
      ******************************************************************
      * 900/910-JOURNAL-* - ONE RCVYJRNL LINE PER SUCCESSFUL UPDATE,
      * SO O RCVYFWD CONSEGUE REFAZER O DIA SOBRE UM RESTORE.
      ******************************************************************
       900-JOURNAL-WRITE.
           MOVE "W" TO WS-JRN-ACTION-CODE.
           PERFORM 920-CALL-JOURNAL.
      *
       910-JOURNAL-REWRITE.
           MOVE "R" TO WS-JRN-ACTION-CODE.
           PERFORM 920-CALL-JOURNAL.
      *
       920-CALL-JOURNAL.
           MOVE "PRODMST" TO WS-JRN-FILE-NAME.
           MOVE SPACES TO WS-JRN-RECORD-IMAGE.
           MOVE PRODUCT-MASTER-RECORD TO WS-JRN-RECORD-IMAGE (1:44).
           CALL "RCVYJRN1" USING WS-JRN-PROGRAM-ID
               WS-JRN-FILE-NAME WS-JRN-ACTION-CODE
               WS-JRN-RECORD-IMAGE.
       END PROGRAM PRODMNT.
