      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     MONITOR NOTURNO DOS FEEDS DE LOJA. O FEEDCTL SO
      *              REGISTRA O QUE O TAXEDIT RECEBEU - LOJA QUE NAO
      *              MANDA NADA NUNCA APARECE NELE. AQUI AS LOJAS QUE
      *              DEVIAM TER OPERADO NA DATA DE NEGOCIO (STORMST
      *              ATIVA, DENTRO DAS DATAS DE INAUGURACAO E
      *              ENCERRAMENTO, SEM FOLGA NO CALENDARIO TRADECAL)
      *              SAO CONFERIDAS CONTRA O FEEDCTL: FEED FALTANTE,
      *              FEED ACEITO DEPOIS DO HORARIO DE CORTE E FEED
      *              REJEITADO INTEIRO (HEADER RECUSADO OU NENHUM
      *              TICKET LIMPO) SAO LISTADOS, E O VEREDITO DA DATA
      *              VAI PARA O FEEDSTAT: C (COMPLETO) OU H (SEGURAR).
      *              O JOBCHAIN TESTA O FEEDSTAT ANTES DE CHAMAR OS
      *              PASSOS DE RELATORIO MARCADOS E SEGURA-OS NO H.
      *              A FUNCAO R LIBERA UMA DATA SEGURADA QUANDO A
      *              OPERACAO DECIDE SEGUIR SEM AS LOJAS FALTANTES;
      *              FEED QUE CHEGA DEPOIS E CONFERIDO RODANDO A
      *              CONFERENCIA DE NOVO (O VEREDITO VIRA C SOZINHO).
      *DATA          15/10/2026
      *DESCRICAO     SIGN-ON OBRIGATORIO NA ENTRADA (SIGNON1) COM O
      *              PAPEL B; A LIBERACAO DE DATA RETIDA EXIGE TAMBEM O
      *              PAPEL P (APROVADOR) E GRAVA O OPERADOR DO SIGN-ON
      *              EM VEZ DE UM ID DIGITADO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-MASTER ASSIGN TO "STORMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STM-STORE-NUMBER
               FILE STATUS IS WS-STORMST-STATUS.
      *
           SELECT FEED-CONTROL-FILE ASSIGN TO "FEEDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDCTL-STATUS.
      *
           SELECT TRADING-CALENDAR-FILE ASSIGN TO "TRADECAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRADECAL-STATUS.
      *
           SELECT FEED-STATUS-FILE ASSIGN TO "FEEDSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDSTAT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  STORE-MASTER.
           COPY STORMST.
      *
       FD  FEED-CONTROL-FILE.
           COPY FEEDCTL.
      *
       FD  TRADING-CALENDAR-FILE.
           COPY TRADECAL.
      *
       FD  FEED-STATUS-FILE.
           COPY FEEDSTAT.
      *
       WORKING-STORAGE SECTION.
       77  WS-STORMST-STATUS               PIC X(02)   VALUE "00".
       77  WS-FEEDCTL-STATUS               PIC X(02)   VALUE "00".
       77  WS-TRADECAL-STATUS              PIC X(02)   VALUE "00".
       77  WS-FEEDSTAT-STATUS              PIC X(02)   VALUE "00".
       77  WS-FEEDCTL-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-FEEDCTL-EOF                           VALUE "Y".
       77  WS-TRADECAL-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-TRADECAL-EOF                          VALUE "Y".
       77  WS-FEEDSTAT-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-FEEDSTAT-EOF                          VALUE "Y".
      *
       77  WS-TODAY-DATE                   PIC 9(08).
       77  WS-TIME-NOW-RAW                 PIC 9(08)   VALUE ZERO.
       77  WS-FUNCTION-CODE                PIC X(01)   VALUE SPACE.
       77  WS-CHECK-DATE-ENTRY             PIC X(08)   VALUE SPACES.
       77  WS-CHECK-DATE                   PIC 9(08)   VALUE ZERO.
      * HORARIO DE CORTE HHMM NA PROPRIA DATA DE NEGOCIO. FEED ACEITO
      * EM DATA POSTERIOR E SEMPRE ATRASADO.
       77  WS-CUTOFF-ENTRY                 PIC X(04)   VALUE SPACES.
       77  WS-CUTOFF-TIME                  PIC 9(04)   VALUE 2300.
       01  WS-ACCEPTED-TIME                PIC 9(06)   VALUE ZERO.
       01  WS-ACCEPTED-TIME-PARTS REDEFINES WS-ACCEPTED-TIME.
           05  WS-ACCEPTED-HHMM            PIC 9(04).
           05  WS-ACCEPTED-SS              PIC 9(02).
       77  WS-OPERATOR-ID                  PIC X(08)   VALUE SPACES.
       77  WS-CONFIRM-ANSWER               PIC X(01)   VALUE SPACE.
      *
      * AS LINHAS DO FEEDCTL DA DATA CONFERIDA. UMA LOJA PODE TER MAIS
      * DE UMA (HEADER RECUSADO E DEPOIS A RETRANSMISSAO ACEITA, OU
      * RETRANSMISSAO LIBERADA POR OPERADOR) - A ACEITA VALE.
       01  FEED-DATE-TABLE.
           05  FEED-DATE-COUNT             PIC 9(04)   VALUE ZERO.
           05  FEED-DATE-ROW OCCURS 500 TIMES.
               10  FDT-STORE-NUMBER        PIC X(04).
               10  FDT-ACCEPTED-DATE       PIC 9(08).
               10  FDT-ACCEPTED-TIME       PIC 9(06).
               10  FDT-FEED-OUTCOME        PIC X(01).
               10  FDT-REJECT-REASON       PIC X(02).
       77  WS-FDT-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-FDT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-FDT-TABLE-IS-FULL                     VALUE "Y".
       77  WS-ACCEPTED-ROW-IDX             PIC 9(04)   VALUE ZERO.
       77  WS-EMPTY-ROW-IDX                PIC 9(04)   VALUE ZERO.
       77  WS-REFUSED-ROW-IDX              PIC 9(04)   VALUE ZERO.
      *
      * JANELAS DO CALENDARIO QUE COBREM A DATA CONFERIDA.
       01  CALENDAR-TABLE.
           05  CALENDAR-COUNT              PIC 9(03)   VALUE ZERO.
           05  CALENDAR-ROW OCCURS 200 TIMES.
               10  CAL-STORE-NUMBER        PIC X(04).
               10  CAL-TRADING-CODE        PIC X(01).
               10  CAL-DESCRIPTION         PIC X(30).
       77  WS-CAL-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-CAL-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-CAL-TABLE-IS-FULL                     VALUE "Y".
       77  WS-CAL-STORE-CODE               PIC X(01)   VALUE SPACE.
       77  WS-CAL-ALL-CODE                 PIC X(01)   VALUE SPACE.
      *
       77  WS-EXPECTED-SWITCH              PIC X(01)   VALUE "N".
           88  WS-STORE-IS-EXPECTED                     VALUE "Y".
       77  WS-LATE-SWITCH                  PIC X(01)   VALUE "N".
           88  WS-FEED-IS-LATE                          VALUE "Y".
       77  WS-STORES-READ-COUNT            PIC 9(05)   VALUE ZERO.
       77  WS-EXPECTED-COUNT               PIC 9(05)   VALUE ZERO.
       77  WS-RECEIVED-COUNT               PIC 9(05)   VALUE ZERO.
       77  WS-MISSING-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-LATE-COUNT                   PIC 9(05)   VALUE ZERO.
       77  WS-REJECTED-COUNT               PIC 9(05)   VALUE ZERO.
       77  WS-VERDICT                      PIC X(01)   VALUE "H".
      *
      * LINHAS JA EXISTENTES DO FEEDSTAT, PARA A REGRAVACAO MANTER AS
      * OUTRAS DATAS.
       01  STATUS-TABLE.
           05  STATUS-TABLE-COUNT          PIC 9(03)   VALUE ZERO.
           05  STATUS-TABLE-ROW OCCURS 100 TIMES.
               10  SST-BUSINESS-DATE       PIC 9(08).
               10  SST-VERDICT             PIC X(01).
               10  SST-CHECKED-DATE        PIC 9(08).
               10  SST-CHECKED-TIME        PIC 9(06).
               10  SST-CUTOFF-TIME         PIC 9(04).
               10  SST-EXPECTED-COUNT      PIC 9(05).
               10  SST-MISSING-COUNT       PIC 9(05).
               10  SST-LATE-COUNT          PIC 9(05).
               10  SST-REJECTED-COUNT      PIC 9(05).
               10  SST-RELEASED-BY         PIC X(08).
               10  SST-RELEASED-DATE       PIC 9(08).
       77  WS-SST-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-SST-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-DATE-ROW-FOUND                        VALUE "Y".
       77  WS-SST-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-SST-TABLE-IS-FULL                     VALUE "Y".
       77  WS-EDIT-COUNT                   PIC ZZ,ZZ9.
      *
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
       PROCEDURE DIVISION.
      *
       0000-MONITOR-STORE-FEEDS.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "FEEDMON" TO SGN-PROGRAM-ID.
           MOVE "B" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "FUNCTION - C = CHECK FEEDS, R = RELEASE A HELD "
               "DATE (BLANK = C): ".
           ACCEPT WS-FUNCTION-CODE.
           IF WS-FUNCTION-CODE = "R"
               PERFORM 5000-RELEASE-HELD-DATE
           ELSE
               PERFORM 1000-CHECK-STORE-FEEDS
           END-IF.
      * GOBACK, NAO STOP RUN - CHAMADO PELO JOBCHAIN DEVOLVE O
      * CONTROLE PARA A CADEIA SEGUIR.
           GOBACK.
      *
      ******************************************************************
      * 1000-CHECK-STORE-FEEDS
      * Every store on the master is walked once. A store that should
      * have traded is looked up in the date's FEEDCTL rows and falls
      * in exactly one bucket: received on time, received late,
      * rejected in full, or missing. Missing or rejected stores put
      * the date on hold; late ones are listed but do not hold it -
      * their sales are in.
      ******************************************************************
       1000-CHECK-STORE-FEEDS.
           PERFORM 0100-ACCEPT-BUSINESS-DATE.
           DISPLAY "CUTOFF TIME ON THE BUSINESS DATE (HHMM, BLANK = "
               "2300): ".
           ACCEPT WS-CUTOFF-ENTRY.
           IF WS-CUTOFF-ENTRY IS NUMERIC
               AND WS-CUTOFF-ENTRY NOT > "2359"
               MOVE WS-CUTOFF-ENTRY TO WS-CUTOFF-TIME
           ELSE
               IF WS-CUTOFF-ENTRY NOT = SPACES
                   DISPLAY "CUTOFF NOT A VALID HHMM - 2300 USED."
               END-IF
               MOVE 2300 TO WS-CUTOFF-TIME
           END-IF.
           PERFORM 1100-LOAD-FEED-CONTROL.
      * FEEDCTL MAIOR QUE A TABELA DEIXARIA LOJA QUE MANDOU O FEED
      * LISTADA COMO FALTANTE - NENHUM VEREDITO E MELHOR QUE UM
      * VEREDITO FALSO (SEM LINHA NO FEEDSTAT O JOBCHAIN SEGURA).
           IF WS-FDT-TABLE-IS-FULL
               DISPLAY "FEEDCTL HAS MORE THAN 500 ROWS FOR "
                   WS-CHECK-DATE " - NO VERDICT RECORDED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-LOAD-TRADING-CALENDAR.
           OPEN INPUT STORE-MASTER.
           IF WS-STORMST-STATUS NOT = "00"
               DISPLAY "STORE-MASTER NOT AVAILABLE - STATUS "
                   WS-STORMST-STATUS " - NO VERDICT RECORDED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "====================================".
           DISPLAY "STORE FEED MONITOR - BUSINESS DATE "
               WS-CHECK-DATE " CUTOFF " WS-CUTOFF-TIME.
           DISPLAY "====================================".
           PERFORM 2000-READ-STORE-RECORD.
           PERFORM 2100-CHECK-ONE-STORE
               UNTIL WS-STORMST-STATUS = "10".
           CLOSE STORE-MASTER.
           IF WS-MISSING-COUNT = ZERO AND WS-REJECTED-COUNT = ZERO
               MOVE "C" TO WS-VERDICT
           ELSE
               MOVE "H" TO WS-VERDICT
           END-IF.
           PERFORM 3000-UPDATE-STATUS-FILE.
           PERFORM 4000-PRINT-FEED-SUMMARY.
      *
       0100-ACCEPT-BUSINESS-DATE.
           DISPLAY "BUSINESS DATE (CCYYMMDD, BLANK = TODAY): ".
           ACCEPT WS-CHECK-DATE-ENTRY.
           IF WS-CHECK-DATE-ENTRY IS NUMERIC
               AND WS-CHECK-DATE-ENTRY NOT = ZEROS
               MOVE WS-CHECK-DATE-ENTRY TO WS-CHECK-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-CHECK-DATE
           END-IF.
      *
      * FEEDCTL AUSENTE: NENHUM FEED ACEITO AINDA - TODA LOJA ESPERADA
      * SAI FALTANTE.
       1100-LOAD-FEED-CONTROL.
           MOVE ZERO TO FEED-DATE-COUNT.
           OPEN INPUT FEED-CONTROL-FILE.
           IF WS-FEEDCTL-STATUS = "00"
               PERFORM 1110-READ-FEED-CONTROL-ROW
               PERFORM 1120-TABLE-ONE-FEED-ROW
                   UNTIL WS-FEEDCTL-EOF
               CLOSE FEED-CONTROL-FILE
           END-IF.
      *
       1110-READ-FEED-CONTROL-ROW.
           READ FEED-CONTROL-FILE
               AT END MOVE "Y" TO WS-FEEDCTL-EOF-SWITCH
           END-READ.
      *
       1120-TABLE-ONE-FEED-ROW.
           IF FDC-BUSINESS-DATE = WS-CHECK-DATE
               IF FEED-DATE-COUNT < 500
                   ADD 1 TO FEED-DATE-COUNT
                   MOVE FDC-STORE-NUMBER TO
                       FDT-STORE-NUMBER (FEED-DATE-COUNT)
                   MOVE FDC-ACCEPTED-DATE TO
                       FDT-ACCEPTED-DATE (FEED-DATE-COUNT)
      * LINHA GRAVADA ANTES DA HORA: ZERO = HORA DESCONHECIDA.
                   IF FDC-ACCEPTED-TIME IS NUMERIC
                       MOVE FDC-ACCEPTED-TIME TO
                           FDT-ACCEPTED-TIME (FEED-DATE-COUNT)
                   ELSE
                       MOVE ZERO TO FDT-ACCEPTED-TIME (FEED-DATE-COUNT)
                   END-IF
                   MOVE FDC-FEED-OUTCOME TO
                       FDT-FEED-OUTCOME (FEED-DATE-COUNT)
                   MOVE FDC-REJECT-REASON TO
                       FDT-REJECT-REASON (FEED-DATE-COUNT)
               ELSE
                   MOVE "Y" TO WS-FDT-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 1110-READ-FEED-CONTROL-ROW.
      *
      * CALENDARIO AUSENTE: NENHUMA EXCECAO - VALE SO O STORMST. SO AS
      * JANELAS QUE COBREM A DATA ENTRAM NA TABELA.
       1200-LOAD-TRADING-CALENDAR.
           MOVE ZERO TO CALENDAR-COUNT.
           OPEN INPUT TRADING-CALENDAR-FILE.
           IF WS-TRADECAL-STATUS = "00"
               PERFORM 1210-READ-CALENDAR-ROW
               PERFORM 1220-TABLE-ONE-CALENDAR-ROW
                   UNTIL WS-TRADECAL-EOF
               CLOSE TRADING-CALENDAR-FILE
           END-IF.
      *
       1210-READ-CALENDAR-ROW.
           READ TRADING-CALENDAR-FILE
               AT END MOVE "Y" TO WS-TRADECAL-EOF-SWITCH
           END-READ.
      *
      * JANELA ALEM DA TABELA SO PODE DEIXAR UMA LOJA DE FOLGA
      * LISTADA COMO FALTANTE (SEGURA A MAIS, NUNCA LIBERA A MAIS) -
      * AVISADO UMA VEZ E A CONFERENCIA SEGUE.
       1220-TABLE-ONE-CALENDAR-ROW.
           IF TRC-DATE-FROM IS NUMERIC AND TRC-DATE-TO IS NUMERIC
               AND TRC-DATE-FROM NOT > WS-CHECK-DATE
               AND TRC-DATE-TO NOT < WS-CHECK-DATE
               AND (TRC-NOT-TRADING OR TRC-TRADING)
               IF CALENDAR-COUNT < 200
                   ADD 1 TO CALENDAR-COUNT
                   MOVE TRC-STORE-NUMBER TO
                       CAL-STORE-NUMBER (CALENDAR-COUNT)
                   MOVE TRC-TRADING-CODE TO
                       CAL-TRADING-CODE (CALENDAR-COUNT)
                   MOVE TRC-DESCRIPTION TO
                       CAL-DESCRIPTION (CALENDAR-COUNT)
               ELSE
                   IF NOT WS-CAL-TABLE-IS-FULL
                       MOVE "Y" TO WS-CAL-FULL-SWITCH
                       DISPLAY "CALENDAR-TABLE FULL AT 200 WINDOWS "
                           "FOR THIS DATE - LATER TRADECAL ROWS "
                           "IGNORED."
                   END-IF
               END-IF
           END-IF.
           PERFORM 1210-READ-CALENDAR-ROW.
      *
       2000-READ-STORE-RECORD.
           READ STORE-MASTER NEXT RECORD
               AT END MOVE "10" TO WS-STORMST-STATUS
           END-READ.
      *
       2100-CHECK-ONE-STORE.
           ADD 1 TO WS-STORES-READ-COUNT.
           PERFORM 2200-DECIDE-STORE-EXPECTED.
           IF WS-STORE-IS-EXPECTED
               ADD 1 TO WS-EXPECTED-COUNT
               PERFORM 2300-FIND-STORE-FEED
               PERFORM 2400-CLASSIFY-STORE-FEED
           END-IF.
           PERFORM 2000-READ-STORE-RECORD.
      *
      ******************************************************************
      * 2200-DECIDE-STORE-EXPECTED
      * The master decides first: a store temporarily not trading,
      * not yet open, already past its closing date, or closed with
      * no closing date on record owes no feed. For the rest, a
      * calendar window for the store itself wins over a chain-wide
      * window, so a store that opens on a chain holiday is expected.
      ******************************************************************
       2200-DECIDE-STORE-EXPECTED.
           MOVE "Y" TO WS-EXPECTED-SWITCH.
           IF STM-STORE-SUSPENDED
               MOVE "N" TO WS-EXPECTED-SWITCH
           END-IF.
      * LOJA GRAVADA ANTES DAS DATAS TRAZ O CAMPO SUJO - VALE SEM DATA.
           IF STM-OPEN-DATE IS NUMERIC
               AND STM-OPEN-DATE NOT = ZERO
               AND STM-OPEN-DATE > WS-CHECK-DATE
               MOVE "N" TO WS-EXPECTED-SWITCH
           END-IF.
           IF STM-CLOSE-DATE IS NUMERIC
               AND STM-CLOSE-DATE NOT = ZERO
               IF STM-CLOSE-DATE < WS-CHECK-DATE
                   MOVE "N" TO WS-EXPECTED-SWITCH
               END-IF
           ELSE
               IF STM-STORE-CLOSED
                   MOVE "N" TO WS-EXPECTED-SWITCH
               END-IF
           END-IF.
           IF WS-STORE-IS-EXPECTED
               MOVE SPACE TO WS-CAL-STORE-CODE
               MOVE SPACE TO WS-CAL-ALL-CODE
               PERFORM 2210-CHECK-ONE-CALENDAR-ROW
                   VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > CALENDAR-COUNT
               IF WS-CAL-STORE-CODE = "N"
                   OR (WS-CAL-STORE-CODE = SPACE
                       AND WS-CAL-ALL-CODE = "N")
                   MOVE "N" TO WS-EXPECTED-SWITCH
               END-IF
           END-IF.
      *
      * MAIS DE UMA JANELA DA MESMA LOJA NA DATA: N GANHA DE Y (UMA
      * FOLGA REGISTRADA NAO E DESFEITA POR UMA LINHA MAIS ANTIGA).
       2210-CHECK-ONE-CALENDAR-ROW.
           IF CAL-STORE-NUMBER (WS-CAL-IDX) = STM-STORE-NUMBER
               IF WS-CAL-STORE-CODE NOT = "N"
                   MOVE CAL-TRADING-CODE (WS-CAL-IDX)
                       TO WS-CAL-STORE-CODE
               END-IF
           ELSE
               IF CAL-STORE-NUMBER (WS-CAL-IDX) = SPACES
                   AND WS-CAL-ALL-CODE NOT = "N"
                   MOVE CAL-TRADING-CODE (WS-CAL-IDX)
                       TO WS-CAL-ALL-CODE
               END-IF
           END-IF.
      *
       2300-FIND-STORE-FEED.
           MOVE ZERO TO WS-ACCEPTED-ROW-IDX.
           MOVE ZERO TO WS-EMPTY-ROW-IDX.
           MOVE ZERO TO WS-REFUSED-ROW-IDX.
           PERFORM 2310-CHECK-ONE-FEED-ROW
               VARYING WS-FDT-IDX FROM 1 BY 1
               UNTIL WS-FDT-IDX > FEED-DATE-COUNT.
      *
      * A PRIMEIRA LINHA DE CADA RESULTADO E A QUE CONTA - A PRIMEIRA
      * ACEITA E QUANDO AS VENDAS DA LOJA REALMENTE ENTRARAM.
       2310-CHECK-ONE-FEED-ROW.
           IF FDT-STORE-NUMBER (WS-FDT-IDX) = STM-STORE-NUMBER
               EVALUATE FDT-FEED-OUTCOME (WS-FDT-IDX)
                   WHEN "E"
                       IF WS-EMPTY-ROW-IDX = ZERO
                           MOVE WS-FDT-IDX TO WS-EMPTY-ROW-IDX
                       END-IF
                   WHEN "R"
                       IF WS-REFUSED-ROW-IDX = ZERO
                           MOVE WS-FDT-IDX TO WS-REFUSED-ROW-IDX
                       END-IF
                   WHEN OTHER
                       IF WS-ACCEPTED-ROW-IDX = ZERO
                           MOVE WS-FDT-IDX TO WS-ACCEPTED-ROW-IDX
                       END-IF
               END-EVALUATE
           END-IF.
      *
       2400-CLASSIFY-STORE-FEED.
           EVALUATE TRUE
               WHEN WS-ACCEPTED-ROW-IDX NOT = ZERO
                   ADD 1 TO WS-RECEIVED-COUNT
                   PERFORM 2410-CHECK-FEED-LATE
                   IF WS-FEED-IS-LATE
                       ADD 1 TO WS-LATE-COUNT
                       DISPLAY "STORE " STM-STORE-NUMBER " "
                           STM-STORE-NAME " LATE - ACCEPTED "
                           FDT-ACCEPTED-DATE (WS-ACCEPTED-ROW-IDX)
                           " " WS-ACCEPTED-TIME
                   END-IF
               WHEN WS-EMPTY-ROW-IDX NOT = ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "STORE " STM-STORE-NUMBER " "
                       STM-STORE-NAME " REJECTED IN FULL - NO CLEAN "
                       "TICKET (SEE SALESREJ)"
               WHEN WS-REFUSED-ROW-IDX NOT = ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "STORE " STM-STORE-NUMBER " "
                       STM-STORE-NAME " REJECTED IN FULL - HEADER "
                       "REFUSED, REASON "
                       FDT-REJECT-REASON (WS-REFUSED-ROW-IDX)
               WHEN OTHER
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "STORE " STM-STORE-NUMBER " "
                       STM-STORE-NAME " MISSING - NO FEED RECEIVED"
           END-EVALUATE.
      *
      * HORA DESCONHECIDA (LINHA ANTIGA) NA PROPRIA DATA NAO E DADA
      * COMO ATRASO - NAO HA COMO SABER.
       2410-CHECK-FEED-LATE.
           MOVE "N" TO WS-LATE-SWITCH.
           MOVE FDT-ACCEPTED-TIME (WS-ACCEPTED-ROW-IDX)
               TO WS-ACCEPTED-TIME.
           IF FDT-ACCEPTED-DATE (WS-ACCEPTED-ROW-IDX) > WS-CHECK-DATE
               MOVE "Y" TO WS-LATE-SWITCH
           ELSE
               IF FDT-ACCEPTED-DATE (WS-ACCEPTED-ROW-IDX)
                   = WS-CHECK-DATE
                   AND WS-ACCEPTED-TIME NOT = ZERO
                   AND WS-ACCEPTED-HHMM > WS-CUTOFF-TIME
                   MOVE "Y" TO WS-LATE-SWITCH
               END-IF
           END-IF.
      *
      ******************************************************************
      * 3000-UPDATE-STATUS-FILE
      * The date's row is replaced (or added) with this check; every
      * other date is carried as it was. A date operations already
      * released stays released if it is still short - rechecking
      * only refreshes the counts - and goes to C once it is whole.
      ******************************************************************
       3000-UPDATE-STATUS-FILE.
           PERFORM 3100-LOAD-STATUS-TABLE.
      * FEEDSTAT MAIOR QUE A TABELA: REGRAVAR APAGARIA O VEREDITO DE
      * OUTRA DATA - MESMA POSTURA DO RUNCOVCK COM O COVSTAT.
           IF WS-SST-TABLE-IS-FULL
               DISPLAY "FEEDSTAT EXCEEDS THE 100-ROW TABLE - "
                   "VERDICT NOT RECORDED, FILE LEFT UNTOUCHED; "
                   "PURGE OLD FEEDSTAT DATES AND RERUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3200-FIND-DATE-ROW.
           IF NOT WS-DATE-ROW-FOUND
               IF STATUS-TABLE-COUNT < 100
                   ADD 1 TO STATUS-TABLE-COUNT
                   MOVE STATUS-TABLE-COUNT TO WS-SST-IDX
                   MOVE SPACES TO SST-VERDICT (WS-SST-IDX)
                   MOVE SPACES TO SST-RELEASED-BY (WS-SST-IDX)
                   MOVE ZERO TO SST-RELEASED-DATE (WS-SST-IDX)
               ELSE
                   DISPLAY "FEEDSTAT TABLE FULL AT 100 DATES - "
                       "VERDICT NOT RECORDED, FILE LEFT "
                       "UNTOUCHED; PURGE OLD FEEDSTAT DATES AND "
                       "RERUN."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF WS-VERDICT = "H"
               AND SST-VERDICT (WS-SST-IDX) = "R"
               MOVE "R" TO WS-VERDICT
               DISPLAY "DATE WAS RELEASED BY "
                   SST-RELEASED-BY (WS-SST-IDX) " ON "
                   SST-RELEASED-DATE (WS-SST-IDX)
                   " - RELEASE STANDS."
           END-IF.
           ACCEPT WS-TIME-NOW-RAW FROM TIME.
           MOVE WS-CHECK-DATE TO SST-BUSINESS-DATE (WS-SST-IDX).
           MOVE WS-VERDICT TO SST-VERDICT (WS-SST-IDX).
           MOVE WS-TODAY-DATE TO SST-CHECKED-DATE (WS-SST-IDX).
           MOVE WS-TIME-NOW-RAW (1:6) TO SST-CHECKED-TIME (WS-SST-IDX).
           MOVE WS-CUTOFF-TIME TO SST-CUTOFF-TIME (WS-SST-IDX).
           MOVE WS-EXPECTED-COUNT TO SST-EXPECTED-COUNT (WS-SST-IDX).
           MOVE WS-MISSING-COUNT TO SST-MISSING-COUNT (WS-SST-IDX).
           MOVE WS-LATE-COUNT TO SST-LATE-COUNT (WS-SST-IDX).
           MOVE WS-REJECTED-COUNT TO SST-REJECTED-COUNT (WS-SST-IDX).
           PERFORM 3400-REWRITE-STATUS-FILE.
      *
       3100-LOAD-STATUS-TABLE.
           MOVE ZERO TO STATUS-TABLE-COUNT.
           OPEN INPUT FEED-STATUS-FILE.
           IF WS-FEEDSTAT-STATUS = "00"
               PERFORM 3110-READ-ONE-STATUS-ROW
               PERFORM 3120-TABLE-ONE-STATUS-ROW
                   UNTIL WS-FEEDSTAT-EOF
               CLOSE FEED-STATUS-FILE
           END-IF.
      *
       3110-READ-ONE-STATUS-ROW.
           READ FEED-STATUS-FILE
               AT END MOVE "Y" TO WS-FEEDSTAT-EOF-SWITCH
           END-READ.
      *
       3120-TABLE-ONE-STATUS-ROW.
           IF STATUS-TABLE-COUNT < 100
               ADD 1 TO STATUS-TABLE-COUNT
               MOVE FST-BUSINESS-DATE TO
                   SST-BUSINESS-DATE (STATUS-TABLE-COUNT)
               MOVE FST-VERDICT TO
                   SST-VERDICT (STATUS-TABLE-COUNT)
               MOVE FST-CHECKED-DATE TO
                   SST-CHECKED-DATE (STATUS-TABLE-COUNT)
               MOVE FST-CHECKED-TIME TO
                   SST-CHECKED-TIME (STATUS-TABLE-COUNT)
               MOVE FST-CUTOFF-TIME TO
                   SST-CUTOFF-TIME (STATUS-TABLE-COUNT)
               MOVE FST-EXPECTED-COUNT TO
                   SST-EXPECTED-COUNT (STATUS-TABLE-COUNT)
               MOVE FST-MISSING-COUNT TO
                   SST-MISSING-COUNT (STATUS-TABLE-COUNT)
               MOVE FST-LATE-COUNT TO
                   SST-LATE-COUNT (STATUS-TABLE-COUNT)
               MOVE FST-REJECTED-COUNT TO
                   SST-REJECTED-COUNT (STATUS-TABLE-COUNT)
               MOVE FST-RELEASED-BY TO
                   SST-RELEASED-BY (STATUS-TABLE-COUNT)
               MOVE FST-RELEASED-DATE TO
                   SST-RELEASED-DATE (STATUS-TABLE-COUNT)
           ELSE
               MOVE "Y" TO WS-SST-FULL-SWITCH
           END-IF.
           PERFORM 3110-READ-ONE-STATUS-ROW.
      *
       3200-FIND-DATE-ROW.
           MOVE "N" TO WS-SST-FOUND-SWITCH.
           MOVE 1 TO WS-SST-IDX.
           PERFORM 3210-CHECK-ONE-DATE-ROW
               UNTIL WS-SST-IDX > STATUS-TABLE-COUNT
                   OR WS-DATE-ROW-FOUND.
      *
       3210-CHECK-ONE-DATE-ROW.
           IF SST-BUSINESS-DATE (WS-SST-IDX) = WS-CHECK-DATE
               MOVE "Y" TO WS-SST-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-SST-IDX
           END-IF.
      *
       3400-REWRITE-STATUS-FILE.
           OPEN OUTPUT FEED-STATUS-FILE.
           PERFORM 3410-WRITE-ONE-STATUS-ROW
               VARYING WS-SST-IDX FROM 1 BY 1
               UNTIL WS-SST-IDX > STATUS-TABLE-COUNT.
           CLOSE FEED-STATUS-FILE.
      *
       3410-WRITE-ONE-STATUS-ROW.
           MOVE SST-BUSINESS-DATE (WS-SST-IDX) TO FST-BUSINESS-DATE.
           MOVE SST-VERDICT (WS-SST-IDX) TO FST-VERDICT.
           MOVE SST-CHECKED-DATE (WS-SST-IDX) TO FST-CHECKED-DATE.
           MOVE SST-CHECKED-TIME (WS-SST-IDX) TO FST-CHECKED-TIME.
           MOVE SST-CUTOFF-TIME (WS-SST-IDX) TO FST-CUTOFF-TIME.
           MOVE SST-EXPECTED-COUNT (WS-SST-IDX) TO FST-EXPECTED-COUNT.
           MOVE SST-MISSING-COUNT (WS-SST-IDX) TO FST-MISSING-COUNT.
           MOVE SST-LATE-COUNT (WS-SST-IDX) TO FST-LATE-COUNT.
           MOVE SST-REJECTED-COUNT (WS-SST-IDX) TO FST-REJECTED-COUNT.
           MOVE SST-RELEASED-BY (WS-SST-IDX) TO FST-RELEASED-BY.
           MOVE SST-RELEASED-DATE (WS-SST-IDX) TO FST-RELEASED-DATE.
           WRITE FEED-STATUS-RECORD.
      *
       4000-PRINT-FEED-SUMMARY.
           DISPLAY "====================================".
           MOVE WS-STORES-READ-COUNT TO WS-EDIT-COUNT.
           DISPLAY "STORES ON MASTER. . . . : " WS-EDIT-COUNT.
           MOVE WS-EXPECTED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "FEEDS EXPECTED. . . . . : " WS-EDIT-COUNT.
           MOVE WS-RECEIVED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "FEEDS RECEIVED. . . . . : " WS-EDIT-COUNT.
           MOVE WS-LATE-COUNT TO WS-EDIT-COUNT.
           DISPLAY "  OF WHICH LATE . . . . : " WS-EDIT-COUNT.
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "REJECTED IN FULL. . . . : " WS-EDIT-COUNT.
           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.
           DISPLAY "MISSING . . . . . . . . : " WS-EDIT-COUNT.
           EVALUATE WS-VERDICT
               WHEN "C"
                   DISPLAY "VERDICT C - ALL EXPECTED FEEDS IN; "
                       "REPORTING MAY RUN."
               WHEN "R"
                   DISPLAY "VERDICT R - RELEASED BY OPERATIONS; "
                       "REPORTING MAY RUN."
               WHEN OTHER
                   DISPLAY "VERDICT H - FEED-DEPENDENT REPORTING "
                       "STEPS ARE HELD. RECHECK WHEN THE FEEDS "
                       "ARRIVE, OR RELEASE THE DATE (FUNCTION R)."
           END-EVALUATE.
      *
      ******************************************************************
      * 5000-RELEASE-HELD-DATE
      * Operations' decision to report without the missing stores.
      * Only a held date can be released, only by an approver (role
      * P), and the signed-on operator's id goes on the row so the
      * morning listing shows who let it go.
      ******************************************************************
       5000-RELEASE-HELD-DATE.
           PERFORM 0100-ACCEPT-BUSINESS-DATE.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "P" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               DISPLAY "RELEASE NEEDS AN APPROVER (ROLE P) - "
                   "NOTHING RELEASED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM 3100-LOAD-STATUS-TABLE.
           IF WS-SST-TABLE-IS-FULL
               DISPLAY "FEEDSTAT EXCEEDS THE 100-ROW TABLE - "
                   "NOTHING RELEASED; PURGE OLD FEEDSTAT DATES."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3200-FIND-DATE-ROW.
           IF NOT WS-DATE-ROW-FOUND
               DISPLAY "NO FEED CHECK ON RECORD FOR " WS-CHECK-DATE
                   " - RUN THE CHECK FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF SST-VERDICT (WS-SST-IDX) NOT = "H"
               DISPLAY "DATE " WS-CHECK-DATE " IS NOT HELD (VERDICT "
                   SST-VERDICT (WS-SST-IDX) ") - NOTHING TO RELEASE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SST-MISSING-COUNT (WS-SST-IDX) TO WS-EDIT-COUNT.
           DISPLAY "DATE " WS-CHECK-DATE " IS HELD - MISSING "
               WS-EDIT-COUNT.
           MOVE SST-REJECTED-COUNT (WS-SST-IDX) TO WS-EDIT-COUNT.
           DISPLAY "  REJECTED IN FULL " WS-EDIT-COUNT.
           DISPLAY "RELEASE REPORTING WITHOUT THESE STORES? Y/N: ".
           ACCEPT WS-CONFIRM-ANSWER.
           IF WS-CONFIRM-ANSWER NOT = "Y"
               DISPLAY "NOT CONFIRMED - NOTHING RELEASED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "R" TO SST-VERDICT (WS-SST-IDX).
           MOVE WS-OPERATOR-ID TO SST-RELEASED-BY (WS-SST-IDX).
           MOVE WS-TODAY-DATE TO SST-RELEASED-DATE (WS-SST-IDX).
           PERFORM 3400-REWRITE-STATUS-FILE.
           DISPLAY "DATE " WS-CHECK-DATE " RELEASED BY "
               WS-OPERATOR-ID " - HELD STEPS RUN ON THE NEXT "
               "JOBCHAIN SUBMIT.".
       END PROGRAM FEEDMON.
