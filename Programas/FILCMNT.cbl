      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     MANUTENCAO DO CALENDARIO DE DECLARACOES (FILECAL)
      *              POR JURISDICAO, CHAVEADO POR ESTADO + INICIO DE
      *              VIGENCIA: FREQUENCIA (MENSAL/TRIMESTRAL/ANUAL),
      *              REGRA DE VENCIMENTO (MESES APOS O FIM DO PERIODO
      *              E DIA DO MES), NUMERO DE INSCRICAO NO ESTADO E
      *              FIM DE VIGENCIA. MUDANCA DE FREQUENCIA SE FAZ
      *              ENCERRANDO A LINHA VIGENTE E INCLUINDO UMA NOVA,
      *              PARA OS PERIODOS JA DECLARADOS CONTINUAREM COM A
      *              REGRA DA EPOCA. PERMITE INCLUIR (A), ALTERAR (C),
      *              EXCLUIR (D) E CONSULTAR (I); E ENCERRA COM E.
      *              MESMO DESENHO DE SESSAO DO STORMNT. TODA
      *              ALTERACAO BEM SUCEDIDA E JORNALIZADA EM RCVYJRNL
      *              (VIA RCVYJRN1).
      *DATA          15/10/2026
      *DESCRICAO     SIGN-ON OBRIGATORIO NA ENTRADA (SIGNON1) - SO
      *              ENTRA OPERADOR ATIVO COM O PAPEL A (CADASTROS);
      *              RECUSA VAI PARA O EXCPLOG E O OPERADOR FICA
      *              GRAVADO EM CADA LINHA DO RCVYJRNL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILCMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILING-CALENDAR ASSIGN TO "FILECAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-KEY
               FILE STATUS IS WS-FILECAL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FILING-CALENDAR.
           COPY FILECAL.
      *
       WORKING-STORAGE SECTION.
       77  WS-FILECAL-STATUS               PIC X(02)   VALUE "00".
       77  WS-END-OF-SESSION-SWITCH        PIC X(01)   VALUE "N".
           88  WS-SESSION-IS-OVER                       VALUE "Y".
       77  WS-ACTION-CODE                  PIC X(01)   VALUE SPACE.
      *
       77  WS-ENTRY-STATE-CODE             PIC X(02).
       77  WS-ENTRY-FREQUENCY              PIC X(01).
           88  WS-ENTRY-FREQUENCY-VALID             VALUE "M" "Q" "A".
       77  WS-ENTRY-DUE-MONTHS             PIC X(02).
       77  WS-ENTRY-DUE-DAY                PIC X(02).
       77  WS-ENTRY-REGISTRATION           PIC X(15).
      *
      * DATAS DIGITADAS (CCYYMMDD), VALIDADAS PELA VISAO EM PARTES.
       01  WS-ENTRY-FROM-DATE              PIC X(08).
       01  WS-ENTRY-FROM-PARTS REDEFINES WS-ENTRY-FROM-DATE.
           05  WS-ENTRY-FROM-CCYY          PIC 9(04).
           05  WS-ENTRY-FROM-MM            PIC 9(02).
               88  WS-ENTRY-FROM-QTR-START          VALUE 01 04 07 10.
           05  WS-ENTRY-FROM-DD            PIC 9(02).
       01  WS-ENTRY-TO-DATE                PIC X(08).
       01  WS-ENTRY-TO-PARTS REDEFINES WS-ENTRY-TO-DATE.
           05  WS-ENTRY-TO-CCYY            PIC 9(04).
           05  WS-ENTRY-TO-MM              PIC 9(02).
           05  WS-ENTRY-TO-DD              PIC 9(02).
      *
       77  WS-ENTRY-ERROR-SWITCH           PIC X(01)   VALUE "N".
           88  WS-ENTRY-HAS-ERROR                       VALUE "Y".
      *
      * LINHA EM MANUTENCAO, GUARDADA ENQUANTO A VERIFICACAO DE
      * SOBREPOSICAO LE AS OUTRAS LINHAS DO ESTADO NA MESMA AREA.
       01  WS-SAVED-CALENDAR-RECORD.
           05  WS-SAVED-STATE-CODE         PIC X(02).
           05  WS-SAVED-EFFECTIVE-FROM     PIC 9(08).
           05  WS-SAVED-EFFECTIVE-TO       PIC 9(08).
           05  WS-SAVED-FREQUENCY          PIC X(01).
           05  WS-SAVED-DUE-MONTHS-AFTER   PIC 9(02).
           05  WS-SAVED-DUE-DAY            PIC 9(02).
           05  WS-SAVED-REGISTRATION       PIC X(15).
      *
       77  WS-OVERLAP-SWITCH               PIC X(01)   VALUE "N".
           88  WS-OVERLAP-WAS-FOUND                     VALUE "Y".
       77  WS-STATE-ROWS-DONE-SWITCH       PIC X(01)   VALUE "N".
           88  WS-STATE-ROWS-ARE-DONE                   VALUE "Y".
      *
      * PARAMETROS PASSADOS AO SUBPROGRAMA RCVYJRN1, QUE JORNALIZA
      * CADA WRITE/REWRITE/DELETE BEM SUCEDIDO NOS INDEXADOS PARA O
      * ROLL-FORWARD DO RCVYFWD (VEJA Copybooks/RCVYJRNL.CPY).
       77  WS-JRN-PROGRAM-ID               PIC X(08) VALUE "FILCMNT ".
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
       0000-MAINTAIN-FILING-CALENDAR.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "FILCMNT" TO SGN-PROGRAM-ID.
           MOVE "A" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-OPEN-FILING-CALENDAR.
           IF WS-FILECAL-STATUS = "00"
               PERFORM 200-PROCESS-ONE-ACTION
                   UNTIL WS-SESSION-IS-OVER
               CLOSE FILING-CALENDAR
           ELSE
               DISPLAY "FILING-CALENDAR NOT AVAILABLE - STATUS "
                   WS-FILECAL-STATUS "."
           END-IF.
           DISPLAY "END OF SESSION.".
           STOP RUN.
      *
      ******************************************************************
      * 100-OPEN-FILING-CALENDAR
      * First-ever run creates the file, same status-35 bootstrap the
      * shop already uses for ACCTMST, STORMST and PRODMST.
      ******************************************************************
       100-OPEN-FILING-CALENDAR.
           OPEN I-O FILING-CALENDAR.
           IF WS-FILECAL-STATUS = "35"
               OPEN OUTPUT FILING-CALENDAR
               CLOSE FILING-CALENDAR
               OPEN I-O FILING-CALENDAR
           END-IF.
      *
       200-PROCESS-ONE-ACTION.
           DISPLAY "------------------------------------".
           DISPLAY "ACTION - A = ADD, C = CHANGE, D = DELETE, "
               "I = INQUIRE, E = END: ".
           ACCEPT WS-ACTION-CODE.
           EVALUATE WS-ACTION-CODE
               WHEN "A"
                   PERFORM 300-ADD-CALENDAR-ROW
               WHEN "C"
                   PERFORM 400-CHANGE-CALENDAR-ROW
               WHEN "D"
                   PERFORM 500-DELETE-CALENDAR-ROW
               WHEN "I"
                   PERFORM 600-INQUIRE-CALENDAR-ROW
               WHEN "E"
                   MOVE "Y" TO WS-END-OF-SESSION-SWITCH
               WHEN OTHER
                   DISPLAY "ACTION MUST BE A, C, D, I OR E."
           END-EVALUATE.
      *
       250-ACCEPT-CALENDAR-KEY.
           DISPLAY "STATE CODE: ".
           ACCEPT WS-ENTRY-STATE-CODE.
           DISPLAY "EFFECTIVE FROM (CCYYMMDD): ".
           ACCEPT WS-ENTRY-FROM-DATE.
           MOVE WS-ENTRY-STATE-CODE TO FCL-STATE-CODE.
           IF WS-ENTRY-FROM-DATE IS NUMERIC
               MOVE WS-ENTRY-FROM-DATE TO FCL-EFFECTIVE-FROM
           ELSE
               MOVE ZERO TO FCL-EFFECTIVE-FROM
           END-IF.
      *
      ******************************************************************
      * 300-ADD-CALENDAR-ROW
      * WRITEs a new calendar row. The effective-from date must open a
      * period of the row's own frequency (first of the month; first
      * of a calendar quarter; 1 January) so every period the filing
      * programs walk from it is a whole one. A blank effective-to
      * means in force until further notice. The new row may not
      * overlap another row of the same state - one rule per day.
      ******************************************************************
       300-ADD-CALENDAR-ROW.
           PERFORM 250-ACCEPT-CALENDAR-KEY.
           MOVE "N" TO WS-ENTRY-ERROR-SWITCH.
           IF WS-ENTRY-STATE-CODE = SPACES
               DISPLAY "STATE CODE IS REQUIRED."
               MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
           END-IF.
           IF NOT WS-ENTRY-HAS-ERROR
               DISPLAY "FREQUENCY (M = MONTHLY, Q = QUARTERLY, "
                   "A = ANNUAL): "
               ACCEPT WS-ENTRY-FREQUENCY
               IF NOT WS-ENTRY-FREQUENCY-VALID
                   DISPLAY "FREQUENCY MUST BE M, Q OR A."
                   MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
               END-IF
           END-IF.
           IF NOT WS-ENTRY-HAS-ERROR
               PERFORM 310-EDIT-EFFECTIVE-FROM
           END-IF.
           IF NOT WS-ENTRY-HAS-ERROR
               DISPLAY "EFFECTIVE TO (CCYYMMDD, BLANK = IN FORCE): "
               ACCEPT WS-ENTRY-TO-DATE
               PERFORM 320-EDIT-EFFECTIVE-TO
           END-IF.
           IF NOT WS-ENTRY-HAS-ERROR
               DISPLAY "DUE - MONTHS AFTER PERIOD END (01-12): "
               ACCEPT WS-ENTRY-DUE-MONTHS
               DISPLAY "DUE - DAY OF THAT MONTH (01-31, 99 = LAST): "
               ACCEPT WS-ENTRY-DUE-DAY
               PERFORM 330-EDIT-DUE-RULE
           END-IF.
           IF NOT WS-ENTRY-HAS-ERROR
               DISPLAY "STATE REGISTRATION NUMBER: "
               ACCEPT WS-ENTRY-REGISTRATION
               MOVE WS-ENTRY-STATE-CODE TO WS-SAVED-STATE-CODE
               MOVE WS-ENTRY-FROM-DATE TO WS-SAVED-EFFECTIVE-FROM
               MOVE WS-ENTRY-FREQUENCY TO WS-SAVED-FREQUENCY
               MOVE WS-ENTRY-DUE-MONTHS TO WS-SAVED-DUE-MONTHS-AFTER
               MOVE WS-ENTRY-DUE-DAY TO WS-SAVED-DUE-DAY
               MOVE WS-ENTRY-REGISTRATION TO WS-SAVED-REGISTRATION
               PERFORM 700-CHECK-FOR-OVERLAP
               IF WS-OVERLAP-WAS-FOUND
                   MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-HAS-ERROR
               DISPLAY "CALENDAR ROW NOT ADDED."
           ELSE
               MOVE WS-SAVED-CALENDAR-RECORD
                   TO FILING-CALENDAR-RECORD
               WRITE FILING-CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "ROW ALREADY ON FILE - USE CHANGE."
                   NOT INVALID KEY
                       PERFORM 900-JOURNAL-WRITE
                       DISPLAY "CALENDAR ROW ADDED."
               END-WRITE
           END-IF.
      *
       310-EDIT-EFFECTIVE-FROM.
           IF WS-ENTRY-FROM-DATE IS NOT NUMERIC
               DISPLAY "EFFECTIVE FROM MUST BE CCYYMMDD."
               MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
           ELSE
               IF WS-ENTRY-FROM-MM < 01 OR WS-ENTRY-FROM-MM > 12
                   OR WS-ENTRY-FROM-DD NOT = 01
                   DISPLAY "EFFECTIVE FROM MUST BE THE FIRST DAY "
                       "OF A MONTH."
                   MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
               ELSE
                   IF WS-ENTRY-FREQUENCY = "Q"
                       AND NOT WS-ENTRY-FROM-QTR-START
                       DISPLAY "QUARTERLY ROW MUST START ON 01/01, "
                           "01/04, 01/07 OR 01/10."
                       MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
                   END-IF
                   IF WS-ENTRY-FREQUENCY = "A"
                       AND WS-ENTRY-FROM-MM NOT = 01
                       DISPLAY "ANNUAL ROW MUST START ON 01/01."
                       MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
       320-EDIT-EFFECTIVE-TO.
           IF WS-ENTRY-TO-DATE = SPACES
               MOVE 99999999 TO WS-SAVED-EFFECTIVE-TO
           ELSE
               IF WS-ENTRY-TO-DATE IS NOT NUMERIC
                   DISPLAY "EFFECTIVE TO MUST BE CCYYMMDD."
                   MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
               ELSE
                   IF WS-ENTRY-TO-MM < 01 OR WS-ENTRY-TO-MM > 12
                       OR WS-ENTRY-TO-DD < 01 OR WS-ENTRY-TO-DD > 31
                       DISPLAY "EFFECTIVE TO IS NOT A VALID DATE."
                       MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
                   ELSE
                       MOVE WS-ENTRY-TO-DATE TO WS-SAVED-EFFECTIVE-TO
                       IF WS-SAVED-EFFECTIVE-TO < FCL-EFFECTIVE-FROM
                           DISPLAY "EFFECTIVE TO IS BEFORE EFFECTIVE "
                               "FROM."
                           MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       330-EDIT-DUE-RULE.
           IF WS-ENTRY-DUE-MONTHS IS NOT NUMERIC
               OR WS-ENTRY-DUE-MONTHS < "01"
               OR WS-ENTRY-DUE-MONTHS > "12"
               DISPLAY "DUE MONTHS MUST BE 01 TO 12."
               MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
           END-IF.
           IF WS-ENTRY-DUE-DAY IS NOT NUMERIC
               OR WS-ENTRY-DUE-DAY < "01"
               OR (WS-ENTRY-DUE-DAY > "31" AND
                   WS-ENTRY-DUE-DAY NOT = "99")
               DISPLAY "DUE DAY MUST BE 01 TO 31 OR 99."
               MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
           END-IF.
      *
      ******************************************************************
      * 400-CHANGE-CALENDAR-ROW
      * READs the row by key and REWRITEs it with a new effective-to,
      * due rule and/or registration number. A blank entry keeps the
      * value already on file. The frequency is not changed in place -
      * the periods already filed under the old frequency must keep
      * it - so a change of frequency ends this row and adds another.
      ******************************************************************
       400-CHANGE-CALENDAR-ROW.
           PERFORM 250-ACCEPT-CALENDAR-KEY.
           MOVE "N" TO WS-ENTRY-ERROR-SWITCH.
           READ FILING-CALENDAR
               INVALID KEY
                   DISPLAY "ROW NOT ON FILE - USE ADD."
                   MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
           END-READ.
           IF NOT WS-ENTRY-HAS-ERROR
               MOVE FILING-CALENDAR-RECORD
                   TO WS-SAVED-CALENDAR-RECORD
               MOVE FCL-FREQUENCY TO WS-ENTRY-FREQUENCY
               DISPLAY "EFFECTIVE TO (BLANK TO KEEP '"
                   FCL-EFFECTIVE-TO "'): "
               ACCEPT WS-ENTRY-TO-DATE
               IF WS-ENTRY-TO-DATE NOT = SPACES
                   PERFORM 320-EDIT-EFFECTIVE-TO
               END-IF
           END-IF.
           IF NOT WS-ENTRY-HAS-ERROR
               DISPLAY "DUE MONTHS AFTER (BLANK TO KEEP '"
                   FCL-DUE-MONTHS-AFTER "'): "
               ACCEPT WS-ENTRY-DUE-MONTHS
               IF WS-ENTRY-DUE-MONTHS = SPACES
                   MOVE FCL-DUE-MONTHS-AFTER TO WS-ENTRY-DUE-MONTHS
               END-IF
               DISPLAY "DUE DAY (BLANK TO KEEP '"
                   FCL-DUE-DAY "'): "
               ACCEPT WS-ENTRY-DUE-DAY
               IF WS-ENTRY-DUE-DAY = SPACES
                   MOVE FCL-DUE-DAY TO WS-ENTRY-DUE-DAY
               END-IF
               PERFORM 330-EDIT-DUE-RULE
           END-IF.
           IF NOT WS-ENTRY-HAS-ERROR
               DISPLAY "REGISTRATION NUMBER (BLANK TO KEEP '"
                   FCL-REGISTRATION-NUMBER "'): "
               ACCEPT WS-ENTRY-REGISTRATION
               IF WS-ENTRY-REGISTRATION NOT = SPACES
                   MOVE WS-ENTRY-REGISTRATION TO WS-SAVED-REGISTRATION
               END-IF
               MOVE WS-ENTRY-DUE-MONTHS TO WS-SAVED-DUE-MONTHS-AFTER
               MOVE WS-ENTRY-DUE-DAY TO WS-SAVED-DUE-DAY
               PERFORM 700-CHECK-FOR-OVERLAP
               IF WS-OVERLAP-WAS-FOUND
                   MOVE "Y" TO WS-ENTRY-ERROR-SWITCH
               END-IF
           END-IF.
           IF WS-ENTRY-HAS-ERROR
               DISPLAY "CALENDAR ROW NOT CHANGED."
           ELSE
               MOVE WS-SAVED-CALENDAR-RECORD
                   TO FILING-CALENDAR-RECORD
               REWRITE FILING-CALENDAR-RECORD
               PERFORM 910-JOURNAL-REWRITE
               DISPLAY "CALENDAR ROW CHANGED."
           END-IF.
      *
       500-DELETE-CALENDAR-ROW.
           PERFORM 250-ACCEPT-CALENDAR-KEY.
           DELETE FILING-CALENDAR
               INVALID KEY
                   DISPLAY "ROW NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 915-JOURNAL-DELETE
                   DISPLAY "CALENDAR ROW DELETED."
           END-DELETE.
      *
       600-INQUIRE-CALENDAR-ROW.
           PERFORM 250-ACCEPT-CALENDAR-KEY.
           READ FILING-CALENDAR
               INVALID KEY
                   DISPLAY "ROW NOT ON FILE."
               NOT INVALID KEY
                   DISPLAY "STATE CODE. . . . . . . : "
                       FCL-STATE-CODE
                   DISPLAY "EFFECTIVE FROM. . . . . : "
                       FCL-EFFECTIVE-FROM
                   DISPLAY "EFFECTIVE TO. . . . . . : "
                       FCL-EFFECTIVE-TO
                   DISPLAY "FREQUENCY . . . . . . . : "
                       FCL-FREQUENCY
                   DISPLAY "DUE MONTHS AFTER. . . . : "
                       FCL-DUE-MONTHS-AFTER
                   DISPLAY "DUE DAY . . . . . . . . : "
                       FCL-DUE-DAY
                   DISPLAY "REGISTRATION NUMBER . . : "
                       FCL-REGISTRATION-NUMBER
           END-READ.
      *
      ******************************************************************
      * 700-CHECK-FOR-OVERLAP
      * STARTs on the state of the row being kept in
      * WS-SAVED-CALENDAR-RECORD and reads its other rows; any whose
      * effective range shares a day with the saved one is an overlap.
      ******************************************************************
       700-CHECK-FOR-OVERLAP.
           MOVE "N" TO WS-OVERLAP-SWITCH.
           MOVE "N" TO WS-STATE-ROWS-DONE-SWITCH.
           MOVE WS-SAVED-STATE-CODE TO FCL-STATE-CODE.
           MOVE ZERO TO FCL-EFFECTIVE-FROM.
           START FILING-CALENDAR KEY IS NOT LESS THAN FCL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-STATE-ROWS-DONE-SWITCH
           END-START.
           PERFORM 710-CHECK-ONE-STATE-ROW
               UNTIL WS-STATE-ROWS-ARE-DONE.
      *
       710-CHECK-ONE-STATE-ROW.
           READ FILING-CALENDAR NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STATE-ROWS-DONE-SWITCH
           END-READ.
           IF NOT WS-STATE-ROWS-ARE-DONE
               IF FCL-STATE-CODE NOT = WS-SAVED-STATE-CODE
                   MOVE "Y" TO WS-STATE-ROWS-DONE-SWITCH
               ELSE
                   IF FCL-EFFECTIVE-FROM NOT = WS-SAVED-EFFECTIVE-FROM
                       AND FCL-EFFECTIVE-FROM
                           NOT > WS-SAVED-EFFECTIVE-TO
                       AND WS-SAVED-EFFECTIVE-FROM
                           NOT > FCL-EFFECTIVE-TO
                       DISPLAY "OVERLAPS THE ROW EFFECTIVE "
                           FCL-EFFECTIVE-FROM " TO " FCL-EFFECTIVE-TO
                           "."
                       MOVE "Y" TO WS-OVERLAP-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
      ******************************************************************
      * 900/910/915-JOURNAL-* - ONE RCVYJRNL LINE PER SUCCESSFUL
      * UPDATE (ON A DELETE ONLY THE KEY IN THE IMAGE MATTERS).
      ******************************************************************
       900-JOURNAL-WRITE.
           MOVE "W" TO WS-JRN-ACTION-CODE.
           PERFORM 920-CALL-JOURNAL.
      *
       910-JOURNAL-REWRITE.
           MOVE "R" TO WS-JRN-ACTION-CODE.
           PERFORM 920-CALL-JOURNAL.
      *
       915-JOURNAL-DELETE.
           MOVE "D" TO WS-JRN-ACTION-CODE.
           PERFORM 920-CALL-JOURNAL.
      *
       920-CALL-JOURNAL.
           MOVE "FILECAL" TO WS-JRN-FILE-NAME.
           MOVE SPACES TO WS-JRN-RECORD-IMAGE.
           MOVE FILING-CALENDAR-RECORD TO WS-JRN-RECORD-IMAGE (1:38).
           CALL "RCVYJRN1" USING WS-JRN-PROGRAM-ID
               WS-JRN-FILE-NAME WS-JRN-ACTION-CODE
               WS-JRN-RECORD-IMAGE.
       END PROGRAM FILCMNT.
