      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     LEMBRETE DIARIO DE PRAZOS DE DECLARACAO: ANDA O
      *              CALENDARIO DE DECLARACOES (FILECAL, MANTIDO PELO
      *              FILCMNT) PERIODO A PERIODO, VIA FILCPER1, E LISTA
      *              TODA DECLARACAO QUE VENCE DE HOJE ATE OS PROXIMOS
      *              15 DIAS, DIZENDO SE JA HA GUIA NO TAXVCHR PARA O
      *              PERIODO. PERIODO JA VENCIDO SEM NENHUMA GUIA QUE
      *              O COBRE SAI MARCADO COMO ATRASADO. SO LEITURA -
      *              NAO GRAVA NADA. RODA NO JOBCHAIN TODO DIA E
      *              DEVOLVE O CONTROLE COM GOBACK; O ATRASO E AVISO
      *              PARA A MESA FISCAL, NAO PARA A CADEIA.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXTCKLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILING-CALENDAR ASSIGN TO "FILECAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FCL-KEY
               FILE STATUS IS WS-FILECAL-STATUS.
      *
           SELECT REMIT-VOUCHER-FILE ASSIGN TO "TAXVCHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXVCHR-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FILING-CALENDAR.
           COPY FILECAL.
      *
      * MESMO LAYOUT GRAVADO POR TAXREMIT EM 3200-WRITE-VOUCHER-AND-
      * CONTROL - MESMA TECNICA DE COPIA COM PREFIXO PROPRIO JA USADA
      * POR TAXSETTL.cbl.
       FD  REMIT-VOUCHER-FILE.
       01  REMIT-VOUCHER-RECORD.
           05  VCH-STATE-CODE              PIC X(02).
           05  VCH-PERIOD-START            PIC 9(08).
           05  VCH-PERIOD-END              PIC 9(08).
           05  VCH-AMOUNT-DUE              PIC 9(11)V99.
           05  VCH-DUE-DATE                PIC 9(08).
           05  VCH-VOUCHER-TYPE            PIC X(01).
           05  VCH-USE-TAX-AMOUNT          PIC 9(11)V99.
           05  VCH-LOCAL-TAX-AMOUNT        PIC 9(11)V99.
           05  VCH-BAD-DEBT-AMOUNT         PIC S9(11)V99.
      *
       WORKING-STORAGE SECTION.
       77  WS-FILECAL-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXVCHR-STATUS               PIC X(02)   VALUE "00".
       77  WS-TAXVCHR-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-TAXVCHR-EOF                           VALUE "Y".
      *
      * JANELA DO LEMBRETE: DE HOJE ATE HOJE + WS-TICKLER-DAYS DIAS
      * CORRIDOS, PELO CALENDARIO JULIANO - MESMA TECNICA DO
      * TAXREMIT.
       77  WS-TICKLER-DAYS                 PIC 9(03)   VALUE 015.
       77  WS-TODAY-DATE                   PIC 9(08).
       77  WS-TODAY-JULIAN                 PIC 9(09).
       77  WS-HORIZON-JULIAN               PIC 9(09).
       77  WS-HORIZON-DATE                 PIC 9(08).
      *
      * CALENDARIO DE DECLARACOES EM MEMORIA.
       01  CALENDAR-TABLE.
           05  CALENDAR-TABLE-COUNT        PIC 9(03)   VALUE ZERO.
           05  CALENDAR-TABLE-ROW OCCURS 200 TIMES.
               10  CLT-STATE-CODE          PIC X(02).
               10  CLT-EFFECTIVE-FROM      PIC 9(08).
               10  CLT-EFFECTIVE-TO        PIC 9(08).
               10  CLT-FREQUENCY           PIC X(01).
               10  CLT-DUE-MONTHS-AFTER    PIC 9(02).
               10  CLT-DUE-DAY             PIC 9(02).
               10  CLT-REGISTRATION-NUMBER PIC X(15).
       77  WS-CLT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-CLT-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-CLT-IS-FULL                           VALUE "Y".
      *
      * AREA DO SUBPROGRAMA FILCPER1 (PERIODO E VENCIMENTO).
           COPY FILCPER.
       77  WS-WALK-DATE                    PIC 9(08)   VALUE ZERO.
      *
      * PERIODOS JA COBERTOS POR GUIA (QUALQUER TIPO - ORIGINAL,
      * RETIFICADORA OU ZERADA).
       01  VOUCHER-TABLE.
           05  VOUCHER-TABLE-COUNT         PIC 9(04)   VALUE ZERO.
           05  VOUCHER-TABLE-ROW OCCURS 2000 TIMES.
               10  VTB-STATE-CODE          PIC X(02).
               10  VTB-PERIOD-START        PIC 9(08).
               10  VTB-PERIOD-END          PIC 9(08).
       77  WS-VTB-IDX                      PIC 9(04)   VALUE ZERO.
       77  WS-VTB-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-VTB-TABLE-IS-FULL                     VALUE "Y".
       77  WS-VOUCHER-FOUND-SWITCH         PIC X(01)   VALUE "N".
           88  WS-VOUCHER-WAS-FOUND                     VALUE "Y".
      *
       77  WS-DUE-SOON-COUNT               PIC 9(05)   VALUE ZERO.
       77  WS-DUE-SOON-FILED-COUNT         PIC 9(05)   VALUE ZERO.
       77  WS-OVERDUE-COUNT                PIC 9(05)   VALUE ZERO.
       77  WS-EDIT-COUNT                   PIC ZZ,ZZ9.
      *
       01  WS-TICKLER-LINE.
           05  TKL-FLAG                    PIC X(03).
           05  TKL-STATE-CODE              PIC X(02).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TKL-FREQUENCY               PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TKL-PERIOD-START            PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE "-".
           05  TKL-PERIOD-END              PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TKL-DUE-DATE                PIC 9(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TKL-REGISTRATION-NUMBER     PIC X(15).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TKL-STATUS                  PIC X(25).
      *
       PROCEDURE DIVISION.
      *
       0000-PRINT-FILING-TICKLER.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           COMPUTE WS-HORIZON-JULIAN =
               WS-TODAY-JULIAN + WS-TICKLER-DAYS.
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER (WS-HORIZON-JULIAN).
           PERFORM 1000-LOAD-FILING-CALENDAR.
           PERFORM 2000-LOAD-VOUCHERS.
           DISPLAY "====================================".
           DISPLAY "FILING DEADLINE TICKLER - " WS-TODAY-DATE
               " THRU " WS-HORIZON-DATE.
           DISPLAY "====================================".
           IF CALENDAR-TABLE-COUNT = ZERO
               DISPLAY "FILING CALENDAR (FILECAL) IS EMPTY OR "
                   "MISSING - NO DEADLINE CAN BE TRACKED."
           ELSE
               DISPLAY "   ST  F  PERIOD             DUE       "
                   "REGISTRATION     STATUS"
               PERFORM 3000-WALK-ONE-CALENDAR-ROW
                   VARYING WS-CLT-IDX FROM 1 BY 1
                   UNTIL WS-CLT-IDX > CALENDAR-TABLE-COUNT
           END-IF.
           PERFORM 8000-PRINT-TICKLER-SUMMARY.
      * GOBACK, NAO STOP RUN - CHAMADO PELO JOBCHAIN DEVOLVE O
      * CONTROLE PARA A CADEIA SEGUIR.
           GOBACK.
      *
       1000-LOAD-FILING-CALENDAR.
           OPEN INPUT FILING-CALENDAR.
           IF WS-FILECAL-STATUS = "00"
               PERFORM 1010-READ-CALENDAR-RECORD
               PERFORM 1020-TABLE-ONE-CALENDAR-ROW
                   UNTIL WS-FILECAL-STATUS = "10"
               CLOSE FILING-CALENDAR
           END-IF.
      *
       1010-READ-CALENDAR-RECORD.
           READ FILING-CALENDAR NEXT RECORD
               AT END MOVE "10" TO WS-FILECAL-STATUS
           END-READ.
      *
       1020-TABLE-ONE-CALENDAR-ROW.
           IF CALENDAR-TABLE-COUNT < 200
               ADD 1 TO CALENDAR-TABLE-COUNT
               MOVE FCL-STATE-CODE TO
                   CLT-STATE-CODE (CALENDAR-TABLE-COUNT)
               MOVE FCL-EFFECTIVE-FROM TO
                   CLT-EFFECTIVE-FROM (CALENDAR-TABLE-COUNT)
               MOVE FCL-EFFECTIVE-TO TO
                   CLT-EFFECTIVE-TO (CALENDAR-TABLE-COUNT)
               MOVE FCL-FREQUENCY TO
                   CLT-FREQUENCY (CALENDAR-TABLE-COUNT)
               MOVE FCL-DUE-MONTHS-AFTER TO
                   CLT-DUE-MONTHS-AFTER (CALENDAR-TABLE-COUNT)
               MOVE FCL-DUE-DAY TO
                   CLT-DUE-DAY (CALENDAR-TABLE-COUNT)
               MOVE FCL-REGISTRATION-NUMBER TO
                   CLT-REGISTRATION-NUMBER (CALENDAR-TABLE-COUNT)
           ELSE
               IF NOT WS-CLT-IS-FULL
                   DISPLAY "CALENDAR-TABLE FULL AT 200 ROWS - "
                       "REMAINING FILECAL ROWS ARE NOT TRACKED."
                   MOVE "Y" TO WS-CLT-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 1010-READ-CALENDAR-RECORD.
      *
       2000-LOAD-VOUCHERS.
           OPEN INPUT REMIT-VOUCHER-FILE.
           IF WS-TAXVCHR-STATUS = "00"
               PERFORM 2010-READ-VOUCHER-RECORD
               PERFORM 2020-TABLE-ONE-VOUCHER
                   UNTIL WS-TAXVCHR-EOF
               CLOSE REMIT-VOUCHER-FILE
           END-IF.
      *
       2010-READ-VOUCHER-RECORD.
           READ REMIT-VOUCHER-FILE
               AT END MOVE "Y" TO WS-TAXVCHR-EOF-SWITCH
           END-READ.
      *
      * GUIA ALEM DA TABELA NAO ENTRA - O PERIODO DELA PODE SAIR
      * COMO ATRASADO SEM ESTAR; O AVISO DIZ PARA CONFERIR.
       2020-TABLE-ONE-VOUCHER.
           IF VOUCHER-TABLE-COUNT < 2000
               ADD 1 TO VOUCHER-TABLE-COUNT
               MOVE VCH-STATE-CODE TO
                   VTB-STATE-CODE (VOUCHER-TABLE-COUNT)
               MOVE VCH-PERIOD-START TO
                   VTB-PERIOD-START (VOUCHER-TABLE-COUNT)
               MOVE VCH-PERIOD-END TO
                   VTB-PERIOD-END (VOUCHER-TABLE-COUNT)
           ELSE
               IF NOT WS-VTB-TABLE-IS-FULL
                   DISPLAY "VOUCHER-TABLE FULL AT 2000 VOUCHERS - "
                       "LATER VOUCHERS ARE NOT SEEN; CHECK ANY "
                       "OVERDUE LINE AGAINST TAXVCHR."
                   MOVE "Y" TO WS-VTB-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 2010-READ-VOUCHER-RECORD.
      *
      ******************************************************************
      * 3000-WALK-ONE-CALENDAR-ROW
      * Each calendar row is walked period by period from its
      * effective-from date, the same way TAXREMIT and TAXEFILE pick
      * the periods they file, until the periods start past the
      * tickler horizon or past the row's effective range. A period
      * due inside the window is listed with its voucher status; one
      * already past due with no voucher covering it is overdue.
      ******************************************************************
       3000-WALK-ONE-CALENDAR-ROW.
           MOVE CLT-FREQUENCY (WS-CLT-IDX) TO FPA-FREQUENCY.
           MOVE CLT-DUE-MONTHS-AFTER (WS-CLT-IDX)
               TO FPA-DUE-MONTHS-AFTER.
           MOVE CLT-DUE-DAY (WS-CLT-IDX) TO FPA-DUE-DAY.
           MOVE CLT-EFFECTIVE-FROM (WS-CLT-IDX) TO WS-WALK-DATE.
           PERFORM 3100-CHECK-ONE-PERIOD
               UNTIL WS-WALK-DATE > CLT-EFFECTIVE-TO (WS-CLT-IDX)
                   OR WS-WALK-DATE > WS-HORIZON-DATE.
      *
       3100-CHECK-ONE-PERIOD.
           MOVE WS-WALK-DATE TO FPA-ANY-DATE.
           CALL "FILCPER1" USING FILING-PERIOD-AREA.
           IF FPA-PERIOD-END NOT > CLT-EFFECTIVE-TO (WS-CLT-IDX)
               AND FPA-DUE-DATE NOT > WS-HORIZON-DATE
               PERFORM 3200-FIND-COVERING-VOUCHER
               EVALUATE TRUE
                   WHEN FPA-DUE-DATE NOT < WS-TODAY-DATE
                       ADD 1 TO WS-DUE-SOON-COUNT
                       MOVE SPACES TO TKL-FLAG
                       IF WS-VOUCHER-WAS-FOUND
                           ADD 1 TO WS-DUE-SOON-FILED-COUNT
                           MOVE "VOUCHER ON FILE" TO TKL-STATUS
                       ELSE
                           MOVE "NO VOUCHER YET" TO TKL-STATUS
                       END-IF
                       PERFORM 3300-PRINT-TICKLER-LINE
                   WHEN NOT WS-VOUCHER-WAS-FOUND
                       ADD 1 TO WS-OVERDUE-COUNT
                       MOVE "** " TO TKL-FLAG
                       MOVE "OVERDUE - NO VOUCHER" TO TKL-STATUS
                       PERFORM 3300-PRINT-TICKLER-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE FPA-NEXT-PERIOD-DATE TO WS-WALK-DATE.
      *
      * QUALQUER GUIA DO ESTADO QUE SE SOBREPONHA AO PERIODO CONTA -
      * INCLUSIVE A DE UM PERIODO INFORMADO A MAO NO TAXREMIT.
       3200-FIND-COVERING-VOUCHER.
           MOVE "N" TO WS-VOUCHER-FOUND-SWITCH.
           PERFORM 3210-CHECK-ONE-VOUCHER
               VARYING WS-VTB-IDX FROM 1 BY 1
               UNTIL WS-VTB-IDX > VOUCHER-TABLE-COUNT
                   OR WS-VOUCHER-WAS-FOUND.
      *
       3210-CHECK-ONE-VOUCHER.
           IF VTB-STATE-CODE (WS-VTB-IDX) = CLT-STATE-CODE (WS-CLT-IDX)
               AND VTB-PERIOD-START (WS-VTB-IDX) NOT > FPA-PERIOD-END
               AND VTB-PERIOD-END (WS-VTB-IDX) NOT < FPA-PERIOD-START
               MOVE "Y" TO WS-VOUCHER-FOUND-SWITCH
           END-IF.
      *
       3300-PRINT-TICKLER-LINE.
           MOVE CLT-STATE-CODE (WS-CLT-IDX) TO TKL-STATE-CODE.
           MOVE CLT-FREQUENCY (WS-CLT-IDX) TO TKL-FREQUENCY.
           MOVE FPA-PERIOD-START TO TKL-PERIOD-START.
           MOVE FPA-PERIOD-END TO TKL-PERIOD-END.
           MOVE FPA-DUE-DATE TO TKL-DUE-DATE.
           MOVE CLT-REGISTRATION-NUMBER (WS-CLT-IDX)
               TO TKL-REGISTRATION-NUMBER.
           DISPLAY WS-TICKLER-LINE.
      *
       8000-PRINT-TICKLER-SUMMARY.
           DISPLAY "====================================".
           MOVE CALENDAR-TABLE-COUNT TO WS-EDIT-COUNT.
           DISPLAY "CALENDAR ROWS TRACKED . . . : " WS-EDIT-COUNT.
           MOVE WS-DUE-SOON-COUNT TO WS-EDIT-COUNT.
           DISPLAY "FILINGS DUE IN THE WINDOW . : " WS-EDIT-COUNT.
           MOVE WS-DUE-SOON-FILED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "  ALREADY WITH A VOUCHER. . : " WS-EDIT-COUNT.
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT.
           DISPLAY "OVERDUE WITHOUT A VOUCHER . : " WS-EDIT-COUNT.
       END PROGRAM TAXTCKLR.
