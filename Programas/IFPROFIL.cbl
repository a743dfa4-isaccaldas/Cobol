      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *PROGRAMADOR   ISAC CALDAS
      *DATA          15/10/2026
      *DESCRICAO     PERFILADOR DOS ARQUIVOS DE INTERFACE QUE CHEGAM
      *              DE FORA (HOACCTS, BANKDEP, TRSYPAY, RATEIMPF,
      *              CASHRCPT, SALESRAW), RODADO NA CADEIA ANTES DOS
      *              CONSUMIDORES. BYTE RUIM NUM DESSES ARQUIVOS SO
      *              APARECIA QUANDO O CONSUMIDOR ABENDAVA OU TOMAVA
      *              ZEROS CALADO. AQUI CADA ARQUIVO E VARRIDO CONTRA
      *              O LAYOUT DO IFLAYOUT (POSICAO, TAMANHO, CLASSE DA
      *              PICTURE ESPERADA, OBRIGATORIEDADE E LISTA DE
      *              VALORES ACEITOS POR CAMPO) - O MESMO TESTE DE
      *              CLASSE QUE O ENTRADA FAZ NO QUE O OPERADOR
      *              DIGITA. O RELATORIO IFPRPT TRAZ A CONTAGEM DE
      *              REGISTROS, OS CAMPOS INVALIDOS POR CAMPO E OS
      *              PRIMEIROS REGISTROS RUINS DE AMOSTRA; O VEREDITO
      *              POR INTERFACE E DATA VAI PARA O IFPSTAT, QUE O
      *              JOBCHAIN TESTA ANTES DE CHAMAR O CONSUMIDOR. O
      *              PERFILADOR SO LE OS ARQUIVOS - NADA E CORRIGIDO
      *              NEM MOVIDO. PASSO DA CADEIA: SIGN-ON COM O PAPEL
      *              B E GOBACK NO FIM, COMO O FEEDMON.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IFPROFIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERFACE-LAYOUT-FILE ASSIGN TO "IFLAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFLAYOUT-STATUS.
      *
      * O ARQUIVO DA INTERFACE CORRENTE - O NOME E MONTADO EM
      * WS-INBOUND-FILENAME A PARTIR DA LINHA DA TABELA, MESMA TECNICA
      * DO LOGPURGE.
           SELECT INBOUND-FILE ASSIGN TO WS-INBOUND-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.
      *
           SELECT PROFILE-STATUS-FILE ASSIGN TO "IFPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFPSTAT-STATUS.
      *
           SELECT PROFILE-PRINT-FILE ASSIGN TO "IFPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFPRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-LAYOUT-FILE.
           COPY IFLAYOUT.
      *
       FD  INBOUND-FILE.
       01  INBOUND-RECORD                  PIC X(512).
      *
       FD  PROFILE-STATUS-FILE.
           COPY IFPSTAT.
      *
       FD  PROFILE-PRINT-FILE.
       01  PROFILE-PRINT-RECORD            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WS-IFLAYOUT-STATUS              PIC X(02)   VALUE "00".
       77  WS-INBOUND-STATUS               PIC X(02)   VALUE "00".
       77  WS-IFPSTAT-STATUS               PIC X(02)   VALUE "00".
       77  WS-IFPRPT-STATUS                PIC X(02)   VALUE "00".
       77  WS-IFLAYOUT-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-IFLAYOUT-EOF                          VALUE "Y".
       77  WS-INBOUND-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-INBOUND-EOF                           VALUE "Y".
       77  WS-IFPSTAT-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-IFPSTAT-EOF                           VALUE "Y".
       77  WS-READ-ERROR-SWITCH            PIC X(01)   VALUE "N".
           88  WS-INBOUND-READ-FAILED                   VALUE "Y".
       77  WS-INBOUND-FILENAME             PIC X(20)   VALUE SPACES.
      *
       77  WS-TODAY-DATE                   PIC 9(08).
       77  WS-TIME-NOW-RAW                 PIC 9(08)   VALUE ZERO.
       77  WS-CHECK-DATE-ENTRY             PIC X(08)   VALUE SPACES.
       77  WS-CHECK-DATE                   PIC 9(08)   VALUE ZERO.
       77  WS-INTERFACE-ENTRY              PIC X(08)   VALUE SPACES.
      *
      * O IFLAYOUT INTEIRO EM MEMORIA. LINHA QUE NAO PODE SER USADA
      * FICA NA TABELA (APARECE NO RELATORIO) MAS NAO E TESTADA, E A
      * INTERFACE DELA NAO PASSA.
       01  LAYOUT-TABLE.
           05  LAYOUT-TABLE-COUNT          PIC 9(03)   VALUE ZERO.
           05  LAYOUT-TABLE-ROW OCCURS 300 TIMES.
               10  IFT-INTERFACE           PIC X(08).
               10  IFT-FIELD-SEQ           PIC 9(03).
               10  IFT-FIELD-NAME          PIC X(20).
               10  IFT-OFFSET              PIC 9(04).
               10  IFT-LENGTH              PIC 9(03).
               10  IFT-CLASS               PIC X(01).
               10  IFT-REQUIRED            PIC X(01).
               10  IFT-SELECT-OFFSET       PIC 9(04).
               10  IFT-SELECT-LENGTH       PIC 9(02).
               10  IFT-SELECT-VALUE        PIC X(08).
               10  IFT-VALUE-COUNT         PIC 9(02).
               10  IFT-ALLOWED-VALUE       PIC X(08) OCCURS 10 TIMES.
               10  IFT-ROW-USABLE          PIC X(01).
                   88  IFT-ROW-IS-USABLE                VALUE "Y".
               10  IFT-INVALID-COUNT       PIC 9(07).
       77  WS-IFT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-VAL-IDX                      PIC 9(02)   VALUE ZERO.
       77  WS-LAYOUT-FULL-SWITCH           PIC X(01)   VALUE "N".
           88  WS-LAYOUT-TABLE-IS-FULL                  VALUE "Y".
       77  WS-LAYOUT-REASON                PIC X(40)   VALUE SPACES.
      *
      * AS INTERFACES DO IFLAYOUT, NA ORDEM EM QUE APARECEM.
       01  INTERFACE-TABLE.
           05  INTERFACE-TABLE-COUNT       PIC 9(02)   VALUE ZERO.
           05  INTERFACE-TABLE-ROW OCCURS 50 TIMES.
               10  IFC-INTERFACE           PIC X(08).
               10  IFC-LAYOUT-ERRORS       PIC 9(03).
       77  WS-IFC-IDX                      PIC 9(02)   VALUE ZERO.
       77  WS-FIND-INTERFACE               PIC X(08)   VALUE SPACES.
       77  WS-IFC-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-INTERFACE-FOUND                       VALUE "Y".
      *
      * A INTERFACE SENDO PERFILADA.
       77  WS-CURRENT-INTERFACE            PIC X(08)   VALUE SPACES.
       77  WS-RECORD-COUNT                 PIC 9(07)   VALUE ZERO.
       77  WS-BAD-RECORD-COUNT             PIC 9(07)   VALUE ZERO.
       77  WS-BAD-FIELD-COUNT              PIC 9(07)   VALUE ZERO.
       77  WS-LAYOUT-ERROR-COUNT           PIC 9(03)   VALUE ZERO.
       77  WS-VERDICT                      PIC X(01)   VALUE "F".
       77  WS-RECORD-BAD-SWITCH            PIC X(01)   VALUE "N".
           88  WS-RECORD-IS-BAD                         VALUE "Y".
       77  WS-FIRST-BAD-FIELD              PIC X(20)   VALUE SPACES.
      *
      * O CAMPO SENDO TESTADO.
       77  WS-FLD-OFFSET                   PIC 9(04)   VALUE ZERO.
       77  WS-FLD-LENGTH                   PIC 9(03)   VALUE ZERO.
       77  WS-FIELD-APPLIES-SWITCH         PIC X(01)   VALUE "N".
           88  WS-FIELD-APPLIES                         VALUE "Y".
       77  WS-FIELD-VALID-SWITCH           PIC X(01)   VALUE "N".
           88  WS-FIELD-IS-VALID                        VALUE "Y".
       77  WS-VALUE-FOUND-SWITCH           PIC X(01)   VALUE "N".
           88  WS-VALUE-FOUND                           VALUE "Y".
       01  WS-DATE-TEXT                    PIC X(08)   VALUE SPACES.
       01  WS-DATE-PARTS REDEFINES WS-DATE-TEXT.
           05  WS-DATE-CCYY                PIC 9(04).
           05  WS-DATE-MM                  PIC 9(02).
           05  WS-DATE-DD                  PIC 9(02).
       01  WS-MONTH-DAYS-LIST              PIC X(24)
                                   VALUE "312931303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.
      *
      * OS PRIMEIROS REGISTROS RUINS DA INTERFACE, PARA O RELATORIO.
       01  SAMPLE-TABLE.
           05  SAMPLE-COUNT                PIC 9(01)   VALUE ZERO.
           05  SAMPLE-ROW OCCURS 5 TIMES.
               10  SMP-RECORD-NUMBER       PIC 9(07).
               10  SMP-FIELD-NAME          PIC X(20).
               10  SMP-IMAGE               PIC X(80).
       77  WS-SMP-IDX                      PIC 9(01)   VALUE ZERO.
      *
      * LINHAS JA EXISTENTES DO IFPSTAT, PARA A REGRAVACAO MANTER AS
      * OUTRAS INTERFACES E DATAS.
       01  STATUS-TABLE.
           05  STATUS-TABLE-COUNT          PIC 9(03)   VALUE ZERO.
           05  STATUS-TABLE-ROW OCCURS 500 TIMES.
               10  SST-INTERFACE           PIC X(08).
               10  SST-BUSINESS-DATE       PIC 9(08).
               10  SST-VERDICT             PIC X(01).
               10  SST-CHECKED-DATE        PIC 9(08).
               10  SST-CHECKED-TIME        PIC 9(06).
               10  SST-RECORD-COUNT        PIC 9(07).
               10  SST-BAD-RECORD-COUNT    PIC 9(07).
               10  SST-BAD-FIELD-COUNT     PIC 9(07).
               10  SST-LAYOUT-ERROR-COUNT  PIC 9(03).
       77  WS-SST-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-SST-FOUND-SWITCH             PIC X(01)   VALUE "N".
           88  WS-STATUS-ROW-FOUND                      VALUE "Y".
       77  WS-SST-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-SST-TABLE-IS-FULL                     VALUE "Y".
      *
       77  WS-PROFILED-COUNT               PIC 9(03)   VALUE ZERO.
       77  WS-PASSED-COUNT                 PIC 9(03)   VALUE ZERO.
       77  WS-FAILED-COUNT                 PIC 9(03)   VALUE ZERO.
       77  WS-MISSING-COUNT                PIC 9(03)   VALUE ZERO.
       77  WS-EDIT-COUNT                   PIC ZZ,ZZ9.
      *
      * A LINHA E MONTADA AQUI E GRAVADA POR 8000-PUT-REPORT-LINE.
       77  WS-REPORT-LINE                  PIC X(132)  VALUE SPACES.
       77  WS-EDIT-RECORDS                 PIC Z,ZZZ,ZZ9.
       77  WS-EDIT-RECORDS-2               PIC Z,ZZZ,ZZ9.
       77  WS-EDIT-RECORDS-3               PIC Z,ZZZ,ZZ9.
       77  WS-EDIT-SEQ                     PIC ZZ9.
       77  WS-EDIT-POSITION                PIC ZZZ9.
       77  WS-EDIT-LENGTH                  PIC ZZ9.
       77  WS-EDIT-VALUES                  PIC Z9.
       77  WS-EDIT-RECORD-NUMBER           PIC ZZZZZZ9.
       77  WS-VERDICT-TEXT                 PIC X(40)   VALUE SPACES.
      *
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
       PROCEDURE DIVISION.
      *
       0000-PROFILE-INBOUND-FILES.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "IFPROFIL" TO SGN-PROGRAM-ID.
           MOVE "B" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-ACCEPT-BUSINESS-DATE.
           DISPLAY "INTERFACE TO PROFILE (BLANK = EVERY INTERFACE IN "
               "IFLAYOUT): ".
           ACCEPT WS-INTERFACE-ENTRY.
           PERFORM 1000-LOAD-LAYOUT.
      * SEM LAYOUT NAO HA O QUE ABONAR - NENHUM VEREDITO E GRAVADO E
      * O JOBCHAIN SEGURA OS CONSUMIDORES (SEM LINHA = FALHA).
           IF LAYOUT-TABLE-COUNT = ZERO
               DISPLAY "IFLAYOUT IS EMPTY OR MISSING - NOTHING "
                   "PROFILED, NO VERDICT RECORDED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-LAYOUT-TABLE-IS-FULL
               DISPLAY "IFLAYOUT EXCEEDS THE 300-FIELD / 50-INTERFACE "
                   "TABLES - NOTHING PROFILED, NO VERDICT RECORDED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-INTERFACE-ENTRY NOT = SPACES
               MOVE WS-INTERFACE-ENTRY TO WS-FIND-INTERFACE
               PERFORM 1300-FIND-INTERFACE
               IF NOT WS-INTERFACE-FOUND
                   DISPLAY "INTERFACE " WS-INTERFACE-ENTRY
                       " HAS NO ROWS IN IFLAYOUT - NOTHING PROFILED."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM 3100-LOAD-STATUS-TABLE.
      * IFPSTAT MAIOR QUE A TABELA: REGRAVAR APAGARIA O VEREDITO DE
      * OUTRA DATA - MESMA POSTURA DO FEEDMON COM O FEEDSTAT.
           IF WS-SST-TABLE-IS-FULL
               DISPLAY "IFPSTAT EXCEEDS THE 500-ROW TABLE - "
                   "NOTHING PROFILED, FILE LEFT UNTOUCHED; PURGE "
                   "OLD IFPSTAT DATES AND RERUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PROFILE-PRINT-FILE.
           PERFORM 1500-WRITE-REPORT-HEADER.
           DISPLAY "====================================".
           DISPLAY "INBOUND INTERFACE PROFILER - BUSINESS DATE "
               WS-CHECK-DATE.
           DISPLAY "====================================".
           PERFORM 2000-PROFILE-ONE-INTERFACE
               VARYING WS-IFC-IDX FROM 1 BY 1
               UNTIL WS-IFC-IDX > INTERFACE-TABLE-COUNT.
           PERFORM 3400-REWRITE-STATUS-FILE.
           CLOSE PROFILE-PRINT-FILE.
           DISPLAY "====================================".
           MOVE WS-PROFILED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "INTERFACES PROFILED . . : " WS-EDIT-COUNT.
           MOVE WS-PASSED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "PASSED. . . . . . . . . : " WS-EDIT-COUNT.
           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.
           DISPLAY "NOT DELIVERED . . . . . : " WS-EDIT-COUNT.
           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "FAILED. . . . . . . . . : " WS-EDIT-COUNT.
           IF WS-FAILED-COUNT > ZERO
               DISPLAY "FAILED INTERFACES STOP THE CHAIN AT THEIR "
                   "CONSUMER STEP - SEE IFPRPT, HAVE THE FILE "
                   "RESENT, PROFILE AGAIN AND RESUBMIT."
           END-IF.
      * GOBACK, NAO STOP RUN - CHAMADO PELO JOBCHAIN DEVOLVE O
      * CONTROLE PARA A CADEIA SEGUIR.
           GOBACK.
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
      ******************************************************************
      * 1000-LOAD-LAYOUT
      * Every IFLAYOUT row is tabled and checked once. A row that
      * cannot be applied (position outside the record, unknown
      * class, value list it cannot hold) is listed and counted
      * against its interface, which then cannot pass - a layout
      * that silently skips a field vouches for bytes nobody looked
      * at.
      ******************************************************************
       1000-LOAD-LAYOUT.
           MOVE ZERO TO LAYOUT-TABLE-COUNT.
           MOVE ZERO TO INTERFACE-TABLE-COUNT.
           OPEN INPUT INTERFACE-LAYOUT-FILE.
           IF WS-IFLAYOUT-STATUS = "00"
               PERFORM 1010-READ-ONE-LAYOUT-ROW
               PERFORM 1020-TABLE-ONE-LAYOUT-ROW
                   UNTIL WS-IFLAYOUT-EOF
               CLOSE INTERFACE-LAYOUT-FILE
           END-IF.
      *
       1010-READ-ONE-LAYOUT-ROW.
           READ INTERFACE-LAYOUT-FILE
               AT END MOVE "Y" TO WS-IFLAYOUT-EOF-SWITCH
           END-READ.
      *
       1020-TABLE-ONE-LAYOUT-ROW.
           IF IFL-INTERFACE NOT = SPACES
               IF LAYOUT-TABLE-COUNT < 300
                   ADD 1 TO LAYOUT-TABLE-COUNT
                   MOVE LAYOUT-TABLE-COUNT TO WS-IFT-IDX
                   PERFORM 1030-CHECK-LAYOUT-ROW
                   PERFORM 1040-MOVE-LAYOUT-ROW
                   MOVE IFL-INTERFACE TO WS-FIND-INTERFACE
                   PERFORM 1200-REGISTER-INTERFACE
               ELSE
                   MOVE "Y" TO WS-LAYOUT-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM 1010-READ-ONE-LAYOUT-ROW.
      *
       1030-CHECK-LAYOUT-ROW.
           MOVE SPACES TO WS-LAYOUT-REASON.
           IF IFL-OFFSET IS NOT NUMERIC
               OR IFL-LENGTH IS NOT NUMERIC
               MOVE "POSITION OR LENGTH NOT NUMERIC"
                   TO WS-LAYOUT-REASON
           ELSE
           IF IFL-OFFSET = ZERO OR IFL-LENGTH = ZERO
               OR IFL-OFFSET + IFL-LENGTH - 1 > 512
               MOVE "FIELD OUTSIDE THE 512-BYTE RECORD"
                   TO WS-LAYOUT-REASON
           ELSE
           IF NOT IFL-CLASS-VALID
               MOVE "CLASS NOT N, A, D OR X" TO WS-LAYOUT-REASON
           ELSE
           IF IFL-CLASS-DATE AND IFL-LENGTH NOT = 8
               MOVE "DATE FIELD MUST BE 8 LONG (CCYYMMDD)"
                   TO WS-LAYOUT-REASON
           ELSE
           IF IFL-VALUE-COUNT IS NOT NUMERIC
               OR IFL-VALUE-COUNT > 10
               MOVE "VALUE COUNT NOT 00 TO 10" TO WS-LAYOUT-REASON
           ELSE
           IF IFL-VALUE-COUNT > ZERO AND IFL-LENGTH > 8
               MOVE "VALUE LIST ON A FIELD OVER 8 LONG"
                   TO WS-LAYOUT-REASON
           ELSE
           IF IFL-SELECT-OFFSET IS NOT NUMERIC
               MOVE "RECORD-TYPE POSITION NOT NUMERIC"
                   TO WS-LAYOUT-REASON
           ELSE
           IF IFL-SELECT-OFFSET > ZERO
               AND (IFL-SELECT-LENGTH IS NOT NUMERIC
                   OR IFL-SELECT-LENGTH = ZERO
                   OR IFL-SELECT-LENGTH > 8)
               MOVE "RECORD-TYPE LENGTH NOT 1 TO 8"
                   TO WS-LAYOUT-REASON
           ELSE
           IF IFL-SELECT-OFFSET > ZERO
               AND IFL-SELECT-OFFSET + IFL-SELECT-LENGTH - 1 > 512
               MOVE "RECORD-TYPE OUTSIDE THE 512-BYTE RECORD"
                   TO WS-LAYOUT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
       1040-MOVE-LAYOUT-ROW.
           MOVE IFL-INTERFACE TO IFT-INTERFACE (WS-IFT-IDX).
           MOVE IFL-FIELD-SEQ TO IFT-FIELD-SEQ (WS-IFT-IDX).
           MOVE IFL-FIELD-NAME TO IFT-FIELD-NAME (WS-IFT-IDX).
           MOVE ZERO TO IFT-INVALID-COUNT (WS-IFT-IDX).
           IF WS-LAYOUT-REASON = SPACES
               MOVE "Y" TO IFT-ROW-USABLE (WS-IFT-IDX)
               MOVE IFL-OFFSET TO IFT-OFFSET (WS-IFT-IDX)
               MOVE IFL-LENGTH TO IFT-LENGTH (WS-IFT-IDX)
               MOVE IFL-CLASS TO IFT-CLASS (WS-IFT-IDX)
               MOVE IFL-REQUIRED TO IFT-REQUIRED (WS-IFT-IDX)
               MOVE IFL-SELECT-OFFSET TO IFT-SELECT-OFFSET (WS-IFT-IDX)
               MOVE IFL-SELECT-VALUE TO IFT-SELECT-VALUE (WS-IFT-IDX)
               MOVE IFL-VALUE-COUNT TO IFT-VALUE-COUNT (WS-IFT-IDX)
               IF IFL-SELECT-OFFSET > ZERO
                   MOVE IFL-SELECT-LENGTH
                       TO IFT-SELECT-LENGTH (WS-IFT-IDX)
               ELSE
                   MOVE ZERO TO IFT-SELECT-LENGTH (WS-IFT-IDX)
               END-IF
               PERFORM 1050-MOVE-ONE-ALLOWED-VALUE
                   VARYING WS-VAL-IDX FROM 1 BY 1
                   UNTIL WS-VAL-IDX > 10
           ELSE
               MOVE "N" TO IFT-ROW-USABLE (WS-IFT-IDX)
               MOVE ZERO TO IFT-OFFSET (WS-IFT-IDX)
               MOVE ZERO TO IFT-LENGTH (WS-IFT-IDX)
               MOVE SPACE TO IFT-CLASS (WS-IFT-IDX)
               MOVE SPACE TO IFT-REQUIRED (WS-IFT-IDX)
               MOVE ZERO TO IFT-SELECT-OFFSET (WS-IFT-IDX)
               MOVE ZERO TO IFT-SELECT-LENGTH (WS-IFT-IDX)
               MOVE SPACES TO IFT-SELECT-VALUE (WS-IFT-IDX)
               MOVE ZERO TO IFT-VALUE-COUNT (WS-IFT-IDX)
               DISPLAY "IFLAYOUT ROW " IFL-INTERFACE " "
                   IFL-FIELD-SEQ " " IFL-FIELD-NAME " UNUSABLE - "
                   WS-LAYOUT-REASON
           END-IF.
      *
       1050-MOVE-ONE-ALLOWED-VALUE.
           MOVE IFL-ALLOWED-VALUE (WS-VAL-IDX)
               TO IFT-ALLOWED-VALUE (WS-IFT-IDX WS-VAL-IDX).
      *
      * INTERFACE NOVA ENTRA NO FIM DA LISTA; LINHA INUTILIZAVEL CONTA
      * CONTRA A INTERFACE DELA.
       1200-REGISTER-INTERFACE.
           PERFORM 1300-FIND-INTERFACE.
           IF NOT WS-INTERFACE-FOUND
               IF INTERFACE-TABLE-COUNT < 50
                   ADD 1 TO INTERFACE-TABLE-COUNT
                   MOVE INTERFACE-TABLE-COUNT TO WS-IFC-IDX
                   MOVE IFL-INTERFACE TO IFC-INTERFACE (WS-IFC-IDX)
                   MOVE ZERO TO IFC-LAYOUT-ERRORS (WS-IFC-IDX)
                   MOVE "Y" TO WS-IFC-FOUND-SWITCH
               ELSE
                   MOVE "Y" TO WS-LAYOUT-FULL-SWITCH
               END-IF
           END-IF.
           IF WS-INTERFACE-FOUND
               AND NOT IFT-ROW-IS-USABLE (WS-IFT-IDX)
               ADD 1 TO IFC-LAYOUT-ERRORS (WS-IFC-IDX)
           END-IF.
      *
       1300-FIND-INTERFACE.
           MOVE "N" TO WS-IFC-FOUND-SWITCH.
           MOVE 1 TO WS-IFC-IDX.
           PERFORM 1310-CHECK-ONE-INTERFACE
               UNTIL WS-IFC-IDX > INTERFACE-TABLE-COUNT
                   OR WS-INTERFACE-FOUND.
      *
       1310-CHECK-ONE-INTERFACE.
           IF IFC-INTERFACE (WS-IFC-IDX) = WS-FIND-INTERFACE
               MOVE "Y" TO WS-IFC-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-IFC-IDX
           END-IF.
      *
       1500-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INBOUND INTERFACE PROFILE - BUSINESS DATE "
                   WS-CHECK-DATE " - RUN " WS-TODAY-DATE
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CLASS N = DIGITS ONLY, A = LETTERS/BLANKS, "
                   "D = VALID CCYYMMDD DATE, X = ANY. REQ Y = BLANK "
                   "IS INVALID."
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
      *
      ******************************************************************
      * 2000-PROFILE-ONE-INTERFACE
      * The interface's file is read end to end and every record is
      * tested against every usable layout row of the interface that
      * applies to its record type. One bad field makes the record
      * bad; one bad record fails the interface. A file that was not
      * delivered is recorded as such - whether the night can go on
      * without it is the consumer's business, as it always was.
      ******************************************************************
       2000-PROFILE-ONE-INTERFACE.
           IF WS-INTERFACE-ENTRY = SPACES
               OR WS-INTERFACE-ENTRY = IFC-INTERFACE (WS-IFC-IDX)
               PERFORM 2100-SCAN-INTERFACE-FILE
               PERFORM 3000-RECORD-VERDICT
               PERFORM 4000-PRINT-INTERFACE-PROFILE
           END-IF.
      *
       2100-SCAN-INTERFACE-FILE.
           ADD 1 TO WS-PROFILED-COUNT.
           MOVE IFC-INTERFACE (WS-IFC-IDX) TO WS-CURRENT-INTERFACE.
           MOVE IFC-LAYOUT-ERRORS (WS-IFC-IDX)
               TO WS-LAYOUT-ERROR-COUNT.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-BAD-RECORD-COUNT.
           MOVE ZERO TO WS-BAD-FIELD-COUNT.
           MOVE ZERO TO SAMPLE-COUNT.
           MOVE "N" TO WS-INBOUND-EOF-SWITCH.
           MOVE "N" TO WS-READ-ERROR-SWITCH.
           MOVE SPACES TO WS-INBOUND-FILENAME.
           MOVE WS-CURRENT-INTERFACE TO WS-INBOUND-FILENAME.
           OPEN INPUT INBOUND-FILE.
           EVALUATE TRUE
               WHEN WS-INBOUND-STATUS = "00"
                   PERFORM 2200-READ-INBOUND-RECORD
                   PERFORM 2300-PROFILE-ONE-RECORD
                       UNTIL WS-INBOUND-EOF
                   CLOSE INBOUND-FILE
                   IF WS-BAD-RECORD-COUNT = ZERO
                       AND WS-LAYOUT-ERROR-COUNT = ZERO
                       AND NOT WS-INBOUND-READ-FAILED
                       MOVE "P" TO WS-VERDICT
                   ELSE
                       MOVE "F" TO WS-VERDICT
                   END-IF
               WHEN WS-INBOUND-STATUS = "35"
                   MOVE "M" TO WS-VERDICT
               WHEN OTHER
                   DISPLAY "INTERFACE " WS-CURRENT-INTERFACE
                       " COULD NOT BE OPENED - STATUS "
                       WS-INBOUND-STATUS "."
                   MOVE "Y" TO WS-READ-ERROR-SWITCH
                   MOVE "F" TO WS-VERDICT
           END-EVALUATE.
           EVALUATE WS-VERDICT
               WHEN "P"
                   ADD 1 TO WS-PASSED-COUNT
               WHEN "M"
                   ADD 1 TO WS-MISSING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE.
      *
      * STATUS 04 (LINHA MAIOR QUE O REGISTRO) AINDA ENTREGA O
      * REGISTRO; QUALQUER OUTRO ERRO DE LEITURA ENCERRA A VARREDURA E
      * A INTERFACE NAO PASSA.
       2200-READ-INBOUND-RECORD.
           READ INBOUND-FILE
               AT END MOVE "Y" TO WS-INBOUND-EOF-SWITCH
           END-READ.
           IF WS-INBOUND-STATUS NOT = "00"
               AND WS-INBOUND-STATUS NOT = "04"
               AND WS-INBOUND-STATUS NOT = "10"
               DISPLAY "INTERFACE " WS-CURRENT-INTERFACE
                   " READ ERROR - STATUS " WS-INBOUND-STATUS
                   " AFTER RECORD " WS-RECORD-COUNT "."
               MOVE "Y" TO WS-READ-ERROR-SWITCH
               MOVE "Y" TO WS-INBOUND-EOF-SWITCH
           END-IF.
      *
       2300-PROFILE-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE "N" TO WS-RECORD-BAD-SWITCH.
           MOVE SPACES TO WS-FIRST-BAD-FIELD.
           PERFORM 2400-CHECK-ONE-FIELD
               VARYING WS-IFT-IDX FROM 1 BY 1
               UNTIL WS-IFT-IDX > LAYOUT-TABLE-COUNT.
           IF WS-RECORD-IS-BAD
               ADD 1 TO WS-BAD-RECORD-COUNT
               IF SAMPLE-COUNT < 5
                   ADD 1 TO SAMPLE-COUNT
                   MOVE WS-RECORD-COUNT
                       TO SMP-RECORD-NUMBER (SAMPLE-COUNT)
                   MOVE WS-FIRST-BAD-FIELD
                       TO SMP-FIELD-NAME (SAMPLE-COUNT)
                   MOVE INBOUND-RECORD (1:80)
                       TO SMP-IMAGE (SAMPLE-COUNT)
               END-IF
           END-IF.
           PERFORM 2200-READ-INBOUND-RECORD.
      *
       2400-CHECK-ONE-FIELD.
           IF IFT-INTERFACE (WS-IFT-IDX) = WS-CURRENT-INTERFACE
               AND IFT-ROW-IS-USABLE (WS-IFT-IDX)
               PERFORM 2410-DECIDE-FIELD-APPLIES
               IF WS-FIELD-APPLIES
                   PERFORM 2500-TEST-FIELD-VALUE
                   IF NOT WS-FIELD-IS-VALID
                       ADD 1 TO IFT-INVALID-COUNT (WS-IFT-IDX)
                       ADD 1 TO WS-BAD-FIELD-COUNT
                       IF NOT WS-RECORD-IS-BAD
                           MOVE "Y" TO WS-RECORD-BAD-SWITCH
                           MOVE IFT-FIELD-NAME (WS-IFT-IDX)
                               TO WS-FIRST-BAD-FIELD
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * CAMPO DE UM TIPO SO DE REGISTRO (HEADER/ITEM/TRAILER) SO E
      * TESTADO NOS REGISTROS DAQUELE TIPO.
       2410-DECIDE-FIELD-APPLIES.
           MOVE "Y" TO WS-FIELD-APPLIES-SWITCH.
           IF IFT-SELECT-OFFSET (WS-IFT-IDX) > ZERO
               MOVE IFT-SELECT-OFFSET (WS-IFT-IDX) TO WS-FLD-OFFSET
               MOVE IFT-SELECT-LENGTH (WS-IFT-IDX) TO WS-FLD-LENGTH
               IF INBOUND-RECORD (WS-FLD-OFFSET:WS-FLD-LENGTH)
                   NOT = IFT-SELECT-VALUE (WS-IFT-IDX)
                       (1:WS-FLD-LENGTH)
                   MOVE "N" TO WS-FIELD-APPLIES-SWITCH
               END-IF
           END-IF.
      *
      ******************************************************************
      * 2500-TEST-FIELD-VALUE
      * The picture-class test ENTRADA puts on keyed input, applied
      * to the field's bytes: blank is only wrong when the field is
      * required (the consumer would take zeros); anything else must
      * be of the expected class and, when the layout lists values,
      * one of them.
      ******************************************************************
       2500-TEST-FIELD-VALUE.
           MOVE "Y" TO WS-FIELD-VALID-SWITCH.
           MOVE IFT-OFFSET (WS-IFT-IDX) TO WS-FLD-OFFSET.
           MOVE IFT-LENGTH (WS-IFT-IDX) TO WS-FLD-LENGTH.
           IF INBOUND-RECORD (WS-FLD-OFFSET:WS-FLD-LENGTH) = SPACES
               IF IFT-REQUIRED (WS-IFT-IDX) = "Y"
                   MOVE "N" TO WS-FIELD-VALID-SWITCH
               END-IF
           ELSE
               EVALUATE IFT-CLASS (WS-IFT-IDX)
                   WHEN "N"
                       IF INBOUND-RECORD (WS-FLD-OFFSET:WS-FLD-LENGTH)
                           IS NOT NUMERIC
                           MOVE "N" TO WS-FIELD-VALID-SWITCH
                       END-IF
                   WHEN "A"
                       IF INBOUND-RECORD (WS-FLD-OFFSET:WS-FLD-LENGTH)
                           IS NOT ALPHABETIC
                           MOVE "N" TO WS-FIELD-VALID-SWITCH
                       END-IF
                   WHEN "D"
                       PERFORM 2510-TEST-DATE-VALUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-FIELD-IS-VALID
                   AND IFT-VALUE-COUNT (WS-IFT-IDX) > ZERO
                   PERFORM 2520-TEST-ALLOWED-VALUES
               END-IF
           END-IF.
      *
       2510-TEST-DATE-VALUE.
           MOVE INBOUND-RECORD (WS-FLD-OFFSET:8) TO WS-DATE-TEXT.
           IF WS-DATE-TEXT IS NOT NUMERIC
               MOVE "N" TO WS-FIELD-VALID-SWITCH
           ELSE
           IF WS-DATE-MM < 01 OR WS-DATE-MM > 12
               OR WS-DATE-DD < 01
               MOVE "N" TO WS-FIELD-VALID-SWITCH
           ELSE
           IF WS-DATE-DD > WS-MONTH-DAYS (WS-DATE-MM)
               MOVE "N" TO WS-FIELD-VALID-SWITCH
           END-IF
           END-IF
           END-IF.
      *
       2520-TEST-ALLOWED-VALUES.
           MOVE "N" TO WS-VALUE-FOUND-SWITCH.
           PERFORM 2530-CHECK-ONE-ALLOWED-VALUE
               VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > IFT-VALUE-COUNT (WS-IFT-IDX)
                   OR WS-VALUE-FOUND.
           IF NOT WS-VALUE-FOUND
               MOVE "N" TO WS-FIELD-VALID-SWITCH
           END-IF.
      *
       2530-CHECK-ONE-ALLOWED-VALUE.
           IF INBOUND-RECORD (WS-FLD-OFFSET:WS-FLD-LENGTH)
               = IFT-ALLOWED-VALUE (WS-IFT-IDX WS-VAL-IDX)
                   (1:WS-FLD-LENGTH)
               MOVE "Y" TO WS-VALUE-FOUND-SWITCH
           END-IF.
      *
      ******************************************************************
      * 3000-RECORD-VERDICT
      * The interface's row for the business date is replaced (or
      * added); the file itself is rewritten once, at the end of the
      * run. No room for a new row means no verdict - the consumer
      * step then fails at the JOBCHAIN gate, which is the safe side.
      ******************************************************************
       3000-RECORD-VERDICT.
           PERFORM 3200-FIND-STATUS-ROW.
           IF NOT WS-STATUS-ROW-FOUND
               IF STATUS-TABLE-COUNT < 500
                   ADD 1 TO STATUS-TABLE-COUNT
                   MOVE STATUS-TABLE-COUNT TO WS-SST-IDX
                   MOVE "Y" TO WS-SST-FOUND-SWITCH
               ELSE
                   DISPLAY "IFPSTAT TABLE FULL AT 500 ROWS - VERDICT "
                       "FOR " WS-CURRENT-INTERFACE " NOT RECORDED; "
                       "PURGE OLD IFPSTAT DATES AND RERUN."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-STATUS-ROW-FOUND
               ACCEPT WS-TIME-NOW-RAW FROM TIME
               MOVE WS-CURRENT-INTERFACE TO SST-INTERFACE (WS-SST-IDX)
               MOVE WS-CHECK-DATE TO SST-BUSINESS-DATE (WS-SST-IDX)
               MOVE WS-VERDICT TO SST-VERDICT (WS-SST-IDX)
               MOVE WS-TODAY-DATE TO SST-CHECKED-DATE (WS-SST-IDX)
               MOVE WS-TIME-NOW-RAW (1:6)
                   TO SST-CHECKED-TIME (WS-SST-IDX)
               MOVE WS-RECORD-COUNT TO SST-RECORD-COUNT (WS-SST-IDX)
               MOVE WS-BAD-RECORD-COUNT
                   TO SST-BAD-RECORD-COUNT (WS-SST-IDX)
               MOVE WS-BAD-FIELD-COUNT
                   TO SST-BAD-FIELD-COUNT (WS-SST-IDX)
               MOVE WS-LAYOUT-ERROR-COUNT
                   TO SST-LAYOUT-ERROR-COUNT (WS-SST-IDX)
           END-IF.
      *
       3100-LOAD-STATUS-TABLE.
           MOVE ZERO TO STATUS-TABLE-COUNT.
           OPEN INPUT PROFILE-STATUS-FILE.
           IF WS-IFPSTAT-STATUS = "00"
               PERFORM 3110-READ-ONE-STATUS-ROW
               PERFORM 3120-TABLE-ONE-STATUS-ROW
                   UNTIL WS-IFPSTAT-EOF
               CLOSE PROFILE-STATUS-FILE
           END-IF.
      *
       3110-READ-ONE-STATUS-ROW.
           READ PROFILE-STATUS-FILE
               AT END MOVE "Y" TO WS-IFPSTAT-EOF-SWITCH
           END-READ.
      *
       3120-TABLE-ONE-STATUS-ROW.
           IF STATUS-TABLE-COUNT < 500
               ADD 1 TO STATUS-TABLE-COUNT
               MOVE IPS-INTERFACE TO
                   SST-INTERFACE (STATUS-TABLE-COUNT)
               MOVE IPS-BUSINESS-DATE TO
                   SST-BUSINESS-DATE (STATUS-TABLE-COUNT)
               MOVE IPS-VERDICT TO
                   SST-VERDICT (STATUS-TABLE-COUNT)
               MOVE IPS-CHECKED-DATE TO
                   SST-CHECKED-DATE (STATUS-TABLE-COUNT)
               MOVE IPS-CHECKED-TIME TO
                   SST-CHECKED-TIME (STATUS-TABLE-COUNT)
               MOVE IPS-RECORD-COUNT TO
                   SST-RECORD-COUNT (STATUS-TABLE-COUNT)
               MOVE IPS-BAD-RECORD-COUNT TO
                   SST-BAD-RECORD-COUNT (STATUS-TABLE-COUNT)
               MOVE IPS-BAD-FIELD-COUNT TO
                   SST-BAD-FIELD-COUNT (STATUS-TABLE-COUNT)
               MOVE IPS-LAYOUT-ERROR-COUNT TO
                   SST-LAYOUT-ERROR-COUNT (STATUS-TABLE-COUNT)
           ELSE
               MOVE "Y" TO WS-SST-FULL-SWITCH
           END-IF.
           PERFORM 3110-READ-ONE-STATUS-ROW.
      *
       3200-FIND-STATUS-ROW.
           MOVE "N" TO WS-SST-FOUND-SWITCH.
           MOVE 1 TO WS-SST-IDX.
           PERFORM 3210-CHECK-ONE-STATUS-ROW
               UNTIL WS-SST-IDX > STATUS-TABLE-COUNT
                   OR WS-STATUS-ROW-FOUND.
      *
       3210-CHECK-ONE-STATUS-ROW.
           IF SST-INTERFACE (WS-SST-IDX) = WS-CURRENT-INTERFACE
               AND SST-BUSINESS-DATE (WS-SST-IDX) = WS-CHECK-DATE
               MOVE "Y" TO WS-SST-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-SST-IDX
           END-IF.
      *
       3400-REWRITE-STATUS-FILE.
           OPEN OUTPUT PROFILE-STATUS-FILE.
           PERFORM 3410-WRITE-ONE-STATUS-ROW
               VARYING WS-SST-IDX FROM 1 BY 1
               UNTIL WS-SST-IDX > STATUS-TABLE-COUNT.
           CLOSE PROFILE-STATUS-FILE.
      *
       3410-WRITE-ONE-STATUS-ROW.
           MOVE SST-INTERFACE (WS-SST-IDX) TO IPS-INTERFACE.
           MOVE SST-BUSINESS-DATE (WS-SST-IDX) TO IPS-BUSINESS-DATE.
           MOVE SST-VERDICT (WS-SST-IDX) TO IPS-VERDICT.
           MOVE SST-CHECKED-DATE (WS-SST-IDX) TO IPS-CHECKED-DATE.
           MOVE SST-CHECKED-TIME (WS-SST-IDX) TO IPS-CHECKED-TIME.
           MOVE SST-RECORD-COUNT (WS-SST-IDX) TO IPS-RECORD-COUNT.
           MOVE SST-BAD-RECORD-COUNT (WS-SST-IDX)
               TO IPS-BAD-RECORD-COUNT.
           MOVE SST-BAD-FIELD-COUNT (WS-SST-IDX)
               TO IPS-BAD-FIELD-COUNT.
           MOVE SST-LAYOUT-ERROR-COUNT (WS-SST-IDX)
               TO IPS-LAYOUT-ERROR-COUNT.
           WRITE INTERFACE-PROFILE-STATUS-RECORD.
      *
      ******************************************************************
      * 4000-PRINT-INTERFACE-PROFILE
      * One block per interface: the counts and verdict, every layout
      * field with its invalid count, then the sample bad records.
      ******************************************************************
       4000-PRINT-INTERFACE-PROFILE.
           EVALUATE WS-VERDICT
               WHEN "P"
                   MOVE "P - PASSED" TO WS-VERDICT-TEXT
               WHEN "M"
                   MOVE "M - NOT DELIVERED" TO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE "F - FAILED, CONSUMER WILL NOT RUN"
                       TO WS-VERDICT-TEXT
           END-EVALUATE.
           DISPLAY "INTERFACE " WS-CURRENT-INTERFACE " RECORDS "
               WS-RECORD-COUNT " BAD " WS-BAD-RECORD-COUNT
               " - VERDICT " WS-VERDICT-TEXT.
           MOVE WS-RECORD-COUNT TO WS-EDIT-RECORDS.
           MOVE WS-BAD-RECORD-COUNT TO WS-EDIT-RECORDS-2.
           MOVE WS-BAD-FIELD-COUNT TO WS-EDIT-RECORDS-3.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INTERFACE " WS-CURRENT-INTERFACE
                   "  RECORDS " WS-EDIT-RECORDS
                   "  BAD RECORDS " WS-EDIT-RECORDS-2
                   "  BAD FIELDS " WS-EDIT-RECORDS-3
                   "  VERDICT " WS-VERDICT-TEXT
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           IF WS-LAYOUT-ERROR-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-LAYOUT-ERROR-COUNT
                       " IFLAYOUT ROW(S) UNUSABLE - THE INTERFACE "
                       "CANNOT PASS UNTIL THE LAYOUT IS FIXED."
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-PUT-REPORT-LINE
           END-IF.
           IF WS-INBOUND-READ-FAILED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  FILE COULD NOT BE READ TO THE END - STATUS "
                       WS-INBOUND-STATUS "."
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-PUT-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  SEQ FIELD                 POS LEN CLASS REQ "
                   "TYPE@POS VALUES   INVALID"
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
           PERFORM 4010-PRINT-ONE-FIELD
               VARYING WS-IFT-IDX FROM 1 BY 1
               UNTIL WS-IFT-IDX > LAYOUT-TABLE-COUNT.
           IF SAMPLE-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  SAMPLE BAD RECORDS (FIRST " SAMPLE-COUNT
                       ", FIRST 80 BYTES, FIRST BAD FIELD):"
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM 8000-PUT-REPORT-LINE
               PERFORM 4020-PRINT-ONE-SAMPLE
                   VARYING WS-SMP-IDX FROM 1 BY 1
                   UNTIL WS-SMP-IDX > SAMPLE-COUNT
           END-IF.
      *
       4010-PRINT-ONE-FIELD.
           IF IFT-INTERFACE (WS-IFT-IDX) = WS-CURRENT-INTERFACE
               MOVE IFT-FIELD-SEQ (WS-IFT-IDX) TO WS-EDIT-SEQ
               MOVE SPACES TO WS-REPORT-LINE
               IF IFT-ROW-IS-USABLE (WS-IFT-IDX)
                   MOVE IFT-OFFSET (WS-IFT-IDX) TO WS-EDIT-POSITION
                   MOVE IFT-LENGTH (WS-IFT-IDX) TO WS-EDIT-LENGTH
                   MOVE IFT-VALUE-COUNT (WS-IFT-IDX) TO WS-EDIT-VALUES
                   MOVE IFT-INVALID-COUNT (WS-IFT-IDX)
                       TO WS-EDIT-RECORDS
                   STRING "  " WS-EDIT-SEQ " "
                           IFT-FIELD-NAME (WS-IFT-IDX) " "
                           WS-EDIT-POSITION " " WS-EDIT-LENGTH
                           "   " IFT-CLASS (WS-IFT-IDX)
                           "    " IFT-REQUIRED (WS-IFT-IDX)
                           "  " IFT-SELECT-VALUE (WS-IFT-IDX) (1:4)
                           "     " WS-EDIT-VALUES
                           " " WS-EDIT-RECORDS
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               ELSE
                   STRING "  " WS-EDIT-SEQ " "
                           IFT-FIELD-NAME (WS-IFT-IDX)
                           " LAYOUT ROW UNUSABLE - NOT TESTED"
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               END-IF
               PERFORM 8000-PUT-REPORT-LINE
           END-IF.
      *
       4020-PRINT-ONE-SAMPLE.
           MOVE SMP-RECORD-NUMBER (WS-SMP-IDX) TO WS-EDIT-RECORD-NUMBER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  REC " WS-EDIT-RECORD-NUMBER " "
                   SMP-FIELD-NAME (WS-SMP-IDX) " |"
                   SMP-IMAGE (WS-SMP-IDX) "|"
                   DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM 8000-PUT-REPORT-LINE.
      *
       8000-PUT-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PROFILE-PRINT-RECORD.
           WRITE PROFILE-PRINT-RECORD.
       END PROGRAM IFPROFIL.
