      *              DERRUBOU A SUBMISSAO NO MEIO DELE - NA RETOMADA
      *              O OPERADOR CONFIRMA SE ELE TERMINOU LIMPO (VIRA
      *              COMPLETADO) OU NAO (E RECHAMADO).
      *DATA          15/10/2026
      *DESCRICAO     PASSO DO JOBPLAN MARCADO COMO DEPENDENTE DOS
      *              FEEDS DE LOJA (JPL-FEED-HOLD = Y) SO E CHAMADO SE
      *              O FEEDSTAT DO FEEDMON TRAZ A DATA DA CADEIA COMO
      *              COMPLETA (C) OU LIBERADA PELA OPERACAO (R). SEM
      *              LINHA OU COM VEREDITO H O PASSO FICA SEGURADO
      *              (RESULTADO H), A CADEIA SEGUE COM OS DEMAIS E O
      *              PASSO E CHAMADO NA RESUBMISSAO DEPOIS DA
      *              LIBERACAO.
      *DATA          15/10/2026
      *DESCRICAO     SIGN-ON OBRIGATORIO NA ENTRADA (SIGNON1) COM O
      *              PAPEL B (OPERADOR DE LOTE); RECUSA VAI PARA O
      *              EXCPLOG. A SESSAO VALE PARA OS PASSOS CHAMADOS
      *              (CALC1000, TAXREMIT, FEEDMON) - NINGUEM DIGITA A
      *              SENHA DE NOVO NO MEIO DA CADEIA.
      *DATA          15/10/2026
      *DESCRICAO     PASSO DO JOBPLAN QUE CONSOME UM ARQUIVO DE
      *              INTERFACE EXTERNO (JPL-PROFILE-IFACE = HOACCTS,
      *              BANKDEP...) SO E CHAMADO SE O IFPSTAT DO IFPROFIL
      *              TRAZ A INTERFACE NA DATA DA CADEIA COMO LIMPA (P)
      *              OU NAO ENTREGUE (M). VEREDITO F, OU NENHUM
      *              PERFIL DA DATA, FALHA O PASSO E PARA A CADEIA
      *              ANTES DO CONSUMIDOR CONFIAR NO ARQUIVO; NA
      *              RESUBMISSAO, DEPOIS DO ARQUIVO REENVIADO E
      *              PERFILADO DE NOVO, O PASSO E RETENTADO.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCHAIN.
           SELECT JOB-STATE-FILE ASSIGN TO "JOBSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTATE-STATUS.
      *
      * VEREDITO DOS FEEDS DE LOJA POR DATA, GRAVADO PELO FEEDMON.
           SELECT FEED-STATUS-FILE ASSIGN TO "FEEDSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDSTAT-STATUS.
      *
      * VEREDITO DOS ARQUIVOS DE INTERFACE POR DATA, GRAVADO PELO
      * IFPROFIL.
           SELECT PROFILE-STATUS-FILE ASSIGN TO "IFPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFPSTAT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  JPL-STEP-SEQ                PIC 9(03).
           05  JPL-PROGRAM-NAME            PIC X(08).
           05  JPL-FREQUENCY               PIC X(01).
      * Y = RELATORIO QUE DEPENDE DOS FEEDS DE LOJA: SEGURADO ENQUANTO
      * O FEEDSTAT NAO LIBERA A DATA. BRANCO (PLANO ANTIGO) = NAO.
           05  JPL-FEED-HOLD               PIC X(01).
      * INTERFACE EXTERNA QUE O PASSO CONSOME (NOME DO ARQUIVO, COMO
      * NO IFLAYOUT): O PASSO SO RODA COM O ARQUIVO ABONADO PELO
      * IFPROFIL NA DATA. BRANCO (PLANO ANTIGO) = SEM PORTAO.
           05  JPL-PROFILE-IFACE           PIC X(08).
      *
      * UM REGISTRO POR PASSO POR DATA DE CADEIA: S = INICIADO (FIM
      * DESCONHECIDO), C = COMPLETADO, F = FALHOU, K = PULADO (PASSO
      * MENSAL FORA DO FECHAMENTO), H = SEGURADO (FEEDS DE LOJA DA
      * DATA NAO COMPLETOS NEM LIBERADOS - CHAMADO NA RESUBMISSAO).
       FD  FEED-STATUS-FILE.
           COPY FEEDSTAT.
      *
       FD  PROFILE-STATUS-FILE.
           COPY IFPSTAT.
      *
       FD  JOB-STATE-FILE.
       01  JOB-STATE-RECORD.
           05  JST-RUN-DATE                PIC 9(08).
           88  WS-JOBPLAN-EOF                           VALUE "Y".
       77  WS-JOBSTATE-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-JOBSTATE-EOF                          VALUE "Y".
       77  WS-FEEDSTAT-STATUS              PIC X(02)   VALUE "00".
       77  WS-FEEDSTAT-EOF-SWITCH          PIC X(01)   VALUE "N".
           88  WS-FEEDSTAT-EOF                          VALUE "Y".
       77  WS-FEED-VERDICT                 PIC X(01)   VALUE SPACE.
           88  WS-FEEDS-CLEARED                         VALUE "C" "R".
       77  WS-IFPSTAT-STATUS               PIC X(02)   VALUE "00".
       77  WS-IFPSTAT-EOF-SWITCH           PIC X(01)   VALUE "N".
           88  WS-IFPSTAT-EOF                           VALUE "Y".
       77  WS-PROFILE-VERDICT              PIC X(01)   VALUE SPACE.
           88  WS-INTERFACE-VOUCHED                     VALUE "P" "M".
      *
       77  WS-TODAY-DATE                   PIC 9(08).
       77  WS-CHAIN-DATE-ENTRY             PIC X(08)   VALUE SPACES.
               10  JPT-STEP-SEQ            PIC 9(03).
               10  JPT-PROGRAM-NAME        PIC X(08).
               10  JPT-FREQUENCY           PIC X(01).
               10  JPT-FEED-HOLD           PIC X(01).
               10  JPT-PROFILE-IFACE       PIC X(08).
       77  WS-JPT-IDX                      PIC 9(03)   VALUE ZERO.
       77  WS-JPL-FULL-SWITCH              PIC X(01)   VALUE "N".
           88  WS-PLAN-TABLE-IS-FULL                    VALUE "Y".
       77  WS-OPERATOR-ANSWER              PIC X(01)   VALUE SPACE.
       77  WS-STEPS-RUN-COUNT              PIC 9(03)   VALUE ZERO.
       77  WS-STEPS-SKIPPED-COUNT          PIC 9(03)   VALUE ZERO.
       77  WS-STEPS-HELD-COUNT             PIC 9(03)   VALUE ZERO.
       77  WS-EDIT-COUNT                   PIC ZZ9.
      *
      * AREA DE PARAMETROS DO SIGNON1, O SIGN-ON COMPARTILHADO (VEJA
      * Copybooks/SIGNON.CPY).
           COPY SIGNON.
      *
       PROCEDURE DIVISION.
      *
       0000-RUN-JOB-CHAIN.
           MOVE "S" TO SGN-FUNCTION.
           MOVE "JOBCHAIN" TO SGN-PROGRAM-ID.
           MOVE "B" TO SGN-REQUIRED-ROLE.
           CALL "SIGNON1" USING SIGN-ON-AREA.
           IF NOT SGN-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "CHAIN DATE (CCYYMMDD, BLANK = TODAY): ".
           ACCEPT WS-CHAIN-DATE-ENTRY.
           DISPLAY "STEPS RUN THIS SUBMIT . : " WS-EDIT-COUNT.
           MOVE WS-STEPS-SKIPPED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "STEPS ALREADY DONE/SKIP : " WS-EDIT-COUNT.
           MOVE WS-STEPS-HELD-COUNT TO WS-EDIT-COUNT.
           DISPLAY "STEPS HELD ON FEEDS . . : " WS-EDIT-COUNT.
           IF WS-CHAIN-IS-HALTED
               DISPLAY "CHAIN HALTED - FIX THE FAILED STEP AND "
                   "RESUBMIT; THE CHAIN RESUMES THERE."
           ELSE
               IF WS-STEPS-HELD-COUNT > ZERO
                   DISPLAY "CHAIN COMPLETE EXCEPT HELD STEPS - "
                       "RECHECK OR RELEASE THE STORE FEEDS (FEEDMON) "
                       "AND RESUBMIT TO RUN THEM."
               ELSE
                   DISPLAY "CHAIN COMPLETE."
               END-IF
           END-IF.
           STOP RUN.
      *
                   JPT-PROGRAM-NAME (JOB-PLAN-COUNT)
               MOVE JPL-FREQUENCY TO
                   JPT-FREQUENCY (JOB-PLAN-COUNT)
               MOVE JPL-FEED-HOLD TO
                   JPT-FEED-HOLD (JOB-PLAN-COUNT)
               MOVE JPL-PROFILE-IFACE TO
                   JPT-PROFILE-IFACE (JOB-PLAN-COUNT)
           ELSE
               IF NOT WS-PLAN-TABLE-IS-FULL
                   DISPLAY "JOB-PLAN-TABLE FULL AT 50 STEPS - "
      * The step is recorded as started before the CALL, so even a
      * step that never returns leaves its mark. A monthly step
      * outside month-end is recorded K and the chain moves on.
      * A step that reports on the store feeds is held (H) while
      * FEEDMON has not cleared the chain date; the chain carries on
      * with the steps that do not depend on the feeds.
      * A step that consumes an external interface file runs only
      * when IFPROFIL has vouched for the file on the chain date;
      * a failed (or missing) profile fails the step and halts the
      * chain before the consumer reads a corrupt file.
      * A program that cannot be called, or comes back with a
      * nonzero RETURN-CODE, fails the step and halts the chain.
      ******************************************************************
       2300-EXECUTE-ONE-STEP.
           PERFORM 2400-MARK-STEP-STATE.
           IF JPT-FEED-HOLD (WS-JPT-IDX) = "Y"
               PERFORM 2500-READ-FEED-VERDICT
           END-IF.
           IF JPT-PROFILE-IFACE (WS-JPT-IDX) NOT = SPACES
               PERFORM 2600-READ-PROFILE-VERDICT
           END-IF.
      * SEM LINHA DE CONTROLE NAO HA RETOMADA CONFIAVEL - RODAR UM
      * PASSO SEM REGISTRO REEXECUTARIA PASSOS JA FEITOS NA PROXIMA
      * SUBMISSAO (PARA O CALC1000, ANEXO EM DOBRO NO TAXLOG). A
           IF WS-STATE-TABLE-IS-FULL
               MOVE "Y" TO WS-CHAIN-HALTED-SWITCH
           ELSE
               IF JPT-FREQUENCY (WS-JPT-IDX) = "M"
                   AND NOT WS-IS-MONTH-END
                   MOVE "K" TO JSTT-OUTCOME (WS-STATE-ROW-IDX)
                   PERFORM 5000-REWRITE-JOB-STATE
                   ADD 1 TO WS-STEPS-SKIPPED-COUNT
                   DISPLAY "STEP " JPT-STEP-SEQ (WS-JPT-IDX) " "
                       JPT-PROGRAM-NAME (WS-JPT-IDX)
                       " IS MONTHLY - SKIPPED TONIGHT."
               ELSE
                   IF JPT-FEED-HOLD (WS-JPT-IDX) = "Y"
                       AND NOT WS-FEEDS-CLEARED
                       MOVE "H" TO JSTT-OUTCOME (WS-STATE-ROW-IDX)
                       PERFORM 5000-REWRITE-JOB-STATE
                       ADD 1 TO WS-STEPS-HELD-COUNT
                       DISPLAY "STEP " JPT-STEP-SEQ (WS-JPT-IDX) " "
                           JPT-PROGRAM-NAME (WS-JPT-IDX)
                           " HELD - STORE FEEDS FOR " WS-CHAIN-DATE
                           " NOT COMPLETE OR RELEASED (FEEDSTAT "
                           WS-FEED-VERDICT ")."
                   ELSE
                       IF JPT-PROFILE-IFACE (WS-JPT-IDX) NOT = SPACES
                           AND NOT WS-INTERFACE-VOUCHED
                           MOVE "F" TO JSTT-OUTCOME (WS-STATE-ROW-IDX)
                           PERFORM 5000-REWRITE-JOB-STATE
                           MOVE "Y" TO WS-CHAIN-HALTED-SWITCH
                           IF WS-PROFILE-VERDICT = SPACE
                               DISPLAY "STEP " JPT-STEP-SEQ (WS-JPT-IDX)
                                   " " JPT-PROGRAM-NAME (WS-JPT-IDX)
                                   " FAILED - INTERFACE "
                                   JPT-PROFILE-IFACE (WS-JPT-IDX)
                                   " NOT PROFILED FOR " WS-CHAIN-DATE
                                   " (RUN IFPROFIL FIRST)."
                           ELSE
                               DISPLAY "STEP " JPT-STEP-SEQ (WS-JPT-IDX)
                                   " " JPT-PROGRAM-NAME (WS-JPT-IDX)
                                   " FAILED - INTERFACE "
                                   JPT-PROFILE-IFACE (WS-JPT-IDX)
                                   " FAILED ITS PROFILE FOR "
                                   WS-CHAIN-DATE
                                   " (IFPSTAT " WS-PROFILE-VERDICT
                                   ") - SEE IFPRPT."
                           END-IF
                       ELSE
                           PERFORM 2310-CALL-STEP-PROGRAM
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * O PASSO E MARCADO INICIADO (S) ANTES DO CALL E FECHADO COM
      * C OU F NA VOLTA - VEJA O BANNER DE 2300.
       2310-CALL-STEP-PROGRAM.
           MOVE "S" TO JSTT-OUTCOME (WS-STATE-ROW-IDX).
           ACCEPT WS-TIME-NOW-RAW FROM TIME.
           MOVE WS-TIME-NOW-RAW (1:6)
               TO JSTT-START-TIME (WS-STATE-ROW-IDX).
           PERFORM 5000-REWRITE-JOB-STATE.
           DISPLAY "STEP " JPT-STEP-SEQ (WS-JPT-IDX)
               " CALLING " JPT-PROGRAM-NAME (WS-JPT-IDX) "...".
           MOVE "N" TO WS-CALL-FAILED-SWITCH.
           MOVE JPT-PROGRAM-NAME (WS-JPT-IDX)
               TO WS-STEP-PROGRAM.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-STEP-PROGRAM
               ON EXCEPTION
                   MOVE "Y" TO WS-CALL-FAILED-SWITCH
                   DISPLAY "PROGRAM " WS-STEP-PROGRAM
                       " COULD NOT BE CALLED."
           END-CALL.
           IF NOT WS-CALL-HAS-FAILED
               AND RETURN-CODE NOT = ZERO
               MOVE "Y" TO WS-CALL-FAILED-SWITCH
               DISPLAY "PROGRAM " WS-STEP-PROGRAM
                   " ENDED WITH RETURN-CODE " RETURN-CODE "."
           END-IF.
           ACCEPT WS-TIME-NOW-RAW FROM TIME.
           MOVE WS-TIME-NOW-RAW (1:6)
               TO JSTT-END-TIME (WS-STATE-ROW-IDX).
           IF WS-CALL-HAS-FAILED
               MOVE "F" TO JSTT-OUTCOME (WS-STATE-ROW-IDX)
               MOVE "Y" TO WS-CHAIN-HALTED-SWITCH
           ELSE
               MOVE "C" TO JSTT-OUTCOME (WS-STATE-ROW-IDX)
               ADD 1 TO WS-STEPS-RUN-COUNT
           END-IF.
           PERFORM 5000-REWRITE-JOB-STATE.
           MOVE ZERO TO RETURN-CODE.
      *
      ******************************************************************
      * 2400-MARK-STEP-STATE
      * Garante uma linha de controle para o passo/data, nova ou a
                   MOVE "Y" TO WS-JST-FULL-SWITCH
               END-IF
           END-IF.
      *
      ******************************************************************
      * 2500-READ-FEED-VERDICT
      * FEEDSTAT is read fresh for every held-capable step - FEEDMON
      * normally runs earlier in the same chain, and operations may
      * release the date between submits. No row for the chain date
      * (FEEDMON not run, or refused to record) counts as held.
      ******************************************************************
       2500-READ-FEED-VERDICT.
           MOVE SPACE TO WS-FEED-VERDICT.
           MOVE "N" TO WS-FEEDSTAT-EOF-SWITCH.
           OPEN INPUT FEED-STATUS-FILE.
           IF WS-FEEDSTAT-STATUS = "00"
               PERFORM 2510-READ-ONE-FEED-VERDICT
                   UNTIL WS-FEEDSTAT-EOF
               CLOSE FEED-STATUS-FILE
           END-IF.
      *
       2510-READ-ONE-FEED-VERDICT.
           READ FEED-STATUS-FILE
               AT END MOVE "Y" TO WS-FEEDSTAT-EOF-SWITCH
               NOT AT END
                   IF FST-BUSINESS-DATE = WS-CHAIN-DATE
                       MOVE FST-VERDICT TO WS-FEED-VERDICT
                   END-IF
           END-READ.
      *
      ******************************************************************
      * 2600-READ-PROFILE-VERDICT
      * IFPSTAT is read fresh for every gated step, like FEEDSTAT -
      * the file may have been resent and profiled again between
      * submits. No row for the interface and chain date counts as
      * not vouched.
      ******************************************************************
       2600-READ-PROFILE-VERDICT.
           MOVE SPACE TO WS-PROFILE-VERDICT.
           MOVE "N" TO WS-IFPSTAT-EOF-SWITCH.
           OPEN INPUT PROFILE-STATUS-FILE.
           IF WS-IFPSTAT-STATUS = "00"
               PERFORM 2610-READ-ONE-PROFILE-VERDICT
                   UNTIL WS-IFPSTAT-EOF
               CLOSE PROFILE-STATUS-FILE
           END-IF.
      *
       2610-READ-ONE-PROFILE-VERDICT.
           READ PROFILE-STATUS-FILE
               AT END MOVE "Y" TO WS-IFPSTAT-EOF-SWITCH
               NOT AT END
                   IF IPS-INTERFACE = JPT-PROFILE-IFACE (WS-JPT-IDX)
                       AND IPS-BUSINESS-DATE = WS-CHAIN-DATE
                       MOVE IPS-VERDICT TO WS-PROFILE-VERDICT
                   END-IF
           END-READ.
      *
       5000-REWRITE-JOB-STATE.
           OPEN OUTPUT JOB-STATE-FILE.
