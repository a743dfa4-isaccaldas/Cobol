      *          M = mensal). Records saved before these fields
      *          existed read back blank - readers treat that as a
      *          lump-sum, annually compounded simulation.
      *          SIM-CUSTOMER-ID ties the simulation to the investor
      *          customer master (CUSTMST) and is an alternate key
      *          with duplicates, so every simulation of one customer
      *          can be read together.
      ******************************************************************
       01  SIM-RECORD.
           05  SIM-NUMERO                  PIC 9(05).
      * CAMPO) SIGNIFICA A TAXA UNICA SIM-TAXA EM TODOS OS ANOS. A
      * CONSULTA DO SISPB005 RECALCULA PELA MESMA CURVA GRAVADA.
           05  SIM-CURVE-NAME                PIC X(08).
      * META DO MODO META DO SISPB004: C = APORTE MENSAL RESOLVIDO
      * PARA A META, P = PRAZO RESOLVIDO; BRANCO (INCLUSIVE NAS
      * SIMULACOES DE ANTES DO CAMPO) = SIMULACAO SEM META. A META E
      * O SALDO LIQUIDO (APOS IR) QUE O PLANO TEM DE ATINGIR NO
      * VENCIMENTO - A CONSULTA DO SISPB005 CONFERE SE A PROJECAO
      * REFEITA AINDA CHEGA LA.
           05  SIM-META-TIPO                 PIC X(01).
               88  SIM-META-APORTE                     VALUE "C".
               88  SIM-META-PRAZO                      VALUE "P".
               88  SIM-COM-META                        VALUE "C" "P".
           05  SIM-META-LIQUIDA              PIC 9(9)V99.
      * CLIENTE DO CADASTRO DE INVESTIDORES (CUSTMST) DONO DA
      * SIMULACAO - BRANCO (INCLUSIVE NAS SIMULACOES DE ANTES DO
      * CAMPO) = SIMULACAO SEM CLIENTE IDENTIFICADO.
           05  SIM-CUSTOMER-ID               PIC X(08).
