      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the store feed status file
      *          (FEEDSTAT) - one row per business date checked by
      *          FEEDMON, replaced each time the date is rechecked.
      *          The verdict is what JOBCHAIN tests before calling a
      *          step flagged as a feed-dependent report: H (feeds
      *          missing or rejected in full) holds the step, C or R
      *          lets it run.
      ******************************************************************
       01  FEED-STATUS-RECORD.
           05  FST-BUSINESS-DATE           PIC 9(08).
      * C = TODOS OS FEEDS ESPERADOS CHEGARAM (ATRASADO CONTA COMO
      * CHEGOU); H = FALTA FEED OU HA FEED REJEITADO INTEIRO - OS
      * RELATORIOS SEGURADOS; R = LIBERADO PELA OPERACAO PARA SEGUIR
      * SEM AS LOJAS FALTANTES.
           05  FST-VERDICT                 PIC X(01).
               88  FST-FEEDS-COMPLETE               VALUE "C".
               88  FST-FEEDS-HELD                   VALUE "H".
               88  FST-FEEDS-RELEASED               VALUE "R".
           05  FST-CHECKED-DATE            PIC 9(08).
           05  FST-CHECKED-TIME            PIC 9(06).
      * HORARIO DE CORTE (HHMM) NA PROPRIA DATA DE NEGOCIO USADO NA
      * CONFERENCIA.
           05  FST-CUTOFF-TIME             PIC 9(04).
           05  FST-EXPECTED-COUNT          PIC 9(05).
           05  FST-MISSING-COUNT           PIC 9(05).
           05  FST-LATE-COUNT              PIC 9(05).
           05  FST-REJECTED-COUNT          PIC 9(05).
      * QUEM LIBEROU A DATA SEGURADA E QUANDO (SO NO VEREDITO R).
           05  FST-RELEASED-BY             PIC X(08).
           05  FST-RELEASED-DATE           PIC 9(08).
