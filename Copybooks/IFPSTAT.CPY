      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the interface profile status file
      *          (IFPSTAT) - one row per interface per business date
      *          profiled by IFPROFIL, replaced each time the file is
      *          profiled again. The verdict is what JOBCHAIN tests
      *          before calling a step whose JOBPLAN row names the
      *          interface it consumes: P (clean) or M (not
      *          delivered - the consumer copes with a missing file
      *          as it always has) let the step run; F, or no row at
      *          all for the chain date, fails the step and halts the
      *          chain before the consumer reads the file.
      ******************************************************************
       01  INTERFACE-PROFILE-STATUS-RECORD.
           05  IPS-INTERFACE               PIC X(08).
           05  IPS-BUSINESS-DATE           PIC 9(08).
           05  IPS-VERDICT                 PIC X(01).
               88  IPS-FILE-PASSED                  VALUE "P".
               88  IPS-FILE-FAILED                  VALUE "F".
               88  IPS-FILE-NOT-DELIVERED           VALUE "M".
               88  IPS-CONSUMER-MAY-RUN             VALUE "P" "M".
           05  IPS-CHECKED-DATE            PIC 9(08).
           05  IPS-CHECKED-TIME            PIC 9(06).
           05  IPS-RECORD-COUNT            PIC 9(07).
           05  IPS-BAD-RECORD-COUNT        PIC 9(07).
           05  IPS-BAD-FIELD-COUNT         PIC 9(07).
      * LINHAS DO IFLAYOUT DA INTERFACE QUE NAO PUDERAM SER USADAS
      * (POSICAO FORA DO REGISTRO, CLASSE DESCONHECIDA...) - A
      * INTERFACE NAO E ABONADA ENQUANTO O LAYOUT NAO FOR CORRIGIDO.
           05  IPS-LAYOUT-ERROR-COUNT      PIC 9(03).
