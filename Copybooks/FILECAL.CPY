      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the jurisdiction filing calendar
      *          (FILECAL), keyed on jurisdiction and the date the row
      *          takes effect. One row says how often a state wants
      *          its return (monthly, quarterly, annual - calendar
      *          periods), when it falls due after the period closes,
      *          and our registration number there. A state that
      *          changes our frequency gets the old row closed
      *          (FCL-EFFECTIVE-TO) and a new row from the first day
      *          of the new period. Maintained by FILCMNT; read by
      *          TAXREMIT and TAXEFILE (calendar mode) and by the
      *          daily tickler TAXTCKLR. Period and due date are
      *          worked out by the shared subprogram FILCPER1.
      ******************************************************************
       01  FILING-CALENDAR-RECORD.
           05  FCL-KEY.
               10  FCL-STATE-CODE          PIC X(02).
      * SEMPRE O PRIMEIRO DIA DE UM PERIODO DA FREQUENCIA DA LINHA.
               10  FCL-EFFECTIVE-FROM      PIC 9(08).
      * ULTIMO DIA DE VIGENCIA; 99999999 = EM VIGOR.
           05  FCL-EFFECTIVE-TO            PIC 9(08).
           05  FCL-FREQUENCY               PIC X(01).
               88  FCL-FREQUENCY-MONTHLY            VALUE "M".
               88  FCL-FREQUENCY-QUARTERLY          VALUE "Q".
               88  FCL-FREQUENCY-ANNUAL             VALUE "A".
               88  FCL-FREQUENCY-VALID              VALUE "M" "Q" "A".
      * REGRA DO VENCIMENTO: DIA FCL-DUE-DAY DO FCL-DUE-MONTHS-AFTER-
      * ESIMO MES DEPOIS DO MES EM QUE O PERIODO TERMINA (1 E 20 =
      * DIA 20 DO MES SEGUINTE). DIA ALEM DO FIM DO MES (31, 99) =
      * ULTIMO DIA DO MES.
           05  FCL-DUE-MONTHS-AFTER        PIC 9(02).
           05  FCL-DUE-DAY                 PIC 9(02).
           05  FCL-REGISTRATION-NUMBER     PIC X(15).
