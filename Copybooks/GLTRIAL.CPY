      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the month-end trial balance extract
      *          received from the accounting system (GLTRIAL) - one
      *          row per GL account per fiscal month with the closing
      *          balance and its side. TAXRLFWD picks the sales tax
      *          payable accounts (prefix 215000 + state code, the
      *          same accounts TAXGLEXT posts to) and ties each one to
      *          the jurisdiction's payable rollforward.
      ******************************************************************
       01  GL-TRIAL-BALANCE-RECORD.
           05  GTB-GL-ACCOUNT              PIC X(08).
           05  GTB-GL-ACCOUNT-PARTS REDEFINES GTB-GL-ACCOUNT.
               10  GTB-ACCOUNT-PREFIX      PIC X(06).
               10  GTB-ACCOUNT-STATE       PIC X(02).
      * MES CONTABIL (CCYYMM) A QUE O SALDO SE REFERE.
           05  GTB-FISCAL-MONTH            PIC 9(06).
      * SALDO SEM SINAL - O LADO (D/C) DIZ A NATUREZA, COMO NO GLPOST.
      * CONTA DE PASSIVO COM SALDO NORMAL FICA CREDORA (C).
           05  GTB-BALANCE                 PIC 9(11)V99.
           05  GTB-DEBIT-CREDIT            PIC X(01).
               88  GTB-BALANCE-IS-DEBIT             VALUE "D".
               88  GTB-BALANCE-IS-CREDIT            VALUE "C".
