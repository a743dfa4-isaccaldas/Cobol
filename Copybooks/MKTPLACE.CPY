      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the marketplace master (MKTPLACE) -
      *          one row per online marketplace that sells our goods
      *          as a marketplace facilitator, collecting and remitting
      *          the sales tax itself. MKTEDIT checks every MKTRAW
      *          batch header against it and logs the marketplace's
      *          sales under the account named here, so statements,
      *          reconciliation and the GL can tell them apart from
      *          the stores' own customers. Maintained by the tax desk
      *          as a flat file, like LOCLRATE and TAXHOLDY.
      ******************************************************************
       01  MARKETPLACE-RECORD.
           05  MKP-MARKETPLACE-ID          PIC X(04).
      * CONTA SOB A QUAL AS VENDAS DO MARKETPLACE ENTRAM NO TAXLOG.
           05  MKP-ACCOUNT-NUMBER          PIC X(06).
           05  MKP-MARKETPLACE-NAME        PIC X(30).
