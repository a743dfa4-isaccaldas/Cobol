      *          mailed - not a re-run against a TAXLOG that may
      *          have been adjusted or archived since. A rerun of
      *          TAXSTMT for the same account/date replaces that
      *          statement's lines. Lines 9001 and up hold credit
      *          memos (TAXCRMEM), filed under the account and the
      *          date they were issued; TAXSTMT never touches them.
      ******************************************************************
       01  STATEMENT-ARCHIVE-RECORD.
           05  SAR-KEY.
