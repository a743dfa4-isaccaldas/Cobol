      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the retention policy table
      *          (RETNPOL), one row per ancillary log or archive the
      *          housekeeping job LOGPURGE keeps trimmed. Each row
      *          names the file, the date field that ages its rows
      *          (by name, for the reader, and by starting position,
      *          for the program - always an 8-byte CCYYMMDD), how
      *          many calendar days of rows to keep and what happens
      *          to the rows older than that: A copies them to the
      *          file's yearly archive generation (<file>-CCYY)
      *          before they leave the live file, D just drops them.
      *          A position of zero means the file carries no date
      *          and is never trimmed. Maintained by the desk with an
      *          editor like LOCLRATE and TAXHOLDY; a file with no row
      *          here is not touched. TAXLOG is not listed - TAXARCHV
      *          owns its retention.
      ******************************************************************
       01  RETENTION-POLICY-RECORD.
           05  RPL-FILE-NAME               PIC X(08).
           05  RPL-DATE-FIELD-NAME         PIC X(20).
           05  RPL-DATE-POSITION           PIC 9(03).
           05  RPL-RETENTION-DAYS          PIC 9(05).
           05  RPL-EXPIRED-ACTION          PIC X(01).
               88  RPL-ARCHIVE-EXPIRED              VALUE "A".
               88  RPL-DROP-EXPIRED                 VALUE "D".
               88  RPL-ACTION-IS-VALID              VALUE "A" "D".
