      ******************************************************************
      * Author:  Isac Caldas
      * Purpose: Record layout for the backup control log (BKUPCTL),
      *          one row appended by FILEBKUP each time an unload of
      *          an indexed master runs to the end - every record
      *          read from the live file written to the flat copy
      *          and both files closed. An unload that fails to open
      *          or never finishes leaves no row, so the latest row
      *          per file is the last clean unload: the point before
      *          which that file's RCVYJRNL entries can no longer be
      *          needed by RCVYFWD, and the limit LOGPURGE trims the
      *          journal to.
      ******************************************************************
       01  BACKUP-CONTROL-RECORD.
           05  BKC-FILE-NAME               PIC X(08).
           05  BKC-UNLOAD-DATE             PIC 9(08).
           05  BKC-UNLOAD-TIME             PIC 9(06).
           05  BKC-RECORD-COUNT            PIC 9(07).
