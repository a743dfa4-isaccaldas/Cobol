      *          (RCVYJRNL), an append-only log of every WRITE (W),
      *          REWRITE (R) and DELETE (D) the shop's programs make
      *          against the indexed masters (TAXRATE, SIMFILE,
      *          SIMLOCK, ACCTMST, EXEMPCRT, STORMST, PRODMST).
      *          Written only through subprogram RCVYJRN1; replayed
      *          by RCVYFWD on top of a FILEBKUP restore to bring a
      *          corrupted file back to the moment of failure instead
      *          of to last night. The image carries the record
      *          exactly as it went to the file (only the key
      *          matters on a D);
      *          X(130) fits the longest indexed record in the shop
      *          with room to grow. Entries older than a file's last
      *          clean FILEBKUP unload (BKUPCTL) would only replay
      *          work the backup already holds; LOGPURGE trims them
      *          under the RETNPOL row for RCVYJRNL and never touches
      *          the entries of a file that has no unload on record.
      *          JRN-OPERATOR-ID is the operator
      *          signed on (SIGNON1) when the change was made - blank
      *          for an unattended batch run - so every maintenance
      *          action on a master can be traced to a person.
      ******************************************************************
       01  RECOVERY-JOURNAL-RECORD.
           05  JRN-LOG-DATE                PIC 9(08).
               88  JRN-ACTION-REWRITE               VALUE "R".
               88  JRN-ACTION-DELETE                VALUE "D".
           05  JRN-RECORD-IMAGE            PIC X(130).
           05  JRN-OPERATOR-ID             PIC X(08).
