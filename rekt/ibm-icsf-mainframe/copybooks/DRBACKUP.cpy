      *----------------------------------------------------------------*
      * DRBACKUP.CPY                                                   *
      * Key-store disaster-recovery backup record (see ICSFKSDR). One *
      * sequential dataset carries a header, every KEYSTOR record,    *
      * every ALIASDIR record, every PENDKEY record, and a trailer,   *
      * in that order, numbered from 1 in DB-SEQUENCE. DB-DATA holds  *
      * the VSAM record image byte for byte, DB-DATA-LEN bytes of it. *
      * The header says when the backup was cut and under which       *
      * master key the private tokens in it are enciphered: the      *
      * installation's name for the master key (DB-HDR-MK-IDENT) and  *
      * the last completed ICSFMKRE re-encipher found on the audit    *
      * log. The trailer repeats the header's date and time and       *
      * carries, per file, the record count and a CSNBOWH SHA-256     *
      * hash total - each record's digest taken over the digest       *
      * before it plus the record image - so a reload can prove       *
      * nothing was dropped, added, reordered, or altered before it   *
      * writes a single VSAM record. A backup with no trailer is      *
      * incomplete by definition.                                      *
      *----------------------------------------------------------------*
       01  DR-BACKUP-RECORD.
           05  DB-RECORD-TYPE          PIC X(02).
               88  DB-TYPE-HEADER              VALUE 'HD'.
               88  DB-TYPE-KEYSTORE            VALUE 'KS'.
               88  DB-TYPE-ALIAS               VALUE 'KA'.
               88  DB-TYPE-PENDING             VALUE 'PM'.
               88  DB-TYPE-TRAILER             VALUE 'TR'.
           05  DB-SEQUENCE             PIC 9(09).
           05  DB-DATA-LEN             PIC 9(05).
           05  DB-DATA                 PIC X(7101).
           05  DB-HEADER-DATA REDEFINES DB-DATA.
               10  DB-HDR-RUN-DATE     PIC 9(08).
               10  DB-HDR-RUN-TIME     PIC 9(06).
               10  DB-HDR-JOB-NAME     PIC X(08).
               10  DB-HDR-USER-ID      PIC X(08).
               10  DB-HDR-MK-IDENT     PIC X(16).
               10  DB-HDR-MK-RENC-DATE PIC 9(08).
               10  DB-HDR-MK-RENC-TIME PIC 9(06).
               10  FILLER              PIC X(7041).
           05  DB-TRAILER-DATA REDEFINES DB-DATA.
               10  DB-TRL-RUN-DATE     PIC 9(08).
               10  DB-TRL-RUN-TIME     PIC 9(06).
               10  DB-TRL-KS-COUNT     PIC 9(09).
               10  DB-TRL-KS-HASH      PIC X(32).
               10  DB-TRL-KA-COUNT     PIC 9(09).
               10  DB-TRL-KA-HASH      PIC X(32).
               10  DB-TRL-PM-COUNT     PIC 9(09).
               10  DB-TRL-PM-HASH      PIC X(32).
               10  DB-TRL-DATA-COUNT   PIC 9(09).
               10  FILLER              PIC X(6955).
