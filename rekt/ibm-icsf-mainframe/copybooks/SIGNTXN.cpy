      * after the configured cutoff time only urgent records are     *
      * processed - so a SWIFT payment no longer misses its cutoff   *
      * because low-value internal messages happened to sort first.  *
      * ST-SECOND-KEY-LABEL asks for dual signature: the window signs *
      * the same digest a second time under this key (a logical name *
      * or a physical label, like ST-KEY-LABEL) and ships both        *
      * signatures, so a counterparty part-way through a key          *
      * migration can check whichever one it holds the key for.       *
      * Spaces - every record cut before the field existed - means    *
      * single signature unless the migration control file names a   *
      * second key for ST-KEY-LABEL (see MIGRCTL.CPY).                *
      *----------------------------------------------------------------*
       01  SIGN-TXN-RECORD.
           05  ST-MESSAGE-ID           PIC X(16).
           05  ST-PRIORITY             PIC X(01).
               88  ST-PRIORITY-URGENT          VALUE 'U'.
               88  ST-PRIORITY-ROUTINE         VALUE 'R' SPACE.
           05  ST-SECOND-KEY-LABEL     PIC X(16).
