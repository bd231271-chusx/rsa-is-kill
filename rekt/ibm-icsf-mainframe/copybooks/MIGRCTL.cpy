      *----------------------------------------------------------------*
      * MIGRCTL.CPY                                                    *
      * Key-migration control record: one 80-byte card per logical    *
      * key name that is to be signed under two keys while            *
      * counterparties move from the old key to the new one - for     *
      * example RSA-2048 and RSA-4096 run side by side until every    *
      * partner has the 4096-bit public key. ICSFRSA loads the file   *
      * at the start of every cycle; a signing request whose          *
      * ST-KEY-LABEL equals MC-ALIAS-NAME is signed a second time     *
      * under MC-SECOND-KEY-LABEL (a logical name or a physical      *
      * label) on every day from MC-START-DATE through MC-END-DATE.   *
      * Zero in either date leaves that end of the period open; the  *
      * dates must be punched as digits (zeros, not spaces), and a   *
      * card with a non-numeric date is reported and ignored. A      *
      * second key named on the request itself (ST-SECOND-KEY-LABEL)  *
      * takes precedence over this file.                              *
      *----------------------------------------------------------------*
       01  MIGRATION-CONTROL-RECORD.
           05  MC-ALIAS-NAME           PIC X(16).
           05  MC-SECOND-KEY-LABEL     PIC X(16).
           05  MC-START-DATE           PIC 9(08).
           05  MC-END-DATE             PIC 9(08).
           05  FILLER                  PIC X(32).
