      * Public-key export request record: one key label per record    *
      * naming a key whose public token should be written to the      *
      * distribution file for counterparty banks (see EXPDIST.CPY).   *
      * XR-COUNTERPARTY-ID names the bank the key is going to, and is *
      * carried onto the distribution record and the counterparty     *
      * master; spaces (every record cut before the field existed)    *
      * exports the key without recording a recipient.                *
      *----------------------------------------------------------------*
       01  EXPORT-REQUEST-RECORD.
           05  XR-KEY-LABEL            PIC X(16).
           05  XR-COUNTERPARTY-ID      PIC X(08).
           05  FILLER                  PIC X(16).
