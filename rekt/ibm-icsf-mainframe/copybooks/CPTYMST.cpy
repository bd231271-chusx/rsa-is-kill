      *----------------------------------------------------------------*
      * CPTYMST.CPY                                                    *
      * Counterparty master record, keyed by our counterparty id -    *
      * one per bank we exchange public keys with. It holds who they  *
      * are (CM-NAME, CM-BIC, kept by ICSFCPMT) and which keys have   *
      * moved between us: every one of OUR public keys ICSFKEXP has   *
      * sent them, with the date it went and the XD-FINGERPRINT it    *
      * carried, and every one of THEIR keys ICSFKIMP has loaded from *
      * them. A label sent or loaded again updates its entry rather   *
      * than taking a second slot, so each table reads as the set of  *
      * keys the counterparty holds today. When one of our keys is    *
      * suspended or compromised, ICSFKXPO reads this file to say who *
      * has to be called. CM-EXPORT-COUNT and CM-IMPORT-COUNT are the *
      * slots in use; CM-COUNTERPARTY-ID is the VSAM KSDS record key. *
      *----------------------------------------------------------------*
       01  COUNTERPARTY-RECORD.
           05  CM-COUNTERPARTY-ID      PIC X(08).
           05  CM-NAME                 PIC X(35).
           05  CM-BIC                  PIC X(11).
           05  CM-CREATE-DATE          PIC 9(08).
           05  CM-UPDATE-DATE          PIC 9(08).
           05  CM-EXPORT-COUNT         PIC 9(02).
           05  CM-EXPORT-ENTRY OCCURS 20 TIMES
                   INDEXED BY CM-EXP-IDX.
               10  CM-EXP-KEY-LABEL    PIC X(16).
               10  CM-EXP-DATE         PIC 9(08).
               10  CM-EXP-FINGERPRINT  PIC X(32).
           05  CM-IMPORT-COUNT         PIC 9(02).
           05  CM-IMPORT-ENTRY OCCURS 20 TIMES
                   INDEXED BY CM-IMP-IDX.
               10  CM-IMP-KEY-LABEL    PIC X(16).
               10  CM-IMP-DATE         PIC 9(08).
               10  CM-IMP-FINGERPRINT  PIC X(32).
           05  FILLER                  PIC X(40).
