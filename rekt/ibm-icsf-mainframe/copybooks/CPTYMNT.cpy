      *----------------------------------------------------------------*
      * CPTYMNT.CPY                                                    *
      * Counterparty identity maintenance record: one per bank whose  *
      * name or BIC is being set on the counterparty master (see      *
      * CPTYMST.CPY). A counterparty id not yet on the master is      *
      * added; one already there has its identity replaced, and the  *
      * key tables ICSFKEXP and ICSFKIMP keep are left alone.         *
      *----------------------------------------------------------------*
       01  CPTY-MAINT-RECORD.
           05  CT-COUNTERPARTY-ID      PIC X(08).
           05  CT-NAME                 PIC X(35).
           05  CT-BIC                  PIC X(11).
           05  FILLER                  PIC X(26).
