      *----------------------------------------------------------------*
      * APPRCTL.CPY                                                    *
      * Approval-window control record - the one record on the       *
      * APPRCTL KSDS, key 'APPRVAGE'. ICSFRSA writes it at startup    *
      * with the approval window its 2520-SWEEP-PENDING-REQUESTS is  *
      * about to apply (the APPRVAGE override when the run sets one, *
      * else the 7-day default), and the online transactions KMNT and *
      * PNDL read it, so the screens judge a pending request aged or  *
      * not by the same number of days as the sweep that will drop   *
      * it. AC-SET-DATE, AC-SET-TIME (HHMMSShh), and AC-SET-JOB say  *
      * which run set it.                                              *
      * AC-CONTROL-KEY is the VSAM KSDS record key.                   *
      *----------------------------------------------------------------*
       01  APPROVAL-CONTROL-RECORD.
           05  AC-CONTROL-KEY          PIC X(08).
               88  AC-APPROVAL-AGE-KEY         VALUE 'APPRVAGE'.
           05  AC-APPROVAL-AGE-DAYS    PIC 9(02).
           05  AC-SET-DATE             PIC 9(08).
           05  AC-SET-TIME             PIC 9(08).
           05  AC-SET-JOB              PIC X(08).
           05  FILLER                  PIC X(46).
