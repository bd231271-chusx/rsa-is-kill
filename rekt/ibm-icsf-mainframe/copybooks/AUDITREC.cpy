      * and VERIFY operations, so the end-of-day reconciliation can   *
      * match an audit record to the exact message it covers; it is   *
      * spaces on key-management and key-exchange operations, which   *
      * have no message behind them. On the key-store DR records      *
      * (DR-UNLD, DR-RELD, DR-COMP from ICSFKSDR) it carries the      *
      * backup's header date and time instead, and on the EVPURGE     *
      * record from ICSFEVRP's evidence purge, 'BEFORE ' and the      *
      * retention cutoff date.                                         *
      * AL-CHAIN-SEQ and AL-CHAIN-HASH chain the log: every writer    *
      * numbers its record one past the last record on the log and    *
      * carries the CSNBOWH SHA-256 digest of that record's full      *
      * image, so a record deleted, inserted, or edited after the     *
      * fact breaks the chain where ICSFACHK can see it. The first    *
      * record of a log is sequence 1 with a LOW-VALUES digest.       *
      * When ICSFAARC splits the log at the retention cutoff it       *
      * starts the new live log with a CHAINANC anchor record that    *
      * carries the last archived record's sequence and digest, so    *
      * archive plus live log still verify end to end. Records cut    *
      * before the chain existed have no sequence number.             *
      *----------------------------------------------------------------*
       01  AUDIT-RECORD.
           05  AL-TIMESTAMP.
               10  AL-DATE             PIC 9(08).
               10  AL-TIME             PIC 9(06).
           05  AL-OPERATION            PIC X(08).
               88  AL-OP-CHAIN-ANCHOR          VALUE 'CHAINANC'.
           05  AL-KEY-LABEL            PIC X(16).
           05  AL-JOB-NAME             PIC X(08).
           05  AL-USER-ID              PIC X(08).
           05  AL-RETURN-CODE          PIC S9(9).
           05  AL-REASON-CODE          PIC S9(9).
           05  AL-MESSAGE-ID           PIC X(16).
           05  AL-CHAIN-SEQ            PIC 9(09).
           05  AL-CHAIN-HASH           PIC X(32).
