      *----------------------------------------------------------------*
      * RUNSTAT.CPY                                                    *
      * Window run-statistics record - one per ICSFRSA cycle (a plain *
      * batch run is one cycle), appended to a sequential file that   *
      * accumulates across runs for the ICSFRSTR capacity trend       *
      * report. RS-START-DATE/TIME and RS-END-DATE/TIME bracket the   *
      * whole cycle; RS-ELAPSED-SECS is the wall-clock difference,    *
      * and the three window figures split it across the signing,     *
      * key-exchange, and verify windows. The call counts are CSF     *
      * calls actually issued against the coprocessor, retries        *
      * included - that is the card load capacity planning needs -    *
      * and RS-RETRY-COUNT is how many of them were 8300-CHECK-       *
      * TRANSIENT retries. RS-CACHE-LOOKUPS/HITS are the key-token    *
      * cache's traffic, a hit being any lookup that did not reach    *
      * the key store; RS-CACHE-HIT-PCT is hits over lookups. The     *
      * four result counts are the signing window's SIGNRES statuses  *
      * for the cycle. RS-START-DAY repeats the start date as YYYYDDD *
      * so the report can select the last n days by subtraction, the  *
      * same device as SH-SIGN-DAY on the signed-message history.     *
      *----------------------------------------------------------------*
       01  RUN-STATS-RECORD.
           05  RS-START-DATE           PIC 9(08).
           05  RS-START-TIME           PIC 9(06).
           05  RS-START-DAY            PIC 9(07).
           05  RS-END-DATE             PIC 9(08).
           05  RS-END-TIME             PIC 9(06).
           05  RS-JOB-NAME             PIC X(08).
           05  RS-CYCLE-NUMBER         PIC 9(07).
           05  RS-CYCLE-MODE           PIC X(01).
           05  RS-ELAPSED-SECS         PIC 9(07).
           05  RS-SIGN-ELAPSED-SECS    PIC 9(07).
           05  RS-WRAP-ELAPSED-SECS    PIC 9(07).
           05  RS-VERIFY-ELAPSED-SECS  PIC 9(07).
           05  RS-CSNDRSA-CALLS        PIC 9(09).
           05  RS-CSNDDSV-CALLS        PIC 9(09).
           05  RS-CSNDPKE-CALLS        PIC 9(09).
           05  RS-CSNDPKD-CALLS        PIC 9(09).
           05  RS-CSNBKGN-CALLS        PIC 9(09).
           05  RS-CSNDPKG-CALLS        PIC 9(09).
           05  RS-CSNDSYX-CALLS        PIC 9(09).
           05  RS-CSNDSYI-CALLS        PIC 9(09).
           05  RS-RETRY-COUNT          PIC 9(07).
           05  RS-CACHE-LOOKUPS        PIC 9(09).
           05  RS-CACHE-HITS           PIC 9(09).
           05  RS-CACHE-HIT-PCT        PIC 9(03)V9(02).
           05  RS-SIGNED-COUNT         PIC 9(07).
           05  RS-FAILED-COUNT         PIC 9(07).
           05  RS-CUTOFF-COUNT         PIC 9(07).
           05  RS-DUPLIC-COUNT         PIC 9(07).
           05  FILLER                  PIC X(13).
