      * first XD-PUB-TOKEN-LEN bytes of the token) that the receiving *
      * side recomputes after loading to confirm what arrived is what *
      * was sent.                                                      *
      * XD-COUNTERPARTY-ID names the other bank the record moves      *
      * between: on a file we send, the recipient; on a file we load, *
      * the sender as we know them. It sits after the token so every  *
      * field before it keeps its offset. Spaces on an inbound record *
      * means the sender did not fill it, and ICSFKIMP takes the      *
      * counterparty named for the run instead.                        *
      *----------------------------------------------------------------*
       01  EXPORT-DIST-RECORD.
           05  XD-KEY-LABEL            PIC X(16).
           05  XD-FINGERPRINT          PIC X(32).
           05  XD-PUB-TOKEN-LEN        PIC S9(9) COMP.
           05  XD-PUB-TOKEN            PIC X(3500).
           05  XD-COUNTERPARTY-ID      PIC X(08).
