      * existed) writes it cleartext as always; 'TOKEN   ' delivers   *
      * an ICSF internal token instead, keeping the cleartext inside  *
      * the coprocessor.                                               *
      * WX-COUNTERPARTY-ID names the bank the session key is being    *
      * established with, and WX-KEY-LIFETIME the number of days the  *
      * two sides agreed it may stay in use (three digits, zero-      *
      * padded). Both go onto the session-key register when a GENKEY  *
      * or TOKEN-form UNWRAP succeeds; a lifetime of spaces or zero - *
      * every record cut before the fields existed - takes the        *
      * window's default lifetime.                                     *
      *----------------------------------------------------------------*
       01  WRAP-TXN-RECORD.
           05  WX-REQUEST-ID           PIC X(16).
               88  WX-DELIVER-CLEAR            VALUE 'CLEAR   '
                                               SPACES.
               88  WX-DELIVER-TOKEN            VALUE 'TOKEN   '.
           05  WX-COUNTERPARTY-ID      PIC X(08).
           05  WX-KEY-LIFETIME         PIC X(03).
