      *----------------------------------------------------------------*
      * SESSKEY.CPY                                                    *
      * Session-key register record, keyed by the key-exchange        *
      * request id - one per AES session key the window hands back as *
      * an internal token, from a successful GENKEY or a TOKEN-form   *
      * UNWRAP. Nothing else on our side records that the key exists: *
      * this says which RSA key it was wrapped under (SK-KEY-LABEL is *
      * the physical label the window actually used, SK-REQUESTED-    *
      * LABEL the name on the request, which may be an alias), which  *
      * counterparty it belongs to, when it was made, and the day it  *
      * should stop being used. SK-CREATE-DAY and SK-EXPIRY-DAY are   *
      * YYYYDDD so the expiry report compares whole days without      *
      * calendar arithmetic, the same device as SH-SIGN-DAY on the    *
      * signed-message history. No key material is held here - the   *
      * token itself went back on WRAPRES and nowhere else.           *
      * SK-REQUEST-ID is the VSAM KSDS record key.                    *
      *----------------------------------------------------------------*
       01  SESSION-KEY-RECORD.
           05  SK-REQUEST-ID           PIC X(16).
           05  SK-OPERATION            PIC X(08).
           05  SK-KEY-LABEL            PIC X(16).
           05  SK-REQUESTED-LABEL      PIC X(16).
           05  SK-COUNTERPARTY-ID      PIC X(08).
           05  SK-CREATE-DATE          PIC 9(08).
           05  SK-CREATE-TIME          PIC 9(06).
           05  SK-CREATE-DAY           PIC 9(07).
           05  SK-LIFETIME-DAYS        PIC 9(03).
           05  SK-EXPIRY-DAY           PIC 9(07).
           05  SK-JOB-NAME             PIC X(08).
           05  FILLER                  PIC X(17).
