      *----------------------------------------------------------------*
      * VEREVID.CPY                                                    *
      * Verification evidence record - one per inbound signature the  *
      * verify window checked, VERIFIED or FAILED, kept for the       *
      * seven-year retention period so a disputed payment can be      *
      * shown exactly as it was verified after VERTXN and VERRES are  *
      * long gone: the digest and algorithm as received, the          *
      * counterparty's signature, the name on the request and the     *
      * physical label it resolved to, and a SHA-256 fingerprint of   *
      * the public token the signature was checked against (so a key *
      * since rotated or re-imported can still be matched to the one  *
      * actually used). VE-AUDIT-CHAIN-SEQ ties the entry to its      *
      * VERIFY record on the hash-chained audit log; it is zero when  *
      * the key was not on file and CSNDDSV was never called, in      *
      * which case VE-KEY-LABEL, VE-PUB-TOKEN-LEN and the fingerprint *
      * are empty too. The time and a sequence number are part of the *
      * key so a message verified again the same day adds an entry   *
      * instead of replacing the first one.                           *
      * VE-KEY is the VSAM KSDS record key.                           *
      *----------------------------------------------------------------*
       01  VERIFY-EVIDENCE-RECORD.
           05  VE-KEY.
               10  VE-MESSAGE-ID       PIC X(16).
               10  VE-VERIFY-DATE      PIC 9(08).
               10  VE-VERIFY-TIME      PIC 9(06).
               10  VE-VERIFY-SEQ       PIC 9(02).
           05  VE-STATUS               PIC X(08).
           05  VE-RETURN-CODE          PIC S9(9).
           05  VE-REASON-CODE          PIC S9(9).
           05  VE-REQUESTED-LABEL      PIC X(16).
           05  VE-KEY-LABEL            PIC X(16).
           05  VE-HASH-ALG             PIC X(08).
           05  VE-HASH-LEN             PIC 9(03).
           05  VE-HASH-DATA            PIC X(48).
           05  VE-SIGNATURE-LEN        PIC 9(03).
           05  VE-SIGNATURE            PIC X(512).
           05  VE-PUB-TOKEN-LEN        PIC 9(05).
           05  VE-PUB-KEY-FINGERPRINT  PIC X(32).
           05  VE-JOB-NAME             PIC X(08).
           05  VE-AUDIT-CHAIN-SEQ      PIC 9(09).
           05  FILLER                  PIC X(22).
