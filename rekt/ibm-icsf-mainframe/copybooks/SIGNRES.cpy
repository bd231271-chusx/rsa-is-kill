      * urgent results first; a CUTOFF status with return code -6    *
      * marks a routine record the cutoff guard requeued for the     *
      * next window instead of signing.                               *
      * SR-SECOND-KEY-LABEL, SR-SECOND-SIG-LEN and SR-SECOND-SIGNATURE *
      * carry the second signature of a dual-signed request - the     *
      * physical label it was made under, its length, and the bytes. *
      * The label is filled whenever a second signature was called   *
      * for, so a FAILED dual request still shows which key it was;  *
      * the request is SIGNED only when both signatures were made,   *
      * and on any failure neither signature is released. Spaces and *
      * zero on a single-signature result.                            *
      *----------------------------------------------------------------*
       01  SIGN-RESULT-RECORD.
           05  SR-MESSAGE-ID           PIC X(16).
           05  SR-SIGNATURE-LEN        PIC S9(9).
           05  SR-SIGNATURE            PIC X(512).
           05  SR-PRIORITY             PIC X(01).
           05  SR-SECOND-KEY-LABEL     PIC X(16).
           05  SR-SECOND-SIG-LEN       PIC S9(9).
           05  SR-SECOND-SIGNATURE     PIC X(512).
