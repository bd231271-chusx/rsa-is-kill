      * the first place, so SE-MESSAGE-LEN is zero and the text is   *
      * spaces. SE-SIGNATURE-LEN is the actual signature length for  *
      * the record's key size, mirroring SR-SIGNATURE-LEN.           *
      * SE-SECOND-KEY-LABEL, SE-SECOND-SIG-LEN and SE-SECOND-SIGNATURE *
      * carry the second signature of a dual-signed message straight *
      * from SIGNRES; spaces and zero when the message was signed    *
      * once.                                                          *
      *----------------------------------------------------------------*
       01  SIGN-ENVELOPE-RECORD.
           05  SE-MESSAGE-ID           PIC X(16).
           05  SE-MESSAGE-TEXT         PIC X(1024).
           05  SE-SIGNATURE-LEN        PIC S9(9).
           05  SE-SIGNATURE            PIC X(512).
           05  SE-SECOND-KEY-LABEL     PIC X(16).
           05  SE-SECOND-SIG-LEN       PIC S9(9).
           05  SE-SECOND-SIGNATURE     PIC X(512).
