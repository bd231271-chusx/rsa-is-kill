      *               cutoff and duplicate guards working as designed *
      *               must not hold the transmission of the envelopes *
      *               that did sign.                                   *
      *   2026-10-15  Second signature of a dual-signed message        *
      *               (SR-SECOND-KEY-LABEL/SIG-LEN/SIGNATURE) carried *
      *               onto the envelope alongside the first.          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFSASM.
           END-IF
           MOVE SR-SIGNATURE-LEN  TO SE-SIGNATURE-LEN
           MOVE SR-SIGNATURE      TO SE-SIGNATURE
           MOVE SR-SECOND-KEY-LABEL TO SE-SECOND-KEY-LABEL
           MOVE SR-SECOND-SIG-LEN   TO SE-SECOND-SIG-LEN
           MOVE SR-SECOND-SIGNATURE TO SE-SECOND-SIGNATURE
           WRITE SIGN-ENVELOPE-RECORD
           IF WS-SIGNENV-STATUS NOT = '00'
               DISPLAY 'SIGNENV WRITE FAILED FOR ' ST-MESSAGE-ID
