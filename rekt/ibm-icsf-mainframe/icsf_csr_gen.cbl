      *               the key store, self-signed with CSNDRSA, so    *
      *               certificate enrollment never takes key         *
      *               material off the platform.                      *
      *   2026-10-15  Audit records are hash-chained - each one       *
      *               carries the next chain sequence number and the  *
      *               CSNBOWH SHA-256 digest of the record before it, *
      *               picked up from the end of AUDITLOG at startup.  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFCSRG.
       01  WS-EXIT-DATA-LEN           PIC S9(9) COMP VALUE ZERO.
       01  WS-EXIT-DATA               PIC X(4)  VALUE SPACES.

      *----------------------------------------------------------------*
      * Audit-log hash chain (see AUDITREC.CPY), the same chaining    *
      * ICSFRSA does. 8210-LOAD-AUDIT-CHAIN picks up the sequence     *
      * number and digest of the last record on AUDITLOG before the   *
      * log is opened EXTEND; 8200-WRITE-AUDIT-RECORD stamps both on  *
      * every record it writes and then digests that record for the   *
      * next one. The digest call has its own return and reason       *
      * codes, so an audit write never disturbs the result of the     *
      * operation being audited.                                       *
      *----------------------------------------------------------------*
       01  WS-CHAIN-PREV-SEQ          PIC 9(09) VALUE ZERO.
       01  WS-CHAIN-PREV-IMAGE        PIC X(129) VALUE SPACES.
       01  WS-CHAIN-RECORD-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-CHAIN-RETURN-CODE       PIC S9(9) COMP VALUE ZERO.
       01  WS-CHAIN-REASON-CODE       PIC S9(9) COMP VALUE ZERO.

       01  WS-CHAIN-DIGEST.
           05  WS-CHAIN-DIGEST-LEN    PIC S9(9) COMP VALUE 32.
           05  WS-CHAIN-DIGEST-DATA   PIC X(32) VALUE LOW-VALUES.
      *    LOW-VALUES is the digest the first record of a brand-new
      *    log carries; HIGH-VALUES means CSNBOWH could not digest the
      *    record before, and the verifier reports the link unproven.

       01  WS-CHAIN-OWH-RULE.
           05  WS-CHAIN-RULE-LEN      PIC S9(9) COMP VALUE 16.
           05  WS-CHAIN-RULE-DATA.
               10  FILLER                 PIC X(8) VALUE 'SHA-256 '.
               10  FILLER                 PIC X(8) VALUE 'ONLY    '.
       01  WS-CHAIN-TEXT-LEN          PIC S9(9) COMP VALUE 129.

       01  WS-CHAIN-VECTOR.
           05  WS-CHAIN-VECTOR-LEN    PIC S9(9) COMP VALUE 128.
           05  WS-CHAIN-VECTOR-DATA   PIC X(128).

       01  WS-CHAIN-LAST-SW           PIC X(01) VALUE 'N'.
           88  CHAIN-LAST-IS-ANCHOR            VALUE 'Y'.
           88  CHAIN-LAST-NOT-ANCHOR           VALUE 'N'.

       01  WS-CHAIN-LOAD-EOF          PIC X(01) VALUE 'N'.
           88  CHAIN-LOAD-EOF                  VALUE 'Y'.
           88  CHAIN-LOAD-NOT-EOF              VALUE 'N'.

      *----------------------------------------------------------------*
      * One-Way Hash (CSNBOWH) buffers - SHA-256 over the complete   *
      * CertificationRequestInfo TLV, the digest CSNDRSA then signs. *
               DISPLAY 'CSROUT OPEN FAILED, STATUS=' WS-CSROUT-STATUS
           END-IF

      *    The chain state comes off the end of the log first, so the
      *    first record this run appends links onto the last one there.
           PERFORM 8210-LOAD-AUDIT-CHAIN

      *    EXTEND for the same reason every program here opens it
      *    EXTEND - signing a CSR is a private-key use, and the audit
      *    trail accumulates across runs.
           MOVE WS-RETURN-CODE     TO AL-RETURN-CODE
           MOVE WS-REASON-CODE     TO AL-REASON-CODE
           MOVE SPACES             TO AL-MESSAGE-ID
           ADD 1 WS-CHAIN-PREV-SEQ GIVING AL-CHAIN-SEQ
           MOVE WS-CHAIN-DIGEST-DATA TO AL-CHAIN-HASH
      *    The image is taken before the WRITE - the record area is not
      *    the program's to read back once the record has gone out.
           MOVE AUDIT-RECORD       TO WS-CHAIN-PREV-IMAGE
           WRITE AUDIT-RECORD
           IF WS-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'AUDITLOG WRITE FAILED, STATUS='
                       WS-AUDITLOG-STATUS
           ELSE
               ADD 1 TO WS-CHAIN-PREV-SEQ
               PERFORM 8220-DIGEST-AUDIT-IMAGE
           END-IF.

      *----------------------------------------------------------------*
      * 8210-LOAD-AUDIT-CHAIN - read the audit log to its last record *
      * before it is opened EXTEND, so the first record this run      *
      * writes chains onto it. A CHAINANC anchor left by ICSFAARC     *
      * already carries the sequence and digest to continue from; any *
      * other last record is digested here. An empty or missing log   *
      * starts the chain at sequence 1 with a LOW-VALUES digest.      *
      *----------------------------------------------------------------*
       8210-LOAD-AUDIT-CHAIN.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = '00'
              OR WS-AUDITLOG-STATUS = '05'
               PERFORM 8215-READ-AUDIT-CHAIN
               PERFORM UNTIL CHAIN-LOAD-EOF
                   PERFORM 8215-READ-AUDIT-CHAIN
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           ELSE
               DISPLAY 'AUDITLOG CHAIN READ FAILED, STATUS='
                       WS-AUDITLOG-STATUS
           END-IF

           IF WS-CHAIN-RECORD-COUNT > ZERO
              AND CHAIN-LAST-NOT-ANCHOR
               PERFORM 8220-DIGEST-AUDIT-IMAGE
           END-IF.

       8215-READ-AUDIT-CHAIN.
           READ AUDIT-LOG-FILE
               AT END
                   SET CHAIN-LOAD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHAIN-RECORD-COUNT
                   MOVE AUDIT-RECORD TO WS-CHAIN-PREV-IMAGE
                   IF AL-CHAIN-SEQ IS NUMERIC
                       MOVE AL-CHAIN-SEQ TO WS-CHAIN-PREV-SEQ
                   ELSE
                       MOVE ZERO         TO WS-CHAIN-PREV-SEQ
                   END-IF
                   IF AL-OP-CHAIN-ANCHOR
                       SET CHAIN-LAST-IS-ANCHOR TO TRUE
                       MOVE AL-CHAIN-HASH TO WS-CHAIN-DIGEST-DATA
                   ELSE
                       SET CHAIN-LAST-NOT-ANCHOR TO TRUE
                   END-IF
           END-READ

           IF WS-AUDITLOG-STATUS NOT = '00'
              AND WS-AUDITLOG-STATUS NOT = '10'
               DISPLAY 'AUDITLOG CHAIN READ FAILED, STATUS='
                       WS-AUDITLOG-STATUS
               SET CHAIN-LOAD-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 8220-DIGEST-AUDIT-IMAGE - SHA-256 digest of the full audit    *
      * record image in WS-CHAIN-PREV-IMAGE, via the ICSF One-Way     *
      * Hash service. A digest that cannot be computed is carried as  *
      * HIGH-VALUES, so the next record shows the link as unproven    *
      * instead of the run stopping.                                  *
      *----------------------------------------------------------------*
       8220-DIGEST-AUDIT-IMAGE.
           MOVE 129 TO WS-CHAIN-TEXT-LEN
           MOVE 32  TO WS-CHAIN-DIGEST-LEN

      *    CSNBOWH - One-Way Hash
           CALL 'CSNBOWH' USING
               WS-CHAIN-RETURN-CODE
               WS-CHAIN-REASON-CODE
               WS-EXIT-DATA-LEN
               WS-EXIT-DATA
               WS-CHAIN-RULE-LEN      *> 16 = length of rule array
               WS-CHAIN-RULE-DATA     *> 'SHA-256' + 'ONLY'
               WS-CHAIN-TEXT-LEN      *> full audit record length
               WS-CHAIN-PREV-IMAGE    *> audit record to be chained
               WS-CHAIN-VECTOR-LEN    *> 128-byte chaining work area
               WS-CHAIN-VECTOR-DATA
               WS-CHAIN-DIGEST-LEN    *> 32 = SHA-256 digest length
               WS-CHAIN-DIGEST-DATA   *> output: chain digest

           IF WS-CHAIN-RETURN-CODE NOT = ZERO
               DISPLAY 'AUDIT CHAIN CSNBOWH FAILED RC='
                       WS-CHAIN-RETURN-CODE
                       ' RSN=' WS-CHAIN-REASON-CODE
                       ' - NEXT AUDIT RECORD LINK UNPROVEN'
               MOVE HIGH-VALUES TO WS-CHAIN-DIGEST-DATA
           END-IF.

      *----------------------------------------------------------------*
