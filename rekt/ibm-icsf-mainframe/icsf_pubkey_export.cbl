      *   2026-08-22  New program - public-key export / distribution   *
      *               file over the key store, with CSNBOWH token     *
      *               fingerprints and audit records per export.      *
      *   2026-10-15  Audit records are hash-chained - each one       *
      *               carries the next chain sequence number and the  *
      *               CSNBOWH SHA-256 digest of the record before it, *
      *               picked up from the end of AUDITLOG at startup.  *
      *   2026-10-15  Exports to a named counterparty                  *
      *               (XR-COUNTERPARTY-ID) are recorded on the        *
      *               counterparty master (COUNTERPARTY-FILE) with    *
      *               the export date and fingerprint, and the id is  *
      *               carried on the distribution record.             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFKEXP.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPDIST-STATUS.

           SELECT COUNTERPARTY-FILE ASSIGN TO CPTYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COUNTERPARTY-ID
               FILE STATUS IS WS-CPTYMST-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY EXPDIST.

       FD  COUNTERPARTY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CPTYMST.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
       01  WS-KEYSTOR-STATUS          PIC X(02) VALUE '00'.
       01  WS-EXPDIST-STATUS          PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS         PIC X(02) VALUE '00'.
       01  WS-CPTYMST-STATUS          PIC X(02) VALUE '00'.

       01  WS-EXPORT-REQ-EOF          PIC X(01) VALUE 'N'.
           88  EXPORT-REQ-EOF                  VALUE 'Y'.
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
      * One-Way Hash (CSNBOWH) buffers for the token fingerprint.     *
      * SHA-256 over the significant bytes of the public token - the  *
           05  WS-FPRINT-LEN      PIC S9(9) COMP VALUE 32.
           05  WS-FPRINT-DATA     PIC X(32).

      *----------------------------------------------------------------*
      * Counterparty master maintenance. Without the master open the  *
      * export runs as it always has and the operator is told the     *
      * recipients went unrecorded. WS-CPTY-TABLE-MAX is the size of  *
      * the CM-EXPORT-ENTRY table in CPTYMST.CPY.                     *
      *----------------------------------------------------------------*
       01  WS-CPTY-FILE-SW            PIC X(01) VALUE 'N'.
           88  CPTY-FILE-OPEN                  VALUE 'Y'.
           88  CPTY-FILE-CLOSED                VALUE 'N'.

       01  WS-CPTY-RECORD-SW          PIC X(01) VALUE 'N'.
           88  CPTY-RECORD-NEW                 VALUE 'Y'.
           88  CPTY-RECORD-ON-FILE             VALUE 'N'.

       01  WS-CPTY-ENTRY-SW           PIC X(01) VALUE 'N'.
           88  CPTY-ENTRY-FOUND                VALUE 'Y'.
           88  CPTY-ENTRY-NOT-FOUND            VALUE 'N'.

       01  WS-CPTY-TABLE-MAX          PIC 9(02) VALUE 20.
       01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      * Run totals, reported on SYSOUT at end of job.                 *
      *----------------------------------------------------------------*
       01  WS-REQUEST-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-EXPORT-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-SKIP-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-CPTY-UPDATE-COUNT       PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

               DISPLAY 'EXPDIST OPEN FAILED, STATUS=' WS-EXPDIST-STATUS
           END-IF

           OPEN I-O COUNTERPARTY-FILE
           IF WS-CPTYMST-STATUS = '00'
               SET CPTY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'CPTYMST OPEN FAILED, STATUS='
                       WS-CPTYMST-STATUS
                       ' - RECIPIENTS WILL NOT BE RECORDED'
               SET CPTY-FILE-CLOSED TO TRUE
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

      *    The chain state comes off the end of the log first, so the
      *    first record this run appends links onto the last one there.
           PERFORM 8210-LOAD-AUDIT-CHAIN

      *    EXTEND for the same reason ICSFRSA opens it EXTEND - the
      *    audit trail accumulates across runs and jobs, and an export
      *    is a key operation auditors expect to find there.
           MOVE WS-FPRINT-DATA    TO XD-FINGERPRINT
           MOVE KS-PUB-TOKEN-LEN  TO XD-PUB-TOKEN-LEN
           MOVE KS-PUB-TOKEN      TO XD-PUB-TOKEN
           MOVE XR-COUNTERPARTY-ID TO XD-COUNTERPARTY-ID
           WRITE EXPORT-DIST-RECORD
           IF WS-EXPDIST-STATUS NOT = '00'
               DISPLAY 'EXPDIST WRITE FAILED FOR ' KS-KEY-LABEL
                       ' STATUS=' WS-EXPDIST-STATUS
           ELSE
               IF XR-COUNTERPARTY-ID NOT = SPACES
                   PERFORM 2400-RECORD-CPTY-EXPORT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2400-RECORD-CPTY-EXPORT - note on the recipient's master      *
      * record that it now holds this public key, with today's date  *
      * and the fingerprint it was sent with. A counterparty not yet *
      * on the master is added with a blank identity for ICSFCPMT to *
      * fill in; a key already in its table is updated in place. A   *
      * full table is reported and ends the run with condition code  *
      * 4 - the key went out, but the exposure report cannot see it. *
      *----------------------------------------------------------------*
       2400-RECORD-CPTY-EXPORT.
           IF CPTY-FILE-OPEN
               MOVE XR-COUNTERPARTY-ID TO CM-COUNTERPARTY-ID
               READ COUNTERPARTY-FILE
                   KEY IS CM-COUNTERPARTY-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CPTYMST-STATUS = '00'
                   SET CPTY-RECORD-ON-FILE TO TRUE
               ELSE
                   SET CPTY-RECORD-NEW TO TRUE
                   PERFORM 2410-NEW-CPTY-RECORD
               END-IF

               SET CPTY-ENTRY-NOT-FOUND TO TRUE
               SET CM-EXP-IDX TO 1
               PERFORM 2420-SEARCH-EXPORT-ENTRY
                   UNTIL CM-EXP-IDX > CM-EXPORT-COUNT
                      OR CPTY-ENTRY-FOUND

               IF CPTY-ENTRY-NOT-FOUND
                   IF CM-EXPORT-COUNT < WS-CPTY-TABLE-MAX
                       ADD 1 TO CM-EXPORT-COUNT
                       SET CM-EXP-IDX TO CM-EXPORT-COUNT
                       SET CPTY-ENTRY-FOUND TO TRUE
                   ELSE
                       DISPLAY 'COUNTERPARTY ' CM-COUNTERPARTY-ID
                               ' EXPORT TABLE FULL - '
                               KS-KEY-LABEL ' NOT RECORDED'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF

               IF CPTY-ENTRY-FOUND
                   MOVE KS-KEY-LABEL   TO CM-EXP-KEY-LABEL(CM-EXP-IDX)
                   MOVE WS-TODAY-DATE  TO CM-EXP-DATE(CM-EXP-IDX)
                   MOVE WS-FPRINT-DATA
                       TO CM-EXP-FINGERPRINT(CM-EXP-IDX)
                   MOVE WS-TODAY-DATE  TO CM-UPDATE-DATE
                   PERFORM 2430-SAVE-CPTY-RECORD
               END-IF
           END-IF.

       2410-NEW-CPTY-RECORD.
           MOVE SPACES             TO COUNTERPARTY-RECORD
           MOVE XR-COUNTERPARTY-ID TO CM-COUNTERPARTY-ID
           MOVE WS-TODAY-DATE      TO CM-CREATE-DATE
           MOVE WS-TODAY-DATE      TO CM-UPDATE-DATE
           MOVE ZERO               TO CM-EXPORT-COUNT
           MOVE ZERO               TO CM-IMPORT-COUNT.

       2420-SEARCH-EXPORT-ENTRY.
           IF CM-EXP-KEY-LABEL(CM-EXP-IDX) = KS-KEY-LABEL
               SET CPTY-ENTRY-FOUND TO TRUE
           ELSE
               SET CM-EXP-IDX UP BY 1
           END-IF.

       2430-SAVE-CPTY-RECORD.
           IF CPTY-RECORD-NEW
               WRITE COUNTERPARTY-RECORD
           ELSE
               REWRITE COUNTERPARTY-RECORD
           END-IF
           IF WS-CPTYMST-STATUS = '00'
               ADD 1 TO WS-CPTY-UPDATE-COUNT
           ELSE
               DISPLAY 'CPTYMST UPDATE FAILED FOR '
                       CM-COUNTERPARTY-ID
                       ' STATUS=' WS-CPTYMST-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
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
           DISPLAY 'EXPORT REQUESTS=' WS-REQUEST-COUNT
                   ' EXPORTED=' WS-EXPORT-COUNT
                   ' SKIPPED=' WS-SKIP-COUNT
           DISPLAY 'COUNTERPARTY RECORDS UPDATED='
                   WS-CPTY-UPDATE-COUNT

           CLOSE EXPORT-REQUEST-FILE
           CLOSE KEY-STORE-FILE
           CLOSE EXPORT-DIST-FILE
           CLOSE COUNTERPARTY-FILE
           CLOSE AUDIT-LOG-FILE.
