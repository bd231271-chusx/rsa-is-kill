      *----------------------------------------------------------------*
      * ICSF_AUDIT_ONLINE_MERGE.CBL                                    *
      *                                                                *
      * Online audit merge onto the chained audit log.                *
      *                                                                *
      * The key-maintenance transaction KMNT (ICSFKMNT) audits every  *
      * change it files, applies, or refuses, but a CICS region       *
      * cannot append to AUDITLOG and carry its hash chain while the  *
      * batch windows own the dataset. KMNT writes its records in the *
      * AUDITREC layout to transient-data queue ICSA instead - an     *
      * extrapartition queue on the ONLAUDIT dataset - with the chain *
      * fields left zero and spaces. This program runs ahead of each  *
      * batch window, after the queue has been closed in the region,  *
      * and appends every ONLAUDIT record to AUDITLOG in arrival      *
      * order, numbering and chaining each one exactly as the batch   *
      * writers do (8210 picks up the end of the chain; 8200 stamps   *
      * and digests). Every other field - the CICS date and time, the *
      * operation, the signed-on user, the APPLID in AL-JOB-NAME - is *
      * carried as KMNT wrote it, so ICSFACHK verifies the merged     *
      * records with the rest and ICSFKXPO and the audit inquiry see  *
      * online suspensions like batch ones.                            *
      *                                                                *
      * A record whose date or time is not numeric cannot be a KMNT  *
      * record and is not chained; it is reported and the job ends   *
      * with condition code 4. If AUDITLOG will not open for append  *
      * nothing is merged and the job ends with 8, so the step that  *
      * empties ONLAUDIT after a clean merge does not run - the      *
      * online audit records are never dropped unmerged.              *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - appends the online key-maintenance *
      *               audit records to AUDITLOG on the hash chain.    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFAOLM.
       AUTHOR.      IBMSAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ONLINE-AUDIT-FILE ASSIGN TO ONLAUDIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ONLAUDIT-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONLINE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ONLINE-AUDIT-RECORD        PIC X(129).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-ONLAUDIT-STATUS         PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS         PIC X(02) VALUE '00'.

       01  WS-ONLINE-EOF              PIC X(01) VALUE 'N'.
           88  ONLINE-EOF                      VALUE 'Y'.
           88  ONLINE-NOT-EOF                  VALUE 'N'.

       01  WS-AUDITLOG-OPEN-SW        PIC X(01) VALUE 'N'.
           88  AUDITLOG-OPEN                   VALUE 'Y'.
           88  AUDITLOG-CLOSED                 VALUE 'N'.

      *----------------------------------------------------------------*
      * One online record, viewed in the AUDITREC layout for the edit *
      * before it goes onto the log.                                  *
      *----------------------------------------------------------------*
       01  WS-ONLINE-IMAGE            PIC X(129) VALUE SPACES.
       01  WS-ONLINE-VIEW REDEFINES WS-ONLINE-IMAGE.
           05  WS-ON-DATE             PIC X(08).
           05  WS-ON-TIME             PIC X(06).
           05  WS-ON-OPERATION        PIC X(08).
           05  WS-ON-KEY-LABEL        PIC X(16).
           05  FILLER                 PIC X(91).

      *----------------------------------------------------------------*
      * ICSF callable service common parameters                        *
      *----------------------------------------------------------------*
       01  WS-EXIT-DATA-LEN           PIC S9(9) COMP VALUE ZERO.
       01  WS-EXIT-DATA               PIC X(4)  VALUE SPACES.

      *----------------------------------------------------------------*
      * Audit-log hash chain (see AUDITREC.CPY), the same chaining    *
      * ICSFRSA does. 8210-LOAD-AUDIT-CHAIN picks up the sequence     *
      * number and digest of the last record on AUDITLOG before the   *
      * log is opened EXTEND; 8200-APPEND-AUDIT-RECORD stamps both on *
      * every record it appends and then digests that record for the *
      * next one.                                                      *
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
      * Run totals, reported on SYSOUT at end of job.                 *
      *----------------------------------------------------------------*
       01  WS-READ-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-MERGED-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-REJECTED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-WRITE-ERROR-COUNT       PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - overall run sequence.                           *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-MERGE-ONLINE-AUDIT
               THRU 2000-MERGE-ONLINE-AUDIT-EXIT

           PERFORM 9999-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open the online extract, pick up the end of *
      * the chain, and open the log for append. No ONLAUDIT dataset   *
      * is an empty one: no online change was made since the last    *
      * merge.                                                         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT ONLINE-AUDIT-FILE
           IF WS-ONLAUDIT-STATUS NOT = '00'
              AND WS-ONLAUDIT-STATUS NOT = '05'
               DISPLAY 'ONLAUDIT OPEN FAILED, STATUS='
                       WS-ONLAUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               SET ONLINE-EOF TO TRUE
           END-IF

      *    The chain state comes off the end of the log first, so the
      *    first record this run appends links onto the last one there.
           PERFORM 8210-LOAD-AUDIT-CHAIN

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS = '00'
              OR WS-AUDITLOG-STATUS = '05'
               SET AUDITLOG-OPEN TO TRUE
           ELSE
               DISPLAY 'AUDITLOG OPEN FAILED, STATUS='
                       WS-AUDITLOG-STATUS
                       ' - NOTHING MERGED'
               MOVE 8 TO RETURN-CODE
               SET ONLINE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2000-MERGE-ONLINE-AUDIT - every ONLAUDIT record in arrival    *
      * order onto the end of the chain.                              *
      *----------------------------------------------------------------*
       2000-MERGE-ONLINE-AUDIT.
           IF ONLINE-EOF
               GO TO 2000-MERGE-ONLINE-AUDIT-EXIT
           END-IF

           PERFORM 2010-READ-ONLINE-AUDIT

           PERFORM UNTIL ONLINE-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM 2100-MERGE-ONE-RECORD
               PERFORM 2010-READ-ONLINE-AUDIT
           END-PERFORM.
       2000-MERGE-ONLINE-AUDIT-EXIT.
           EXIT.

       2010-READ-ONLINE-AUDIT.
           READ ONLINE-AUDIT-FILE INTO WS-ONLINE-IMAGE
               AT END
                   SET ONLINE-EOF TO TRUE
           END-READ

           IF WS-ONLAUDIT-STATUS NOT = '00'
              AND WS-ONLAUDIT-STATUS NOT = '10'
               DISPLAY 'ONLAUDIT READ FAILED, STATUS='
                       WS-ONLAUDIT-STATUS
                       ' - REST OF FILE NOT MERGED'
               MOVE 8 TO RETURN-CODE
               SET ONLINE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2100-MERGE-ONE-RECORD - edit one online record and append it. *
      *----------------------------------------------------------------*
       2100-MERGE-ONE-RECORD.
           IF WS-ON-DATE IS NOT NUMERIC
              OR WS-ON-TIME IS NOT NUMERIC
               DISPLAY 'ONLAUDIT RECORD ' WS-READ-COUNT
                       ' NOT AN AUDIT RECORD - NOT MERGED: '
                       WS-ON-OPERATION ' ' WS-ON-KEY-LABEL
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-ONLINE-IMAGE TO AUDIT-RECORD
               PERFORM 8200-APPEND-AUDIT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * 8200-APPEND-AUDIT-RECORD - stamp the record in AUDIT-RECORD   *
      * with the next sequence number and the previous record's      *
      * digest, write it, and digest it for the next one - the chain *
      * half of 8200-WRITE-AUDIT-RECORD in the batch writers; the    *
      * rest of the record is the online transaction's.              *
      *----------------------------------------------------------------*
       8200-APPEND-AUDIT-RECORD.
           ADD 1 WS-CHAIN-PREV-SEQ GIVING AL-CHAIN-SEQ
           MOVE WS-CHAIN-DIGEST-DATA TO AL-CHAIN-HASH
      *    The image is taken before the WRITE - the record area is not
      *    the program's to read back once the record has gone out.
           MOVE AUDIT-RECORD       TO WS-CHAIN-PREV-IMAGE
           WRITE AUDIT-RECORD
           IF WS-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'AUDITLOG WRITE FAILED, STATUS='
                       WS-AUDITLOG-STATUS
               ADD 1 TO WS-WRITE-ERROR-COUNT
           ELSE
               ADD 1 TO WS-CHAIN-PREV-SEQ
               ADD 1 TO WS-MERGED-COUNT
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
      * 9999-TERMINATE - totals, condition code, and close. A write  *
      * failure is an 8: ONLAUDIT must not be emptied behind it.     *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           DISPLAY 'ONLINE AUDIT RECORDS READ=' WS-READ-COUNT
                   ' MERGED=' WS-MERGED-COUNT
                   ' REJECTED=' WS-REJECTED-COUNT
                   ' WRITE FAILURES=' WS-WRITE-ERROR-COUNT
           DISPLAY 'AUDIT CHAIN NOW ENDS AT SEQUENCE ' WS-CHAIN-PREV-SEQ

           IF WS-WRITE-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                  AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE ONLINE-AUDIT-FILE
           IF AUDITLOG-OPEN
               CLOSE AUDIT-LOG-FILE
           END-IF.
