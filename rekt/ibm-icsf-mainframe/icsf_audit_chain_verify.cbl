      *----------------------------------------------------------------*
      * ICSF_AUDIT_CHAIN_VERIFY.CBL                                    *
      *                                                                *
      * Audit-log hash-chain verification.                            *
      *                                                                *
      * Every program that writes the audit log numbers its record    *
      * one past the last record on the log and carries the CSNBOWH   *
      * SHA-256 digest of that record's full image (AL-CHAIN-SEQ and  *
      * AL-CHAIN-HASH, see AUDITREC.CPY). This program walks the log  *
      * from the top, recomputes every digest, and reports every      *
      * place the chain does not hold:                                 *
      *   - a gap in the sequence numbers (records deleted),          *
      *   - a sequence number at or behind the one before it (a       *
      *     record inserted or replayed),                              *
      *   - a record whose image no longer digests to what the record *
      *     after it carries (the record was edited after it was      *
      *     written),                                                  *
      *   - an unchained record inside the chain, and a log whose    *
      *     first record does not start the chain.                    *
      * Every finding names the file, the record's position in it,   *
      * and the record's own timestamp, so the assessor's "prove the *
      * log was not edited" has a one-job answer.                     *
      *                                                                *
      * With the ICSFAARC archive allocated on AUDARCH the archive is *
      * walked first and the live log continues from it, checking the *
      * CHAINANC anchor ICSFAARC left at the head of the live log     *
      * against the last archived record - archive plus live log      *
      * verify end to end. Without it, the live log verifies from its *
      * anchor forward and the report says so.                        *
      *                                                                *
      * After a finding the check carries on from the record in hand, *
      * so one break is reported once rather than cascading through  *
      * the rest of the log. Condition code 8 on any finding.         *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - hash-chain verification over the   *
      *               audit log and its archive, reporting breaks,    *
      *               gaps, and altered records by position and       *
      *               timestamp.                                       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFACHK.
       AUTHOR.      IBMSAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-ARCHIVE-FILE ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT CHAIN-RPT-FILE ASSIGN TO ACHKRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACHKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      * Both inputs carry the audit record byte-for-byte in the       *
      * AUDITREC layout; each is read into the one working-storage    *
      * copy of the record, so the checks are written once.           *
      *----------------------------------------------------------------*
       FD  AUDIT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCHIVE-RECORD       PIC X(129).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-RECORD           PIC X(129).

       FD  CHAIN-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHAIN-RPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

           COPY AUDITREC.

       01  WS-AUDARCH-STATUS          PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS         PIC X(02) VALUE '00'.
       01  WS-ACHKRPT-STATUS          PIC X(02) VALUE '00'.

       01  WS-AUDIT-ARCHIVE-EOF       PIC X(01) VALUE 'N'.
           88  AUDIT-ARCHIVE-EOF               VALUE 'Y'.
           88  AUDIT-ARCHIVE-NOT-EOF           VALUE 'N'.

       01  WS-AUDIT-LOG-EOF           PIC X(01) VALUE 'N'.
           88  AUDIT-LOG-EOF                   VALUE 'Y'.
           88  AUDIT-LOG-NOT-EOF               VALUE 'N'.

       01  WS-ARCHIVE-SW              PIC X(01) VALUE 'N'.
           88  ARCHIVE-INCLUDED                VALUE 'Y'.
           88  ARCHIVE-NOT-INCLUDED            VALUE 'N'.

       01  WS-TODAY-DATE              PIC 9(08).

      *----------------------------------------------------------------*
      * The record in hand: which file it came from and its position *
      * in that file, counted from 1.                                 *
      *----------------------------------------------------------------*
       01  WS-CURR-FILE               PIC X(07) VALUE SPACES.
       01  WS-CURR-POSITION           PIC 9(09) VALUE ZERO.
       01  WS-CURR-IMAGE              PIC X(129) VALUE SPACES.

      *----------------------------------------------------------------*
      * Chain state - what the next record must carry. NONE until the *
      * first record is seen; LEGACY while only records cut before    *
      * the chain existed have been seen (the first chained record    *
      * links to the last of them with sequence 1); STARTED once a   *
      * chained record or an anchor has been seen.                    *
      *----------------------------------------------------------------*
       01  WS-CHAIN-STATE-SW          PIC X(01) VALUE 'N'.
           88  CHAIN-NONE                      VALUE 'N'.
           88  CHAIN-LEGACY                    VALUE 'L'.
           88  CHAIN-STARTED                   VALUE 'C'.

       01  WS-PREV-SEQ                PIC 9(09) VALUE ZERO.
       01  WS-EXPECT-SEQ              PIC 9(09) VALUE ZERO.
       01  WS-GAP-FROM-SEQ            PIC 9(09) VALUE ZERO.
       01  WS-GAP-THRU-SEQ            PIC 9(09) VALUE ZERO.

      *    Whether WS-CHAIN-DIGEST-DATA really is the digest of the
      *    record before - it is not when CSNBOWH failed on it, and
      *    then the next link is reported unproven, never altered.
       01  WS-PREV-DIGEST-SW          PIC X(01) VALUE 'Y'.
           88  PREV-DIGEST-KNOWN               VALUE 'Y'.
           88  PREV-DIGEST-UNKNOWN             VALUE 'N'.

      *    Where the record before the one in hand sits, for the
      *    altered-record finding - the edited record is the one
      *    before, not the one whose carried digest exposed it.
       01  WS-PREV-FILE               PIC X(07) VALUE SPACES.
       01  WS-PREV-POSITION           PIC 9(09) VALUE ZERO.
       01  WS-PREV-DATE               PIC 9(08) VALUE ZERO.
       01  WS-PREV-TIME               PIC 9(06) VALUE ZERO.
       01  WS-PREV-OPERATION          PIC X(08) VALUE SPACES.
       01  WS-PREV-SEQ-TEXT           PIC X(09) VALUE SPACES.

      *    The anchor the verification started from when the archive
      *    was not supplied - zero when the chain was verified from
      *    its genesis record.
       01  WS-HEAD-ANCHOR-SEQ         PIC 9(09) VALUE ZERO.
       01  WS-HEAD-ANCHOR-SW          PIC X(01) VALUE 'N'.
           88  HEAD-ANCHORED                   VALUE 'Y'.

      *----------------------------------------------------------------*
      * ICSF callable service parameters and One-Way Hash (CSNBOWH)   *
      * buffers - SHA-256 over the full 129-byte record image, the    *
      * same digest every audit writer chains with.                   *
      *----------------------------------------------------------------*
       01  WS-RETURN-CODE             PIC S9(9) COMP VALUE ZERO.
       01  WS-REASON-CODE             PIC S9(9) COMP VALUE ZERO.
       01  WS-EXIT-DATA-LEN           PIC S9(9) COMP VALUE ZERO.
       01  WS-EXIT-DATA               PIC X(4)  VALUE SPACES.

       01  WS-OWH-RULE.
           05  WS-OWH-RULE-LEN    PIC S9(9) COMP VALUE 16.
           05  WS-OWH-RULE-DATA.
               10  WS-OWH-ALG-RULE     PIC X(8) VALUE 'SHA-256 '.
               10  WS-OWH-CHAIN-RULE   PIC X(8) VALUE 'ONLY    '.

       01  WS-OWH-TEXT-LEN        PIC S9(9) COMP VALUE 129.

       01  WS-OWH-CHAIN-VECTOR.
           05  WS-OWH-CHAIN-LEN   PIC S9(9) COMP VALUE 128.
           05  WS-OWH-CHAIN-DATA  PIC X(128).

       01  WS-CHAIN-DIGEST.
           05  WS-CHAIN-DIGEST-LEN    PIC S9(9) COMP VALUE 32.
           05  WS-CHAIN-DIGEST-DATA   PIC X(32) VALUE LOW-VALUES.

      *----------------------------------------------------------------*
      * One finding line: set by the caller, written by               *
      * 8100-WRITE-FINDING-LINE.                                      *
      *----------------------------------------------------------------*
       01  WS-FND-FILE                PIC X(07) VALUE SPACES.
       01  WS-FND-POSITION            PIC 9(09) VALUE ZERO.
       01  WS-FND-DATE                PIC 9(08) VALUE ZERO.
       01  WS-FND-TIME                PIC 9(06) VALUE ZERO.
       01  WS-FND-SEQ-TEXT            PIC X(09) VALUE SPACES.
       01  WS-FND-OPERATION           PIC X(08) VALUE SPACES.
       01  WS-FND-TEXT                PIC X(70) VALUE SPACES.

       01  WS-POSITION-DISPLAY        PIC Z(8)9.
       01  WS-SEQ-DISPLAY             PIC Z(8)9.
       01  WS-GAP-DISPLAY             PIC Z(8)9.
       01  WS-GAP-FROM-DISPLAY        PIC Z(8)9.
       01  WS-GAP-THRU-DISPLAY        PIC Z(8)9.

      *----------------------------------------------------------------*
      * Run totals.                                                   *
      *----------------------------------------------------------------*
       01  WS-ARCHIVE-READ-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-LOG-READ-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-CHAINED-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-ANCHOR-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-UNCHAINED-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-FINDING-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-GAP-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-ORDER-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-ALTERED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-UNPROVEN-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-MISSING-COUNT           PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - overall run sequence.                           *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-VERIFY-ARCHIVE
               THRU 2000-VERIFY-ARCHIVE-EXIT

           PERFORM 3000-VERIFY-LIVE-LOG
               THRU 3000-VERIFY-LIVE-LOG-EXIT

           PERFORM 4000-REPORT-SUMMARY
               THRU 4000-REPORT-SUMMARY-EXIT

           PERFORM 9999-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open the files and write the report         *
      * heading, saying whether the archive is part of this run.     *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT CHAIN-RPT-FILE
           IF WS-ACHKRPT-STATUS NOT = '00'
               DISPLAY 'ACHKRPT OPEN FAILED, STATUS='
                       WS-ACHKRPT-STATUS
           END-IF

      *    SELECT OPTIONAL - status 05 is simply "no archive allocated
      *    on this run", and the live log is verified on its own.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDARCH-STATUS = '00'
               SET ARCHIVE-INCLUDED TO TRUE
           ELSE
               SET ARCHIVE-NOT-INCLUDED TO TRUE
               SET AUDIT-ARCHIVE-EOF TO TRUE
               IF WS-AUDARCH-STATUS NOT = '05'
                   DISPLAY 'AUDARCH OPEN FAILED, STATUS='
                           WS-AUDARCH-STATUS
               END-IF
           END-IF

           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'AUDITLOG OPEN FAILED, STATUS='
                       WS-AUDITLOG-STATUS
               SET AUDIT-LOG-EOF TO TRUE
      *        A log that cannot be read proves nothing - an unopened
      *        log must not come back as a clean verification.
               ADD 1 TO WS-FINDING-COUNT
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO CHAIN-RPT-LINE
           STRING 'AUDIT LOG CHAIN VERIFICATION - RUN DATE '
                   DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE

           MOVE SPACES TO CHAIN-RPT-LINE
           IF ARCHIVE-INCLUDED
               STRING 'ARCHIVE (AUDARCH) INCLUDED - VERIFYING ARCHIVE '
                       DELIMITED BY SIZE
                   'THEN LIVE LOG AS ONE CHAIN' DELIMITED BY SIZE
                   INTO CHAIN-RPT-LINE
           ELSE
               STRING 'ARCHIVE (AUDARCH) NOT SUPPLIED - VERIFYING THE '
                       DELIMITED BY SIZE
                   'LIVE LOG ONLY' DELIMITED BY SIZE
                   INTO CHAIN-RPT-LINE
           END-IF
           WRITE CHAIN-RPT-LINE

           MOVE SPACES TO CHAIN-RPT-LINE
           STRING 'FILE     POSITION DATE     TIME    SEQUENCE '
                   DELIMITED BY SIZE
               'OPERATN  FINDING' DELIMITED BY SIZE
               INTO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE.

      *----------------------------------------------------------------*
      * 2000-VERIFY-ARCHIVE - the archive first, oldest record first, *
      * when it was allocated.                                        *
      *----------------------------------------------------------------*
       2000-VERIFY-ARCHIVE.
           MOVE 'ARCHIVE' TO WS-CURR-FILE
           MOVE ZERO      TO WS-CURR-POSITION
           PERFORM 2010-READ-ARCHIVE-RECORD

           PERFORM UNTIL AUDIT-ARCHIVE-EOF
               ADD 1 TO WS-ARCHIVE-READ-COUNT
               ADD 1 TO WS-CURR-POSITION
               PERFORM 2100-CHECK-ONE-RECORD
               PERFORM 2010-READ-ARCHIVE-RECORD
           END-PERFORM.
       2000-VERIFY-ARCHIVE-EXIT.
           EXIT.

       2010-READ-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE-FILE INTO AUDIT-RECORD
               AT END
                   SET AUDIT-ARCHIVE-EOF TO TRUE
           END-READ

           IF WS-AUDARCH-STATUS NOT = '00'
              AND WS-AUDARCH-STATUS NOT = '10'
               DISPLAY 'AUDARCH READ FAILED, STATUS='
                       WS-AUDARCH-STATUS
               ADD 1 TO WS-FINDING-COUNT
               SET AUDIT-ARCHIVE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2100-CHECK-ONE-RECORD - route the record in hand to the check *
      * for its kind: a record with no sequence number was cut before *
      * the chain existed, a CHAINANC record is an ICSFAARC anchor,  *
      * and everything else is an ordinary chained record.            *
      *----------------------------------------------------------------*
       2100-CHECK-ONE-RECORD.
           MOVE AUDIT-RECORD TO WS-CURR-IMAGE

           IF AL-CHAIN-SEQ IS NOT NUMERIC
               PERFORM 2110-CHECK-UNCHAINED-RECORD
           ELSE
               IF AL-OP-CHAIN-ANCHOR
                   PERFORM 2120-CHECK-ANCHOR-RECORD
               ELSE
                   PERFORM 2130-CHECK-CHAINED-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2110-CHECK-UNCHAINED-RECORD - records cut before the chain    *
      * existed may only come before it. One found after the chain    *
      * has started was written outside the audit writers; it is     *
      * reported and passed over, so the record after it is still    *
      * checked against the last genuine link.                        *
      *----------------------------------------------------------------*
       2110-CHECK-UNCHAINED-RECORD.
           ADD 1 TO WS-UNCHAINED-COUNT

           IF CHAIN-STARTED
               MOVE 'UNCHAINED RECORD INSIDE THE CHAIN'
                   TO WS-FND-TEXT
               PERFORM 8010-FINDING-AT-CURRENT
               ADD 1 TO WS-ORDER-COUNT
           ELSE
               SET CHAIN-LEGACY TO TRUE
               MOVE ZERO TO WS-PREV-SEQ
               PERFORM 2140-ADVANCE-CHAIN
           END-IF.

      *----------------------------------------------------------------*
      * 2120-CHECK-ANCHOR-RECORD - an anchor stands in for the last   *
      * record ICSFAARC moved to the archive. Met in sequence, it     *
      * must carry exactly the sequence and digest of the record      *
      * before it. At the head of the live log with no archive, it   *
      * is where this verification starts, and the report says the   *
      * records before it were not checked on this run.               *
      *----------------------------------------------------------------*
       2120-CHECK-ANCHOR-RECORD.
           ADD 1 TO WS-ANCHOR-COUNT

           IF CHAIN-NONE
               SET HEAD-ANCHORED TO TRUE
               MOVE AL-CHAIN-SEQ TO WS-HEAD-ANCHOR-SEQ
               MOVE 'CHAIN ANCHOR - EARLIER RECORDS NOT CHECKED'
                   TO WS-FND-TEXT
               PERFORM 8020-NOTE-AT-CURRENT
           ELSE
               IF AL-CHAIN-SEQ NOT = WS-PREV-SEQ
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE 'ANCHOR SEQUENCE DOES NOT MATCH ARCHIVE'
                       TO WS-FND-TEXT
                   PERFORM 8010-FINDING-AT-CURRENT
               ELSE
                   IF PREV-DIGEST-KNOWN
                      AND AL-CHAIN-HASH NOT = WS-CHAIN-DIGEST-DATA
                       ADD 1 TO WS-ALTERED-COUNT
                       MOVE 'ALTERED - ANCHOR DIGEST MISMATCH'
                           TO WS-FND-TEXT
                       PERFORM 8030-FINDING-AT-PREVIOUS
                   END-IF
               END-IF
           END-IF

      *    Either way the chain carries on from what the anchor says.
           SET CHAIN-STARTED     TO TRUE
           SET PREV-DIGEST-KNOWN TO TRUE
           MOVE AL-CHAIN-SEQ  TO WS-PREV-SEQ
           MOVE AL-CHAIN-HASH TO WS-CHAIN-DIGEST-DATA
           PERFORM 2150-SAVE-PREVIOUS.

      *----------------------------------------------------------------*
      * 2130-CHECK-CHAINED-RECORD - the ordinary link. The first      *
      * record of a log must be the genesis record (sequence 1, LOW-  *
      * VALUES digest); every other record must be one past the       *
      * sequence before it and carry the digest of that record's     *
      * image. A sequence jump is a gap (records deleted); a sequence *
      * at or behind the one before is a record inserted or replayed; *
      * a matching sequence with the wrong digest means the record    *
      * before was edited after it was written.                       *
      *----------------------------------------------------------------*
       2130-CHECK-CHAINED-RECORD.
           ADD 1 TO WS-CHAINED-COUNT

           IF CHAIN-NONE
               IF AL-CHAIN-SEQ NOT = 1
                  OR AL-CHAIN-HASH NOT = LOW-VALUES
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE 'FIRST RECORD DOES NOT START THE CHAIN'
                       TO WS-FND-TEXT
                   PERFORM 8010-FINDING-AT-CURRENT
               END-IF
           ELSE
               ADD 1 WS-PREV-SEQ GIVING WS-EXPECT-SEQ
               IF AL-CHAIN-SEQ > WS-EXPECT-SEQ
                   PERFORM 2135-REPORT-GAP
               ELSE
                   IF AL-CHAIN-SEQ < WS-EXPECT-SEQ
                       ADD 1 TO WS-ORDER-COUNT
                       MOVE 'INSERTED OR REPLAYED - SEQ BACKWARDS'
                           TO WS-FND-TEXT
                       PERFORM 8010-FINDING-AT-CURRENT
                   ELSE
                       IF AL-CHAIN-HASH = HIGH-VALUES
                          OR PREV-DIGEST-UNKNOWN
                           ADD 1 TO WS-UNPROVEN-COUNT
                           MOVE 'LINK UNPROVEN - DIGEST FAILED'
                               TO WS-FND-TEXT
                           PERFORM 8010-FINDING-AT-CURRENT
                       ELSE
                           IF AL-CHAIN-HASH NOT = WS-CHAIN-DIGEST-DATA
                               ADD 1 TO WS-ALTERED-COUNT
                               MOVE 'ALTERED - DIGEST MISMATCH'
                                   TO WS-FND-TEXT
                               PERFORM 8030-FINDING-AT-PREVIOUS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           SET CHAIN-STARTED TO TRUE
           MOVE AL-CHAIN-SEQ TO WS-PREV-SEQ
           PERFORM 2140-ADVANCE-CHAIN.

      *----------------------------------------------------------------*
      * 2135-REPORT-GAP - sequence numbers skipped between the record *
      * before and the record in hand: that many records are gone.   *
      *----------------------------------------------------------------*
       2135-REPORT-GAP.
           ADD 1 TO WS-GAP-COUNT
           MOVE WS-EXPECT-SEQ TO WS-GAP-FROM-SEQ
           SUBTRACT 1 FROM AL-CHAIN-SEQ GIVING WS-GAP-THRU-SEQ
           COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
               + WS-GAP-THRU-SEQ - WS-GAP-FROM-SEQ + 1

           COMPUTE WS-GAP-DISPLAY =
               WS-GAP-THRU-SEQ - WS-GAP-FROM-SEQ + 1
           MOVE WS-GAP-FROM-SEQ TO WS-GAP-FROM-DISPLAY
           MOVE WS-GAP-THRU-SEQ TO WS-GAP-THRU-DISPLAY

           MOVE SPACES TO WS-FND-TEXT
           STRING 'GAP - ' DELIMITED BY SIZE
               WS-GAP-DISPLAY DELIMITED BY SIZE
               ' RECORD(S) MISSING BEFORE THIS ONE, SEQ '
                   DELIMITED BY SIZE
               WS-GAP-FROM-DISPLAY DELIMITED BY SIZE
               ' THRU ' DELIMITED BY SIZE
               WS-GAP-THRU-DISPLAY DELIMITED BY SIZE
               INTO WS-FND-TEXT
           PERFORM 8010-FINDING-AT-CURRENT.

      *----------------------------------------------------------------*
      * 2140-ADVANCE-CHAIN - the record in hand becomes the record    *
      * before: digest its full image for the next link to match.    *
      *----------------------------------------------------------------*
       2140-ADVANCE-CHAIN.
           MOVE 129 TO WS-OWH-TEXT-LEN
           MOVE 32  TO WS-CHAIN-DIGEST-LEN

      *    CSNBOWH - One-Way Hash
           CALL 'CSNBOWH' USING
               WS-RETURN-CODE
               WS-REASON-CODE
               WS-EXIT-DATA-LEN
               WS-EXIT-DATA
               WS-OWH-RULE-LEN        *> 16 = length of rule array
               WS-OWH-RULE-DATA       *> 'SHA-256' + 'ONLY'
               WS-OWH-TEXT-LEN        *> full audit record length
               WS-CURR-IMAGE          *> audit record just checked
               WS-OWH-CHAIN-LEN       *> 128-byte chaining work area
               WS-OWH-CHAIN-DATA
               WS-CHAIN-DIGEST-LEN    *> 32 = SHA-256 digest length
               WS-CHAIN-DIGEST-DATA   *> output: digest for next link

           IF WS-RETURN-CODE = ZERO
               SET PREV-DIGEST-KNOWN TO TRUE
           ELSE
               DISPLAY 'CSNBOWH FAILED RC=' WS-RETURN-CODE
                       ' RSN=' WS-REASON-CODE
                       ' AT ' WS-CURR-FILE ' POSITION ' WS-CURR-POSITION
               SET PREV-DIGEST-UNKNOWN TO TRUE
           END-IF

           PERFORM 2150-SAVE-PREVIOUS.

       2150-SAVE-PREVIOUS.
           MOVE WS-CURR-FILE     TO WS-PREV-FILE
           MOVE WS-CURR-POSITION TO WS-PREV-POSITION
           MOVE AL-DATE          TO WS-PREV-DATE
           MOVE AL-TIME          TO WS-PREV-TIME
           MOVE AL-OPERATION     TO WS-PREV-OPERATION
           IF AL-CHAIN-SEQ IS NUMERIC
               MOVE AL-CHAIN-SEQ   TO WS-SEQ-DISPLAY
               MOVE WS-SEQ-DISPLAY TO WS-PREV-SEQ-TEXT
           ELSE
               MOVE '---------'    TO WS-PREV-SEQ-TEXT
           END-IF.

      *----------------------------------------------------------------*
      * 3000-VERIFY-LIVE-LOG - the live log, continuing the chain     *
      * from the archive when the archive was walked first.           *
      *----------------------------------------------------------------*
       3000-VERIFY-LIVE-LOG.
           MOVE 'LIVE'    TO WS-CURR-FILE
           MOVE ZERO      TO WS-CURR-POSITION
           PERFORM 3010-READ-LOG-RECORD

           PERFORM UNTIL AUDIT-LOG-EOF
               ADD 1 TO WS-LOG-READ-COUNT
               ADD 1 TO WS-CURR-POSITION
               PERFORM 2100-CHECK-ONE-RECORD
               PERFORM 3010-READ-LOG-RECORD
           END-PERFORM.
       3000-VERIFY-LIVE-LOG-EXIT.
           EXIT.

       3010-READ-LOG-RECORD.
           READ AUDIT-LOG-FILE INTO AUDIT-RECORD
               AT END
                   SET AUDIT-LOG-EOF TO TRUE
           END-READ

           IF WS-AUDITLOG-STATUS NOT = '00'
              AND WS-AUDITLOG-STATUS NOT = '10'
               DISPLAY 'AUDITLOG READ FAILED, STATUS='
                       WS-AUDITLOG-STATUS
               ADD 1 TO WS-FINDING-COUNT
               SET AUDIT-LOG-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 4000-REPORT-SUMMARY - counts by kind, where the chain ends,   *
      * and the verdict.                                               *
      *----------------------------------------------------------------*
       4000-REPORT-SUMMARY.
           MOVE SPACES TO CHAIN-RPT-LINE
           STRING 'ARCHIVE RECORDS READ=' DELIMITED BY SIZE
               WS-ARCHIVE-READ-COUNT DELIMITED BY SIZE
               ' LIVE RECORDS READ=' DELIMITED BY SIZE
               WS-LOG-READ-COUNT DELIMITED BY SIZE
               ' CHAINED=' DELIMITED BY SIZE
               WS-CHAINED-COUNT DELIMITED BY SIZE
               ' ANCHORS=' DELIMITED BY SIZE
               WS-ANCHOR-COUNT DELIMITED BY SIZE
               ' UNCHAINED=' DELIMITED BY SIZE
               WS-UNCHAINED-COUNT DELIMITED BY SIZE
               INTO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE

           MOVE SPACES TO CHAIN-RPT-LINE
           STRING 'GAPS=' DELIMITED BY SIZE
               WS-GAP-COUNT DELIMITED BY SIZE
               ' RECORDS MISSING=' DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
               ' OUT OF SEQUENCE=' DELIMITED BY SIZE
               WS-ORDER-COUNT DELIMITED BY SIZE
               ' ALTERED=' DELIMITED BY SIZE
               WS-ALTERED-COUNT DELIMITED BY SIZE
               ' UNPROVEN=' DELIMITED BY SIZE
               WS-UNPROVEN-COUNT DELIMITED BY SIZE
               INTO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE

           IF CHAIN-STARTED
               MOVE WS-PREV-POSITION TO WS-POSITION-DISPLAY
               MOVE SPACES TO CHAIN-RPT-LINE
               STRING 'CHAIN ENDS AT SEQUENCE ' DELIMITED BY SIZE
                   WS-PREV-SEQ-TEXT DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-PREV-FILE DELIMITED BY SIZE
                   ' POSITION ' DELIMITED BY SIZE
                   WS-POSITION-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PREV-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PREV-TIME DELIMITED BY SIZE
                   INTO CHAIN-RPT-LINE
               WRITE CHAIN-RPT-LINE
           END-IF

           IF HEAD-ANCHORED
               MOVE WS-HEAD-ANCHOR-SEQ TO WS-SEQ-DISPLAY
               MOVE SPACES TO CHAIN-RPT-LINE
               STRING 'VERIFIED FROM THE ANCHOR AT SEQUENCE '
                       DELIMITED BY SIZE
                   WS-SEQ-DISPLAY DELIMITED BY SIZE
                   ' FORWARD - RERUN WITH AUDARCH FOR THE FULL CHAIN'
                       DELIMITED BY SIZE
                   INTO CHAIN-RPT-LINE
               WRITE CHAIN-RPT-LINE
           END-IF

           MOVE SPACES TO CHAIN-RPT-LINE
           IF WS-FINDING-COUNT = ZERO
               STRING 'CHAIN INTACT - NO BREAKS, GAPS, OR ALTERED '
                       DELIMITED BY SIZE
                   'RECORDS FOUND' DELIMITED BY SIZE
                   INTO CHAIN-RPT-LINE
           ELSE
               STRING '*** CHAIN NOT PROVEN - ' DELIMITED BY SIZE
                   WS-FINDING-COUNT DELIMITED BY SIZE
                   ' FINDING(S) ***' DELIMITED BY SIZE
                   INTO CHAIN-RPT-LINE
           END-IF
           WRITE CHAIN-RPT-LINE.
       4000-REPORT-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8010/8020/8030 - load the finding line from the record in     *
      * hand or from the record before it. 8010 and 8030 count a      *
      * finding; 8020 is an informational note and does not.         *
      *----------------------------------------------------------------*
       8010-FINDING-AT-CURRENT.
           ADD 1 TO WS-FINDING-COUNT
           PERFORM 8020-NOTE-AT-CURRENT.

       8020-NOTE-AT-CURRENT.
           MOVE WS-CURR-FILE     TO WS-FND-FILE
           MOVE WS-CURR-POSITION TO WS-FND-POSITION
           MOVE AL-DATE          TO WS-FND-DATE
           MOVE AL-TIME          TO WS-FND-TIME
           MOVE AL-OPERATION     TO WS-FND-OPERATION
           IF AL-CHAIN-SEQ IS NUMERIC
               MOVE AL-CHAIN-SEQ   TO WS-SEQ-DISPLAY
               MOVE WS-SEQ-DISPLAY TO WS-FND-SEQ-TEXT
           ELSE
               MOVE '---------'    TO WS-FND-SEQ-TEXT
           END-IF
           PERFORM 8100-WRITE-FINDING-LINE.

       8030-FINDING-AT-PREVIOUS.
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-PREV-FILE      TO WS-FND-FILE
           MOVE WS-PREV-POSITION  TO WS-FND-POSITION
           MOVE WS-PREV-DATE      TO WS-FND-DATE
           MOVE WS-PREV-TIME      TO WS-FND-TIME
           MOVE WS-PREV-OPERATION TO WS-FND-OPERATION
           MOVE WS-PREV-SEQ-TEXT  TO WS-FND-SEQ-TEXT
           PERFORM 8100-WRITE-FINDING-LINE.

      *----------------------------------------------------------------*
      * 8100-WRITE-FINDING-LINE - one report line per finding or note.*
      *----------------------------------------------------------------*
       8100-WRITE-FINDING-LINE.
           MOVE WS-FND-POSITION TO WS-POSITION-DISPLAY

           MOVE SPACES TO CHAIN-RPT-LINE
           STRING WS-FND-FILE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-POSITION-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FND-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FND-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FND-SEQ-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FND-OPERATION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FND-TEXT DELIMITED BY SIZE
               INTO CHAIN-RPT-LINE
           WRITE CHAIN-RPT-LINE.

      *----------------------------------------------------------------*
      * 9999-TERMINATE - report the run totals, set the condition     *
      * code, and close the files.                                    *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           DISPLAY 'AUDIT RECORDS CHECKED - ARCHIVE='
                   WS-ARCHIVE-READ-COUNT
                   ' LIVE=' WS-LOG-READ-COUNT
                   ' FINDINGS=' WS-FINDING-COUNT

           IF WS-FINDING-COUNT > ZERO
               DISPLAY '*** AUDIT LOG CHAIN NOT PROVEN - '
                       WS-FINDING-COUNT ' FINDING(S), SEE ACHKRPT ***'
               MOVE 8 TO RETURN-CODE
           END-IF

           IF ARCHIVE-INCLUDED
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF
           CLOSE AUDIT-LOG-FILE
           CLOSE CHAIN-RPT-FILE.
