      *   2026-09-02  New program - retention split of the audit log   *
      *               into an archive dataset and a short live log,   *
      *               keeping ICSFSRCN and evidence pulls fast.       *
      *   2026-10-15  Carries the audit hash chain across the split - *
      *               the new live log starts with a CHAINANC anchor  *
      *               record holding the last archived record's chain *
      *               sequence and digest, and once one record stays  *
      *               live every record after it stays live, so       *
      *               archive plus live log verify end to end.        *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFAARC.
      * Both outputs carry the audit record byte-for-byte in the     *
      * AUDITREC layout - ICSFAINQ reads the archive with the same   *
      * copybook when an evidence request reaches back past the      *
      * retention boundary. The only record this program writes of   *
      * its own is the CHAINANC anchor at the head of the new live    *
      * log (see 2200-WRITE-CHAIN-ANCHOR).                            *
      *----------------------------------------------------------------*
       FD  AUDIT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCHIVE-RECORD       PIC X(129).

       FD  AUDIT-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-NEW-RECORD           PIC X(129).

       WORKING-STORAGE SECTION.

           88  AUDIT-LOG-EOF                   VALUE 'Y'.
           88  AUDIT-LOG-NOT-EOF               VALUE 'N'.

      *----------------------------------------------------------------*
      * The split is a clean prefix/suffix cut: once one record has   *
      * gone to the new live log, every record after it follows, even *
      * one stamped before the cutoff by a clock step. Routing it to  *
      * the archive would pull a link out of the middle of both       *
      * chains.                                                        *
      *----------------------------------------------------------------*
       01  WS-RETAIN-SW               PIC X(01) VALUE 'N'.
           88  RETAIN-STARTED                  VALUE 'Y'.
           88  RETAIN-NOT-STARTED              VALUE 'N'.

      *----------------------------------------------------------------*
      * Run identification, stamped on the chain anchor record the    *
      * same way every audit writer stamps its records.               *
      *----------------------------------------------------------------*
       01  WS-JOB-NAME                PIC X(08) VALUE SPACES.
       01  WS-USER-ID                 PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      * Chain state of the last record written to the archive this    *
      * run - what the anchor at the head of the new live log must    *
      * carry so the first live record still links to it.            *
      *----------------------------------------------------------------*
       01  WS-CHAIN-LAST-IMAGE        PIC X(129) VALUE SPACES.
       01  WS-CHAIN-LAST-SEQ          PIC 9(09) VALUE ZERO.
       01  WS-CHAIN-LAST-HASH         PIC X(32) VALUE LOW-VALUES.
       01  WS-CHAIN-LAST-DATE         PIC 9(08) VALUE ZERO.
       01  WS-CHAIN-LAST-TIME         PIC 9(06) VALUE ZERO.
       01  WS-CHAIN-LAST-SW           PIC X(01) VALUE 'N'.
           88  CHAIN-LAST-IS-ANCHOR            VALUE 'Y'.
           88  CHAIN-LAST-NOT-ANCHOR           VALUE 'N'.

      *----------------------------------------------------------------*
      * ICSF callable service parameters and One-Way Hash (CSNBOWH)   *
      * buffers for the digest of the last archived record.           *
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
      * Chain anchor record, laid out exactly as AUDITREC.CPY. It     *
      * stands in for the last archived record at the head of the new *
      * live log, so it carries that record's timestamp - the next    *
      * archival run then moves it to the archive ahead of the        *
      * records that chain onto it.                                   *
      *----------------------------------------------------------------*
       01  WS-ANCHOR-RECORD.
           05  WS-ANC-TIMESTAMP.
               10  WS-ANC-DATE         PIC 9(08).
               10  WS-ANC-TIME         PIC 9(06).
           05  WS-ANC-OPERATION        PIC X(08) VALUE 'CHAINANC'.
           05  WS-ANC-KEY-LABEL        PIC X(16) VALUE SPACES.
           05  WS-ANC-JOB-NAME         PIC X(08).
           05  WS-ANC-USER-ID          PIC X(08).
           05  WS-ANC-RETURN-CODE      PIC S9(9) VALUE ZERO.
           05  WS-ANC-REASON-CODE      PIC S9(9) VALUE ZERO.
           05  WS-ANC-MESSAGE-ID       PIC X(16) VALUE SPACES.
           05  WS-ANC-CHAIN-SEQ        PIC 9(09).
           05  WS-ANC-CHAIN-HASH       PIC X(32).

      *----------------------------------------------------------------*
      * Retention period in whole months, overridable per run        *
      * through the ARCRETM environment variable (three digits,      *
       01  WS-ARCHIVE-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-RETAIN-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-BALANCE-COUNT           PIC 9(07) VALUE ZERO.
      *    The anchor is written by this run, not read from the log,
      *    so it is counted on its own and kept out of the balance.
       01  WS-ANCHOR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

               MOVE WS-RETAIN-MONTHS-IN TO WS-RETAIN-MONTHS
           END-IF

           DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE     TO WS-WORK-DATE-NUM
           MOVE WS-RETAIN-MONTHS  TO WS-MONTHS-TO-SUB
      *----------------------------------------------------------------*
      * 2000-SPLIT-AUDIT-LOG - every record lands in exactly one      *
      * output: the archive when it is older than the cutoff, the    *
      * new live log otherwise. A run that archived everything still  *
      * leaves the anchor behind, so the next writer chains onto the  *
      * archive rather than starting the chain over.                  *
      *----------------------------------------------------------------*
       2000-SPLIT-AUDIT-LOG.
           PERFORM 2010-READ-AUDIT-RECORD
               ADD 1 TO WS-READ-COUNT
               PERFORM 2100-ROUTE-ONE-RECORD
               PERFORM 2010-READ-AUDIT-RECORD
           END-PERFORM

           IF RETAIN-NOT-STARTED
              AND WS-ARCHIVE-COUNT > ZERO
               PERFORM 2200-WRITE-CHAIN-ANCHOR
           END-IF.
       2000-SPLIT-AUDIT-LOG-EXIT.
           EXIT.


       2100-ROUTE-ONE-RECORD.
           IF AL-DATE < WS-ARCHIVE-CUTOFF
              AND RETAIN-NOT-STARTED
               WRITE AUDIT-ARCHIVE-RECORD FROM AUDIT-RECORD
               IF WS-AUDARCH-STATUS NOT = '00'
                   DISPLAY 'AUDARCH WRITE FAILED, STATUS='
                           WS-AUDARCH-STATUS
               ELSE
                   ADD 1 TO WS-ARCHIVE-COUNT
                   PERFORM 2110-SAVE-CHAIN-STATE
               END-IF
           ELSE
      *        The first record to stay live is where the chain
      *        crosses from the archive to the new log - the anchor
      *        goes in ahead of it.
               IF RETAIN-NOT-STARTED
                   SET RETAIN-STARTED TO TRUE
                   IF WS-ARCHIVE-COUNT > ZERO
                       PERFORM 2200-WRITE-CHAIN-ANCHOR
                   END-IF
               END-IF

               WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD
               IF WS-AUDITNEW-STATUS NOT = '00'
                   DISPLAY 'AUDITNEW WRITE FAILED, STATUS='
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2110-SAVE-CHAIN-STATE - remember the record just archived.   *
      * An anchor archived from an earlier split already holds the   *
      * sequence and digest the chain continues from; a record cut   *
      * before the chain existed has no sequence and counts as 0.    *
      *----------------------------------------------------------------*
       2110-SAVE-CHAIN-STATE.
           MOVE AUDIT-RECORD TO WS-CHAIN-LAST-IMAGE
           MOVE AL-DATE      TO WS-CHAIN-LAST-DATE
           MOVE AL-TIME      TO WS-CHAIN-LAST-TIME
           IF AL-CHAIN-SEQ IS NUMERIC
               MOVE AL-CHAIN-SEQ TO WS-CHAIN-LAST-SEQ
           ELSE
               MOVE ZERO         TO WS-CHAIN-LAST-SEQ
           END-IF
           IF AL-OP-CHAIN-ANCHOR
               SET CHAIN-LAST-IS-ANCHOR TO TRUE
               MOVE AL-CHAIN-HASH TO WS-CHAIN-LAST-HASH
           ELSE
               SET CHAIN-LAST-NOT-ANCHOR TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2200-WRITE-CHAIN-ANCHOR - the CHAINANC record at the head of  *
      * the new live log: the last archived record's sequence number  *
      * and the SHA-256 digest of its full image, exactly what the    *
      * next record would have carried had it been written straight   *
      * after it. ICSFACHK checks the anchor against the archive when *
      * both are given, and the audit writers chain onto it when it   *
      * is the last record on the log. A digest that cannot be        *
      * computed holds the swap - a live log that cannot be tied to   *
      * its archive is not one to put into service.                   *
      *----------------------------------------------------------------*
       2200-WRITE-CHAIN-ANCHOR.
           IF CHAIN-LAST-IS-ANCHOR
               MOVE WS-CHAIN-LAST-HASH TO WS-CHAIN-DIGEST-DATA
           ELSE
               PERFORM 2210-DIGEST-LAST-ARCHIVED
           END-IF

           MOVE WS-CHAIN-LAST-DATE   TO WS-ANC-DATE
           MOVE WS-CHAIN-LAST-TIME   TO WS-ANC-TIME
           MOVE WS-JOB-NAME          TO WS-ANC-JOB-NAME
           MOVE WS-USER-ID           TO WS-ANC-USER-ID
           MOVE WS-CHAIN-LAST-SEQ    TO WS-ANC-CHAIN-SEQ
           MOVE WS-CHAIN-DIGEST-DATA TO WS-ANC-CHAIN-HASH

           WRITE AUDIT-NEW-RECORD FROM WS-ANCHOR-RECORD
           IF WS-AUDITNEW-STATUS NOT = '00'
               DISPLAY 'AUDITNEW ANCHOR WRITE FAILED, STATUS='
                       WS-AUDITNEW-STATUS
               DISPLAY '*** CHAIN ANCHOR NOT WRITTEN - '
                       'DO NOT SWAP THE LIVE LOG ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ANCHOR-COUNT
               DISPLAY 'CHAIN ANCHOR WRITTEN AT SEQUENCE '
                       WS-CHAIN-LAST-SEQ
           END-IF.

       2210-DIGEST-LAST-ARCHIVED.
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
               WS-CHAIN-LAST-IMAGE    *> last archived audit record
               WS-OWH-CHAIN-LEN       *> 128-byte chaining work area
               WS-OWH-CHAIN-DATA
               WS-CHAIN-DIGEST-LEN    *> 32 = SHA-256 digest length
               WS-CHAIN-DIGEST-DATA   *> output: anchor digest

           IF WS-RETURN-CODE NOT = ZERO
               DISPLAY 'CSNBOWH FAILED RC=' WS-RETURN-CODE
                       ' RSN=' WS-REASON-CODE
               DISPLAY '*** CHAIN ANCHOR NOT COMPUTED - '
                       'DO NOT SWAP THE LIVE LOG ***'
               MOVE HIGH-VALUES TO WS-CHAIN-DIGEST-DATA
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * 8100-SUBTRACT-MONTHS - take WS-MONTHS-TO-SUB months off the   *
      * date in WS-WORK-DATE-NUM, borrowing into the year where the   *
           DISPLAY 'AUDIT RECORDS READ=' WS-READ-COUNT
                   ' ARCHIVED=' WS-ARCHIVE-COUNT
                   ' RETAINED=' WS-RETAIN-COUNT
                   ' ANCHORS WRITTEN=' WS-ANCHOR-COUNT

           IF WS-BALANCE-COUNT NOT = WS-READ-COUNT
               DISPLAY '*** SPLIT OUT OF BALANCE - '
