      *----------------------------------------------------------------*
      * ICSF_VERIFY_EVIDENCE_RPT.CBL                                   *
      *                                                                *
      * Dispute-evidence report and retention purge for the           *
      * verification evidence file the verify window keeps (see      *
      * ICSF_RSA_COBOL.CBL, 5150-FILE-VERIFY-EVIDENCE). EVMODE        *
      * selects one of two runs:                                       *
      *                                                                *
      *   REPORT - (the default) one formatted block per evidence     *
      *            entry selected: when and by which job the message  *
      *            was verified, the result and ICSF return and       *
      *            reason codes, the key name on the request and the *
      *            physical label it resolved to, the audit chain     *
      *            sequence of the VERIFY record, and the digest,     *
      *            signature, and public-token fingerprint in hex.    *
      *            Entries are selected by a list of message-ids on   *
      *            EVSELECT (one per card, columns 1-16), by a key    *
      *            name (EVLABEL, matched against either the name on  *
      *            the request or the physical label), and/or by a    *
      *            verification date range (EVFROM and EVTO,          *
      *            YYYYMMDD). Every selection given must match. A run *
      *            with no selection at all is refused - the file is  *
      *            kept for seven years and is not for listing whole. *
      *   PURGE  - deletes every entry verified before the retention *
      *            cutoff: today less EVRETYRS years (two digits,     *
      *            default 07). Legal requires seven years, so a      *
      *            shorter retention is refused. Each entry deleted   *
      *            is listed, and the run writes one EVPURGE record to*
      *            the chained audit log with the cutoff date.        *
      *                                                                *
      * Condition codes: 8 for a refused run or a file failure, 4 for*
      * a message-id on EVSELECT with no evidence on file (or no      *
      * entry matching a name or date selection), 0 otherwise.       *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - verification evidence dispute      *
      *               report and seven-year retention purge over       *
      *               VERIFY-EVID-FILE.                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFEVRP.
       AUTHOR.      IBMSAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-EVID-FILE ASSIGN TO VEREVID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-KEY
               FILE STATUS IS WS-VEREVID-STATUS.

           SELECT OPTIONAL EVID-SELECT-FILE ASSIGN TO EVSELECT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EVSELECT-STATUS.

           SELECT EVID-RPT-FILE ASSIGN TO EVRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EVRPT-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERIFY-EVID-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VEREVID.

       FD  EVID-SELECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EVID-SELECT-CARD.
           05  ES-MESSAGE-ID          PIC X(16).
           05  FILLER                 PIC X(64).

       FD  EVID-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EVID-RPT-LINE              PIC X(132).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-VEREVID-STATUS          PIC X(02) VALUE '00'.
       01  WS-EVSELECT-STATUS         PIC X(02) VALUE '00'.
       01  WS-EVRPT-STATUS            PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS         PIC X(02) VALUE '00'.

       01  WS-EVID-EOF                PIC X(01) VALUE 'N'.
           88  EVID-EOF                        VALUE 'Y'.
           88  EVID-NOT-EOF                    VALUE 'N'.

       01  WS-SELECT-EOF              PIC X(01) VALUE 'N'.
           88  SELECT-EOF                      VALUE 'Y'.
           88  SELECT-NOT-EOF                  VALUE 'N'.

      *----------------------------------------------------------------*
      * Run selection. EVMODE spaces is REPORT; PURGE has to be asked *
      * for by name. EVFROM and EVTO default to the widest range, so  *
      * either may be given alone.                                    *
      *----------------------------------------------------------------*
       01  WS-EV-MODE                 PIC X(08) VALUE SPACES.
           88  EV-MODE-REPORT                  VALUE 'REPORT  '
                                                     SPACES.
           88  EV-MODE-PURGE                   VALUE 'PURGE   '.

       01  WS-SELECT-LABEL            PIC X(16) VALUE SPACES.
       01  WS-SELECT-FROM-IN          PIC X(08) VALUE SPACES.
       01  WS-SELECT-TO-IN            PIC X(08) VALUE SPACES.
       01  WS-SELECT-FROM             PIC 9(08) VALUE ZERO.
       01  WS-SELECT-TO               PIC 9(08) VALUE 99999999.

       01  WS-SELECT-SW               PIC X(01) VALUE 'N'.
           88  SELECTION-REQUESTED             VALUE 'Y'.
           88  NO-SELECTION                    VALUE 'N'.

       01  WS-ID-LIST-SW              PIC X(01) VALUE 'N'.
           88  ID-LIST-GIVEN                   VALUE 'Y'.
           88  NO-ID-LIST                      VALUE 'N'.

       01  WS-MATCH-SW                PIC X(01) VALUE 'N'.
           88  RECORD-SELECTED                 VALUE 'Y'.
           88  RECORD-NOT-SELECTED             VALUE 'N'.

      *----------------------------------------------------------------*
      * Retention. The cutoff is today's date with the year moved     *
      * back EVRETYRS years; an entry verified on an earlier date is  *
      * past retention. A 29 February cutoff simply compares as the   *
      * day after 28 February.                                        *
      *----------------------------------------------------------------*
       01  WS-RETAIN-YEARS            PIC 9(02) VALUE 07.
       01  WS-RETAIN-YEARS-IN         PIC X(02) VALUE SPACES.
       01  WS-RETAIN-MINIMUM          PIC 9(02) VALUE 07.

       01  WS-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR         PIC 9(04).
           05  WS-CUTOFF-MMDD         PIC 9(04).

      *----------------------------------------------------------------*
      * Run identification, captured once at startup and stamped on   *
      * the report heading and the purge audit record.                *
      *----------------------------------------------------------------*
       01  WS-JOB-NAME                PIC X(08) VALUE SPACES.
       01  WS-USER-ID                 PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-TIME-RAW        PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-TIME-SPLIT REDEFINES WS-CURRENT-TIME-RAW.
           05  WS-CURRENT-HHMMSS      PIC 9(06).
           05  FILLER                 PIC 9(02).

       01  WS-EV-RESULT-SW            PIC X(01) VALUE 'N'.
           88  EV-RUN-FAILED                   VALUE 'Y'.
           88  EV-RUN-OK                       VALUE 'N'.

      *----------------------------------------------------------------*
      * Counts, reported on EVRPT and SYSOUT.                         *
      *----------------------------------------------------------------*
       01  WS-IDS-REQUESTED           PIC 9(07) VALUE ZERO.
       01  WS-IDS-NOT-FOUND           PIC 9(07) VALUE ZERO.
       01  WS-IDS-FOUND-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-ENTRIES-READ            PIC 9(09) VALUE ZERO.
       01  WS-ENTRIES-REPORTED        PIC 9(07) VALUE ZERO.
       01  WS-ENTRIES-PURGED          PIC 9(09) VALUE ZERO.
       01  WS-PURGE-FAILED            PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------*
      * Report line work fields.                                       *
      *----------------------------------------------------------------*
       01  WS-EDIT-RC                 PIC -(9)9.
       01  WS-EDIT-RSN                PIC -(9)9.

       01  WS-FINGERPRINT-TEXT        PIC X(64) VALUE SPACES.

      *----------------------------------------------------------------*
      * Hex dump. The caller puts the bytes in WS-DUMP-DATA and the   *
      * count in WS-DUMP-LEN; 8300-WRITE-HEX-DUMP writes them 32 to a *
      * line under WS-DUMP-CAPTION. Each byte is widened to a binary  *
      * halfword through WS-HALF-BYTES, the same device the key-store *
      * check uses to read token length fields, and split into two   *
      * digits of WS-HEX-DIGITS.                                       *
      *----------------------------------------------------------------*
       01  WS-DUMP-CAPTION            PIC X(20) VALUE SPACES.
       01  WS-DUMP-DATA               PIC X(512) VALUE SPACES.
       01  WS-DUMP-LEN                PIC 9(05) VALUE ZERO.
       01  WS-DUMP-OFFSET             PIC 9(05) VALUE ZERO.
       01  WS-DUMP-LINE-LEN           PIC 9(05) VALUE ZERO.
       01  WS-DUMP-EDIT-OFFSET        PIC 9(03) VALUE ZERO.

       01  WS-HEX-DIGITS              PIC X(16)
                                      VALUE '0123456789ABCDEF'.
       01  WS-HEX-IN                  PIC X(32) VALUE SPACES.
       01  WS-HEX-IN-LEN              PIC 9(03) VALUE ZERO.
       01  WS-HEX-OUT                 PIC X(64) VALUE SPACES.
       01  WS-HEX-IX                  PIC 9(03) VALUE ZERO.
       01  WS-HEX-OUT-IX              PIC 9(03) VALUE ZERO.
       01  WS-HEX-HIGH                PIC 9(03) VALUE ZERO.
       01  WS-HEX-LOW                 PIC 9(03) VALUE ZERO.

       01  WS-HALF-BYTES              PIC X(02).
       01  WS-HALF-NUM REDEFINES WS-HALF-BYTES
                                      PIC 9(4) COMP.

      *----------------------------------------------------------------*
      * ICSF callable service common parameters                        *
      *----------------------------------------------------------------*
       01  WS-RETURN-CODE             PIC S9(9) COMP VALUE ZERO.
       01  WS-REASON-CODE             PIC S9(9) COMP VALUE ZERO.
       01  WS-EXIT-DATA-LEN           PIC S9(9) COMP VALUE ZERO.
       01  WS-EXIT-DATA               PIC X(4)  VALUE SPACES.

      *----------------------------------------------------------------*
      * Set by the caller immediately before PERFORM                  *
      * 8200-WRITE-AUDIT-RECORD, the same handoff ICSFRSA uses.       *
      *----------------------------------------------------------------*
       01  WS-AUDIT-OPERATION         PIC X(08) VALUE SPACES.
       01  WS-AUDIT-KEY-LABEL         PIC X(16) VALUE SPACES.
       01  WS-AUDIT-MESSAGE-ID        PIC X(16) VALUE SPACES.

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

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - overall run sequence.                           *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           IF EV-MODE-REPORT
               PERFORM 2000-REPORT-EVIDENCE
                   THRU 2000-REPORT-EVIDENCE-EXIT
           ELSE
               IF EV-MODE-PURGE
                   PERFORM 3000-PURGE-EVIDENCE
                       THRU 3000-PURGE-EVIDENCE-EXIT

      *            One audit record per purge run, whatever happened.
      *            -8 is the batches' file I/O convention.
                   IF EV-RUN-FAILED
                       MOVE -8   TO WS-RETURN-CODE
                   ELSE
                       MOVE ZERO TO WS-RETURN-CODE
                   END-IF
                   MOVE ZERO      TO WS-REASON-CODE
                   MOVE 'EVPURGE ' TO WS-AUDIT-OPERATION
                   MOVE 'VEREVID' TO WS-AUDIT-KEY-LABEL
                   MOVE SPACES    TO WS-AUDIT-MESSAGE-ID
                   STRING 'BEFORE ' DELIMITED BY SIZE
                       WS-CUTOFF-DATE DELIMITED BY SIZE
                       INTO WS-AUDIT-MESSAGE-ID
                   PERFORM 8200-WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY 'EVMODE MUST BE REPORT OR PURGE - FOUND '
                           WS-EV-MODE
                   SET EV-RUN-FAILED TO TRUE
               END-IF
           END-IF

           PERFORM 9999-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - run selection, run identification, and the  *
      * report. The evidence file is opened by the mode that needs   *
      * it, INPUT to report and I-O to purge.                         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY 'EVMODE' UPON ENVIRONMENT-NAME
           ACCEPT WS-EV-MODE FROM ENVIRONMENT-VALUE
           DISPLAY 'EVLABEL' UPON ENVIRONMENT-NAME
           ACCEPT WS-SELECT-LABEL FROM ENVIRONMENT-VALUE
           DISPLAY 'EVFROM' UPON ENVIRONMENT-NAME
           ACCEPT WS-SELECT-FROM-IN FROM ENVIRONMENT-VALUE
           DISPLAY 'EVTO' UPON ENVIRONMENT-NAME
           ACCEPT WS-SELECT-TO-IN FROM ENVIRONMENT-VALUE
           DISPLAY 'EVRETYRS' UPON ENVIRONMENT-NAME
           ACCEPT WS-RETAIN-YEARS-IN FROM ENVIRONMENT-VALUE

           DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-RAW FROM TIME

           IF WS-SELECT-LABEL NOT = SPACES
               SET SELECTION-REQUESTED TO TRUE
           END-IF
           IF WS-SELECT-FROM-IN NOT = SPACES
               IF WS-SELECT-FROM-IN IS NUMERIC
                   MOVE WS-SELECT-FROM-IN TO WS-SELECT-FROM
                   SET SELECTION-REQUESTED TO TRUE
               ELSE
                   DISPLAY 'EVFROM NOT A YYYYMMDD DATE - '
                           WS-SELECT-FROM-IN
                   SET EV-RUN-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-SELECT-TO-IN NOT = SPACES
               IF WS-SELECT-TO-IN IS NUMERIC
                   MOVE WS-SELECT-TO-IN TO WS-SELECT-TO
                   SET SELECTION-REQUESTED TO TRUE
               ELSE
                   DISPLAY 'EVTO NOT A YYYYMMDD DATE - '
                           WS-SELECT-TO-IN
                   SET EV-RUN-FAILED TO TRUE
               END-IF
           END-IF

           IF WS-RETAIN-YEARS-IN IS NUMERIC
               MOVE WS-RETAIN-YEARS-IN TO WS-RETAIN-YEARS
           END-IF
           MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE
           SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YEAR

           OPEN OUTPUT EVID-RPT-FILE
           IF WS-EVRPT-STATUS NOT = '00'
               DISPLAY 'EVRPT OPEN FAILED, STATUS=' WS-EVRPT-STATUS
               SET EV-RUN-FAILED TO TRUE
           END-IF

           MOVE SPACES TO EVID-RPT-LINE
           STRING 'VERIFICATION EVIDENCE - ' DELIMITED BY SIZE
               WS-EV-MODE DELIMITED BY SIZE
               '  RUN ' DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CURRENT-HHMMSS DELIMITED BY SIZE
               '  JOB ' DELIMITED BY SIZE
               WS-JOB-NAME DELIMITED BY SIZE
               '  USER ' DELIMITED BY SIZE
               WS-USER-ID DELIMITED BY SIZE
               INTO EVID-RPT-LINE
           WRITE EVID-RPT-LINE.

      *----------------------------------------------------------------*
      * 2000-REPORT-EVIDENCE - the message-id list when EVSELECT has  *
      * one, read in the order given; otherwise one pass over the     *
      * whole file for the name and date selection.                   *
      *----------------------------------------------------------------*
       2000-REPORT-EVIDENCE.
           IF EV-RUN-FAILED
               GO TO 2000-REPORT-EVIDENCE-EXIT
           END-IF

           OPEN INPUT EVID-SELECT-FILE
           IF WS-EVSELECT-STATUS NOT = '00'
              AND WS-EVSELECT-STATUS NOT = '05'
               DISPLAY 'EVSELECT OPEN FAILED, STATUS='
                       WS-EVSELECT-STATUS
               SET EV-RUN-FAILED TO TRUE
               GO TO 2000-REPORT-EVIDENCE-EXIT
           END-IF
           PERFORM 2010-READ-SELECT-CARD
           IF SELECT-NOT-EOF
               SET ID-LIST-GIVEN TO TRUE
           END-IF

           IF NO-ID-LIST
              AND NO-SELECTION
               DISPLAY 'NO SELECTION - GIVE MESSAGE-IDS ON EVSELECT '
                       'OR EVLABEL / EVFROM / EVTO'
               SET EV-RUN-FAILED TO TRUE
               GO TO 2000-REPORT-EVIDENCE-EXIT
           END-IF

           MOVE SPACES TO EVID-RPT-LINE
           STRING 'SELECTION: KEY=' DELIMITED BY SIZE
               WS-SELECT-LABEL DELIMITED BY SIZE
               '  VERIFIED FROM ' DELIMITED BY SIZE
               WS-SELECT-FROM DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-SELECT-TO DELIMITED BY SIZE
               INTO EVID-RPT-LINE
           IF ID-LIST-GIVEN
               MOVE 'MESSAGE-IDS ON EVSELECT' TO EVID-RPT-LINE(80:23)
           END-IF
           WRITE EVID-RPT-LINE

           OPEN INPUT VERIFY-EVID-FILE
           IF WS-VEREVID-STATUS NOT = '00'
               DISPLAY 'VEREVID OPEN FAILED, STATUS='
                       WS-VEREVID-STATUS
               SET EV-RUN-FAILED TO TRUE
               GO TO 2000-REPORT-EVIDENCE-EXIT
           END-IF

           IF ID-LIST-GIVEN
               PERFORM UNTIL SELECT-EOF
                   PERFORM 2100-REPORT-ONE-MESSAGE-ID
                   PERFORM 2010-READ-SELECT-CARD
               END-PERFORM
           ELSE
               PERFORM 2020-READ-EVIDENCE
               PERFORM UNTIL EVID-EOF
                   PERFORM 2300-MATCH-SELECTION
                   IF RECORD-SELECTED
                       PERFORM 2400-WRITE-EVIDENCE-BLOCK
                   END-IF
                   PERFORM 2020-READ-EVIDENCE
               END-PERFORM
           END-IF.
       2000-REPORT-EVIDENCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2010-READ-SELECT-CARD - next message-id card. Blank cards and *
      * cards with '*' in column 1 are passed over.                   *
      *----------------------------------------------------------------*
       2010-READ-SELECT-CARD.
           READ EVID-SELECT-FILE
               AT END
                   SET SELECT-EOF TO TRUE
           END-READ
           PERFORM UNTIL SELECT-EOF
                   OR (ES-MESSAGE-ID NOT = SPACES
                       AND ES-MESSAGE-ID(1:1) NOT = '*')
               READ EVID-SELECT-FILE
                   AT END
                       SET SELECT-EOF TO TRUE
               END-READ
           END-PERFORM.

       2020-READ-EVIDENCE.
           READ VERIFY-EVID-FILE NEXT RECORD
               AT END
                   SET EVID-EOF TO TRUE
           END-READ
           IF WS-VEREVID-STATUS NOT = '00'
              AND WS-VEREVID-STATUS NOT = '10'
               DISPLAY 'VEREVID READ FAILED, STATUS='
                       WS-VEREVID-STATUS
               SET EV-RUN-FAILED TO TRUE
               SET EVID-EOF TO TRUE
           END-IF
           IF EVID-NOT-EOF
               ADD 1 TO WS-ENTRIES-READ
           END-IF.

      *----------------------------------------------------------------*
      * 2100-REPORT-ONE-MESSAGE-ID - every entry filed under one      *
      * message-id, oldest first: position at the first key for the  *
      * id and read forward while the id still matches. The name and *
      * date selection, when given, narrows what is printed. An id   *
      * with nothing to show is listed as such and sets RC 4.        *
      *----------------------------------------------------------------*
       2100-REPORT-ONE-MESSAGE-ID.
           ADD 1 TO WS-IDS-REQUESTED
           MOVE ZERO TO WS-IDS-FOUND-COUNT
           SET EVID-NOT-EOF TO TRUE

           MOVE LOW-VALUES    TO VE-KEY
           MOVE ES-MESSAGE-ID TO VE-MESSAGE-ID
           START VERIFY-EVID-FILE
               KEY IS NOT LESS THAN VE-KEY
               INVALID KEY
                   SET EVID-EOF TO TRUE
           END-START

           IF EVID-NOT-EOF
               PERFORM 2020-READ-EVIDENCE
           END-IF
           PERFORM UNTIL EVID-EOF
                   OR VE-MESSAGE-ID NOT = ES-MESSAGE-ID
               PERFORM 2300-MATCH-SELECTION
               IF RECORD-SELECTED
                   ADD 1 TO WS-IDS-FOUND-COUNT
                   PERFORM 2400-WRITE-EVIDENCE-BLOCK
               END-IF
               PERFORM 2020-READ-EVIDENCE
           END-PERFORM

           IF WS-IDS-FOUND-COUNT = ZERO
               ADD 1 TO WS-IDS-NOT-FOUND
               MOVE SPACES TO EVID-RPT-LINE
               WRITE EVID-RPT-LINE
               MOVE SPACES TO EVID-RPT-LINE
               STRING 'MESSAGE-ID ' DELIMITED BY SIZE
                   ES-MESSAGE-ID DELIMITED BY SIZE
                   '  *** NO VERIFICATION EVIDENCE ON FILE'
                       DELIMITED BY SIZE
                   ' FOR THIS SELECTION ***' DELIMITED BY SIZE
                   INTO EVID-RPT-LINE
               WRITE EVID-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * 2300-MATCH-SELECTION - an entry matches when every selection  *
      * given matches it. The key may be named by its physical label *
      * or by the name on the request, which may be an alias.        *
      *----------------------------------------------------------------*
       2300-MATCH-SELECTION.
           SET RECORD-SELECTED TO TRUE

           IF WS-SELECT-LABEL NOT = SPACES
              AND WS-SELECT-LABEL NOT = VE-KEY-LABEL
              AND WS-SELECT-LABEL NOT = VE-REQUESTED-LABEL
               SET RECORD-NOT-SELECTED TO TRUE
           END-IF

           IF VE-VERIFY-DATE < WS-SELECT-FROM
              OR VE-VERIFY-DATE > WS-SELECT-TO
               SET RECORD-NOT-SELECTED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2400-WRITE-EVIDENCE-BLOCK - one entry, laid out to be read    *
      * by someone who was not there: what was verified, when, by    *
      * which job, against which key, with what result, and the      *
      * exact bytes.                                                   *
      *----------------------------------------------------------------*
       2400-WRITE-EVIDENCE-BLOCK.
           ADD 1 TO WS-ENTRIES-REPORTED

           MOVE SPACES TO EVID-RPT-LINE
           WRITE EVID-RPT-LINE
           MOVE ALL '-' TO EVID-RPT-LINE
           WRITE EVID-RPT-LINE

           MOVE SPACES TO EVID-RPT-LINE
           STRING 'MESSAGE-ID        ' DELIMITED BY SIZE
               VE-MESSAGE-ID DELIMITED BY SIZE
               '   VERIFIED ON ' DELIMITED BY SIZE
               VE-VERIFY-DATE DELIMITED BY SIZE
               ' AT ' DELIMITED BY SIZE
               VE-VERIFY-TIME DELIMITED BY SIZE
               '   ENTRY ' DELIMITED BY SIZE
               VE-VERIFY-SEQ DELIMITED BY SIZE
               '   JOB ' DELIMITED BY SIZE
               VE-JOB-NAME DELIMITED BY SIZE
               INTO EVID-RPT-LINE
           WRITE EVID-RPT-LINE

           MOVE VE-RETURN-CODE TO WS-EDIT-RC
           MOVE VE-REASON-CODE TO WS-EDIT-RSN
           MOVE SPACES TO EVID-RPT-LINE
           STRING 'RESULT            ' DELIMITED BY SIZE
               VE-STATUS DELIMITED BY SIZE
               '   ICSF RC=' DELIMITED BY SIZE
               WS-EDIT-RC DELIMITED BY SIZE
               ' RSN=' DELIMITED BY SIZE
               WS-EDIT-RSN DELIMITED BY SIZE
               INTO EVID-RPT-LINE
           IF VE-RETURN-CODE = -1
               MOVE '(KEY NOT ON FILE - SIGNATURE NOT CHECKED)'
                   TO EVID-RPT-LINE(66:41)
           END-IF
           WRITE EVID-RPT-LINE

           MOVE SPACES TO EVID-RPT-LINE
           STRING 'KEY REQUESTED     ' DELIMITED BY SIZE
               VE-REQUESTED-LABEL DELIMITED BY SIZE
               '   PHYSICAL LABEL ' DELIMITED BY SIZE
               VE-KEY-LABEL DELIMITED BY SIZE
               INTO EVID-RPT-LINE
           WRITE EVID-RPT-LINE

           MOVE SPACES TO EVID-RPT-LINE
           STRING 'AUDIT CHAIN SEQ   ' DELIMITED BY SIZE
               VE-AUDIT-CHAIN-SEQ DELIMITED BY SIZE
               '   PUBLIC TOKEN LENGTH ' DELIMITED BY SIZE
               VE-PUB-TOKEN-LEN DELIMITED BY SIZE
               INTO EVID-RPT-LINE
           WRITE EVID-RPT-LINE

      *    The fingerprint is empty when there was no key to verify
      *    against, and HIGH-VALUES when CSNBOWH could not compute it.
           IF VE-PUB-KEY-FINGERPRINT = SPACES
               MOVE 'NONE - NO PUBLIC TOKEN WAS USED'
                   TO WS-FINGERPRINT-TEXT
           ELSE
               IF VE-PUB-KEY-FINGERPRINT = HIGH-VALUES
                   MOVE 'NOT COMPUTED AT VERIFICATION TIME'
                       TO WS-FINGERPRINT-TEXT
               ELSE
                   MOVE VE-PUB-KEY-FINGERPRINT TO WS-HEX-IN
                   MOVE 32 TO WS-HEX-IN-LEN
                   PERFORM 8400-HEX-TRANSLATE
                   MOVE WS-HEX-OUT TO WS-FINGERPRINT-TEXT
               END-IF
           END-IF
           MOVE SPACES TO EVID-RPT-LINE
           STRING 'TOKEN SHA-256     ' DELIMITED BY SIZE
               WS-FINGERPRINT-TEXT DELIMITED BY SIZE
               INTO EVID-RPT-LINE
           WRITE EVID-RPT-LINE

           MOVE SPACES TO EVID-RPT-LINE
           STRING 'HASH ALGORITHM    ' DELIMITED BY SIZE
               VE-HASH-ALG DELIMITED BY SIZE
               '   DIGEST LENGTH ' DELIMITED BY SIZE
               VE-HASH-LEN DELIMITED BY SIZE
               '   SIGNATURE LENGTH ' DELIMITED BY SIZE
               VE-SIGNATURE-LEN DELIMITED BY SIZE
               INTO EVID-RPT-LINE
           WRITE EVID-RPT-LINE

           MOVE 'DIGEST'       TO WS-DUMP-CAPTION
           MOVE VE-HASH-DATA   TO WS-DUMP-DATA
           MOVE VE-HASH-LEN    TO WS-DUMP-LEN
           IF WS-DUMP-LEN > 48
               MOVE 48 TO WS-DUMP-LEN
           END-IF
           PERFORM 8300-WRITE-HEX-DUMP

           MOVE 'SIGNATURE'    TO WS-DUMP-CAPTION
           MOVE VE-SIGNATURE   TO WS-DUMP-DATA
           MOVE VE-SIGNATURE-LEN TO WS-DUMP-LEN
           IF WS-DUMP-LEN > 512
               MOVE 512 TO WS-DUMP-LEN
           END-IF
           PERFORM 8300-WRITE-HEX-DUMP.

      *----------------------------------------------------------------*
      * 3000-PURGE-EVIDENCE - one pass over the file, deleting every  *
      * entry verified before the cutoff and listing it. A retention *
      * shorter than the legal minimum refuses the run before the     *
      * file is opened.                                               *
      *----------------------------------------------------------------*
       3000-PURGE-EVIDENCE.
           IF EV-RUN-FAILED
               GO TO 3000-PURGE-EVIDENCE-EXIT
           END-IF

           IF WS-RETAIN-YEARS < WS-RETAIN-MINIMUM
               DISPLAY 'PURGE REFUSED - EVRETYRS ' WS-RETAIN-YEARS
                       ' IS UNDER THE ' WS-RETAIN-MINIMUM
                       '-YEAR RETENTION MINIMUM'
               SET EV-RUN-FAILED TO TRUE
               GO TO 3000-PURGE-EVIDENCE-EXIT
           END-IF

           MOVE SPACES TO EVID-RPT-LINE
           STRING 'RETENTION ' DELIMITED BY SIZE
               WS-RETAIN-YEARS DELIMITED BY SIZE
               ' YEARS - PURGING ENTRIES VERIFIED BEFORE '
                   DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO EVID-RPT-LINE
           WRITE EVID-RPT-LINE
           MOVE SPACES TO EVID-RPT-LINE
           WRITE EVID-RPT-LINE

           OPEN I-O VERIFY-EVID-FILE
           IF WS-VEREVID-STATUS NOT = '00'
               DISPLAY 'VEREVID OPEN FAILED, STATUS='
                       WS-VEREVID-STATUS
               SET EV-RUN-FAILED TO TRUE
               GO TO 3000-PURGE-EVIDENCE-EXIT
           END-IF

           PERFORM 2020-READ-EVIDENCE
           PERFORM UNTIL EVID-EOF
               IF VE-VERIFY-DATE < WS-CUTOFF-DATE
                   PERFORM 3100-PURGE-ONE-ENTRY
               END-IF
               PERFORM 2020-READ-EVIDENCE
           END-PERFORM.
       3000-PURGE-EVIDENCE-EXIT.
           EXIT.

       3100-PURGE-ONE-ENTRY.
           DELETE VERIFY-EVID-FILE
           IF WS-VEREVID-STATUS = '00'
               ADD 1 TO WS-ENTRIES-PURGED
               MOVE SPACES TO EVID-RPT-LINE
               STRING 'PURGED  ' DELIMITED BY SIZE
                   VE-MESSAGE-ID DELIMITED BY SIZE
                   '  VERIFIED ' DELIMITED BY SIZE
                   VE-VERIFY-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   VE-VERIFY-TIME DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   VE-STATUS DELIMITED BY SIZE
                   '  KEY ' DELIMITED BY SIZE
                   VE-KEY-LABEL DELIMITED BY SIZE
                   INTO EVID-RPT-LINE
               WRITE EVID-RPT-LINE
           ELSE
               ADD 1 TO WS-PURGE-FAILED
               DISPLAY 'VEREVID DELETE FAILED FOR ' VE-MESSAGE-ID
                       ' STATUS=' WS-VEREVID-STATUS
               SET EV-RUN-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 8200-WRITE-AUDIT-RECORD - one audit record per purge run, in  *
      * the same shape ICSFRSA writes for its key operations. The     *
      * label field names the evidence file and the message-id field *
      * carries the retention cutoff date.                            *
      *----------------------------------------------------------------*
       8200-WRITE-AUDIT-RECORD.
           PERFORM 8210-LOAD-AUDIT-CHAIN

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS NOT = '00'
              AND WS-AUDITLOG-STATUS NOT = '05'
               DISPLAY 'AUDITLOG OPEN FAILED, STATUS='
                       WS-AUDITLOG-STATUS
               SET EV-RUN-FAILED TO TRUE
           ELSE
               ACCEPT AL-DATE FROM DATE YYYYMMDD
               ACCEPT AL-TIME FROM TIME
               MOVE WS-AUDIT-OPERATION  TO AL-OPERATION
               MOVE WS-AUDIT-KEY-LABEL  TO AL-KEY-LABEL
               MOVE WS-JOB-NAME         TO AL-JOB-NAME
               MOVE WS-USER-ID          TO AL-USER-ID
               MOVE WS-RETURN-CODE      TO AL-RETURN-CODE
               MOVE WS-REASON-CODE      TO AL-REASON-CODE
               MOVE WS-AUDIT-MESSAGE-ID TO AL-MESSAGE-ID
               ADD 1 WS-CHAIN-PREV-SEQ GIVING AL-CHAIN-SEQ
               MOVE WS-CHAIN-DIGEST-DATA TO AL-CHAIN-HASH
      *        The image is taken before the WRITE - the record area
      *        is not the program's to read back once it has gone out.
               MOVE AUDIT-RECORD        TO WS-CHAIN-PREV-IMAGE
               WRITE AUDIT-RECORD
               IF WS-AUDITLOG-STATUS NOT = '00'
                   DISPLAY 'AUDITLOG WRITE FAILED, STATUS='
                           WS-AUDITLOG-STATUS
                   SET EV-RUN-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-CHAIN-PREV-SEQ
                   PERFORM 8220-DIGEST-AUDIT-IMAGE
               END-IF
               CLOSE AUDIT-LOG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * 8210-LOAD-AUDIT-CHAIN - read the audit log to its last record *
      * before it is opened EXTEND, so the record this run writes     *
      * chains onto it. A CHAINANC anchor left by ICSFAARC already    *
      * carries the sequence and digest to continue from; any other   *
      * last record is digested here. An empty or missing log starts  *
      * the chain at sequence 1 with a LOW-VALUES digest.             *
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
      * 8300-WRITE-HEX-DUMP - WS-DUMP-LEN bytes of WS-DUMP-DATA in    *
      * hex, 32 bytes to a line, each line headed by the caption (on *
      * the first) and the byte offset. Nothing to dump is said so.  *
      *----------------------------------------------------------------*
       8300-WRITE-HEX-DUMP.
           IF WS-DUMP-LEN = ZERO
               MOVE SPACES TO EVID-RPT-LINE
               STRING WS-DUMP-CAPTION DELIMITED BY SIZE
                   '(NONE)' DELIMITED BY SIZE
                   INTO EVID-RPT-LINE
               WRITE EVID-RPT-LINE
           ELSE
               MOVE ZERO TO WS-DUMP-OFFSET
               PERFORM 8310-WRITE-HEX-LINE
                   UNTIL WS-DUMP-OFFSET NOT < WS-DUMP-LEN
           END-IF.

       8310-WRITE-HEX-LINE.
           COMPUTE WS-DUMP-LINE-LEN = WS-DUMP-LEN - WS-DUMP-OFFSET
           IF WS-DUMP-LINE-LEN > 32
               MOVE 32 TO WS-DUMP-LINE-LEN
           END-IF

           MOVE WS-DUMP-DATA(WS-DUMP-OFFSET + 1:WS-DUMP-LINE-LEN)
               TO WS-HEX-IN
           MOVE WS-DUMP-LINE-LEN TO WS-HEX-IN-LEN
           PERFORM 8400-HEX-TRANSLATE
           MOVE WS-DUMP-OFFSET TO WS-DUMP-EDIT-OFFSET

           MOVE SPACES TO EVID-RPT-LINE
           IF WS-DUMP-OFFSET = ZERO
               MOVE WS-DUMP-CAPTION TO EVID-RPT-LINE(1:18)
           END-IF
           STRING '+' DELIMITED BY SIZE
               WS-DUMP-EDIT-OFFSET DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-HEX-OUT DELIMITED BY SIZE
               INTO EVID-RPT-LINE(19:70)
           WRITE EVID-RPT-LINE

           ADD WS-DUMP-LINE-LEN TO WS-DUMP-OFFSET.

      *----------------------------------------------------------------*
      * 8400-HEX-TRANSLATE - WS-HEX-IN-LEN bytes of WS-HEX-IN to two  *
      * hex digits each in WS-HEX-OUT, left-justified.                *
      *----------------------------------------------------------------*
       8400-HEX-TRANSLATE.
           MOVE SPACES TO WS-HEX-OUT
           MOVE 1      TO WS-HEX-OUT-IX
           PERFORM 8410-HEX-ONE-BYTE
               VARYING WS-HEX-IX FROM 1 BY 1
               UNTIL WS-HEX-IX > WS-HEX-IN-LEN.

       8410-HEX-ONE-BYTE.
           MOVE LOW-VALUES TO WS-HALF-BYTES
           MOVE WS-HEX-IN(WS-HEX-IX:1) TO WS-HALF-BYTES(2:1)
           DIVIDE WS-HALF-NUM BY 16
               GIVING WS-HEX-HIGH REMAINDER WS-HEX-LOW
           MOVE WS-HEX-DIGITS(WS-HEX-HIGH + 1:1)
               TO WS-HEX-OUT(WS-HEX-OUT-IX:1)
           MOVE WS-HEX-DIGITS(WS-HEX-LOW + 1:1)
               TO WS-HEX-OUT(WS-HEX-OUT-IX + 1:1)
           ADD 2 TO WS-HEX-OUT-IX.

      *----------------------------------------------------------------*
      * 9999-TERMINATE - summary, condition code, and close. RC 8 for *
      * a refused run or a file failure; RC 4 when something asked    *
      * for was not found; 0 otherwise.                               *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           MOVE SPACES TO EVID-RPT-LINE
           WRITE EVID-RPT-LINE
           MOVE SPACES TO EVID-RPT-LINE
           IF EV-MODE-PURGE
               STRING 'ENTRIES READ: ' DELIMITED BY SIZE
                   WS-ENTRIES-READ DELIMITED BY SIZE
                   '   PURGED: ' DELIMITED BY SIZE
                   WS-ENTRIES-PURGED DELIMITED BY SIZE
                   '   DELETE FAILURES: ' DELIMITED BY SIZE
                   WS-PURGE-FAILED DELIMITED BY SIZE
                   INTO EVID-RPT-LINE
               DISPLAY 'EVIDENCE PURGE - PURGED=' WS-ENTRIES-PURGED
                       ' BEFORE ' WS-CUTOFF-DATE
                       ' DELETE FAILURES=' WS-PURGE-FAILED
           ELSE
               STRING 'ENTRIES REPORTED: ' DELIMITED BY SIZE
                   WS-ENTRIES-REPORTED DELIMITED BY SIZE
                   '   MESSAGE-IDS REQUESTED: ' DELIMITED BY SIZE
                   WS-IDS-REQUESTED DELIMITED BY SIZE
                   '   NOT FOUND: ' DELIMITED BY SIZE
                   WS-IDS-NOT-FOUND DELIMITED BY SIZE
                   INTO EVID-RPT-LINE
               DISPLAY 'EVIDENCE REPORT - ENTRIES='
                       WS-ENTRIES-REPORTED
                       ' IDS NOT FOUND=' WS-IDS-NOT-FOUND
           END-IF
           IF EV-RUN-FAILED
               MOVE '*** RUN FAILED - SEE JOB LOG ***'
                   TO EVID-RPT-LINE(100:32)
           END-IF
           WRITE EVID-RPT-LINE

           IF EV-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-IDS-NOT-FOUND > ZERO
                  OR (EV-MODE-REPORT
                      AND NO-ID-LIST
                      AND WS-ENTRIES-REPORTED = ZERO)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE VERIFY-EVID-FILE
           CLOSE EVID-SELECT-FILE
           CLOSE EVID-RPT-FILE.
