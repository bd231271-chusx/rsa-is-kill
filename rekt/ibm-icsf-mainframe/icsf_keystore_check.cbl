      *----------------------------------------------------------------*
      * ICSF_KEYSTORE_CHECK.CBL                                        *
      *                                                                *
      * Pre-window key-store integrity check.                         *
      *                                                                *
      * The signing and wrap windows trust that the key-side VSAM     *
      * files agree with each other: that every ALIASDIR entry points *
      * at a usable label, that a SIGN key has a private token, that *
      * KS-KEY-SIZE is the size of the key actually stored. Nothing  *
      * checked any of it, so a bad alias or a truncated token showed *
      * up as a run of -1 or -4 results in the middle of the night.  *
      * This program runs ahead of ICSFEDIT and cross-checks KEYSTOR, *
      * ALIASDIR, PENDKEY, and SIGNHIST, writing every inconsistency  *
      * to KCHKRPT:                                                    *
      *                                                                *
      *   KEYSTOR  - unknown status code, token lengths out of range, *
      *              a SIGN key with no private token, a public token *
      *              that cannot be read or whose modulus is not      *
      *              KS-KEY-SIZE bits, and every ACTIVE private key   *
      *              put through a test sign (CSNDRSA) and verify     *
      *              (CSNDDSV), the round trip ICSFMKRE uses;         *
      *   ALIASDIR - an alias whose label is not on KEYSTOR or is     *
      *              RETIRED or COMPROMISED (an error), or SUSPENDED  *
      *              or PENDING (a warning - deliberate, but every    *
      *              request under it will be refused);               *
      *   PENDKEY  - a pending status change naming a key that is no  *
      *              longer on KEYSTOR;                               *
      *   SIGNHIST - a signed message whose key is no longer on       *
      *              KEYSTOR, or is not a SIGN key - reported once    *
      *              per label.                                       *
      *                                                                *
      * KEYSTOR is opened INPUT: the test signatures are made from    *
      * the tokens as read and nothing is rewritten, so the usage     *
      * counters the retirement reports depend on are not disturbed. *
      * Each test is still a use of a private key and is audited as  *
      * KEY-TEST. The job ends with condition code 8 on any error so *
      * the scheduler holds the crypto window, 4 on warnings only.   *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - cross-file key-store integrity     *
      *               check with a test sign and verify per ACTIVE    *
      *               private key, run before the crypto window.      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFKCHK.
       AUTHOR.      IBMSAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-STORE-FILE ASSIGN TO KEYSTOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KS-KEY-LABEL
               FILE STATUS IS WS-KEYSTOR-STATUS.

           SELECT KEY-ALIAS-FILE ASSIGN TO ALIASDIR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KA-ALIAS-NAME
               FILE STATUS IS WS-ALIASDR-STATUS.

           SELECT PENDING-MAINT-FILE ASSIGN TO PENDKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY-LABEL
               FILE STATUS IS WS-PENDKEY-STATUS.

           SELECT SIGN-HISTORY-FILE ASSIGN TO SIGNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-MESSAGE-ID
               FILE STATUS IS WS-SIGNHIST-STATUS.

           SELECT CHECK-REPORT ASSIGN TO KCHKRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KCHKRPT-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-STORE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KEYSTORE.

       FD  KEY-ALIAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KEYALIAS.

       FD  PENDING-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDMNT.

       FD  SIGN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SIGNHIST.

       FD  CHECK-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CHECK-REPORT-LINE          PIC X(132).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-KEYSTOR-STATUS          PIC X(02) VALUE '00'.
       01  WS-ALIASDR-STATUS          PIC X(02) VALUE '00'.
       01  WS-PENDKEY-STATUS          PIC X(02) VALUE '00'.
       01  WS-SIGNHIST-STATUS         PIC X(02) VALUE '00'.
       01  WS-KCHKRPT-STATUS          PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS         PIC X(02) VALUE '00'.

       01  WS-KEY-STORE-EOF           PIC X(01) VALUE 'N'.
           88  KEY-STORE-EOF                   VALUE 'Y'.
           88  KEY-STORE-NOT-EOF               VALUE 'N'.

       01  WS-ALIAS-EOF               PIC X(01) VALUE 'N'.
           88  ALIAS-EOF                       VALUE 'Y'.
           88  ALIAS-NOT-EOF                   VALUE 'N'.

       01  WS-PENDING-EOF             PIC X(01) VALUE 'N'.
           88  PENDING-EOF                     VALUE 'Y'.
           88  PENDING-NOT-EOF                 VALUE 'N'.

       01  WS-HISTORY-EOF             PIC X(01) VALUE 'N'.
           88  HISTORY-EOF                     VALUE 'Y'.
           88  HISTORY-NOT-EOF                 VALUE 'N'.

      *----------------------------------------------------------------*
      * Run identification, captured once at startup and stamped on   *
      * every audit record written by this run - the same fields      *
      * ICSFRSA stamps on its audit records.                          *
      *----------------------------------------------------------------*
       01  WS-JOB-NAME                PIC X(08) VALUE SPACES.
       01  WS-USER-ID                 PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.

       01  WS-AUDIT-OPERATION         PIC X(08) VALUE SPACES.
       01  WS-AUDIT-KEY-LABEL         PIC X(16) VALUE SPACES.

      *----------------------------------------------------------------*
      * ICSF callable service common parameters                        *
      *----------------------------------------------------------------*
       01  WS-RETURN-CODE             PIC S9(9) COMP VALUE ZERO.
       01  WS-REASON-CODE             PIC S9(9) COMP VALUE ZERO.
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
      * Test sign-and-verify buffers, as in ICSFMKRE. The digest is a *
      * fixed 32-byte pattern - what matters is that a signature made *
      * with the stored private token verifies against the stored   *
      * public token.                                                  *
      *----------------------------------------------------------------*
       01  WS-TEST-HASH.
           05  WS-TEST-HASH-LEN   PIC S9(9) COMP VALUE 32.
           05  WS-TEST-HASH-DATA  PIC X(32)
                   VALUE 'PRE-WINDOW INTEGRITY CHECK TEST '.

       01  WS-SIG-RULE.
           05  WS-SIG-RULE-LEN    PIC S9(9) COMP VALUE 16.
           05  WS-SIG-RULE-DATA.
               10  WS-SIG-FORMAT-RULE  PIC X(8) VALUE 'PKCS-1.1'.
               10  WS-SIG-HASH-RULE    PIC X(8) VALUE 'SHA-256 '.

       01  WS-SIGNATURE.
           05  WS-SIG-LEN         PIC S9(9) COMP VALUE 256.
           05  WS-SIG-DATA        PIC X(512).

      *----------------------------------------------------------------*
      * Public-token walk, as in ICSFCSRG 2200-EXTRACT-PUBLIC-KEY:    *
      * sections are chained by their length fields from just past   *
      * the 8-byte token header to the X'04' RSA public-key section, *
      * whose +8(2) halfword is the modulus length in bits.          *
      *----------------------------------------------------------------*
       01  WS-TOKEN-POS               PIC S9(4) COMP VALUE ZERO.
       01  WS-SECTION-LEN             PIC S9(4) COMP VALUE ZERO.
       01  WS-WALK-COUNT              PIC S9(4) COMP VALUE ZERO.
       01  WS-MODULUS-BITS            PIC 9(05) VALUE ZERO.

       01  WS-HALF-BYTES              PIC X(02).
       01  WS-HALF-NUM REDEFINES WS-HALF-BYTES
                                      PIC 9(4) COMP.

       01  WS-PARSE-OK-SW             PIC X(01) VALUE 'N'.
           88  PARSE-OK                        VALUE 'Y'.
           88  PARSE-FAILED                    VALUE 'N'.

      *----------------------------------------------------------------*
      * Key lookup for the cross-file checks. The label looked up is  *
      * read at random into the key-store record area; KEY-FOUND     *
      * says whether it is there.                                     *
      *----------------------------------------------------------------*
       01  WS-LOOKUP-KEY-LABEL        PIC X(16) VALUE SPACES.

       01  WS-LOOKUP-SW               PIC X(01) VALUE 'N'.
           88  KEY-FOUND                       VALUE 'Y'.
           88  KEY-NOT-FOUND                   VALUE 'N'.

      *----------------------------------------------------------------*
      * Labels already reported off SIGNHIST, so a deleted key with  *
      * ten thousand signed messages behind it is one line, not ten  *
      * thousand. Serial search, as for the reason table in ICSFRSA. *
      *----------------------------------------------------------------*
       01  WS-HIST-BAD-MAX            PIC S9(4) COMP VALUE 100.
       01  WS-HIST-BAD-COUNT          PIC S9(4) COMP VALUE ZERO.

       01  WS-HIST-BAD-SW             PIC X(01) VALUE 'N'.
           88  HIST-LABEL-REPORTED             VALUE 'Y'.
           88  HIST-LABEL-NOT-REPORTED         VALUE 'N'.

       01  WS-HIST-BAD-TABLE.
           05  WS-HIST-BAD-LABEL      PIC X(16)
                                      OCCURS 100 TIMES
                                      INDEXED BY WS-HB-IDX.

      *----------------------------------------------------------------*
      * One finding, set by the caller before PERFORM                 *
      * 7000-WRITE-FINDING.                                           *
      *----------------------------------------------------------------*
       01  WS-FIND-SEVERITY           PIC X(07) VALUE SPACES.
           88  FIND-IS-ERROR                   VALUE 'ERROR  '.
           88  FIND-IS-WARNING                 VALUE 'WARNING'.
       01  WS-FIND-FILE               PIC X(08) VALUE SPACES.
       01  WS-FIND-KEY                PIC X(16) VALUE SPACES.
       01  WS-FIND-TEXT               PIC X(60) VALUE SPACES.
       01  WS-FIND-DETAIL             PIC X(30) VALUE SPACES.

       01  WS-DISP-NUMBER             PIC -(9)9.

      *----------------------------------------------------------------*
      * Run totals, reported on KCHKRPT and SYSOUT at end of job.     *
      *----------------------------------------------------------------*
       01  WS-KEY-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-ALIAS-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-PENDING-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-HISTORY-BAD-RECORDS     PIC 9(09) VALUE ZERO.
       01  WS-TESTED-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-TEST-FAILED-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-ERROR-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-WARNING-COUNT           PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - overall run sequence.                           *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-CHECK-KEY-STORE
               THRU 2000-CHECK-KEY-STORE-EXIT

           PERFORM 3000-CHECK-ALIASES
               THRU 3000-CHECK-ALIASES-EXIT

           PERFORM 4000-CHECK-PENDING
               THRU 4000-CHECK-PENDING-EXIT

           PERFORM 5000-CHECK-SIGN-HISTORY
               THRU 5000-CHECK-SIGN-HISTORY-EXIT

           PERFORM 9999-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open the files and capture the run          *
      * identification for the audit records. A file that will not  *
      * open is itself an error - the window would fail on it too.   *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT CHECK-REPORT
           IF WS-KCHKRPT-STATUS NOT = '00'
               DISPLAY 'KCHKRPT OPEN FAILED, STATUS=' WS-KCHKRPT-STATUS
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO CHECK-REPORT-LINE
           STRING 'KEY STORE INTEGRITY CHECK - ' DELIMITED BY SIZE
                  WS-TODAY-DATE                  DELIMITED BY SIZE
                  INTO CHECK-REPORT-LINE
           END-STRING
           WRITE CHECK-REPORT-LINE
           MOVE SPACES TO CHECK-REPORT-LINE
           WRITE CHECK-REPORT-LINE

           MOVE SPACES    TO WS-FIND-KEY
           MOVE 'ERROR  ' TO WS-FIND-SEVERITY

           OPEN INPUT KEY-STORE-FILE
           IF WS-KEYSTOR-STATUS NOT = '00'
               MOVE 'KEYSTOR'             TO WS-FIND-FILE
               MOVE 'FILE WOULD NOT OPEN' TO WS-FIND-TEXT
               MOVE WS-KEYSTOR-STATUS     TO WS-FIND-DETAIL
               PERFORM 7000-WRITE-FINDING
               SET KEY-STORE-EOF TO TRUE
           END-IF

           OPEN INPUT KEY-ALIAS-FILE
           IF WS-ALIASDR-STATUS NOT = '00'
               MOVE 'ALIASDIR'            TO WS-FIND-FILE
               MOVE 'FILE WOULD NOT OPEN' TO WS-FIND-TEXT
               MOVE WS-ALIASDR-STATUS     TO WS-FIND-DETAIL
               PERFORM 7000-WRITE-FINDING
               SET ALIAS-EOF TO TRUE
           END-IF

           OPEN INPUT PENDING-MAINT-FILE
           IF WS-PENDKEY-STATUS NOT = '00'
               MOVE 'PENDKEY'             TO WS-FIND-FILE
               MOVE 'FILE WOULD NOT OPEN' TO WS-FIND-TEXT
               MOVE WS-PENDKEY-STATUS     TO WS-FIND-DETAIL
               PERFORM 7000-WRITE-FINDING
               SET PENDING-EOF TO TRUE
           END-IF

           OPEN INPUT SIGN-HISTORY-FILE
           IF WS-SIGNHIST-STATUS NOT = '00'
               MOVE 'SIGNHIST'            TO WS-FIND-FILE
               MOVE 'FILE WOULD NOT OPEN' TO WS-FIND-TEXT
               MOVE WS-SIGNHIST-STATUS    TO WS-FIND-DETAIL
               PERFORM 7000-WRITE-FINDING
               SET HISTORY-EOF TO TRUE
           END-IF

      *    The chain state comes off the end of the log first, so the
      *    first record this run appends links onto the last one there.
           PERFORM 8210-LOAD-AUDIT-CHAIN

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS NOT = '00'
              AND WS-AUDITLOG-STATUS NOT = '05'
               DISPLAY 'AUDITLOG OPEN FAILED, STATUS='
                       WS-AUDITLOG-STATUS
           END-IF

           DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.

      *----------------------------------------------------------------*
      * 2000-CHECK-KEY-STORE - every key on file, in label order.     *
      *----------------------------------------------------------------*
       2000-CHECK-KEY-STORE.
           PERFORM 2010-READ-KEY-STORE

           PERFORM UNTIL KEY-STORE-EOF
               ADD 1 TO WS-KEY-COUNT
               PERFORM 2100-CHECK-ONE-KEY
                   THRU 2100-CHECK-ONE-KEY-EXIT
               PERFORM 2010-READ-KEY-STORE
           END-PERFORM.
       2000-CHECK-KEY-STORE-EXIT.
           EXIT.

       2010-READ-KEY-STORE.
           READ KEY-STORE-FILE NEXT RECORD
               AT END
                   SET KEY-STORE-EOF TO TRUE
           END-READ

           IF WS-KEYSTOR-STATUS NOT = '00'
              AND WS-KEYSTOR-STATUS NOT = '10'
               MOVE 'ERROR  '             TO WS-FIND-SEVERITY
               MOVE 'KEYSTOR'             TO WS-FIND-FILE
               MOVE SPACES                TO WS-FIND-KEY
               MOVE 'READ FAILED - REST OF FILE NOT CHECKED'
                   TO WS-FIND-TEXT
               MOVE WS-KEYSTOR-STATUS     TO WS-FIND-DETAIL
               PERFORM 7000-WRITE-FINDING
               SET KEY-STORE-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2100-CHECK-ONE-KEY - the record-level checks on the key in    *
      * hand, then the test round trip if it is an ACTIVE key with a  *
      * private token. Token lengths are checked first: every other  *
      * check reads inside the tokens.                                *
      *----------------------------------------------------------------*
       2100-CHECK-ONE-KEY.
           MOVE 'ERROR  '    TO WS-FIND-SEVERITY
           MOVE 'KEYSTOR'    TO WS-FIND-FILE
           MOVE KS-KEY-LABEL TO WS-FIND-KEY

           IF NOT KS-STATUS-PENDING
              AND NOT KS-STATUS-ACTIVE
              AND NOT KS-STATUS-SUSPENDED
              AND NOT KS-STATUS-RETIRED
              AND NOT KS-STATUS-COMPROMISED
               MOVE 'UNKNOWN KEY STATUS' TO WS-FIND-TEXT
               MOVE KS-KEY-STATUS        TO WS-FIND-DETAIL
               PERFORM 7000-WRITE-FINDING
           END-IF

           IF KS-PRIV-TOKEN-LEN < ZERO
              OR KS-PRIV-TOKEN-LEN > 3500
              OR KS-PUB-TOKEN-LEN < 1
              OR KS-PUB-TOKEN-LEN > 3500
               MOVE 'TOKEN LENGTH OUT OF RANGE - PRIV/PUB'
                   TO WS-FIND-TEXT
               MOVE SPACES            TO WS-FIND-DETAIL
               MOVE KS-PRIV-TOKEN-LEN TO WS-DISP-NUMBER
               MOVE WS-DISP-NUMBER    TO WS-FIND-DETAIL(1:10)
               MOVE '/'               TO WS-FIND-DETAIL(11:1)
               MOVE KS-PUB-TOKEN-LEN  TO WS-DISP-NUMBER
               MOVE WS-DISP-NUMBER    TO WS-FIND-DETAIL(12:10)
               PERFORM 7000-WRITE-FINDING
               GO TO 2100-CHECK-ONE-KEY-EXIT
           END-IF

           IF KS-KEY-USAGE = 'SIGN    '
              AND KS-PRIV-TOKEN-LEN = ZERO
               MOVE 'SIGN KEY HAS NO PRIVATE TOKEN' TO WS-FIND-TEXT
               MOVE SPACES                          TO WS-FIND-DETAIL
               PERFORM 7000-WRITE-FINDING
           END-IF

           PERFORM 2200-EXTRACT-MODULUS-BITS
           IF PARSE-FAILED
               MOVE 'PUBLIC TOKEN HAS NO READABLE RSA KEY SECTION'
                   TO WS-FIND-TEXT
               MOVE SPACES TO WS-FIND-DETAIL
               PERFORM 7000-WRITE-FINDING
           ELSE
               IF WS-MODULUS-BITS NOT = KS-KEY-SIZE
                   MOVE 'KS-KEY-SIZE DISAGREES WITH TOKEN - SIZE/TOKEN'
                       TO WS-FIND-TEXT
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING KS-KEY-SIZE     DELIMITED BY SIZE
                          '/'             DELIMITED BY SIZE
                          WS-MODULUS-BITS DELIMITED BY SIZE
                          INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF

           IF KS-STATUS-ACTIVE
              AND KS-PRIV-TOKEN-LEN > ZERO
               PERFORM 2300-TEST-SIGN-VERIFY
           END-IF.
       2100-CHECK-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-EXTRACT-MODULUS-BITS - walk the public token to its      *
      * X'04' section and take the modulus length in bits.           *
      *----------------------------------------------------------------*
       2200-EXTRACT-MODULUS-BITS.
           SET PARSE-FAILED TO TRUE
           MOVE ZERO TO WS-MODULUS-BITS

           MOVE 9    TO WS-TOKEN-POS
           MOVE ZERO TO WS-WALK-COUNT
           PERFORM 2210-WALK-ONE-SECTION
               UNTIL PARSE-OK
                  OR WS-TOKEN-POS >= KS-PUB-TOKEN-LEN
                  OR WS-WALK-COUNT > 20

           IF PARSE-OK
               IF WS-TOKEN-POS + 12 > KS-PUB-TOKEN-LEN
                   SET PARSE-FAILED TO TRUE
               ELSE
                   MOVE KS-PUB-TOKEN(WS-TOKEN-POS + 8:2)
                       TO WS-HALF-BYTES
                   MOVE WS-HALF-NUM TO WS-MODULUS-BITS
               END-IF
           END-IF.

       2210-WALK-ONE-SECTION.
           ADD 1 TO WS-WALK-COUNT
           MOVE KS-PUB-TOKEN(WS-TOKEN-POS + 2:2) TO WS-HALF-BYTES
           MOVE WS-HALF-NUM TO WS-SECTION-LEN

           IF KS-PUB-TOKEN(WS-TOKEN-POS:1) = X"04"
               SET PARSE-OK TO TRUE
           ELSE
               IF WS-SECTION-LEN < 4
      *            A zero or garbage section length would walk in
      *            place forever - end the walk, the parse fails.
                   MOVE KS-PUB-TOKEN-LEN TO WS-TOKEN-POS
               ELSE
                   ADD WS-SECTION-LEN TO WS-TOKEN-POS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 2300-TEST-SIGN-VERIFY - sign the fixed test digest with the   *
      * stored private token and verify it against the stored public *
      * token, through the CSNDRSA/CSNDDSV services the window uses. *
      * Nothing is written back to KEYSTOR. Audited as KEY-TEST with *
      * the codes of whichever call settled it.                       *
      *----------------------------------------------------------------*
       2300-TEST-SIGN-VERIFY.
           ADD 1 TO WS-TESTED-COUNT

      *    The signature is exactly as wide as the key's modulus -
      *    the same sizing SIGN-MESSAGE applies in ICSFRSA.
           COMPUTE WS-SIG-LEN = KS-KEY-SIZE / 8
           MOVE 32 TO WS-TEST-HASH-LEN

      *    CSNDRSA - Digital Signature Generate
           CALL 'CSNDRSA' USING
               WS-RETURN-CODE
               WS-REASON-CODE
               WS-EXIT-DATA-LEN
               WS-EXIT-DATA
               WS-SIG-RULE-LEN        *> 16 = length of rule array
               WS-SIG-RULE-DATA       *> 'PKCS-1.1' + 'SHA-256'
               WS-TEST-HASH-LEN
               WS-TEST-HASH-DATA      *> fixed test digest
               KS-PRIV-TOKEN-LEN
               KS-PRIV-TOKEN          *> stored private token
               WS-SIG-LEN
               WS-SIG-DATA            *> output: test signature

           IF WS-RETURN-CODE NOT = ZERO
               MOVE 'TEST SIGN FAILED (CSNDRSA) - RC/RSN'
                   TO WS-FIND-TEXT
           ELSE
      *        CSNDDSV - Digital Signature Verify
               CALL 'CSNDDSV' USING
                   WS-RETURN-CODE
                   WS-REASON-CODE
                   WS-EXIT-DATA-LEN
                   WS-EXIT-DATA
                   WS-SIG-RULE-LEN
                   WS-SIG-RULE-DATA
                   KS-PUB-TOKEN-LEN
                   KS-PUB-TOKEN       *> stored public token
                   WS-TEST-HASH-LEN
                   WS-TEST-HASH-DATA
                   WS-SIG-LEN
                   WS-SIG-DATA        *> test signature to verify

               IF WS-RETURN-CODE NOT = ZERO
                   MOVE 'TEST VERIFY FAILED (CSNDDSV) - RC/RSN'
                       TO WS-FIND-TEXT
               END-IF
           END-IF

           IF WS-RETURN-CODE NOT = ZERO
               ADD 1 TO WS-TEST-FAILED-COUNT
               MOVE 'ERROR  '      TO WS-FIND-SEVERITY
               MOVE SPACES         TO WS-FIND-DETAIL
               MOVE WS-RETURN-CODE TO WS-DISP-NUMBER
               MOVE WS-DISP-NUMBER TO WS-FIND-DETAIL(1:10)
               MOVE '/'            TO WS-FIND-DETAIL(11:1)
               MOVE WS-REASON-CODE TO WS-DISP-NUMBER
               MOVE WS-DISP-NUMBER TO WS-FIND-DETAIL(12:10)
               PERFORM 7000-WRITE-FINDING
           END-IF

           MOVE 'KEY-TEST'   TO WS-AUDIT-OPERATION
           MOVE KS-KEY-LABEL TO WS-AUDIT-KEY-LABEL
           PERFORM 8200-WRITE-AUDIT-RECORD.

      *----------------------------------------------------------------*
      * 3000-CHECK-ALIASES - every alias must resolve to a key the    *
      * window can use.                                                *
      *----------------------------------------------------------------*
       3000-CHECK-ALIASES.
           PERFORM 3010-READ-ALIAS

           PERFORM UNTIL ALIAS-EOF
               ADD 1 TO WS-ALIAS-COUNT
               PERFORM 3100-CHECK-ONE-ALIAS
               PERFORM 3010-READ-ALIAS
           END-PERFORM.
       3000-CHECK-ALIASES-EXIT.
           EXIT.

       3010-READ-ALIAS.
           READ KEY-ALIAS-FILE NEXT RECORD
               AT END
                   SET ALIAS-EOF TO TRUE
           END-READ

           IF WS-ALIASDR-STATUS NOT = '00'
              AND WS-ALIASDR-STATUS NOT = '10'
               MOVE 'ERROR  '             TO WS-FIND-SEVERITY
               MOVE 'ALIASDIR'            TO WS-FIND-FILE
               MOVE SPACES                TO WS-FIND-KEY
               MOVE 'READ FAILED - REST OF FILE NOT CHECKED'
                   TO WS-FIND-TEXT
               MOVE WS-ALIASDR-STATUS     TO WS-FIND-DETAIL
               PERFORM 7000-WRITE-FINDING
               SET ALIAS-EOF TO TRUE
           END-IF.

       3100-CHECK-ONE-ALIAS.
           MOVE 'ALIASDIR'    TO WS-FIND-FILE
           MOVE KA-ALIAS-NAME TO WS-FIND-KEY
           MOVE KA-KEY-LABEL  TO WS-FIND-DETAIL
           MOVE KA-KEY-LABEL  TO WS-LOOKUP-KEY-LABEL
           PERFORM 6000-LOOKUP-KEY

           IF KEY-NOT-FOUND
               MOVE 'ERROR  ' TO WS-FIND-SEVERITY
               MOVE 'ALIAS POINTS AT A LABEL NOT ON KEYSTOR'
                   TO WS-FIND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               EVALUATE TRUE
                   WHEN KS-STATUS-RETIRED
                       MOVE 'ERROR  ' TO WS-FIND-SEVERITY
                       MOVE 'ALIAS POINTS AT A RETIRED KEY'
                           TO WS-FIND-TEXT
                       PERFORM 7000-WRITE-FINDING
                   WHEN KS-STATUS-COMPROMISED
                       MOVE 'ERROR  ' TO WS-FIND-SEVERITY
                       MOVE 'ALIAS POINTS AT A COMPROMISED KEY'
                           TO WS-FIND-TEXT
                       PERFORM 7000-WRITE-FINDING
                   WHEN KS-STATUS-SUSPENDED
                       MOVE 'WARNING' TO WS-FIND-SEVERITY
                       MOVE 'ALIAS POINTS AT A SUSPENDED KEY'
                           TO WS-FIND-TEXT
                       PERFORM 7000-WRITE-FINDING
                   WHEN KS-STATUS-PENDING
                       MOVE 'WARNING' TO WS-FIND-SEVERITY
                       MOVE 'ALIAS POINTS AT A KEY NOT YET ACTIVE'
                           TO WS-FIND-TEXT
                       PERFORM 7000-WRITE-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * 4000-CHECK-PENDING - every pending status change must name a  *
      * key that is still on file.                                    *
      *----------------------------------------------------------------*
       4000-CHECK-PENDING.
           PERFORM 4010-READ-PENDING

           PERFORM UNTIL PENDING-EOF
               ADD 1 TO WS-PENDING-COUNT
               MOVE PM-KEY-LABEL TO WS-LOOKUP-KEY-LABEL
               PERFORM 6000-LOOKUP-KEY
               IF KEY-NOT-FOUND
                   MOVE 'ERROR  '        TO WS-FIND-SEVERITY
                   MOVE 'PENDKEY'        TO WS-FIND-FILE
                   MOVE PM-KEY-LABEL     TO WS-FIND-KEY
                   MOVE 'PENDING REQUEST NAMES A KEY NOT ON KEYSTOR'
                       TO WS-FIND-TEXT
                   MOVE SPACES           TO WS-FIND-DETAIL
                   STRING 'BY '            DELIMITED BY SIZE
                          PM-REQUEST-USER  DELIMITED BY SIZE
                          ' ON '           DELIMITED BY SIZE
                          PM-REQUEST-DATE  DELIMITED BY SIZE
                          INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM 7000-WRITE-FINDING
               END-IF
               PERFORM 4010-READ-PENDING
           END-PERFORM.
       4000-CHECK-PENDING-EXIT.
           EXIT.

       4010-READ-PENDING.
           READ PENDING-MAINT-FILE NEXT RECORD
               AT END
                   SET PENDING-EOF TO TRUE
           END-READ

           IF WS-PENDKEY-STATUS NOT = '00'
              AND WS-PENDKEY-STATUS NOT = '10'
               MOVE 'ERROR  '             TO WS-FIND-SEVERITY
               MOVE 'PENDKEY'             TO WS-FIND-FILE
               MOVE SPACES                TO WS-FIND-KEY
               MOVE 'READ FAILED - REST OF FILE NOT CHECKED'
                   TO WS-FIND-TEXT
               MOVE WS-PENDKEY-STATUS     TO WS-FIND-DETAIL
               PERFORM 7000-WRITE-FINDING
               SET PENDING-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 5000-CHECK-SIGN-HISTORY - every signed message's key must     *
      * still be on KEYSTOR, as a SIGN key. A key removed from under  *
      * its own signing history was deleted by hand - the lifecycle  *
      * retires keys, it never deletes them.                          *
      *----------------------------------------------------------------*
       5000-CHECK-SIGN-HISTORY.
           PERFORM 5010-READ-SIGN-HISTORY

           PERFORM UNTIL HISTORY-EOF
               ADD 1 TO WS-HISTORY-COUNT
               PERFORM 5100-CHECK-ONE-HISTORY
               PERFORM 5010-READ-SIGN-HISTORY
           END-PERFORM.
       5000-CHECK-SIGN-HISTORY-EXIT.
           EXIT.

       5010-READ-SIGN-HISTORY.
           READ SIGN-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ

           IF WS-SIGNHIST-STATUS NOT = '00'
              AND WS-SIGNHIST-STATUS NOT = '10'
               MOVE 'ERROR  '             TO WS-FIND-SEVERITY
               MOVE 'SIGNHIST'            TO WS-FIND-FILE
               MOVE SPACES                TO WS-FIND-KEY
               MOVE 'READ FAILED - REST OF FILE NOT CHECKED'
                   TO WS-FIND-TEXT
               MOVE WS-SIGNHIST-STATUS    TO WS-FIND-DETAIL
               PERFORM 7000-WRITE-FINDING
               SET HISTORY-EOF TO TRUE
           END-IF.

       5100-CHECK-ONE-HISTORY.
           SET HIST-LABEL-NOT-REPORTED TO TRUE
           SET WS-HB-IDX TO 1
           PERFORM 5110-SEARCH-REPORTED-LABEL
               UNTIL WS-HB-IDX > WS-HIST-BAD-COUNT
                  OR HIST-LABEL-REPORTED

           IF HIST-LABEL-REPORTED
               ADD 1 TO WS-HISTORY-BAD-RECORDS
           ELSE
               MOVE SH-KEY-LABEL TO WS-LOOKUP-KEY-LABEL
               PERFORM 6000-LOOKUP-KEY
               MOVE 'ERROR  '     TO WS-FIND-SEVERITY
               MOVE 'SIGNHIST'    TO WS-FIND-FILE
               MOVE SH-KEY-LABEL  TO WS-FIND-KEY
               MOVE SPACES        TO WS-FIND-DETAIL
               STRING 'E.G. MSG '   DELIMITED BY SIZE
                      SH-MESSAGE-ID DELIMITED BY SIZE
                      INTO WS-FIND-DETAIL
               END-STRING
               IF KEY-NOT-FOUND
                   MOVE 'SIGNED UNDER A KEY NO LONGER ON KEYSTOR'
                       TO WS-FIND-TEXT
                   PERFORM 5120-NOTE-BAD-HISTORY-LABEL
               ELSE
                   IF KS-KEY-USAGE NOT = 'SIGN    '
                       MOVE 'SIGNED UNDER A KEY WHOSE USAGE IS NOT SIGN'
                           TO WS-FIND-TEXT
                       PERFORM 5120-NOTE-BAD-HISTORY-LABEL
                   END-IF
               END-IF
           END-IF.

       5110-SEARCH-REPORTED-LABEL.
           IF WS-HIST-BAD-LABEL(WS-HB-IDX) = SH-KEY-LABEL
               SET HIST-LABEL-REPORTED TO TRUE
           ELSE
               SET WS-HB-IDX UP BY 1
           END-IF.

      *    Once the table is full, further bad labels are still
      *    reported, just not remembered - more lines, nothing lost.
       5120-NOTE-BAD-HISTORY-LABEL.
           ADD 1 TO WS-HISTORY-BAD-RECORDS
           PERFORM 7000-WRITE-FINDING
           IF WS-HIST-BAD-COUNT < WS-HIST-BAD-MAX
               ADD 1 TO WS-HIST-BAD-COUNT
               MOVE SH-KEY-LABEL
                   TO WS-HIST-BAD-LABEL(WS-HIST-BAD-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      * 6000-LOOKUP-KEY - random read of WS-LOOKUP-KEY-LABEL. The      *
      * key-store record area holds the key when KEY-FOUND.           *
      *----------------------------------------------------------------*
       6000-LOOKUP-KEY.
           MOVE WS-LOOKUP-KEY-LABEL TO KS-KEY-LABEL
           READ KEY-STORE-FILE
               KEY IS KS-KEY-LABEL
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-KEYSTOR-STATUS = '00'
               SET KEY-FOUND TO TRUE
           ELSE
               SET KEY-NOT-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 7000-WRITE-FINDING - one report line per finding, counted by  *
      * severity.                                                      *
      *----------------------------------------------------------------*
       7000-WRITE-FINDING.
           IF FIND-IS-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF

           MOVE SPACES TO CHECK-REPORT-LINE
           STRING WS-FIND-SEVERITY DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-FIND-FILE     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-FIND-KEY      DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-FIND-TEXT     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-FIND-DETAIL   DELIMITED BY SIZE
                  INTO CHECK-REPORT-LINE
           END-STRING
           WRITE CHECK-REPORT-LINE.

      *----------------------------------------------------------------*
      * 8200-WRITE-AUDIT-RECORD - one audit record per key tested, in *
      * the same shape ICSFRSA writes for its key operations. The     *
      * caller sets WS-AUDIT-OPERATION and WS-AUDIT-KEY-LABEL and     *
      * performs this paragraph while WS-RETURN-CODE and              *
      * WS-REASON-CODE still hold the test's result.                  *
      *----------------------------------------------------------------*
       8200-WRITE-AUDIT-RECORD.
           ACCEPT AL-DATE FROM DATE YYYYMMDD
           ACCEPT AL-TIME FROM TIME
           MOVE WS-AUDIT-OPERATION TO AL-OPERATION
           MOVE WS-AUDIT-KEY-LABEL TO AL-KEY-LABEL
           MOVE WS-JOB-NAME        TO AL-JOB-NAME
           MOVE WS-USER-ID         TO AL-USER-ID
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
      * 9999-TERMINATE - summary, condition code, and close. 8 holds  *
      * the crypto window; 4 lets it run with the warnings on record. *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           MOVE SPACES TO CHECK-REPORT-LINE
           WRITE CHECK-REPORT-LINE
           MOVE SPACES TO CHECK-REPORT-LINE
           STRING 'KEYS=' DELIMITED BY SIZE
                  WS-KEY-COUNT DELIMITED BY SIZE
                  '  TESTED=' DELIMITED BY SIZE
                  WS-TESTED-COUNT DELIMITED BY SIZE
                  '  TEST FAILURES=' DELIMITED BY SIZE
                  WS-TEST-FAILED-COUNT DELIMITED BY SIZE
                  '  ALIASES=' DELIMITED BY SIZE
                  WS-ALIAS-COUNT DELIMITED BY SIZE
                  '  PENDING=' DELIMITED BY SIZE
                  WS-PENDING-COUNT DELIMITED BY SIZE
                  '  HISTORY=' DELIMITED BY SIZE
                  WS-HISTORY-COUNT DELIMITED BY SIZE
                  INTO CHECK-REPORT-LINE
           END-STRING
           WRITE CHECK-REPORT-LINE
           MOVE SPACES TO CHECK-REPORT-LINE
           STRING 'ERRORS=' DELIMITED BY SIZE
                  WS-ERROR-COUNT DELIMITED BY SIZE
                  '  WARNINGS=' DELIMITED BY SIZE
                  WS-WARNING-COUNT DELIMITED BY SIZE
                  '  HISTORY RECORDS UNDER BAD KEYS=' DELIMITED BY SIZE
                  WS-HISTORY-BAD-RECORDS DELIMITED BY SIZE
                  INTO CHECK-REPORT-LINE
           END-STRING
           WRITE CHECK-REPORT-LINE

           DISPLAY 'KEYS CHECKED=' WS-KEY-COUNT
                   ' TESTED=' WS-TESTED-COUNT
                   ' TEST FAILURES=' WS-TEST-FAILED-COUNT
           DISPLAY 'INTEGRITY ERRORS=' WS-ERROR-COUNT
                   ' WARNINGS=' WS-WARNING-COUNT

           IF WS-ERROR-COUNT > ZERO
               DISPLAY 'KEY STORE INTEGRITY CHECK FAILED - HOLD THE '
                       'CRYPTO WINDOW'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE KEY-STORE-FILE
           CLOSE KEY-ALIAS-FILE
           CLOSE PENDING-MAINT-FILE
           CLOSE SIGN-HISTORY-FILE
           CLOSE CHECK-REPORT
           CLOSE AUDIT-LOG-FILE.
