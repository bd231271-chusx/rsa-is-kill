      *               static inputs would regenerate live keypairs    *
      *               and re-file maintenance requests every          *
      *               interval.                                       *
      *   2026-10-15  Audit records are hash-chained - each one       *
      *               carries the next chain sequence number and the  *
      *               CSNBOWH SHA-256 digest of the record before it, *
      *               picked up from the end of AUDITLOG at startup   *
      *               and carried across cycles, so ICSFACHK can      *
      *               prove the log was not edited after the fact.    *
      *   2026-10-15  Session-key register (SESSION-KEY-FILE) - every  *
      *               successful GENKEY and TOKEN-form UNWRAP files   *
      *               the request id, physical RSA label,             *
      *               counterparty, creation date, and expiry day     *
      *               (WX-KEY-LIFETIME, else the SESSLIFE default),   *
      *               so ICSFSKEX can report keys past their lifetime *
      *               or under a key since withdrawn. Registered      *
      *               keys are swept off at startup once they are     *
      *               SESSRETD days past expiry.                      *
      *   2026-10-15  Run-statistics record (RUN-STATS-FILE) written  *
      *               at the end of every cycle - CSF call counts by  *
      *               service, transient retries, key-token cache     *
      *               hit rate, SIGNED/FAILED/CUTOFF/DUPLIC counts,   *
      *               and start, end, and elapsed times per window -  *
      *               for the ICSFRSTR capacity trend report.         *
      *   2026-10-15  Dual-signature mode for key migration - a       *
      *               second key named on the request                 *
      *               (ST-SECOND-KEY-LABEL) or, for its key name, on  *
      *               the migration control file (MIGRCTL) signs the  *
      *               same digest again; both signatures go out on    *
      *               SIGNRES, each is audited and counted against    *
      *               its own key, and the request is SIGNED only     *
      *               when both were made. The audit chain digest     *
      *               now leaves the transient-failure switch         *
      *               describing the audited call, not its own        *
      *               CSNBOWH, so the requeue decision after an       *
      *               audit write is made on the right call.          *
      *   2026-10-15  Verification evidence file (VERIFY-EVID-FILE) - *
      *               every inbound verification, VERIFIED or FAILED, *
      *               is filed with its digest, signature, physical   *
      *               label, a SHA-256 fingerprint of the public      *
      *               token used, and the audit chain sequence of its *
      *               VERIFY record, for dispute evidence (ICSFEVRP). *
      *   2026-10-15  Dual-signature second key that resolves to the  *
      *               first key's own label is failed (-1) instead of *
      *               signing twice under one key; MIGRCTL cards with *
      *               a non-numeric date are reported and ignored.    *
      *               The approval window in force is written to the  *
      *               APPRCTL control record for the online KMNT and  *
      *               PNDL transactions.                               *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFRSA.
               RECORD KEY IS SH-MESSAGE-ID
               FILE STATUS IS WS-SIGNHST-STATUS.

           SELECT SESSION-KEY-FILE ASSIGN TO SESSKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-REQUEST-ID
               FILE STATUS IS WS-SESSKEY-STATUS.

           SELECT VERIFY-EVID-FILE ASSIGN TO VEREVID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VE-KEY
               FILE STATUS IS WS-VEREVID-STATUS.

           SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.

           SELECT APPROVAL-CONTROL-FILE ASSIGN TO APPRCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CONTROL-KEY
               FILE STATUS IS WS-APPRCTL-STATUS.

           SELECT OPTIONAL MIGRATION-CONTROL-FILE ASSIGN TO MIGRCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MIGRCTL-STATUS.

           SELECT OPTIONAL CYCLE-TRIGGER-FILE ASSIGN TO CYCLTRIG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
      *----------------------------------------------------------------*
       FD  SIGN-REQUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGN-REQUEUE-RECORD        PIC X(1137).

       FD  WRAP-REQUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRAP-REQUEUE-RECORD        PIC X(606).

       FD  KEY-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY SIGNHIST.

       FD  SESSION-KEY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SESSKEY.

       FD  VERIFY-EVID-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VEREVID.

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTAT.

       FD  MIGRATION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MIGRCTL.

       FD  APPROVAL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPRCTL.

      *----------------------------------------------------------------*
      * Cycle-mode control files. A trigger record tells a cycling    *
      * run that a fresh generation of the transaction files has been *
       01  WS-ALIASDR-STATUS      PIC X(02) VALUE '00'.
       01  WS-CYCLTRG-STATUS      PIC X(02) VALUE '00'.
       01  WS-STOPREQ-STATUS      PIC X(02) VALUE '00'.
       01  WS-RUNSTAT-STATUS      PIC X(02) VALUE '00'.

      *----------------------------------------------------------------*
      * Intraday cycle-mode control. CYCLMODE=Y in the JCL keeps the  *

       01  WS-CUTOFF-RQ-COUNT     PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------*
      * Per-cycle run statistics, zeroed by 0300-START-RUN-STATISTICS *
      * as each cycle starts and written to RUN-STATS-FILE by         *
      * 0350-WRITE-RUN-STATISTICS as it ends. The call counts are    *
      * bumped in the *-CALL paragraphs themselves, so a retried call *
      * counts every time it reaches the card; the retry count is    *
      * bumped in 8310-RETRY-WAIT, the cache counts in               *
      * 2400-OBTAIN-KEY-TOKENS, and the result counts in             *
      * 3180-WRITE-SIGN-RESULT. Times are taken as seconds past      *
      * midnight; a window that runs across midnight has a day's     *
      * seconds added back, so a cycle is assumed to finish within   *
      * twenty-four hours of starting.                                *
      *----------------------------------------------------------------*
       01  WS-STAT-FILE-SW        PIC X(01) VALUE 'N'.
           88  STAT-FILE-OPEN              VALUE 'Y'.
           88  STAT-FILE-CLOSED            VALUE 'N'.

       01  WS-STAT-COUNTERS.
           05  WS-STAT-CSNDRSA-CALLS   PIC 9(09).
           05  WS-STAT-CSNDDSV-CALLS   PIC 9(09).
           05  WS-STAT-CSNDPKE-CALLS   PIC 9(09).
           05  WS-STAT-CSNDPKD-CALLS   PIC 9(09).
           05  WS-STAT-CSNBKGN-CALLS   PIC 9(09).
           05  WS-STAT-CSNDPKG-CALLS   PIC 9(09).
           05  WS-STAT-CSNDSYX-CALLS   PIC 9(09).
           05  WS-STAT-CSNDSYI-CALLS   PIC 9(09).
           05  WS-STAT-RETRY-COUNT     PIC 9(07).
           05  WS-STAT-CACHE-LOOKUPS   PIC 9(09).
           05  WS-STAT-CACHE-HITS      PIC 9(09).
           05  WS-STAT-SIGNED-COUNT    PIC 9(07).
           05  WS-STAT-FAILED-COUNT    PIC 9(07).
           05  WS-STAT-CUTOFF-COUNT    PIC 9(07).
           05  WS-STAT-DUPLIC-COUNT    PIC 9(07).

       01  WS-STAT-START-DATE     PIC 9(08) VALUE ZERO.
       01  WS-STAT-START-TIME     PIC 9(06) VALUE ZERO.
       01  WS-STAT-START-DAY      PIC 9(07) VALUE ZERO.
       01  WS-STAT-START-SECS     PIC 9(05) VALUE ZERO.
       01  WS-STAT-MARK-SECS      PIC 9(05) VALUE ZERO.
       01  WS-STAT-SIGN-SECS      PIC 9(07) VALUE ZERO.
       01  WS-STAT-WRAP-SECS      PIC 9(07) VALUE ZERO.
       01  WS-STAT-VERIFY-SECS    PIC 9(07) VALUE ZERO.

       01  WS-STAT-CLOCK-HHMMSS   PIC 9(06) VALUE ZERO.
       01  WS-STAT-CLOCK-SPLIT REDEFINES WS-STAT-CLOCK-HHMMSS.
           05  WS-STAT-CLOCK-HH   PIC 9(02).
           05  WS-STAT-CLOCK-MM   PIC 9(02).
           05  WS-STAT-CLOCK-SS   PIC 9(02).
       01  WS-STAT-CLOCK-SECS     PIC 9(05) VALUE ZERO.
       01  WS-STAT-ELAPSED        PIC S9(7) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Cross-run duplicate-signing guard. One history record per    *
      * message actually signed, checked before CSNDRSA is called -  *

       01  WS-HIST-SWEPT-COUNT    PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------*
      * Dual-signature mode. The migration control file is loaded    *
      * into this table at the start of every cycle, so a card added *
      * or withdrawn between cycles takes effect on the next one;    *
      * WS-MIGR-TODAY is the date the cards' periods are judged      *
      * against. WS-SECOND-KEY-NAME is the second key the request in *
      * hand is to be signed under - from the request itself, else  *
      * from the table, else spaces for a single signature - and     *
      * WS-PRIMARY-KEY-LABEL keeps the first key's physical label    *
      * once the second key's tokens have replaced it as the active  *
      * key, for the signed-message history.                          *
      *----------------------------------------------------------------*
       01  WS-MIGRCTL-STATUS      PIC X(02) VALUE '00'.

       01  WS-MIGR-EOF            PIC X(01) VALUE 'N'.
           88  MIGR-EOF                    VALUE 'Y'.
           88  MIGR-NOT-EOF                VALUE 'N'.

       01  WS-MIGRCTL-OPEN-SW     PIC X(01) VALUE 'N'.
           88  MIGRCTL-OPENED              VALUE 'Y'.
           88  MIGRCTL-NOT-OPENED          VALUE 'N'.

       01  WS-MIGR-TODAY          PIC 9(08) VALUE ZERO.
       01  WS-MIGR-TABLE-SIZE     PIC S9(4) COMP VALUE 50.
       01  WS-MIGR-COUNT          PIC S9(4) COMP VALUE ZERO.

       01  WS-MIGR-TABLE.
           05  WS-MIGR-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-MIGR-IDX.
               10  WS-MIGR-ALIAS-NAME      PIC X(16).
               10  WS-MIGR-SECOND-LABEL    PIC X(16).
               10  WS-MIGR-START-DATE      PIC 9(08).
               10  WS-MIGR-END-DATE        PIC 9(08).

       01  WS-SECOND-KEY-NAME     PIC X(16) VALUE SPACES.
       01  WS-PRIMARY-KEY-LABEL   PIC X(16) VALUE SPACES.

      *----------------------------------------------------------------*
      * Session-key register. One record per session key handed back  *
      * as an internal token, filed under the request id. The expiry  *
      * day is the creation day (YYYYDDD) plus the agreed lifetime -  *
      * WX-KEY-LIFETIME on the request, else WS-SESS-LIFETIME-DAYS,   *
      * overridable per run through SESSLIFE (three digits of days).  *
      * The carry into the next year is the 365-day device the        *
      * history sweep uses, so a leap year expires a key a day early  *
      * rather than a day late. A key WS-SESS-RETAIN-DAYS past its    *
      * expiry (SESSRETD, three digits) has been off the expiry      *
      * report long enough to be swept off at startup, the way the   *
      * signed-message history is.                                    *
      *----------------------------------------------------------------*
       01  WS-SESSKEY-STATUS      PIC X(02) VALUE '00'.

       01  WS-SESS-FILE-SW        PIC X(01) VALUE 'N'.
           88  SESS-FILE-OPEN              VALUE 'Y'.
           88  SESS-FILE-CLOSED            VALUE 'N'.

       01  WS-SESS-LIFETIME-DAYS  PIC 9(03) VALUE 030.
       01  WS-SESS-LIFETIME-IN    PIC X(03) VALUE SPACES.

       01  WS-SESS-EXPIRY-DAY     PIC 9(07) VALUE ZERO.
       01  WS-SEXP-SPLIT REDEFINES WS-SESS-EXPIRY-DAY.
           05  WS-SEXP-YEAR       PIC 9(04).
           05  WS-SEXP-DDD        PIC 9(03).

       01  WS-SESS-DDD-WORK       PIC S9(4) COMP VALUE ZERO.

       01  WS-SESS-EOF            PIC X(01) VALUE 'N'.
           88  SESS-EOF                    VALUE 'Y'.
           88  SESS-NOT-EOF                VALUE 'N'.

       01  WS-SESS-RETAIN-DAYS    PIC 9(03) VALUE 090.
       01  WS-SESS-RETAIN-IN      PIC X(03) VALUE SPACES.

       01  WS-SESS-CUTOFF-DAY     PIC 9(07) VALUE ZERO.
       01  WS-SCUT-SPLIT REDEFINES WS-SESS-CUTOFF-DAY.
           05  WS-SCUT-YEAR       PIC 9(04).
           05  WS-SCUT-DDD        PIC 9(03).

       01  WS-SESS-SWEPT-COUNT    PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------*
      * Verification evidence file. One record per inbound signature  *
      * checked, filed under message-id, date, time, and a sequence   *
      * number that only moves past 00 when the same message is       *
      * verified twice within one second. The public-token            *
      * fingerprint is a CSNBOWH SHA-256 over the token as loaded, on *
      * its own digest area so the chain digest is left alone; one    *
      * that cannot be computed is filed as HIGH-VALUES, the same way *
      * an unproven chain link is. Entries are only ever added here - *
      * retention is ICSFEVRP's purge, run on its own schedule.       *
      *----------------------------------------------------------------*
       01  WS-VEREVID-STATUS      PIC X(02) VALUE '00'.

       01  WS-EVID-FILE-SW        PIC X(01) VALUE 'N'.
           88  EVID-FILE-OPEN              VALUE 'Y'.
           88  EVID-FILE-CLOSED            VALUE 'N'.

       01  WS-EVID-TEXT-LEN       PIC S9(9) COMP VALUE ZERO.

       01  WS-EVID-DIGEST.
           05  WS-EVID-DIGEST-LEN  PIC S9(9) COMP VALUE 32.
           05  WS-EVID-DIGEST-DATA PIC X(32) VALUE LOW-VALUES.

       01  WS-EVID-KEY-SW         PIC X(01) VALUE 'N'.
           88  EVID-KEY-LOADED             VALUE 'Y'.
           88  EVID-KEY-NOT-LOADED         VALUE 'N'.

       01  WS-EVID-SAVE-RC        PIC S9(9) COMP VALUE ZERO.
       01  WS-EVID-SAVE-RSN       PIC S9(9) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Whether the alias directory opened for this run. When it did  *
      * not - a deployment that has not allocated it yet - every name *
      *----------------------------------------------------------------*
       01  WS-AUDIT-ACTOR-ID       PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      * Audit-log hash chain (see AUDITREC.CPY). 8210-LOAD-AUDIT-CHAIN *
      * picks up the sequence number and digest of the last record on *
      * AUDITLOG before the log is opened EXTEND; 8200-WRITE-AUDIT-    *
      * RECORD stamps both on every record it writes and then digests *
      * that record for the next one. The state lives for the whole   *
      * run, so cycle mode keeps chaining across cycles without       *
      * rereading the log.                                             *
      *----------------------------------------------------------------*
       01  WS-CHAIN-PREV-SEQ       PIC 9(09) VALUE ZERO.
       01  WS-CHAIN-PREV-IMAGE     PIC X(129) VALUE SPACES.
       01  WS-CHAIN-RECORD-COUNT   PIC 9(09) VALUE ZERO.

       01  WS-CHAIN-DIGEST.
           05  WS-CHAIN-DIGEST-LEN PIC S9(9) COMP VALUE 32.
           05  WS-CHAIN-DIGEST-DATA PIC X(32) VALUE LOW-VALUES.
      *    LOW-VALUES is the digest the first record of a brand-new
      *    log carries - there is no record before it. HIGH-VALUES
      *    means CSNBOWH could not digest the record before, and the
      *    verifier reports the link as unproven rather than altered.

       01  WS-CHAIN-OWH-RULE.
           05  WS-CHAIN-RULE-LEN   PIC S9(9) COMP VALUE 16.
           05  WS-CHAIN-RULE-DATA.
               10  FILLER              PIC X(8) VALUE 'SHA-256 '.
               10  FILLER              PIC X(8) VALUE 'ONLY    '.
       01  WS-CHAIN-TEXT-LEN       PIC S9(9) COMP VALUE 129.

      *    The digest call borrows WS-RETURN-CODE / WS-REASON-CODE and
      *    the retry counter so it retries a CEX blip like every other
      *    CSF call - these hold the audited operation's own values
      *    across it, since callers test them after the audit write.
       01  WS-CHAIN-SAVE-RC        PIC S9(9) COMP VALUE ZERO.
       01  WS-CHAIN-SAVE-RSN       PIC S9(9) COMP VALUE ZERO.
       01  WS-CHAIN-SAVE-ATTEMPT   PIC 9(02) VALUE ZERO.

       01  WS-CHAIN-LAST-SW        PIC X(01) VALUE 'N'.
           88  CHAIN-LAST-IS-ANCHOR        VALUE 'Y'.
           88  CHAIN-LAST-NOT-ANCHOR       VALUE 'N'.

       01  WS-CHAIN-LOAD-EOF       PIC X(01) VALUE 'N'.
           88  CHAIN-LOAD-EOF              VALUE 'Y'.
           88  CHAIN-LOAD-NOT-EOF          VALUE 'N'.

      *----------------------------------------------------------------*
      * Label of whichever key token is currently loaded into         *
      * WS-PRIVATE-KEY-TOKEN / WS-PUBLIC-KEY-TOKEN, kept current by    *
      * YYYYDDD form so whole days subtract without calendar          *
      * arithmetic; the 365-day year borrow is a day generous across  *
      * a leap year, which errs on holding a request slightly longer  *
      * rather than dropping it early. The window in force is written *
      * to the APPRCTL control record at startup for the online       *
      * KMNT and PNDL transactions, so they age requests by it too.  *
      *----------------------------------------------------------------*
       01  WS-PENDKEY-STATUS      PIC X(02) VALUE '00'.
       01  WS-APPRCTL-STATUS      PIC X(02) VALUE '00'.

       01  WS-PENDING-FILE-SW     PIC X(01) VALUE 'N'.
           88  PENDING-FILE-OPEN           VALUE 'Y'.
               DISPLAY 'CYCLE ' WS-CYCLE-COUNT ' STARTING'
           END-IF

           PERFORM 0300-START-RUN-STATISTICS

           PERFORM 1100-OPEN-CYCLE-INPUTS
           PERFORM 1070-RESTART-CHECKPOINT

           PERFORM 2500-PROCESS-KEY-MAINT
               THRU 2500-PROCESS-KEY-MAINT-EXIT

           PERFORM 0310-MARK-WINDOW-START
           PERFORM 3000-PROCESS-SIGN-REQUESTS
               THRU 3000-PROCESS-SIGN-REQUESTS-EXIT
           PERFORM 0320-TIME-WINDOW
           MOVE WS-STAT-ELAPSED TO WS-STAT-SIGN-SECS

           PERFORM 0310-MARK-WINDOW-START
           PERFORM 4000-PROCESS-WRAP-REQUESTS
               THRU 4000-PROCESS-WRAP-REQUESTS-EXIT
           PERFORM 0320-TIME-WINDOW
           MOVE WS-STAT-ELAPSED TO WS-STAT-WRAP-SECS

           PERFORM 0310-MARK-WINDOW-START
           PERFORM 5000-PROCESS-VERIFY-REQUESTS
               THRU 5000-PROCESS-VERIFY-REQUESTS-EXIT
           PERFORM 0320-TIME-WINDOW
           MOVE WS-STAT-ELAPSED TO WS-STAT-VERIFY-SECS

           PERFORM 0200-CLOSE-CYCLE-INPUTS
           PERFORM 0350-WRITE-RUN-STATISTICS.
       0100-RUN-ONE-CYCLE-EXIT.
           EXIT.

           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.

      *----------------------------------------------------------------*
      * 0300-START-RUN-STATISTICS - zero this cycle's counters and    *
      * note when it started, for the record 0350 writes at the end.  *
      *----------------------------------------------------------------*
       0300-START-RUN-STATISTICS.
           MOVE ZERO TO WS-STAT-COUNTERS
           MOVE ZERO TO WS-STAT-SIGN-SECS
           MOVE ZERO TO WS-STAT-WRAP-SECS
           MOVE ZERO TO WS-STAT-VERIFY-SECS
           ACCEPT WS-STAT-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAT-START-DAY  FROM DAY YYYYDDD
           PERFORM 0330-READ-CLOCK
           MOVE WS-STAT-CLOCK-HHMMSS TO WS-STAT-START-TIME
           MOVE WS-STAT-CLOCK-SECS   TO WS-STAT-START-SECS.

      *----------------------------------------------------------------*
      * 0310-MARK-WINDOW-START / 0320-TIME-WINDOW - bracket one       *
      * window; 0320 leaves the seconds since the mark in             *
      * WS-STAT-ELAPSED.                                               *
      *----------------------------------------------------------------*
       0310-MARK-WINDOW-START.
           PERFORM 0330-READ-CLOCK
           MOVE WS-STAT-CLOCK-SECS TO WS-STAT-MARK-SECS.

       0320-TIME-WINDOW.
           PERFORM 0330-READ-CLOCK
           COMPUTE WS-STAT-ELAPSED =
               WS-STAT-CLOCK-SECS - WS-STAT-MARK-SECS
           IF WS-STAT-ELAPSED < ZERO
               ADD 86400 TO WS-STAT-ELAPSED
           END-IF.

      *----------------------------------------------------------------*
      * 0330-READ-CLOCK - the wall clock as HHMMSS and as seconds     *
      * past midnight. ACCEPT FROM TIME is eight digits; see          *
      * WS-CURRENT-TIME-RAW.                                           *
      *----------------------------------------------------------------*
       0330-READ-CLOCK.
           ACCEPT WS-CURRENT-TIME-RAW FROM TIME
           MOVE WS-CURRENT-HHMMSS TO WS-STAT-CLOCK-HHMMSS
           COMPUTE WS-STAT-CLOCK-SECS =
               WS-STAT-CLOCK-HH * 3600
             + WS-STAT-CLOCK-MM * 60
             + WS-STAT-CLOCK-SS.

      *----------------------------------------------------------------*
      * 0350-WRITE-RUN-STATISTICS - one record for the cycle just     *
      * finished. A run without RUNSTAT allocated still signs; the    *
      * statistics are simply not kept, and 1000-INITIALIZE has       *
      * already said so.                                               *
      *----------------------------------------------------------------*
       0350-WRITE-RUN-STATISTICS.
           IF STAT-FILE-OPEN
               MOVE SPACES                TO RUN-STATS-RECORD
               MOVE WS-STAT-START-DATE    TO RS-START-DATE
               MOVE WS-STAT-START-TIME    TO RS-START-TIME
               MOVE WS-STAT-START-DAY     TO RS-START-DAY
               ACCEPT RS-END-DATE FROM DATE YYYYMMDD
               PERFORM 0330-READ-CLOCK
               MOVE WS-STAT-CLOCK-HHMMSS  TO RS-END-TIME
               MOVE WS-STAT-START-SECS    TO WS-STAT-MARK-SECS
               PERFORM 0320-TIME-WINDOW
               MOVE WS-STAT-ELAPSED       TO RS-ELAPSED-SECS
               MOVE WS-JOB-NAME           TO RS-JOB-NAME
               MOVE WS-CYCLE-COUNT        TO RS-CYCLE-NUMBER
               MOVE WS-CYCLE-MODE-SW      TO RS-CYCLE-MODE
               MOVE WS-STAT-SIGN-SECS     TO RS-SIGN-ELAPSED-SECS
               MOVE WS-STAT-WRAP-SECS     TO RS-WRAP-ELAPSED-SECS
               MOVE WS-STAT-VERIFY-SECS   TO RS-VERIFY-ELAPSED-SECS
               MOVE WS-STAT-CSNDRSA-CALLS TO RS-CSNDRSA-CALLS
               MOVE WS-STAT-CSNDDSV-CALLS TO RS-CSNDDSV-CALLS
               MOVE WS-STAT-CSNDPKE-CALLS TO RS-CSNDPKE-CALLS
               MOVE WS-STAT-CSNDPKD-CALLS TO RS-CSNDPKD-CALLS
               MOVE WS-STAT-CSNBKGN-CALLS TO RS-CSNBKGN-CALLS
               MOVE WS-STAT-CSNDPKG-CALLS TO RS-CSNDPKG-CALLS
               MOVE WS-STAT-CSNDSYX-CALLS TO RS-CSNDSYX-CALLS
               MOVE WS-STAT-CSNDSYI-CALLS TO RS-CSNDSYI-CALLS
               MOVE WS-STAT-RETRY-COUNT   TO RS-RETRY-COUNT
               MOVE WS-STAT-CACHE-LOOKUPS TO RS-CACHE-LOOKUPS
               MOVE WS-STAT-CACHE-HITS    TO RS-CACHE-HITS
               IF WS-STAT-CACHE-LOOKUPS > ZERO
                   COMPUTE RS-CACHE-HIT-PCT ROUNDED =
                       WS-STAT-CACHE-HITS * 100
                           / WS-STAT-CACHE-LOOKUPS
               ELSE
                   MOVE ZERO TO RS-CACHE-HIT-PCT
               END-IF
               MOVE WS-STAT-SIGNED-COUNT  TO RS-SIGNED-COUNT
               MOVE WS-STAT-FAILED-COUNT  TO RS-FAILED-COUNT
               MOVE WS-STAT-CUTOFF-COUNT  TO RS-CUTOFF-COUNT
               MOVE WS-STAT-DUPLIC-COUNT  TO RS-DUPLIC-COUNT
               WRITE RUN-STATS-RECORD
               IF WS-RUNSTAT-STATUS NOT = '00'
                   DISPLAY 'RUNSTAT WRITE FAILED, STATUS='
                           WS-RUNSTAT-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open the files that persist across cycles   *
      * and capture the run controls. The transaction inputs are      *
      *    Same reasoning as SIGN-RESULTS-FILE above - the audit trail
      *    (req for "show every time a private key token was used")
      *    must accumulate across runs, not reset on every job step.
      *    The chain state comes off the end of the log first, so the
      *    first record this run appends links onto the last one there.
           PERFORM 8210-LOAD-AUDIT-CHAIN

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS NOT = '00'
              AND WS-AUDITLOG-STATUS NOT = '05'
               SET HIST-FILE-CLOSED TO TRUE
           END-IF

      *    The session-key register persists across runs the same
      *    way. Without it the window still hands keys back; they
      *    just go unregistered, and the operator is told so.
           OPEN I-O SESSION-KEY-FILE
           IF WS-SESSKEY-STATUS = '00'
               SET SESS-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'SESSKEY OPEN FAILED, STATUS='
                       WS-SESSKEY-STATUS
                       ' - SESSION KEYS WILL NOT BE REGISTERED'
               SET SESS-FILE-CLOSED TO TRUE
           END-IF

      *    The verification evidence file persists the same way. The
      *    verify window still runs without it, but a dispute over
      *    anything it verifies cannot be answered, so the operator
      *    is told so.
           OPEN I-O VERIFY-EVID-FILE
           IF WS-VEREVID-STATUS = '00'
               SET EVID-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'VEREVID OPEN FAILED, STATUS='
                       WS-VEREVID-STATUS
                       ' - NO VERIFICATION EVIDENCE WILL BE KEPT'
               SET EVID-FILE-CLOSED TO TRUE
           END-IF

      *    The run statistics accumulate across runs the same way the
      *    result files do. Without them the windows run as before;
      *    there is just no record of how long they took.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RUNSTAT-STATUS = '00'
              OR WS-RUNSTAT-STATUS = '05'
               SET STAT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'RUNSTAT OPEN FAILED, STATUS='
                       WS-RUNSTAT-STATUS
                       ' - RUN STATISTICS WILL NOT BE KEPT'
               SET STAT-FILE-CLOSED TO TRUE
           END-IF

           PERFORM 1050-LOAD-REASON-TABLE

           DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME
               MOVE WS-HIST-RETAIN-IN TO WS-HIST-RETAIN-DAYS
           END-IF

      *    Default session-key lifetime, three digits of days ('030',
      *    '090'), for requests that do not carry their own agreed
      *    WX-KEY-LIFETIME. Zero would expire every key on creation
      *    and is ignored along with anything non-numeric.
           DISPLAY 'SESSLIFE' UPON ENVIRONMENT-NAME
           ACCEPT WS-SESS-LIFETIME-IN FROM ENVIRONMENT-VALUE
           IF WS-SESS-LIFETIME-IN IS NUMERIC
              AND WS-SESS-LIFETIME-IN NOT = '000'
               MOVE WS-SESS-LIFETIME-IN TO WS-SESS-LIFETIME-DAYS
           END-IF

      *    Session-key retention past expiry, three digits of days,
      *    the same convention as HISTRETD.
           DISPLAY 'SESSRETD' UPON ENVIRONMENT-NAME
           ACCEPT WS-SESS-RETAIN-IN FROM ENVIRONMENT-VALUE
           IF WS-SESS-RETAIN-IN IS NUMERIC
               MOVE WS-SESS-RETAIN-IN TO WS-SESS-RETAIN-DAYS
           END-IF

           PERFORM 1080-SWEEP-SIGN-HISTORY
           PERFORM 1090-SWEEP-SESSION-KEYS
           PERFORM 1097-PUBLISH-APPROVAL-AGE
               THRU 1097-PUBLISH-APPROVAL-AGE-EXIT.

      *----------------------------------------------------------------*
      * 1100-OPEN-CYCLE-INPUTS - open this cycle's generation of the  *
           IF WS-VERTXN-STATUS NOT = '00'
               DISPLAY 'VERTXN OPEN FAILED, STATUS=' WS-VERTXN-STATUS
               SET VERIFY-TXN-EOF TO TRUE
           END-IF

           PERFORM 1110-LOAD-MIGRATION-CONTROL.

      *----------------------------------------------------------------*
      * 1110-LOAD-MIGRATION-CONTROL - load this cycle's key-migration *
      * cards into WS-MIGR-TABLE. No MIGRCTL allocated (status 05 on *
      * the OPTIONAL file) simply means no key name is in migration; *
      * cards past the table size, or with a date that is not        *
      * numeric, are reported and ignored, which leaves those names  *
      * single-signed rather than stopping the window.                *
      *----------------------------------------------------------------*
       1110-LOAD-MIGRATION-CONTROL.
           MOVE ZERO TO WS-MIGR-COUNT
           ACCEPT WS-MIGR-TODAY FROM DATE YYYYMMDD
           SET MIGR-NOT-EOF TO TRUE

           OPEN INPUT MIGRATION-CONTROL-FILE
           IF WS-MIGRCTL-STATUS NOT = '00'
              AND WS-MIGRCTL-STATUS NOT = '05'
               DISPLAY 'MIGRCTL OPEN FAILED, STATUS=' WS-MIGRCTL-STATUS
                       ' - NO DUAL SIGNATURE BY CONTROL CARD'
               SET MIGR-EOF TO TRUE
               SET MIGRCTL-NOT-OPENED TO TRUE
           ELSE
               SET MIGRCTL-OPENED TO TRUE
               PERFORM 1115-READ-MIGRATION-CONTROL
           END-IF

           PERFORM UNTIL MIGR-EOF
               IF MC-START-DATE IS NOT NUMERIC
                  OR MC-END-DATE IS NOT NUMERIC
                   DISPLAY 'MIGRCTL CARD FOR ' MC-ALIAS-NAME
                           ' HAS A NON-NUMERIC DATE - IGNORED'
               ELSE
               IF WS-MIGR-COUNT < WS-MIGR-TABLE-SIZE
                   ADD 1 TO WS-MIGR-COUNT
                   SET WS-MIGR-IDX TO WS-MIGR-COUNT
                   MOVE MC-ALIAS-NAME
                       TO WS-MIGR-ALIAS-NAME(WS-MIGR-IDX)
                   MOVE MC-SECOND-KEY-LABEL
                       TO WS-MIGR-SECOND-LABEL(WS-MIGR-IDX)
                   MOVE MC-START-DATE
                       TO WS-MIGR-START-DATE(WS-MIGR-IDX)
                   MOVE MC-END-DATE
                       TO WS-MIGR-END-DATE(WS-MIGR-IDX)
               ELSE
                   DISPLAY 'MIGRCTL TABLE FULL - CARD FOR '
                           MC-ALIAS-NAME ' IGNORED'
               END-IF
               END-IF
               PERFORM 1115-READ-MIGRATION-CONTROL
           END-PERFORM

           IF MIGRCTL-OPENED
               CLOSE MIGRATION-CONTROL-FILE
           END-IF
           IF WS-MIGR-COUNT > ZERO
               DISPLAY 'MIGRCTL CARDS LOADED=' WS-MIGR-COUNT
           END-IF.

       1115-READ-MIGRATION-CONTROL.
           READ MIGRATION-CONTROL-FILE
               AT END
                   SET MIGR-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1050-LOAD-REASON-TABLE - common ICSF reason codes seen against *
      * CSNDPKG/CSNDRSA/CSNDPKE/CSNDPKD, paraphrased from the          *
                   SET HIST-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1090-SWEEP-SESSION-KEYS - age the session-key register: every *
      * key whose expiry day is more than the retention period behind *
      * today is deleted, once per run at startup, the same pass as   *
      * 1080-SWEEP-SIGN-HISTORY. Keys still inside their lifetime are *
      * never touched, whatever the retention period is set to.       *
      *----------------------------------------------------------------*
       1090-SWEEP-SESSION-KEYS.
           IF SESS-FILE-OPEN
               MOVE ZERO TO WS-SESS-CUTOFF-DAY
               ACCEPT WS-SESS-CUTOFF-DAY FROM DAY YYYYDDD
               COMPUTE WS-SESS-DDD-WORK =
                   WS-SCUT-DDD - WS-SESS-RETAIN-DAYS
               PERFORM UNTIL WS-SESS-DDD-WORK >= 1
                   SUBTRACT 1 FROM WS-SCUT-YEAR
                   ADD 365 TO WS-SESS-DDD-WORK
               END-PERFORM
               MOVE WS-SESS-DDD-WORK TO WS-SCUT-DDD

               MOVE ZERO TO WS-SESS-SWEPT-COUNT
               SET SESS-NOT-EOF TO TRUE
               MOVE LOW-VALUES TO SK-REQUEST-ID
               START SESSION-KEY-FILE
                   KEY IS NOT LESS THAN SK-REQUEST-ID
                   INVALID KEY
                       SET SESS-EOF TO TRUE
               END-START

               IF SESS-NOT-EOF
                   PERFORM 1095-READ-SESSION-KEY
                   PERFORM UNTIL SESS-EOF
                       IF SK-EXPIRY-DAY < WS-SESS-CUTOFF-DAY
                           DELETE SESSION-KEY-FILE
                           IF WS-SESSKEY-STATUS NOT = '00'
                               DISPLAY 'SESSKEY DELETE FAILED FOR '
                                       SK-REQUEST-ID
                                       ' STATUS=' WS-SESSKEY-STATUS
                           ELSE
                               ADD 1 TO WS-SESS-SWEPT-COUNT
                           END-IF
                       END-IF
                       PERFORM 1095-READ-SESSION-KEY
                   END-PERFORM
               END-IF

               IF WS-SESS-SWEPT-COUNT > ZERO
                   DISPLAY WS-SESS-SWEPT-COUNT
                           ' SESSION KEY RECORDS AGED OFF'
               END-IF
           END-IF.

       1095-READ-SESSION-KEY.
           READ SESSION-KEY-FILE NEXT RECORD
               AT END
                   SET SESS-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 1097-PUBLISH-APPROVAL-AGE - record the approval window this   *
      * run's sweep applies on the APPRCTL control record, where the  *
      * online KMNT and PNDL transactions read it, so a request the  *
      * screens call live is one the batch will not have dropped.   *
      * The record is rewritten when it exists and written when it   *
      * does not. Without APPRCTL the window still runs; the screens *
      * then fall back to the 7-day default, and the operator is     *
      * told so, since an APPRVAGE override would not reach them.    *
      *----------------------------------------------------------------*
       1097-PUBLISH-APPROVAL-AGE.
           OPEN I-O APPROVAL-CONTROL-FILE
           IF WS-APPRCTL-STATUS NOT = '00'
               DISPLAY 'APPRCTL OPEN FAILED, STATUS='
                       WS-APPRCTL-STATUS
                       ' - ONLINE APPROVALS USE THE 7-DAY DEFAULT'
               GO TO 1097-PUBLISH-APPROVAL-AGE-EXIT
           END-IF

           MOVE 'APPRVAGE' TO AC-CONTROL-KEY
           READ APPROVAL-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE 'APPRVAGE'           TO AC-CONTROL-KEY
           MOVE WS-APPROVAL-AGE-DAYS TO AC-APPROVAL-AGE-DAYS
           ACCEPT AC-SET-DATE FROM DATE YYYYMMDD
           ACCEPT AC-SET-TIME FROM TIME
           MOVE WS-JOB-NAME          TO AC-SET-JOB
           IF WS-APPRCTL-STATUS = '00'
               REWRITE APPROVAL-CONTROL-RECORD
           ELSE
               MOVE SPACES TO APPROVAL-CONTROL-RECORD(35:46)
               WRITE APPROVAL-CONTROL-RECORD
           END-IF
           IF WS-APPRCTL-STATUS NOT = '00'
               DISPLAY 'APPRCTL UPDATE FAILED, STATUS='
                       WS-APPRCTL-STATUS
                       ' - ONLINE APPROVALS MAY USE ANOTHER WINDOW'
           END-IF

           CLOSE APPROVAL-CONTROL-FILE.
       1097-PUBLISH-APPROVAL-AGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESS-KEY-PROFILES - one CSNDPKG call per profile      *
      * record read from the key-profile control file. Each record   *
      * did when it performed 2300 directly.                          *
      *----------------------------------------------------------------*
       2400-OBTAIN-KEY-TOKENS.
           ADD 1 TO WS-STAT-CACHE-LOOKUPS
           IF WS-LOOKUP-KEY-LABEL = WS-ACTIVE-KEY-LABEL
              AND WS-ACTIVE-CACHE-SLOT > ZERO
               ADD 1 TO WS-STAT-CACHE-HITS
               MOVE '00' TO WS-KEYSTOR-STATUS
           ELSE
               SET CACHE-ENTRY-NOT-FOUND TO TRUE
                      OR CACHE-ENTRY-FOUND

               IF CACHE-ENTRY-FOUND
                   ADD 1 TO WS-STAT-CACHE-HITS
                   MOVE WS-CACHE-PRIV-LEN(WS-CACHE-IDX)
                       TO WS-PRIV-KEY-TOKEN-LEN
                   MOVE WS-CACHE-PRIV-TOKEN(WS-CACHE-IDX)
           MOVE WS-REASON-CODE     TO AL-REASON-CODE
           MOVE WS-AUDIT-MESSAGE-ID TO AL-MESSAGE-ID
           MOVE SPACES             TO WS-AUDIT-MESSAGE-ID
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
      *        Only a record that reached the log moves the chain on -
      *        after a failed write the next record links to the same
      *        predecessor this one would have.
               ADD 1 TO WS-CHAIN-PREV-SEQ
               PERFORM 8220-DIGEST-AUDIT-IMAGE
           END-IF.

      *----------------------------------------------------------------*
      * 8210-LOAD-AUDIT-CHAIN - read the audit log to its last record *
      * before it is opened EXTEND, the same read-to-end as           *
      * 1070-RESTART-CHECKPOINT, so the first record this run writes  *
      * chains onto it. A CHAINANC anchor left by ICSFAARC already    *
      * carries the sequence and digest to continue from; any other   *
      * last record is digested here. A record cut before the chain   *
      * existed has no sequence, so the chain restarts at 1 behind    *
      * it. An empty or missing log starts the chain at sequence 1    *
      * with a LOW-VALUES digest.                                      *
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
      * Hash service, retried through 8300/8310 like every other CSF  *
      * call. The audited operation's return and reason codes are     *
      * put back afterwards. A digest that still cannot be computed  *
      * is carried as HIGH-VALUES, so the next record shows the link  *
      * as unproven instead of the run stopping.                      *
      *----------------------------------------------------------------*
       8220-DIGEST-AUDIT-IMAGE.
           MOVE WS-RETURN-CODE   TO WS-CHAIN-SAVE-RC
           MOVE WS-REASON-CODE   TO WS-CHAIN-SAVE-RSN
           MOVE WS-RETRY-ATTEMPT TO WS-CHAIN-SAVE-ATTEMPT
           MOVE ZERO             TO WS-RETRY-ATTEMPT

           PERFORM 8225-DIGEST-AUDIT-IMAGE-CALL
           PERFORM 8300-CHECK-TRANSIENT
           PERFORM UNTIL NOT TRANSIENT-FAILURE
                   OR WS-RETRY-ATTEMPT >= WS-RETRY-LIMIT
               PERFORM 8310-RETRY-WAIT
               PERFORM 8225-DIGEST-AUDIT-IMAGE-CALL
               PERFORM 8300-CHECK-TRANSIENT
           END-PERFORM

           IF WS-RETURN-CODE NOT = ZERO
               DISPLAY 'AUDIT CHAIN CSNBOWH FAILED RC=' WS-RETURN-CODE
                       ' RSN=' WS-REASON-CODE
                       ' - NEXT AUDIT RECORD LINK UNPROVEN'
               MOVE HIGH-VALUES  TO WS-CHAIN-DIGEST-DATA
           END-IF

           MOVE WS-CHAIN-SAVE-RC      TO WS-RETURN-CODE
           MOVE WS-CHAIN-SAVE-RSN     TO WS-REASON-CODE
           MOVE WS-CHAIN-SAVE-ATTEMPT TO WS-RETRY-ATTEMPT
           PERFORM 8300-CHECK-TRANSIENT.

       8225-DIGEST-AUDIT-IMAGE-CALL.
           MOVE 129 TO WS-CHAIN-TEXT-LEN
           MOVE 32  TO WS-CHAIN-DIGEST-LEN

      *    CSNBOWH - One-Way Hash
           CALL 'CSNBOWH' USING
               WS-RETURN-CODE
               WS-REASON-CODE
               WS-EXIT-DATA-LEN
               WS-EXIT-DATA
               WS-CHAIN-RULE-LEN      *> 16 = length of rule array
               WS-CHAIN-RULE-DATA     *> 'SHA-256' + 'ONLY'
               WS-CHAIN-TEXT-LEN      *> full audit record length
               WS-CHAIN-PREV-IMAGE    *> audit record to be chained
               WS-OWH-CHAIN-LEN       *> 128-byte chaining work area
               WS-OWH-CHAIN-DATA
               WS-CHAIN-DIGEST-LEN    *> 32 = SHA-256 digest length
               WS-CHAIN-DIGEST-DATA.  *> output: chain digest

      *----------------------------------------------------------------*
      * 2500-PROCESS-KEY-MAINT - one lifecycle transaction per record *
      * in the key-maintenance file, processed before the signing and *
      *----------------------------------------------------------------*
       8310-RETRY-WAIT.
           ADD 1 TO WS-RETRY-ATTEMPT
           ADD 1 TO WS-STAT-RETRY-COUNT
           DISPLAY 'TRANSIENT CEX FAILURE RSN=' WS-REASON-CODE
                   ' - RETRY ' WS-RETRY-ATTEMPT
                   ' OF ' WS-RETRY-LIMIT
           MOVE ZERO           TO SR-SIGNATURE-LEN
           MOVE SPACES         TO SR-SIGNATURE
           MOVE ST-PRIORITY    TO SR-PRIORITY
           MOVE SPACES         TO SR-SECOND-KEY-LABEL
           MOVE ZERO           TO SR-SECOND-SIG-LEN
           MOVE SPACES         TO SR-SECOND-SIGNATURE
           PERFORM 3180-WRITE-SIGN-RESULT.

      *----------------------------------------------------------------*
      * 3020-CHECK-RESTART-POINT - bypass signing for every record up  *

       3100-SIGN-ONE-TRANSACTION.
      *    Every result record carries the request's priority class
      *    back out, whichever branch below writes it, and starts out
      *    with no second signature - only 3170 fills those fields.
           MOVE ST-PRIORITY   TO SR-PRIORITY
           MOVE SPACES        TO SR-SECOND-KEY-LABEL
           MOVE ZERO          TO SR-SECOND-SIG-LEN
           MOVE SPACES        TO SR-SECOND-SIGNATURE

      *    The duplicate guard comes before everything else - a
      *    message-id already signed on a previous run must not
               MOVE ZERO           TO SR-REASON-CODE
               MOVE ZERO           TO SR-SIGNATURE-LEN
               MOVE SPACES         TO SR-SIGNATURE
               PERFORM 3180-WRITE-SIGN-RESULT
           ELSE
           MOVE ST-KEY-LABEL  TO WS-LOOKUP-KEY-LABEL
           PERFORM 2450-RESOLVE-KEY-ALIAS
               MOVE ZERO           TO SR-REASON-CODE
               MOVE ZERO           TO SR-SIGNATURE-LEN
               MOVE SPACES         TO SR-SIGNATURE
               PERFORM 3180-WRITE-SIGN-RESULT
           ELSE
      *    A key that is on file but not ACTIVE - suspended, retired,
      *    compromised, or still pending - must not sign. Skip and log
               MOVE ZERO           TO SR-REASON-CODE
               MOVE ZERO           TO SR-SIGNATURE-LEN
               MOVE SPACES         TO SR-SIGNATURE
               PERFORM 3180-WRITE-SIGN-RESULT
           ELSE
      *    A public-only entry - a counterparty key imported by
      *    ICSFKIMP, marked by its zero-length private token - has no
               MOVE ZERO           TO SR-REASON-CODE
               MOVE ZERO           TO SR-SIGNATURE-LEN
               MOVE SPACES         TO SR-SIGNATURE
               PERFORM 3180-WRITE-SIGN-RESULT
           ELSE
               MOVE ST-HASH-ALG   TO WS-HASH-RULE-DATA

                   MOVE WS-REASON-CODE  TO SR-REASON-CODE
                   MOVE ZERO            TO SR-SIGNATURE-LEN
                   MOVE SPACES          TO SR-SIGNATURE
                   PERFORM 3180-WRITE-SIGN-RESULT
               ELSE
                   PERFORM SIGN-MESSAGE

                       MOVE 'SIGNED  '   TO SR-STATUS
                       MOVE WS-SIG-LEN   TO SR-SIGNATURE-LEN
                       MOVE WS-SIG-DATA  TO SR-SIGNATURE
      *                The first key's use is counted now, while its
      *                cache slot is still the active one - loading a
      *                second key below can evict it. A request in
      *                dual-signature mode is then signed again over
      *                the same digest; 3170 turns the result to
      *                FAILED if the second signature cannot be made.
                       ADD 1 TO WS-CACHE-SIGN-DELTA
                                    (WS-ACTIVE-CACHE-SLOT)
                       PERFORM 2350-RECORD-KEY-USAGE
                       MOVE WS-ACTIVE-KEY-LABEL TO WS-PRIMARY-KEY-LABEL
                       PERFORM 3160-FIND-SECOND-KEY
                       IF WS-SECOND-KEY-NAME NOT = SPACES
                           PERFORM 3170-SIGN-UNDER-SECOND-KEY
                       END-IF
                   ELSE
                       MOVE 'FAILED  '   TO SR-STATUS
                       MOVE ZERO         TO SR-SIGNATURE-LEN
                       MOVE SPACES       TO SR-SIGNATURE
                   END-IF
                   PERFORM 3180-WRITE-SIGN-RESULT

                   IF SR-STATUS = 'SIGNED  '
                       PERFORM 3110-WRITE-CHECKPOINT
                       PERFORM 3150-RECORD-SIGN-HISTORY
                   ELSE
      *                A record that exhausted its retries against a
      *                sick coprocessor is not a bad record - requeue

      *----------------------------------------------------------------*
      * 3150-RECORD-SIGN-HISTORY - file the message-id just signed on *
      * the history guard, under the physical label actually used -  *
      * the first key's, for a dual-signed message.                  *
      * The guard ran before the sign, so a duplicate-key WRITE here  *
      * means two records for one id slipped into one run's input -   *
      * the REWRITE keeps the guard current rather than failing it.   *
       3150-RECORD-SIGN-HISTORY.
           IF HIST-FILE-OPEN
               MOVE ST-MESSAGE-ID       TO SH-MESSAGE-ID
               MOVE WS-PRIMARY-KEY-LABEL TO SH-KEY-LABEL
               ACCEPT SH-SIGN-DATE FROM DATE YYYYMMDD
               ACCEPT SH-SIGN-DAY  FROM DAY YYYYDDD
               MOVE 'SIGNED  '          TO SH-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 3160-FIND-SECOND-KEY - decide whether the request in hand is  *
      * to be dual-signed, and under which key. A second key named on *
      * the request wins; otherwise the first migration card for the  *
      * request's key name whose period covers today supplies it.    *
      * Spaces in WS-SECOND-KEY-NAME means sign once, as always.      *
      *----------------------------------------------------------------*
       3160-FIND-SECOND-KEY.
           MOVE ST-SECOND-KEY-LABEL TO WS-SECOND-KEY-NAME
           IF WS-SECOND-KEY-NAME = SPACES
               SET WS-MIGR-IDX TO 1
               PERFORM 3165-SEARCH-MIGRATION-TABLE
                   UNTIL WS-MIGR-IDX > WS-MIGR-COUNT
                      OR WS-SECOND-KEY-NAME NOT = SPACES
           END-IF.

       3165-SEARCH-MIGRATION-TABLE.
           IF WS-MIGR-ALIAS-NAME(WS-MIGR-IDX) = ST-KEY-LABEL
              AND WS-MIGR-START-DATE(WS-MIGR-IDX) NOT > WS-MIGR-TODAY
              AND (WS-MIGR-END-DATE(WS-MIGR-IDX) = ZERO
                   OR WS-MIGR-END-DATE(WS-MIGR-IDX)
                          NOT < WS-MIGR-TODAY)
               MOVE WS-MIGR-SECOND-LABEL(WS-MIGR-IDX)
                   TO WS-SECOND-KEY-NAME
           END-IF
           SET WS-MIGR-IDX UP BY 1.

      *----------------------------------------------------------------*
      * 3170-SIGN-UNDER-SECOND-KEY - sign the digest already in       *
      * WS-HASH-DATA a second time, under WS-SECOND-KEY-NAME. The     *
      * second key passes the same checks as the first - on file,     *
      * ACTIVE, holding a private key - with the same -1/-2/-4 codes *
      * when it does not, and its CSNDRSA call gets its own audit    *
      * record and its own usage count. The result record already    *
      * says SIGNED with the first signature; any failure here turns *
      * it to FAILED with the second key's return and reason codes   *
      * and withdraws the first signature too, since a half-signed   *
      * message is not what the counterparty was promised. A         *
      * transient CSNDRSA failure leaves TRANSIENT-FAILURE set, so   *
      * the caller requeues the request for both signatures. A second *
      * key that resolves to the first key's own label is refused     *
      * with -1 before anything is loaded or signed - two signatures *
      * under one key prove nothing about a migration.                *
      *----------------------------------------------------------------*
       3170-SIGN-UNDER-SECOND-KEY.
           MOVE WS-SECOND-KEY-NAME   TO WS-LOOKUP-KEY-LABEL
           PERFORM 2450-RESOLVE-KEY-ALIAS
           MOVE WS-LOOKUP-KEY-LABEL  TO SR-SECOND-KEY-LABEL

           IF WS-LOOKUP-KEY-LABEL = WS-PRIMARY-KEY-LABEL
               DISPLAY 'FAILING MESSAGE ' ST-MESSAGE-ID
                       ' - SECOND KEY IS THE SAME KEY AS THE FIRST'
               MOVE -1             TO SR-RETURN-CODE
               MOVE ZERO           TO SR-REASON-CODE
           ELSE
               PERFORM 2400-OBTAIN-KEY-TOKENS
               PERFORM 3175-SIGN-SECOND-KEY-TOKENS
           END-IF

           IF SR-SECOND-SIG-LEN = ZERO
               MOVE 'FAILED  '     TO SR-STATUS
               MOVE ZERO           TO SR-SIGNATURE-LEN
               MOVE SPACES         TO SR-SIGNATURE
           END-IF.

      *----------------------------------------------------------------*
      * 3175-SIGN-SECOND-KEY-TOKENS - with the second key's tokens    *
      * loaded by 2400, check them and make the second signature.    *
      *----------------------------------------------------------------*
       3175-SIGN-SECOND-KEY-TOKENS.
           IF WS-KEYSTOR-STATUS NOT = '00'
               DISPLAY 'FAILING MESSAGE ' ST-MESSAGE-ID
                       ' - SECOND KEY LABEL ' WS-SECOND-KEY-NAME
                       ' NOT ON FILE'
               MOVE -1             TO SR-RETURN-CODE
               MOVE ZERO           TO SR-REASON-CODE
           ELSE
           IF NOT ACTIVE-KEY-USABLE
               DISPLAY 'FAILING MESSAGE ' ST-MESSAGE-ID
                       ' - SECOND KEY LABEL ' WS-SECOND-KEY-NAME
                       ' NOT ACTIVE, STATUS=' WS-ACTIVE-KEY-STATUS
               MOVE -2             TO SR-RETURN-CODE
               MOVE ZERO           TO SR-REASON-CODE
           ELSE
           IF WS-PRIV-KEY-TOKEN-LEN = ZERO
               DISPLAY 'FAILING MESSAGE ' ST-MESSAGE-ID
                       ' - SECOND KEY LABEL ' WS-SECOND-KEY-NAME
                       ' IS PUBLIC-ONLY, CANNOT SIGN'
               MOVE -4             TO SR-RETURN-CODE
               MOVE ZERO           TO SR-REASON-CODE
           ELSE
               PERFORM SIGN-MESSAGE

               MOVE 'SIGN    '    TO WS-AUDIT-OPERATION
               MOVE WS-ACTIVE-KEY-LABEL
                                  TO WS-AUDIT-KEY-LABEL
               MOVE ST-MESSAGE-ID TO WS-AUDIT-MESSAGE-ID
               PERFORM 8200-WRITE-AUDIT-RECORD

               MOVE WS-RETURN-CODE TO SR-RETURN-CODE
               MOVE WS-REASON-CODE TO SR-REASON-CODE
               IF WS-RETURN-CODE = ZERO
                   MOVE WS-SIG-LEN  TO SR-SECOND-SIG-LEN
                   MOVE WS-SIG-DATA TO SR-SECOND-SIGNATURE
                   ADD 1 TO WS-CACHE-SIGN-DELTA
                                (WS-ACTIVE-CACHE-SLOT)
                   PERFORM 2350-RECORD-KEY-USAGE
               END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 3180-WRITE-SIGN-RESULT - write the result record built by the *
      * caller and count it under its status for the cycle's run     *
      * statistics. Every signing-window result goes out through     *
      * here, so the counts balance to SIGNRES.                       *
      *----------------------------------------------------------------*
       3180-WRITE-SIGN-RESULT.
           WRITE SIGN-RESULT-RECORD
           IF SR-STATUS = 'SIGNED  '
               ADD 1 TO WS-STAT-SIGNED-COUNT
           ELSE
           IF SR-STATUS = 'CUTOFF  '
               ADD 1 TO WS-STAT-CUTOFF-COUNT
           ELSE
           IF SR-STATUS = 'DUPLIC  '
               ADD 1 TO WS-STAT-DUPLIC-COUNT
           ELSE
               ADD 1 TO WS-STAT-FAILED-COUNT
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 4000-PROCESS-WRAP-REQUESTS - one CSNDPKE or CSNDPKD call per   *
      * record in the key-exchange transaction file, each against the  *
               IF WX-DELIVER-TOKEN
                   MOVE 64               TO WR-KEY-TOKEN-LEN
                   MOVE WS-SYM-KEY-TOKEN TO WR-KEY-TOKEN
                   PERFORM 4150-REGISTER-SESSION-KEY
               ELSE
                   MOVE WS-RECKEY-DATA   TO WR-CLEARTEXT-KEY
               END-IF
      *        counts as wrap usage the same as a cleartext WRAP.
               ADD 1 TO WS-CACHE-WRAP-DELTA(WS-ACTIVE-CACHE-SLOT)
               PERFORM 2350-RECORD-KEY-USAGE
               PERFORM 4150-REGISTER-SESSION-KEY
           ELSE
               MOVE 'FAILED  '  TO WR-STATUS
               MOVE ZERO        TO WR-CIPHERTEXT-LEN
               DISPLAY 'WRAPRQ WRITE FAILED, STATUS=' WS-WRAPRQ-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * 4150-REGISTER-SESSION-KEY - file the session key just handed  *
      * back as an internal token on the register, under the physical *
      * RSA label it was wrapped or recovered under. A request id     *
      * already on file means the request was run again (a requeued   *
      * record, or a rerun) - the REWRITE makes the register describe *
      * the key the requester now holds, not the one it replaced.     *
      *----------------------------------------------------------------*
       4150-REGISTER-SESSION-KEY.
           IF SESS-FILE-OPEN
               MOVE SPACES              TO SESSION-KEY-RECORD
               MOVE WX-REQUEST-ID       TO SK-REQUEST-ID
               MOVE WX-OPERATION        TO SK-OPERATION
               MOVE WS-ACTIVE-KEY-LABEL TO SK-KEY-LABEL
               MOVE WX-KEY-LABEL        TO SK-REQUESTED-LABEL
               MOVE WX-COUNTERPARTY-ID  TO SK-COUNTERPARTY-ID
               MOVE WS-JOB-NAME         TO SK-JOB-NAME
               ACCEPT SK-CREATE-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME-RAW FROM TIME
               MOVE WS-CURRENT-HHMMSS   TO SK-CREATE-TIME

               IF WX-KEY-LIFETIME IS NUMERIC
                  AND WX-KEY-LIFETIME NOT = '000'
                   MOVE WX-KEY-LIFETIME       TO SK-LIFETIME-DAYS
               ELSE
                   MOVE WS-SESS-LIFETIME-DAYS TO SK-LIFETIME-DAYS
               END-IF

               MOVE ZERO TO WS-SESS-EXPIRY-DAY
               ACCEPT WS-SESS-EXPIRY-DAY FROM DAY YYYYDDD
               MOVE WS-SESS-EXPIRY-DAY TO SK-CREATE-DAY
               COMPUTE WS-SESS-DDD-WORK =
                   WS-SEXP-DDD + SK-LIFETIME-DAYS
               PERFORM UNTIL WS-SESS-DDD-WORK <= 365
                   ADD 1 TO WS-SEXP-YEAR
                   SUBTRACT 365 FROM WS-SESS-DDD-WORK
               END-PERFORM
               MOVE WS-SESS-DDD-WORK   TO WS-SEXP-DDD
               MOVE WS-SESS-EXPIRY-DAY TO SK-EXPIRY-DAY

               WRITE SESSION-KEY-RECORD
               IF WS-SESSKEY-STATUS = '22'
                   REWRITE SESSION-KEY-RECORD
                   IF WS-SESSKEY-STATUS NOT = '00'
                       DISPLAY 'SESSKEY REWRITE FAILED FOR '
                               SK-REQUEST-ID
                               ' STATUS=' WS-SESSKEY-STATUS
                   END-IF
               ELSE
                   IF WS-SESSKEY-STATUS NOT = '00'
                       DISPLAY 'SESSKEY WRITE FAILED FOR '
                               SK-REQUEST-ID
                               ' STATUS=' WS-SESSKEY-STATUS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 5000-PROCESS-VERIFY-REQUESTS - one CSNDDSV call per inbound    *
      * signature in the verification-batch transaction file, each    *
               MOVE -1             TO VR-RETURN-CODE
               MOVE ZERO           TO VR-REASON-CODE
               WRITE VERIFY-RESULT-RECORD
               SET EVID-KEY-NOT-LOADED TO TRUE
               PERFORM 5150-FILE-VERIFY-EVIDENCE
           ELSE
               MOVE VT-HASH-ALG      TO WS-HASH-RULE-DATA
               MOVE VT-HASH-LEN      TO WS-HASH-LEN
                   MOVE 'FAILED  '   TO VR-STATUS
               END-IF
               WRITE VERIFY-RESULT-RECORD
               SET EVID-KEY-LOADED TO TRUE
               PERFORM 5150-FILE-VERIFY-EVIDENCE
           END-IF.

      *----------------------------------------------------------------*
      * 5150-FILE-VERIFY-EVIDENCE - file what was just verified on    *
      * the evidence file, from the transaction and the result record *
      * 5100 has just written. With the key loaded, the physical      *
      * label and public token are the ones CSNDDSV was given, and    *
      * WS-CHAIN-PREV-SEQ is the sequence 8200 gave the VERIFY audit  *
      * record (zero if that audit write failed). A write that finds *
      * the key taken (the same message verified twice within a      *
      * second) moves to the next sequence number. The verify window *
      * goes on whatever happens here - a failed write is reported   *
      * for the operator, not fatal.                                  *
      *----------------------------------------------------------------*
       5150-FILE-VERIFY-EVIDENCE.
           IF EVID-FILE-OPEN
               MOVE SPACES              TO VERIFY-EVIDENCE-RECORD
               MOVE VR-MESSAGE-ID       TO VE-MESSAGE-ID
               ACCEPT VE-VERIFY-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME-RAW FROM TIME
               MOVE WS-CURRENT-HHMMSS   TO VE-VERIFY-TIME
               MOVE ZERO                TO VE-VERIFY-SEQ
               MOVE VR-STATUS           TO VE-STATUS
               MOVE VR-RETURN-CODE      TO VE-RETURN-CODE
               MOVE VR-REASON-CODE      TO VE-REASON-CODE
               MOVE VT-KEY-LABEL        TO VE-REQUESTED-LABEL
               MOVE VT-HASH-ALG         TO VE-HASH-ALG
               MOVE VT-HASH-LEN         TO VE-HASH-LEN
               MOVE VT-HASH-DATA        TO VE-HASH-DATA
               MOVE VT-SIGNATURE-LEN    TO VE-SIGNATURE-LEN
               MOVE VT-SIGNATURE        TO VE-SIGNATURE
               MOVE WS-JOB-NAME         TO VE-JOB-NAME

               IF EVID-KEY-LOADED
                   MOVE WS-ACTIVE-KEY-LABEL  TO VE-KEY-LABEL
                   MOVE WS-PUB-KEY-TOKEN-LEN TO VE-PUB-TOKEN-LEN
                   IF WS-AUDITLOG-STATUS = '00'
                       MOVE WS-CHAIN-PREV-SEQ TO VE-AUDIT-CHAIN-SEQ
                   ELSE
                       MOVE ZERO              TO VE-AUDIT-CHAIN-SEQ
                   END-IF
                   PERFORM 5160-FINGERPRINT-PUB-TOKEN
                   MOVE WS-EVID-DIGEST-DATA  TO VE-PUB-KEY-FINGERPRINT
               ELSE
                   MOVE ZERO TO VE-PUB-TOKEN-LEN
                   MOVE ZERO TO VE-AUDIT-CHAIN-SEQ
               END-IF

               WRITE VERIFY-EVIDENCE-RECORD
               PERFORM UNTIL WS-VEREVID-STATUS NOT = '22'
                       OR VE-VERIFY-SEQ = 99
                   ADD 1 TO VE-VERIFY-SEQ
                   WRITE VERIFY-EVIDENCE-RECORD
               END-PERFORM
               IF WS-VEREVID-STATUS NOT = '00'
                   DISPLAY 'VEREVID WRITE FAILED FOR '
                           VE-MESSAGE-ID
                           ' STATUS=' WS-VEREVID-STATUS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 5160-FINGERPRINT-PUB-TOKEN - SHA-256 of the public token in   *
      * WS-PUB-KEY-TOKEN, retried through 8300/8310 like every other  *
      * CSF call. The verify's own return and reason codes are put    *
      * back afterwards, as 8220 does for the chain digest.           *
      *----------------------------------------------------------------*
       5160-FINGERPRINT-PUB-TOKEN.
           MOVE WS-RETURN-CODE   TO WS-EVID-SAVE-RC
           MOVE WS-REASON-CODE   TO WS-EVID-SAVE-RSN
           MOVE ZERO             TO WS-RETRY-ATTEMPT

           PERFORM 5165-FINGERPRINT-CALL
           PERFORM 8300-CHECK-TRANSIENT
           PERFORM UNTIL NOT TRANSIENT-FAILURE
                   OR WS-RETRY-ATTEMPT >= WS-RETRY-LIMIT
               PERFORM 8310-RETRY-WAIT
               PERFORM 5165-FINGERPRINT-CALL
               PERFORM 8300-CHECK-TRANSIENT
           END-PERFORM

           IF WS-RETURN-CODE NOT = ZERO
               DISPLAY 'EVIDENCE CSNBOWH FAILED RC=' WS-RETURN-CODE
                       ' RSN=' WS-REASON-CODE
                       ' - FINGERPRINT NOT FILED FOR ' VR-MESSAGE-ID
               MOVE HIGH-VALUES  TO WS-EVID-DIGEST-DATA
           END-IF

           MOVE WS-EVID-SAVE-RC  TO WS-RETURN-CODE
           MOVE WS-EVID-SAVE-RSN TO WS-REASON-CODE
           PERFORM 8300-CHECK-TRANSIENT.

       5165-FINGERPRINT-CALL.
           MOVE WS-PUB-KEY-TOKEN-LEN TO WS-EVID-TEXT-LEN
           MOVE 32                   TO WS-EVID-DIGEST-LEN

      *    CSNBOWH - One-Way Hash
           CALL 'CSNBOWH' USING
               WS-RETURN-CODE
               WS-REASON-CODE
               WS-EXIT-DATA-LEN
               WS-EXIT-DATA
               WS-CHAIN-RULE-LEN      *> 16 = length of rule array
               WS-CHAIN-RULE-DATA     *> 'SHA-256' + 'ONLY'
               WS-EVID-TEXT-LEN       *> public token length
               WS-PUB-KEY-TOKEN       *> public token CSNDDSV used
               WS-OWH-CHAIN-LEN       *> 128-byte chaining work area
               WS-OWH-CHAIN-DATA
               WS-EVID-DIGEST-LEN     *> 32 = SHA-256 digest length
               WS-EVID-DIGEST-DATA.   *> output: token fingerprint

      *----------------------------------------------------------------*
      * 9999-TERMINATE - close the files that persisted across        *
      * cycles. The per-cycle inputs, the checkpoint trail, and the   *
           CLOSE WRAP-REQUEUE-FILE
           CLOSE KEY-ALIAS-FILE
           CLOSE PENDING-MAINT-FILE
           CLOSE SIGN-HIST-FILE
           CLOSE SESSION-KEY-FILE
           CLOSE VERIFY-EVID-FILE
           CLOSE RUN-STATS-FILE.

      *----------------------------------------------------------------*
      * Step 1: Generate an RSA keypair at WS-RSA-KEY-SIZE             *
           END-IF.

       GEN-RSA-KEY-CALL.
           ADD 1 TO WS-STAT-CSNDPKG-CALLS
      *    CSNDPKB builds the public key token from supplied n,e
      *    For generation, CSNDPKG (PKA Key Generate) is used:
           CALL 'CSNDPKG' USING
           END-IF.

       SIGN-MESSAGE-CALL.
           ADD 1 TO WS-STAT-CSNDRSA-CALLS
           MOVE 16 TO WS-SIG-RULE-LEN

      *    Tell ICSF which hash algorithm produced WS-HASH-DATA, so
           END-IF.

       VERIFY-MESSAGE-CALL.
           ADD 1 TO WS-STAT-CSNDDSV-CALLS
           MOVE 16 TO WS-SIG-RULE-LEN

      *    Tell ICSF which hash algorithm produced WS-HASH-DATA, the
           END-IF.

       WRAP-SESSION-KEY-CALL.
           ADD 1 TO WS-STAT-CSNDPKE-CALLS
           MOVE 16 TO WS-PKA-ENC-LEN

      *    The wrapped output is exactly as wide as the modulus of
           END-IF.

       UNWRAP-SESSION-KEY-CALL.
           ADD 1 TO WS-STAT-CSNDPKD-CALLS
           MOVE 16 TO WS-PKA-DEC-LEN

      *    CSNDPKD - PKA Decrypt
           END-IF.

       GENERATE-SESSION-KEY-CALL.
           ADD 1 TO WS-STAT-CSNBKGN-CALLS
           MOVE LOW-VALUES TO WS-SYM-KEY-TOKEN

      *    CSNBKGN - Key Generate
           END-IF.

       EXPORT-SESSION-KEY-CALL.
           ADD 1 TO WS-STAT-CSNDSYX-CALLS
           MOVE 16 TO WS-SYM-RULE-LEN

      *    The wrapped output is exactly as wide as the modulus of
           END-IF.

       IMPORT-SESSION-KEY-CALL.
           ADD 1 TO WS-STAT-CSNDSYI-CALLS
           MOVE 16 TO WS-SYM-RULE-LEN
           MOVE LOW-VALUES TO WS-SYM-KEY-TOKEN

