      *----------------------------------------------------------------*
      * ICSF_KEYSTORE_DR.CBL                                           *
      *                                                                *
      * Key-store disaster-recovery unload, reload, and compare.      *
      *                                                                *
      * KEYSTOR, ALIASDIR, and PENDKEY together are the signing       *
      * system: the tokens, which alias the applications sign under, *
      * and which status changes are waiting on a second person.     *
      * Until this program the DR copy was a generic IDCAMS REPRO of *
      * each cluster, with nothing to say the three copies came from *
      * the same moment, nothing to say a copy was complete, and no   *
      * way to tell what had moved on the live files since the copy  *
      * was cut. DRMODE selects one of three runs:                    *
      *                                                                *
      *   UNLOAD  - all three files to one sequential backup dataset  *
      *             (DRBACKUP, see DRBACKUP.CPY): a header with the   *
      *             run date and the master-key context the private   *
      *             tokens are enciphered under, every record of each *
      *             file, and a trailer with the record counts and a  *
      *             CSNBOWH SHA-256 hash total per file. A failure    *
      *             part-way leaves the backup without a trailer.    *
      *   RELOAD  - proves the backup first - header, unbroken        *
      *             sequence, trailer present, counts and hash totals *
      *             recomputed and matched, master key the same as   *
      *             the one named for this run - and only then opens *
      *             the three clusters OUTPUT and rebuilds them. An   *
      *             unproven backup never reaches the VSAM files.     *
      *   COMPARE - proves the backup the same way, then match-merges *
      *             its key-store records against the live KEYSTOR by *
      *             label and reports (DRCMPRPT) every label on one   *
      *             side only and every label whose status, usage     *
      *             counters, or token lengths differ.                *
      *                                                                *
      * An unload copies every private token in the installation, so *
      * every run, whatever the mode and however it ends, writes an  *
      * audit record (DR-UNLD, DR-RELD, DR-COMP) to the chained audit *
      * log. AL-MESSAGE-ID on those records carries the backup's     *
      * header date and time, so the unload that cut a backup and    *
      * every reload or compare that used it can be matched up.      *
      *                                                                *
      * RELOAD needs the three clusters defined empty or with REUSE - *
      * they are opened OUTPUT, which is the point of a rebuild.      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - key-store DR unload, proven        *
      *               reload, and backup-to-live compare, with CSNBOWH *
      *               hash totals and chained audit records.          *
      *   2026-10-15  MKIDENT required for UNLOAD and RELOAD; a       *
      *               backup whose header names no master key is not  *
      *               reloaded.                                        *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFKSDR.
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

           SELECT DR-BACKUP-FILE ASSIGN TO DRBACKUP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DRBACKUP-STATUS.

           SELECT DR-COMPARE-REPORT ASSIGN TO DRCMPRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DRCMPRPT-STATUS.

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

       FD  DR-BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DRBACKUP.

       FD  DR-COMPARE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DR-COMPARE-LINE            PIC X(132).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-KEYSTOR-STATUS          PIC X(02) VALUE '00'.
       01  WS-ALIASDR-STATUS          PIC X(02) VALUE '00'.
       01  WS-PENDKEY-STATUS          PIC X(02) VALUE '00'.
       01  WS-DRBACKUP-STATUS         PIC X(02) VALUE '00'.
       01  WS-DRCMPRPT-STATUS         PIC X(02) VALUE '00'.
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

       01  WS-BACKUP-EOF              PIC X(01) VALUE 'N'.
           88  BACKUP-EOF                      VALUE 'Y'.
           88  BACKUP-NOT-EOF                  VALUE 'N'.

      *----------------------------------------------------------------*
      * Run selection. DRMODE is required - there is no default mode *
      * for a program that can rebuild the key store.                 *
      * MKIDENT is the installation's name for the CEX master key the *
      * key store is enciphered under, as recorded at the last key   *
      * ceremony. UNLOAD writes it to the header; RELOAD refuses a    *
      * backup whose header names a different one, since its private *
      * tokens would not work on this system. It is required for     *
      * UNLOAD and RELOAD, and a backup whose header carries none is *
      * never reloaded - two blank names would otherwise match.      *
      *----------------------------------------------------------------*
       01  WS-DR-MODE                 PIC X(08) VALUE SPACES.
           88  DR-MODE-UNLOAD                  VALUE 'UNLOAD  '.
           88  DR-MODE-RELOAD                  VALUE 'RELOAD  '.
           88  DR-MODE-COMPARE                 VALUE 'COMPARE '.

       01  WS-MK-IDENT                PIC X(16) VALUE SPACES.

      *----------------------------------------------------------------*
      * Run identification, captured once at startup and stamped on   *
      * the audit record and the backup header.                       *
      *----------------------------------------------------------------*
       01  WS-JOB-NAME                PIC X(08) VALUE SPACES.
       01  WS-USER-ID                 PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-TIME-RAW        PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-TIME-SPLIT REDEFINES WS-CURRENT-TIME-RAW.
           05  WS-CURRENT-HHMMSS      PIC 9(06).
           05  FILLER                 PIC 9(02).

      *----------------------------------------------------------------*
      * Master-key context for the header: the date and time of the  *
      * last MK-RENC record with RC 0 on the audit log, picked up by *
      * 8215-READ-AUDIT-CHAIN on its way to the end of the log. Zero *
      * means no re-encipher has been audited since the log began.   *
      *----------------------------------------------------------------*
       01  WS-MK-RENC-DATE            PIC 9(08) VALUE ZERO.
       01  WS-MK-RENC-TIME            PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------*
      * Outcome of the run. DR-RUN-FAILED is set by anything that     *
      * stops the run doing what DRMODE asked; the audit record and   *
      * the condition code are taken from it at the end.              *
      *----------------------------------------------------------------*
       01  WS-DR-RESULT-SW            PIC X(01) VALUE 'N'.
           88  DR-RUN-FAILED                   VALUE 'Y'.
           88  DR-RUN-OK                       VALUE 'N'.

      *----------------------------------------------------------------*
      * Backup proof (3000). WS-PROOF-REASON keeps the first thing    *
      * found wrong - the one the operator needs to see.              *
      *----------------------------------------------------------------*
       01  WS-PROOF-SW                PIC X(01) VALUE 'N'.
           88  BACKUP-PROVEN                   VALUE 'Y'.
           88  BACKUP-NOT-PROVEN               VALUE 'N'.

       01  WS-PROOF-REASON            PIC X(40) VALUE SPACES.

       01  WS-TRAILER-SW              PIC X(01) VALUE 'N'.
           88  TRAILER-SEEN                    VALUE 'Y'.
           88  TRAILER-NOT-SEEN                VALUE 'N'.

       01  WS-BACKUP-ID               PIC X(16) VALUE SPACES.
       01  WS-BACKUP-ID-SPLIT REDEFINES WS-BACKUP-ID.
           05  WS-BACKUP-ID-DATE      PIC 9(08).
           05  WS-BACKUP-ID-TIME      PIC 9(06).
           05  FILLER                 PIC X(02).

       01  WS-SAVED-HEADER.
           05  WS-SAVED-HDR-DATE      PIC 9(08) VALUE ZERO.
           05  WS-SAVED-HDR-TIME      PIC 9(06) VALUE ZERO.
           05  WS-SAVED-HDR-MK-IDENT  PIC X(16) VALUE SPACES.

       01  WS-SAVED-TRAILER.
           05  WS-SAVED-TRL-DATE      PIC 9(08) VALUE ZERO.
           05  WS-SAVED-TRL-TIME      PIC 9(06) VALUE ZERO.
           05  WS-SAVED-TRL-KS-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-SAVED-TRL-KS-HASH   PIC X(32) VALUE SPACES.
           05  WS-SAVED-TRL-KA-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-SAVED-TRL-KA-HASH   PIC X(32) VALUE SPACES.
           05  WS-SAVED-TRL-PM-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-SAVED-TRL-PM-HASH   PIC X(32) VALUE SPACES.
           05  WS-SAVED-TRL-DATA-COUNT PIC 9(09) VALUE ZERO.

      *----------------------------------------------------------------*
      * Record counts and hash totals, one set per file. Each file's  *
      * hash starts at LOW-VALUES and is replaced, record by record,  *
      * by the SHA-256 of itself followed by the record image - so    *
      * the final value depends on every byte and on the order.      *
      * UNLOAD accumulates them to write the trailer; RELOAD and      *
      * COMPARE accumulate them again off the backup to check it.     *
      *----------------------------------------------------------------*
       01  WS-BACKUP-SEQ              PIC 9(09) VALUE ZERO.
       01  WS-KS-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-KA-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-PM-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-KS-HASH                 PIC X(32) VALUE LOW-VALUES.
       01  WS-KA-HASH                 PIC X(32) VALUE LOW-VALUES.
       01  WS-PM-HASH                 PIC X(32) VALUE LOW-VALUES.

      *----------------------------------------------------------------*
      * VSAM record lengths, as carried in DB-DATA-LEN.               *
      *----------------------------------------------------------------*
       01  WS-KS-RECORD-LEN           PIC 9(05) VALUE 7101.
       01  WS-KA-RECORD-LEN           PIC 9(05) VALUE 40.
       01  WS-PM-RECORD-LEN           PIC 9(05) VALUE 56.

      *----------------------------------------------------------------*
      * Reload totals.                                                 *
      *----------------------------------------------------------------*
       01  WS-KS-LOADED               PIC 9(09) VALUE ZERO.
       01  WS-KA-LOADED               PIC 9(09) VALUE ZERO.
       01  WS-PM-LOADED               PIC 9(09) VALUE ZERO.

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
      * One-Way Hash (CSNBOWH) buffers for the hash totals. The text  *
      * hashed for each record is the running hash followed by the    *
      * record image; WS-HASH-TEXT-LEN is 32 plus the record length.  *
      *----------------------------------------------------------------*
       01  WS-OWH-RULE.
           05  WS-OWH-RULE-LEN    PIC S9(9) COMP VALUE 16.
           05  WS-OWH-RULE-DATA.
               10  WS-OWH-ALG-RULE     PIC X(8) VALUE 'SHA-256 '.
               10  WS-OWH-CHAIN-RULE   PIC X(8) VALUE 'ONLY    '.

       01  WS-HASH-TEXT-LEN       PIC S9(9) COMP VALUE ZERO.
       01  WS-HASH-IMAGE-LEN      PIC 9(05) VALUE ZERO.

       01  WS-HASH-TEXT.
           05  WS-HASH-PREV       PIC X(32).
           05  WS-HASH-IMAGE      PIC X(7101).

       01  WS-OWH-CHAIN-VECTOR.
           05  WS-OWH-CHAIN-LEN   PIC S9(9) COMP VALUE 128.
           05  WS-OWH-CHAIN-DATA  PIC X(128).

       01  WS-HASH-DIGEST.
           05  WS-HASH-DIGEST-LEN PIC S9(9) COMP VALUE 32.
           05  WS-HASH-DIGEST-DATA PIC X(32).

      *----------------------------------------------------------------*
      * Compare work areas. The backup's key-store record is copied   *
      * out of DB-DATA into WS-BACKUP-KEY, which mirrors the          *
      * KEYSTORE.CPY layout, so it can sit beside the live record.    *
      * A side that has run out carries HIGH-VALUES as its label.    *
      *----------------------------------------------------------------*
       01  WS-BACKUP-KEY.
           05  WS-BK-KEY-LABEL        PIC X(16).
           05  WS-BK-GEN-TIMESTAMP    PIC X(14).
           05  WS-BK-KEY-USAGE        PIC X(08).
           05  WS-BK-KEY-ALGORITHM    PIC X(08).
           05  WS-BK-KEY-SIZE         PIC 9(05).
           05  WS-BK-KEY-STATUS       PIC X(01).
           05  WS-BK-SIGN-COUNT       PIC 9(09).
           05  WS-BK-WRAP-COUNT       PIC 9(09).
           05  WS-BK-UNWRAP-COUNT     PIC 9(09).
           05  WS-BK-LAST-USED        PIC X(14).
           05  WS-BK-PRIV-TOKEN-LEN   PIC S9(9) COMP.
           05  WS-BK-PRIV-TOKEN       PIC X(3500).
           05  WS-BK-PUB-TOKEN-LEN    PIC S9(9) COMP.
           05  WS-BK-PUB-TOKEN        PIC X(3500).

       01  WS-LIVE-KEY-LABEL          PIC X(16) VALUE SPACES.

       01  WS-DIFF-FIELD              PIC X(16) VALUE SPACES.
       01  WS-DIFF-BACKUP             PIC X(12) VALUE SPACES.
       01  WS-DIFF-LIVE               PIC X(12) VALUE SPACES.
       01  WS-DIFF-NUMBER             PIC 9(09) VALUE ZERO.

       01  WS-LABEL-DIFF-SW           PIC X(01) VALUE 'N'.
           88  LABEL-DIFFERS                   VALUE 'Y'.
           88  LABEL-MATCHES                   VALUE 'N'.

      *----------------------------------------------------------------*
      * Compare totals, reported on DRCMPRPT and SYSOUT.              *
      *----------------------------------------------------------------*
       01  WS-CMP-MATCHED             PIC 9(07) VALUE ZERO.
       01  WS-CMP-DIFFERENT           PIC 9(07) VALUE ZERO.
       01  WS-CMP-BACKUP-ONLY         PIC 9(07) VALUE ZERO.
       01  WS-CMP-LIVE-ONLY           PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - overall run sequence.                           *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           IF DR-MODE-UNLOAD
               IF DR-RUN-OK
                   PERFORM 2000-UNLOAD-BACKUP
                       THRU 2000-UNLOAD-BACKUP-EXIT
               END-IF
               MOVE 'DR-UNLD ' TO WS-AUDIT-OPERATION
           END-IF

           IF DR-MODE-RELOAD
               IF DR-RUN-OK
                   PERFORM 3000-PROVE-BACKUP
                       THRU 3000-PROVE-BACKUP-EXIT
                   IF BACKUP-PROVEN
                       PERFORM 3500-RELOAD-FILES
                           THRU 3500-RELOAD-FILES-EXIT
                   ELSE
                       DISPLAY 'RELOAD REFUSED - BACKUP NOT PROVEN: '
                               WS-PROOF-REASON
                       SET DR-RUN-FAILED TO TRUE
                   END-IF
               END-IF
               MOVE 'DR-RELD ' TO WS-AUDIT-OPERATION
           END-IF

           IF DR-MODE-COMPARE
               PERFORM 3000-PROVE-BACKUP
                   THRU 3000-PROVE-BACKUP-EXIT
               PERFORM 4000-COMPARE-KEY-STORE
                   THRU 4000-COMPARE-KEY-STORE-EXIT
               MOVE 'DR-COMP ' TO WS-AUDIT-OPERATION
           END-IF

           IF NOT DR-MODE-UNLOAD
              AND NOT DR-MODE-RELOAD
              AND NOT DR-MODE-COMPARE
               DISPLAY 'DRMODE MUST BE UNLOAD, RELOAD, OR COMPARE - '
                       'FOUND ' WS-DR-MODE
               SET DR-RUN-FAILED TO TRUE
               MOVE 'DR-NONE ' TO WS-AUDIT-OPERATION
           END-IF

      *    One audit record per run, whatever happened. -8 is the
      *    batches' key-store I/O convention; a refused reload is
      *    recorded the same way, since nothing was written.
           IF DR-RUN-FAILED
               MOVE -8   TO WS-RETURN-CODE
           ELSE
               MOVE ZERO TO WS-RETURN-CODE
           END-IF
           MOVE ZERO        TO WS-REASON-CODE
           MOVE WS-MK-IDENT TO WS-AUDIT-KEY-LABEL
           PERFORM 8200-WRITE-AUDIT-RECORD

           PERFORM 9999-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - run selection, run identification, and the  *
      * audit log. The data files are opened by the mode that needs  *
      * them, each in the way that mode needs.                        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY 'DRMODE' UPON ENVIRONMENT-NAME
           ACCEPT WS-DR-MODE FROM ENVIRONMENT-VALUE
           DISPLAY 'MKIDENT' UPON ENVIRONMENT-NAME
           ACCEPT WS-MK-IDENT FROM ENVIRONMENT-VALUE

           DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-RAW FROM TIME

      *    Without a master-key name an unload cuts a backup nothing
      *    can be checked against, and a reload has nothing to check
      *    the backup with - refuse both rather than load tokens into
      *    a region whose master key was never matched.
           IF (DR-MODE-UNLOAD OR DR-MODE-RELOAD)
              AND WS-MK-IDENT = SPACES
               DISPLAY WS-DR-MODE ' REFUSED - MKIDENT IS REQUIRED'
               SET DR-RUN-FAILED TO TRUE
           END-IF

      *    The chain state comes off the end of the log first, so the
      *    record this run appends links onto the last one there. The
      *    same pass finds the last completed master-key re-encipher.
           PERFORM 8210-LOAD-AUDIT-CHAIN

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS NOT = '00'
              AND WS-AUDITLOG-STATUS NOT = '05'
               DISPLAY 'AUDITLOG OPEN FAILED, STATUS='
                       WS-AUDITLOG-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * 2000-UNLOAD-BACKUP - header, the three files in key order,    *
      * then the trailer. Any open, read, hash, or write failure     *
      * stops the unload before the trailer, so the partial dataset  *
      * can never pass for a backup.                                  *
      *----------------------------------------------------------------*
       2000-UNLOAD-BACKUP.
           OPEN INPUT KEY-STORE-FILE
           IF WS-KEYSTOR-STATUS NOT = '00'
               DISPLAY 'KEYSTOR OPEN FAILED, STATUS=' WS-KEYSTOR-STATUS
               SET DR-RUN-FAILED TO TRUE
           END-IF

           OPEN INPUT KEY-ALIAS-FILE
           IF WS-ALIASDR-STATUS NOT = '00'
               DISPLAY 'ALIASDIR OPEN FAILED, STATUS=' WS-ALIASDR-STATUS
               SET DR-RUN-FAILED TO TRUE
           END-IF

           OPEN INPUT PENDING-MAINT-FILE
           IF WS-PENDKEY-STATUS NOT = '00'
               DISPLAY 'PENDKEY OPEN FAILED, STATUS=' WS-PENDKEY-STATUS
               SET DR-RUN-FAILED TO TRUE
           END-IF

           OPEN OUTPUT DR-BACKUP-FILE
           IF WS-DRBACKUP-STATUS NOT = '00'
               DISPLAY 'DRBACKUP OPEN FAILED, STATUS='
                       WS-DRBACKUP-STATUS
               SET DR-RUN-FAILED TO TRUE
           END-IF

           IF DR-RUN-FAILED
               DISPLAY 'UNLOAD NOT STARTED - NO BACKUP WRITTEN'
               GO TO 2000-UNLOAD-BACKUP-EXIT
           END-IF

           MOVE WS-TODAY-DATE     TO WS-BACKUP-ID-DATE
           MOVE WS-CURRENT-HHMMSS TO WS-BACKUP-ID-TIME

           MOVE SPACES            TO DR-BACKUP-RECORD
           MOVE 'HD'              TO DB-RECORD-TYPE
           MOVE 60                TO DB-DATA-LEN
           MOVE WS-TODAY-DATE     TO DB-HDR-RUN-DATE
           MOVE WS-CURRENT-HHMMSS TO DB-HDR-RUN-TIME
           MOVE WS-JOB-NAME       TO DB-HDR-JOB-NAME
           MOVE WS-USER-ID        TO DB-HDR-USER-ID
           MOVE WS-MK-IDENT       TO DB-HDR-MK-IDENT
           MOVE WS-MK-RENC-DATE   TO DB-HDR-MK-RENC-DATE
           MOVE WS-MK-RENC-TIME   TO DB-HDR-MK-RENC-TIME
           PERFORM 2400-WRITE-BACKUP-RECORD

           PERFORM 2110-READ-KEY-STORE
           PERFORM UNTIL KEY-STORE-EOF OR DR-RUN-FAILED
               PERFORM 2100-UNLOAD-ONE-KEY
               PERFORM 2110-READ-KEY-STORE
           END-PERFORM

           PERFORM 2210-READ-ALIAS
           PERFORM UNTIL ALIAS-EOF OR DR-RUN-FAILED
               PERFORM 2200-UNLOAD-ONE-ALIAS
               PERFORM 2210-READ-ALIAS
           END-PERFORM

           PERFORM 2310-READ-PENDING
           PERFORM UNTIL PENDING-EOF OR DR-RUN-FAILED
               PERFORM 2300-UNLOAD-ONE-PENDING
               PERFORM 2310-READ-PENDING
           END-PERFORM

           IF DR-RUN-FAILED
               DISPLAY 'UNLOAD STOPPED - BACKUP HAS NO TRAILER AND '
                       'IS NOT USABLE'
               GO TO 2000-UNLOAD-BACKUP-EXIT
           END-IF

           PERFORM 2500-WRITE-TRAILER.
       2000-UNLOAD-BACKUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-UNLOAD-ONE-KEY - one KEYSTOR record into the backup and  *
      * into the key-store hash total.                                *
      *----------------------------------------------------------------*
       2100-UNLOAD-ONE-KEY.
           MOVE KEYSTORE-RECORD  TO WS-HASH-IMAGE
           MOVE WS-KS-RECORD-LEN TO WS-HASH-IMAGE-LEN
           MOVE WS-KS-HASH       TO WS-HASH-PREV
           PERFORM 8300-HASH-RECORD
           MOVE WS-HASH-PREV     TO WS-KS-HASH
           ADD 1 TO WS-KS-COUNT

           MOVE SPACES           TO DR-BACKUP-RECORD
           MOVE 'KS'             TO DB-RECORD-TYPE
           MOVE WS-KS-RECORD-LEN TO DB-DATA-LEN
           MOVE KEYSTORE-RECORD  TO DB-DATA
           PERFORM 2400-WRITE-BACKUP-RECORD.

       2110-READ-KEY-STORE.
           READ KEY-STORE-FILE NEXT RECORD
               AT END
                   SET KEY-STORE-EOF TO TRUE
           END-READ

           IF WS-KEYSTOR-STATUS NOT = '00'
              AND WS-KEYSTOR-STATUS NOT = '10'
               DISPLAY 'KEYSTOR READ FAILED, STATUS=' WS-KEYSTOR-STATUS
               SET KEY-STORE-EOF TO TRUE
               SET DR-RUN-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2200-UNLOAD-ONE-ALIAS - one ALIASDIR record.                  *
      *----------------------------------------------------------------*
       2200-UNLOAD-ONE-ALIAS.
           MOVE KEY-ALIAS-RECORD TO WS-HASH-IMAGE
           MOVE WS-KA-RECORD-LEN TO WS-HASH-IMAGE-LEN
           MOVE WS-KA-HASH       TO WS-HASH-PREV
           PERFORM 8300-HASH-RECORD
           MOVE WS-HASH-PREV     TO WS-KA-HASH
           ADD 1 TO WS-KA-COUNT

           MOVE SPACES           TO DR-BACKUP-RECORD
           MOVE 'KA'             TO DB-RECORD-TYPE
           MOVE WS-KA-RECORD-LEN TO DB-DATA-LEN
           MOVE KEY-ALIAS-RECORD TO DB-DATA
           PERFORM 2400-WRITE-BACKUP-RECORD.

       2210-READ-ALIAS.
           READ KEY-ALIAS-FILE NEXT RECORD
               AT END
                   SET ALIAS-EOF TO TRUE
           END-READ

           IF WS-ALIASDR-STATUS NOT = '00'
              AND WS-ALIASDR-STATUS NOT = '10'
               DISPLAY 'ALIASDIR READ FAILED, STATUS='
                       WS-ALIASDR-STATUS
               SET ALIAS-EOF TO TRUE
               SET DR-RUN-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2300-UNLOAD-ONE-PENDING - one PENDKEY record.                 *
      *----------------------------------------------------------------*
       2300-UNLOAD-ONE-PENDING.
           MOVE PENDING-MAINT-RECORD TO WS-HASH-IMAGE
           MOVE WS-PM-RECORD-LEN     TO WS-HASH-IMAGE-LEN
           MOVE WS-PM-HASH           TO WS-HASH-PREV
           PERFORM 8300-HASH-RECORD
           MOVE WS-HASH-PREV         TO WS-PM-HASH
           ADD 1 TO WS-PM-COUNT

           MOVE SPACES               TO DR-BACKUP-RECORD
           MOVE 'PM'                 TO DB-RECORD-TYPE
           MOVE WS-PM-RECORD-LEN     TO DB-DATA-LEN
           MOVE PENDING-MAINT-RECORD TO DB-DATA
           PERFORM 2400-WRITE-BACKUP-RECORD.

       2310-READ-PENDING.
           READ PENDING-MAINT-FILE NEXT RECORD
               AT END
                   SET PENDING-EOF TO TRUE
           END-READ

           IF WS-PENDKEY-STATUS NOT = '00'
              AND WS-PENDKEY-STATUS NOT = '10'
               DISPLAY 'PENDKEY READ FAILED, STATUS=' WS-PENDKEY-STATUS
               SET PENDING-EOF TO TRUE
               SET DR-RUN-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2400-WRITE-BACKUP-RECORD - number and write the record built  *
      * in DR-BACKUP-RECORD.                                           *
      *----------------------------------------------------------------*
       2400-WRITE-BACKUP-RECORD.
           ADD 1 TO WS-BACKUP-SEQ
           MOVE WS-BACKUP-SEQ TO DB-SEQUENCE
           WRITE DR-BACKUP-RECORD
           IF WS-DRBACKUP-STATUS NOT = '00'
               DISPLAY 'DRBACKUP WRITE FAILED, STATUS='
                       WS-DRBACKUP-STATUS
                       ' AT RECORD ' WS-BACKUP-SEQ
               SET DR-RUN-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2500-WRITE-TRAILER - counts and hash totals. Written last and *
      * only when everything before it went out clean.               *
      *----------------------------------------------------------------*
       2500-WRITE-TRAILER.
           MOVE SPACES            TO DR-BACKUP-RECORD
           MOVE 'TR'              TO DB-RECORD-TYPE
           MOVE 146               TO DB-DATA-LEN
           MOVE WS-TODAY-DATE     TO DB-TRL-RUN-DATE
           MOVE WS-CURRENT-HHMMSS TO DB-TRL-RUN-TIME
           MOVE WS-KS-COUNT       TO DB-TRL-KS-COUNT
           MOVE WS-KS-HASH        TO DB-TRL-KS-HASH
           MOVE WS-KA-COUNT       TO DB-TRL-KA-COUNT
           MOVE WS-KA-HASH        TO DB-TRL-KA-HASH
           MOVE WS-PM-COUNT       TO DB-TRL-PM-COUNT
           MOVE WS-PM-HASH        TO DB-TRL-PM-HASH
           COMPUTE DB-TRL-DATA-COUNT =
               WS-KS-COUNT + WS-KA-COUNT + WS-PM-COUNT
           PERFORM 2400-WRITE-BACKUP-RECORD

           IF DR-RUN-OK
               DISPLAY 'BACKUP ' WS-BACKUP-ID ' WRITTEN - KEYSTOR='
                       WS-KS-COUNT ' ALIASDIR=' WS-KA-COUNT
                       ' PENDKEY=' WS-PM-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * 3000-PROVE-BACKUP - read the backup end to end and decide     *
      * whether it is complete and untouched: a header first, an     *
      * unbroken sequence, only known record types at their known    *
      * lengths, a trailer last that repeats the header's date and   *
      * time, and counts and hash totals recomputed here that match  *
      * the trailer's. For RELOAD the header's master key must also  *
      * be the one named for this run. Nothing is written.           *
      *----------------------------------------------------------------*
       3000-PROVE-BACKUP.
           MOVE ZERO       TO WS-BACKUP-SEQ
           MOVE ZERO       TO WS-KS-COUNT
           MOVE ZERO       TO WS-KA-COUNT
           MOVE ZERO       TO WS-PM-COUNT
           MOVE LOW-VALUES TO WS-KS-HASH
           MOVE LOW-VALUES TO WS-KA-HASH
           MOVE LOW-VALUES TO WS-PM-HASH
           MOVE SPACES     TO WS-PROOF-REASON
           SET TRAILER-NOT-SEEN  TO TRUE
           SET BACKUP-NOT-PROVEN TO TRUE

           OPEN INPUT DR-BACKUP-FILE
           IF WS-DRBACKUP-STATUS NOT = '00'
               DISPLAY 'DRBACKUP OPEN FAILED, STATUS='
                       WS-DRBACKUP-STATUS
               MOVE 'BACKUP DATASET COULD NOT BE OPENED'
                   TO WS-PROOF-REASON
               SET DR-RUN-FAILED TO TRUE
               GO TO 3000-PROVE-BACKUP-EXIT
           END-IF

           SET BACKUP-NOT-EOF TO TRUE
           PERFORM 3010-READ-BACKUP
           PERFORM UNTIL BACKUP-EOF
               PERFORM 3100-PROVE-ONE-RECORD
               PERFORM 3010-READ-BACKUP
           END-PERFORM

           CLOSE DR-BACKUP-FILE

           PERFORM 3200-CHECK-TRAILER

           IF WS-PROOF-REASON = SPACES
               SET BACKUP-PROVEN TO TRUE
               DISPLAY 'BACKUP ' WS-BACKUP-ID ' PROVEN - KEYSTOR='
                       WS-KS-COUNT ' ALIASDIR=' WS-KA-COUNT
                       ' PENDKEY=' WS-PM-COUNT
           END-IF.
       3000-PROVE-BACKUP-EXIT.
           EXIT.

       3010-READ-BACKUP.
           READ DR-BACKUP-FILE
               AT END
                   SET BACKUP-EOF TO TRUE
           END-READ

           IF WS-DRBACKUP-STATUS NOT = '00'
              AND WS-DRBACKUP-STATUS NOT = '10'
               DISPLAY 'DRBACKUP READ FAILED, STATUS='
                       WS-DRBACKUP-STATUS
               IF WS-PROOF-REASON = SPACES
                   MOVE 'BACKUP DATASET COULD NOT BE READ'
                       TO WS-PROOF-REASON
               END-IF
               SET BACKUP-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 3100-PROVE-ONE-RECORD - check one backup record in place and  *
      * add it to its file's count and hash total.                    *
      *----------------------------------------------------------------*
       3100-PROVE-ONE-RECORD.
           ADD 1 TO WS-BACKUP-SEQ

           IF DB-SEQUENCE NOT = WS-BACKUP-SEQ
              AND WS-PROOF-REASON = SPACES
               MOVE 'BACKUP SEQUENCE BROKEN' TO WS-PROOF-REASON
           END-IF

           IF WS-BACKUP-SEQ = 1
              AND NOT DB-TYPE-HEADER
              AND WS-PROOF-REASON = SPACES
               MOVE 'BACKUP DOES NOT START WITH A HEADER'
                   TO WS-PROOF-REASON
           END-IF

           IF TRAILER-SEEN
              AND WS-PROOF-REASON = SPACES
               MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-PROOF-REASON
           END-IF

           EVALUATE TRUE
               WHEN DB-TYPE-HEADER
                   IF WS-BACKUP-SEQ NOT = 1
                      AND WS-PROOF-REASON = SPACES
                       MOVE 'SECOND HEADER IN BACKUP' TO WS-PROOF-REASON
                   END-IF
                   MOVE DB-HDR-RUN-DATE   TO WS-SAVED-HDR-DATE
                   MOVE DB-HDR-RUN-TIME   TO WS-SAVED-HDR-TIME
                   MOVE DB-HDR-MK-IDENT   TO WS-SAVED-HDR-MK-IDENT
                   MOVE DB-HDR-RUN-DATE   TO WS-BACKUP-ID-DATE
                   MOVE DB-HDR-RUN-TIME   TO WS-BACKUP-ID-TIME
                   DISPLAY 'BACKUP CUT ' DB-HDR-RUN-DATE ' '
                           DB-HDR-RUN-TIME ' BY ' DB-HDR-JOB-NAME ' '
                           DB-HDR-USER-ID ' MASTER KEY '
                           DB-HDR-MK-IDENT ' LAST RE-ENCIPHER '
                           DB-HDR-MK-RENC-DATE
               WHEN DB-TYPE-KEYSTORE
                   MOVE WS-KS-RECORD-LEN TO WS-HASH-IMAGE-LEN
                   PERFORM 3110-CHECK-DATA-LEN
                   MOVE DB-DATA          TO WS-HASH-IMAGE
                   MOVE WS-KS-HASH       TO WS-HASH-PREV
                   PERFORM 8300-HASH-RECORD
                   MOVE WS-HASH-PREV     TO WS-KS-HASH
                   ADD 1 TO WS-KS-COUNT
               WHEN DB-TYPE-ALIAS
                   MOVE WS-KA-RECORD-LEN TO WS-HASH-IMAGE-LEN
                   PERFORM 3110-CHECK-DATA-LEN
                   MOVE DB-DATA          TO WS-HASH-IMAGE
                   MOVE WS-KA-HASH       TO WS-HASH-PREV
                   PERFORM 8300-HASH-RECORD
                   MOVE WS-HASH-PREV     TO WS-KA-HASH
                   ADD 1 TO WS-KA-COUNT
               WHEN DB-TYPE-PENDING
                   MOVE WS-PM-RECORD-LEN TO WS-HASH-IMAGE-LEN
                   PERFORM 3110-CHECK-DATA-LEN
                   MOVE DB-DATA          TO WS-HASH-IMAGE
                   MOVE WS-PM-HASH       TO WS-HASH-PREV
                   PERFORM 8300-HASH-RECORD
                   MOVE WS-HASH-PREV     TO WS-PM-HASH
                   ADD 1 TO WS-PM-COUNT
               WHEN DB-TYPE-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   MOVE DB-TRL-RUN-DATE   TO WS-SAVED-TRL-DATE
                   MOVE DB-TRL-RUN-TIME   TO WS-SAVED-TRL-TIME
                   MOVE DB-TRL-KS-COUNT   TO WS-SAVED-TRL-KS-COUNT
                   MOVE DB-TRL-KS-HASH    TO WS-SAVED-TRL-KS-HASH
                   MOVE DB-TRL-KA-COUNT   TO WS-SAVED-TRL-KA-COUNT
                   MOVE DB-TRL-KA-HASH    TO WS-SAVED-TRL-KA-HASH
                   MOVE DB-TRL-PM-COUNT   TO WS-SAVED-TRL-PM-COUNT
                   MOVE DB-TRL-PM-HASH    TO WS-SAVED-TRL-PM-HASH
                   MOVE DB-TRL-DATA-COUNT TO WS-SAVED-TRL-DATA-COUNT
               WHEN OTHER
                   IF WS-PROOF-REASON = SPACES
                       MOVE 'UNKNOWN RECORD TYPE IN BACKUP'
                           TO WS-PROOF-REASON
                   END-IF
           END-EVALUATE.

       3110-CHECK-DATA-LEN.
           IF DB-DATA-LEN NOT = WS-HASH-IMAGE-LEN
              AND WS-PROOF-REASON = SPACES
               MOVE 'RECORD LENGTH WRONG FOR ITS TYPE'
                   TO WS-PROOF-REASON
           END-IF.

      *----------------------------------------------------------------*
      * 3200-CHECK-TRAILER - the end-of-backup checks, once every     *
      * record has been counted and hashed.                           *
      *----------------------------------------------------------------*
       3200-CHECK-TRAILER.
           IF TRAILER-NOT-SEEN
              AND WS-PROOF-REASON = SPACES
               MOVE 'NO TRAILER - BACKUP INCOMPLETE' TO WS-PROOF-REASON
           END-IF

           IF (WS-SAVED-TRL-DATE NOT = WS-SAVED-HDR-DATE
              OR WS-SAVED-TRL-TIME NOT = WS-SAVED-HDR-TIME)
              AND WS-PROOF-REASON = SPACES
               MOVE 'TRAILER DOES NOT MATCH HEADER' TO WS-PROOF-REASON
           END-IF

           IF (WS-SAVED-TRL-KS-COUNT NOT = WS-KS-COUNT
              OR WS-SAVED-TRL-KA-COUNT NOT = WS-KA-COUNT
              OR WS-SAVED-TRL-PM-COUNT NOT = WS-PM-COUNT
              OR WS-SAVED-TRL-DATA-COUNT NOT =
                 WS-KS-COUNT + WS-KA-COUNT + WS-PM-COUNT)
              AND WS-PROOF-REASON = SPACES
               MOVE 'RECORD COUNTS DO NOT MATCH TRAILER'
                   TO WS-PROOF-REASON
           END-IF

           IF (WS-SAVED-TRL-KS-HASH NOT = WS-KS-HASH
              OR WS-SAVED-TRL-KA-HASH NOT = WS-KA-HASH
              OR WS-SAVED-TRL-PM-HASH NOT = WS-PM-HASH)
              AND WS-PROOF-REASON = SPACES
               MOVE 'HASH TOTALS DO NOT MATCH TRAILER'
                   TO WS-PROOF-REASON
           END-IF

      *    The tokens in the backup only work under the master key
      *    they were enciphered under. A backup from before a master-
      *    key change has to be reloaded where the old key is still
      *    set and put through ICSFMKRE, not loaded here.
           IF DR-MODE-RELOAD
              AND WS-SAVED-HDR-MK-IDENT = SPACES
              AND WS-PROOF-REASON = SPACES
               MOVE 'BACKUP HEADER CARRIES NO MASTER KEY'
                   TO WS-PROOF-REASON
           END-IF

           IF DR-MODE-RELOAD
              AND WS-SAVED-HDR-MK-IDENT NOT = WS-MK-IDENT
              AND WS-PROOF-REASON = SPACES
               DISPLAY 'BACKUP MASTER KEY ' WS-SAVED-HDR-MK-IDENT
                       ' RUN MASTER KEY ' WS-MK-IDENT
               MOVE 'BACKUP IS UNDER A DIFFERENT MASTER KEY'
                   TO WS-PROOF-REASON
           END-IF.

      *----------------------------------------------------------------*
      * 3500-RELOAD-FILES - rebuild the three clusters from a proven  *
      * backup. All three are opened before a record is written, so  *
      * an open failure stops the reload with nothing loaded.        *
      *----------------------------------------------------------------*
       3500-RELOAD-FILES.
           OPEN OUTPUT KEY-STORE-FILE
           IF WS-KEYSTOR-STATUS NOT = '00'
               DISPLAY 'KEYSTOR OPEN FAILED, STATUS=' WS-KEYSTOR-STATUS
               SET DR-RUN-FAILED TO TRUE
           END-IF

           OPEN OUTPUT KEY-ALIAS-FILE
           IF WS-ALIASDR-STATUS NOT = '00'
               DISPLAY 'ALIASDIR OPEN FAILED, STATUS=' WS-ALIASDR-STATUS
               SET DR-RUN-FAILED TO TRUE
           END-IF

           OPEN OUTPUT PENDING-MAINT-FILE
           IF WS-PENDKEY-STATUS NOT = '00'
               DISPLAY 'PENDKEY OPEN FAILED, STATUS=' WS-PENDKEY-STATUS
               SET DR-RUN-FAILED TO TRUE
           END-IF

           OPEN INPUT DR-BACKUP-FILE
           IF WS-DRBACKUP-STATUS NOT = '00'
               DISPLAY 'DRBACKUP OPEN FAILED, STATUS='
                       WS-DRBACKUP-STATUS
               SET DR-RUN-FAILED TO TRUE
           END-IF

           IF DR-RUN-FAILED
               DISPLAY 'RELOAD NOT STARTED - NO RECORDS WRITTEN'
               GO TO 3500-RELOAD-FILES-EXIT
           END-IF

           SET BACKUP-NOT-EOF TO TRUE
           PERFORM 3010-READ-BACKUP
           PERFORM UNTIL BACKUP-EOF OR DR-RUN-FAILED
               PERFORM 3600-RELOAD-ONE-RECORD
               PERFORM 3010-READ-BACKUP
           END-PERFORM

           IF DR-RUN-FAILED
               DISPLAY 'RELOAD STOPPED - KEY STORE FILES ARE PARTIAL '
                       'AND MUST BE RELOADED AGAIN'
           ELSE
               DISPLAY 'RELOAD FROM BACKUP ' WS-BACKUP-ID
                       ' - KEYSTOR=' WS-KS-LOADED
                       ' ALIASDIR=' WS-KA-LOADED
                       ' PENDKEY=' WS-PM-LOADED
           END-IF.
       3500-RELOAD-FILES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3600-RELOAD-ONE-RECORD - write one data record back to the    *
      * cluster it came from. The backup is in key order within each *
      * file, as the clusters were read.                              *
      *----------------------------------------------------------------*
       3600-RELOAD-ONE-RECORD.
           EVALUATE TRUE
               WHEN DB-TYPE-KEYSTORE
                   MOVE DB-DATA TO KEYSTORE-RECORD
                   WRITE KEYSTORE-RECORD
                   IF WS-KEYSTOR-STATUS = '00'
                       ADD 1 TO WS-KS-LOADED
                   ELSE
                       DISPLAY 'KEYSTOR WRITE FAILED FOR '
                               KS-KEY-LABEL
                               ' STATUS=' WS-KEYSTOR-STATUS
                       SET DR-RUN-FAILED TO TRUE
                   END-IF
               WHEN DB-TYPE-ALIAS
                   MOVE DB-DATA TO KEY-ALIAS-RECORD
                   WRITE KEY-ALIAS-RECORD
                   IF WS-ALIASDR-STATUS = '00'
                       ADD 1 TO WS-KA-LOADED
                   ELSE
                       DISPLAY 'ALIASDIR WRITE FAILED FOR '
                               KA-ALIAS-NAME
                               ' STATUS=' WS-ALIASDR-STATUS
                       SET DR-RUN-FAILED TO TRUE
                   END-IF
               WHEN DB-TYPE-PENDING
                   MOVE DB-DATA TO PENDING-MAINT-RECORD
                   WRITE PENDING-MAINT-RECORD
                   IF WS-PENDKEY-STATUS = '00'
                       ADD 1 TO WS-PM-LOADED
                   ELSE
                       DISPLAY 'PENDKEY WRITE FAILED FOR '
                               PM-KEY-LABEL
                               ' STATUS=' WS-PENDKEY-STATUS
                       SET DR-RUN-FAILED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 4000-COMPARE-KEY-STORE - match-merge the backup's key-store   *
      * records against the live KEYSTOR, both in label order. An     *
      * unproven backup is still compared - the differences are what *
      * the operator needs to judge it - but the report says so at   *
      * the top and the job ends with condition code 4 at least.     *
      *----------------------------------------------------------------*
       4000-COMPARE-KEY-STORE.
           OPEN OUTPUT DR-COMPARE-REPORT
           IF WS-DRCMPRPT-STATUS NOT = '00'
               DISPLAY 'DRCMPRPT OPEN FAILED, STATUS='
                       WS-DRCMPRPT-STATUS
               SET DR-RUN-FAILED TO TRUE
           END-IF

           OPEN INPUT KEY-STORE-FILE
           IF WS-KEYSTOR-STATUS NOT = '00'
               DISPLAY 'KEYSTOR OPEN FAILED, STATUS=' WS-KEYSTOR-STATUS
               SET DR-RUN-FAILED TO TRUE
           END-IF

           OPEN INPUT DR-BACKUP-FILE
           IF WS-DRBACKUP-STATUS NOT = '00'
               DISPLAY 'DRBACKUP OPEN FAILED, STATUS='
                       WS-DRBACKUP-STATUS
               SET DR-RUN-FAILED TO TRUE
           END-IF

           IF DR-RUN-FAILED
               DISPLAY 'COMPARE NOT RUN'
               GO TO 4000-COMPARE-KEY-STORE-EXIT
           END-IF

           MOVE SPACES TO DR-COMPARE-LINE
           STRING 'KEY STORE DR COMPARE - BACKUP ' DELIMITED BY SIZE
                  WS-BACKUP-ID                     DELIMITED BY SIZE
                  ' AGAINST LIVE KEYSTOR ON '      DELIMITED BY SIZE
                  WS-TODAY-DATE                    DELIMITED BY SIZE
                  INTO DR-COMPARE-LINE
           END-STRING
           WRITE DR-COMPARE-LINE

           MOVE SPACES TO DR-COMPARE-LINE
           IF BACKUP-PROVEN
               MOVE 'BACKUP PROVEN COMPLETE AGAINST ITS TRAILER'
                   TO DR-COMPARE-LINE
           ELSE
               STRING '*** BACKUP NOT PROVEN: ' DELIMITED BY SIZE
                      WS-PROOF-REASON           DELIMITED BY SIZE
                      ' ***'                    DELIMITED BY SIZE
                      INTO DR-COMPARE-LINE
               END-STRING
           END-IF
           WRITE DR-COMPARE-LINE

           MOVE SPACES TO DR-COMPARE-LINE
           WRITE DR-COMPARE-LINE

           SET BACKUP-NOT-EOF TO TRUE
           PERFORM 4110-READ-BACKUP-KEY
           PERFORM 4120-READ-LIVE-KEY

           PERFORM UNTIL WS-BK-KEY-LABEL = HIGH-VALUES
                     AND WS-LIVE-KEY-LABEL = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-BK-KEY-LABEL = WS-LIVE-KEY-LABEL
                       PERFORM 4200-COMPARE-ONE-KEY
                       PERFORM 4110-READ-BACKUP-KEY
                       PERFORM 4120-READ-LIVE-KEY
                   WHEN WS-BK-KEY-LABEL < WS-LIVE-KEY-LABEL
                       ADD 1 TO WS-CMP-BACKUP-ONLY
                       MOVE WS-BK-KEY-LABEL TO WS-DIFF-FIELD
                       MOVE 'ON BACKUP ONLY - NOT ON LIVE KEYSTOR'
                           TO WS-PROOF-REASON
                       PERFORM 4300-WRITE-ONE-SIDED-LINE
                       PERFORM 4110-READ-BACKUP-KEY
                   WHEN OTHER
                       ADD 1 TO WS-CMP-LIVE-ONLY
                       MOVE WS-LIVE-KEY-LABEL TO WS-DIFF-FIELD
                       MOVE 'ON LIVE KEYSTOR ONLY - NOT ON BACKUP'
                           TO WS-PROOF-REASON
                       PERFORM 4300-WRITE-ONE-SIDED-LINE
                       PERFORM 4120-READ-LIVE-KEY
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO DR-COMPARE-LINE
           WRITE DR-COMPARE-LINE
           MOVE SPACES TO DR-COMPARE-LINE
           STRING 'LABELS MATCHED=' DELIMITED BY SIZE
                  WS-CMP-MATCHED    DELIMITED BY SIZE
                  '  DIFFERENT='    DELIMITED BY SIZE
                  WS-CMP-DIFFERENT  DELIMITED BY SIZE
                  '  BACKUP ONLY='  DELIMITED BY SIZE
                  WS-CMP-BACKUP-ONLY DELIMITED BY SIZE
                  '  LIVE ONLY='    DELIMITED BY SIZE
                  WS-CMP-LIVE-ONLY  DELIMITED BY SIZE
                  INTO DR-COMPARE-LINE
           END-STRING
           WRITE DR-COMPARE-LINE.
       4000-COMPARE-KEY-STORE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4110-READ-BACKUP-KEY - next key-store record off the backup,  *
      * passing over the header, alias, pending, and trailer records.*
      *----------------------------------------------------------------*
       4110-READ-BACKUP-KEY.
           MOVE HIGH-VALUES TO WS-BK-KEY-LABEL
           PERFORM 3010-READ-BACKUP
           PERFORM UNTIL BACKUP-EOF OR DB-TYPE-KEYSTORE
               PERFORM 3010-READ-BACKUP
           END-PERFORM
           IF BACKUP-NOT-EOF
               MOVE DB-DATA TO WS-BACKUP-KEY
           END-IF.

       4120-READ-LIVE-KEY.
           MOVE HIGH-VALUES TO WS-LIVE-KEY-LABEL
           READ KEY-STORE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE KS-KEY-LABEL TO WS-LIVE-KEY-LABEL
           END-READ

           IF WS-KEYSTOR-STATUS NOT = '00'
              AND WS-KEYSTOR-STATUS NOT = '10'
               DISPLAY 'KEYSTOR READ FAILED, STATUS=' WS-KEYSTOR-STATUS
               MOVE HIGH-VALUES TO WS-LIVE-KEY-LABEL
               SET DR-RUN-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 4200-COMPARE-ONE-KEY - one report line per field that         *
      * differs for a label on both sides. The private tokens are     *
      * also compared byte for byte when their lengths agree - the    *
      * same length with different bytes is a re-encipher or a        *
      * regenerated key since the backup was cut.                     *
      *----------------------------------------------------------------*
       4200-COMPARE-ONE-KEY.
           SET LABEL-MATCHES TO TRUE

           IF WS-BK-KEY-STATUS NOT = KS-KEY-STATUS
               MOVE 'STATUS'          TO WS-DIFF-FIELD
               MOVE WS-BK-KEY-STATUS  TO WS-DIFF-BACKUP
               MOVE KS-KEY-STATUS     TO WS-DIFF-LIVE
               PERFORM 4210-WRITE-DIFF-LINE
           END-IF

           IF WS-BK-SIGN-COUNT NOT = KS-SIGN-COUNT
               MOVE 'SIGN COUNT'      TO WS-DIFF-FIELD
               MOVE WS-BK-SIGN-COUNT  TO WS-DIFF-BACKUP
               MOVE KS-SIGN-COUNT     TO WS-DIFF-LIVE
               PERFORM 4210-WRITE-DIFF-LINE
           END-IF

           IF WS-BK-WRAP-COUNT NOT = KS-WRAP-COUNT
               MOVE 'WRAP COUNT'      TO WS-DIFF-FIELD
               MOVE WS-BK-WRAP-COUNT  TO WS-DIFF-BACKUP
               MOVE KS-WRAP-COUNT     TO WS-DIFF-LIVE
               PERFORM 4210-WRITE-DIFF-LINE
           END-IF

           IF WS-BK-UNWRAP-COUNT NOT = KS-UNWRAP-COUNT
               MOVE 'UNWRAP COUNT'    TO WS-DIFF-FIELD
               MOVE WS-BK-UNWRAP-COUNT TO WS-DIFF-BACKUP
               MOVE KS-UNWRAP-COUNT   TO WS-DIFF-LIVE
               PERFORM 4210-WRITE-DIFF-LINE
           END-IF

           IF WS-BK-PRIV-TOKEN-LEN NOT = KS-PRIV-TOKEN-LEN
               MOVE 'PRIV TOKEN LEN'  TO WS-DIFF-FIELD
               MOVE WS-BK-PRIV-TOKEN-LEN TO WS-DIFF-NUMBER
               MOVE WS-DIFF-NUMBER    TO WS-DIFF-BACKUP
               MOVE KS-PRIV-TOKEN-LEN TO WS-DIFF-NUMBER
               MOVE WS-DIFF-NUMBER    TO WS-DIFF-LIVE
               PERFORM 4210-WRITE-DIFF-LINE
           ELSE
               IF WS-BK-PRIV-TOKEN NOT = KS-PRIV-TOKEN
                   MOVE 'PRIV TOKEN'  TO WS-DIFF-FIELD
                   MOVE 'CHANGED'     TO WS-DIFF-BACKUP
                   MOVE 'CHANGED'     TO WS-DIFF-LIVE
                   PERFORM 4210-WRITE-DIFF-LINE
               END-IF
           END-IF

           IF WS-BK-PUB-TOKEN-LEN NOT = KS-PUB-TOKEN-LEN
               MOVE 'PUB TOKEN LEN'   TO WS-DIFF-FIELD
               MOVE WS-BK-PUB-TOKEN-LEN TO WS-DIFF-NUMBER
               MOVE WS-DIFF-NUMBER    TO WS-DIFF-BACKUP
               MOVE KS-PUB-TOKEN-LEN  TO WS-DIFF-NUMBER
               MOVE WS-DIFF-NUMBER    TO WS-DIFF-LIVE
               PERFORM 4210-WRITE-DIFF-LINE
           END-IF

           IF LABEL-DIFFERS
               ADD 1 TO WS-CMP-DIFFERENT
           ELSE
               ADD 1 TO WS-CMP-MATCHED
           END-IF.

       4210-WRITE-DIFF-LINE.
           SET LABEL-DIFFERS TO TRUE
           MOVE SPACES TO DR-COMPARE-LINE
           STRING KS-KEY-LABEL     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-DIFF-FIELD    DELIMITED BY SIZE
                  '  BACKUP='      DELIMITED BY SIZE
                  WS-DIFF-BACKUP   DELIMITED BY SIZE
                  '  LIVE='        DELIMITED BY SIZE
                  WS-DIFF-LIVE     DELIMITED BY SIZE
                  INTO DR-COMPARE-LINE
           END-STRING
           WRITE DR-COMPARE-LINE
           MOVE SPACES TO WS-DIFF-BACKUP
           MOVE SPACES TO WS-DIFF-LIVE.

      *----------------------------------------------------------------*
      * 4300-WRITE-ONE-SIDED-LINE - a label found on only one side.   *
      * The caller puts the label in WS-DIFF-FIELD and the wording in *
      * WS-PROOF-REASON, which the proof no longer needs by now.     *
      *----------------------------------------------------------------*
       4300-WRITE-ONE-SIDED-LINE.
           MOVE SPACES TO DR-COMPARE-LINE
           STRING WS-DIFF-FIELD    DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-PROOF-REASON  DELIMITED BY SIZE
                  INTO DR-COMPARE-LINE
           END-STRING
           WRITE DR-COMPARE-LINE.

      *----------------------------------------------------------------*
      * 8200-WRITE-AUDIT-RECORD - one audit record per run, in the    *
      * same shape ICSFRSA writes for its key operations. The label   *
      * field carries the master-key name for the run and the message*
      * id field the backup's header date and time.                   *
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
           MOVE WS-BACKUP-ID       TO AL-MESSAGE-ID
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
                   IF AL-OPERATION = 'MK-RENC '
                      AND AL-RETURN-CODE = ZERO
                       MOVE AL-DATE TO WS-MK-RENC-DATE
                       MOVE AL-TIME TO WS-MK-RENC-TIME
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
      * 8300-HASH-RECORD - advance one file's hash total over one     *
      * record. The caller puts the running hash in WS-HASH-PREV, the *
      * record in WS-HASH-IMAGE, and its length in WS-HASH-IMAGE-LEN, *
      * and takes the new running hash back out of WS-HASH-PREV. A    *
      * failed digest fails the run: a hash total with a hole in it  *
      * proves nothing.                                                *
      *----------------------------------------------------------------*
       8300-HASH-RECORD.
           COMPUTE WS-HASH-TEXT-LEN = 32 + WS-HASH-IMAGE-LEN
           MOVE 32 TO WS-HASH-DIGEST-LEN

      *    CSNBOWH - One-Way Hash
           CALL 'CSNBOWH' USING
               WS-RETURN-CODE
               WS-REASON-CODE
               WS-EXIT-DATA-LEN
               WS-EXIT-DATA
               WS-OWH-RULE-LEN        *> 16 = length of rule array
               WS-OWH-RULE-DATA       *> 'SHA-256' + 'ONLY'
               WS-HASH-TEXT-LEN       *> 32 + record length
               WS-HASH-TEXT           *> running hash + record image
               WS-OWH-CHAIN-LEN       *> 128-byte chaining work area
               WS-OWH-CHAIN-DATA
               WS-HASH-DIGEST-LEN     *> 32 = SHA-256 digest length
               WS-HASH-DIGEST-DATA    *> output: new running hash

           IF WS-RETURN-CODE = ZERO
               MOVE WS-HASH-DIGEST-DATA TO WS-HASH-PREV
           ELSE
               DISPLAY 'CSNBOWH FAILED RC=' WS-RETURN-CODE
                       ' RSN=' WS-REASON-CODE
                       ' - HASH TOTAL NOT COMPUTED'
               MOVE HIGH-VALUES TO WS-HASH-PREV
               SET DR-RUN-FAILED TO TRUE
               IF WS-PROOF-REASON = SPACES
                   MOVE 'HASH TOTAL COULD NOT BE COMPUTED'
                       TO WS-PROOF-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 9999-TERMINATE - close what is open and set the condition     *
      * code: 8 for a failed or refused run, 4 for a compare that     *
      * found differences or an unproven backup, 0 otherwise.        *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           IF DR-MODE-COMPARE
               DISPLAY 'COMPARE - MATCHED=' WS-CMP-MATCHED
                       ' DIFFERENT=' WS-CMP-DIFFERENT
                       ' BACKUP ONLY=' WS-CMP-BACKUP-ONLY
                       ' LIVE ONLY=' WS-CMP-LIVE-ONLY
           END-IF

           IF DR-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF DR-MODE-COMPARE
                  AND (BACKUP-NOT-PROVEN
                   OR WS-CMP-DIFFERENT > ZERO
                   OR WS-CMP-BACKUP-ONLY > ZERO
                   OR WS-CMP-LIVE-ONLY > ZERO)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE KEY-STORE-FILE
           CLOSE KEY-ALIAS-FILE
           CLOSE PENDING-MAINT-FILE
           CLOSE DR-BACKUP-FILE
           CLOSE DR-COMPARE-REPORT
           CLOSE AUDIT-LOG-FILE.
