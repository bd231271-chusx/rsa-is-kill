      *----------------------------------------------------------------*
      * ICSF_SESSION_KEY_RPT.CBL                                       *
      *                                                                *
      * Daily session-key expiry and exposure report.                 *
      * Reads the session-key register the key-exchange window files *
      * on every successful GENKEY and TOKEN-form UNWRAP (see         *
      * ICSF_RSA_COBOL.CBL) and looks each entry's RSA key up on the  *
      * key store. It reports every session key past the lifetime    *
      * agreed with the counterparty, and every session key still    *
      * inside its lifetime under an RSA key that has since gone      *
      * SUSPENDED, RETIRED, or COMPROMISED (or is no longer on the    *
      * key store at all) - the keys that have to be re-established  *
      * under the successor key.                                       *
      *                                                                *
      * SKLABEL and SKCPTY narrow a run to one RSA key (physical      *
      * label or the alias the request named) and/or one              *
      * counterparty: every registered key matching the selection is  *
      * listed, outstanding or not, so "which session keys did you    *
      * establish with us under the key you just rotated" is one run *
      * of this report.                                                *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - session-key expiry and exposure    *
      *               report over SESSION-KEY-FILE and KEY-STORE-FILE.*
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFSKEX.
       AUTHOR.      IBMSAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-KEY-FILE ASSIGN TO SESSKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SK-REQUEST-ID
               FILE STATUS IS WS-SESSKEY-STATUS.

           SELECT KEY-STORE-FILE ASSIGN TO KEYSTOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KS-KEY-LABEL
               FILE STATUS IS WS-KEYSTOR-STATUS.

           SELECT SKEX-RPT-FILE ASSIGN TO SKEXRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SKEXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-KEY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SESSKEY.

       FD  KEY-STORE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KEYSTORE.

       FD  SKEX-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SKEX-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SESSKEY-STATUS          PIC X(02) VALUE '00'.
       01  WS-KEYSTOR-STATUS          PIC X(02) VALUE '00'.
       01  WS-SKEXRPT-STATUS          PIC X(02) VALUE '00'.

       01  WS-SESS-EOF                PIC X(01) VALUE 'N'.
           88  SESS-EOF                        VALUE 'Y'.
           88  SESS-NOT-EOF                    VALUE 'N'.

       01  WS-TODAY-DATE              PIC 9(08).
       01  WS-TODAY-DAY               PIC 9(07).

      *----------------------------------------------------------------*
      * Optional selection. Spaces (the variable not set) selects     *
      * nothing extra - the run is the daily exception report alone.  *
      *----------------------------------------------------------------*
       01  WS-SELECT-LABEL            PIC X(16) VALUE SPACES.
       01  WS-SELECT-CPTY             PIC X(08) VALUE SPACES.

       01  WS-SELECT-SW               PIC X(01) VALUE 'N'.
           88  SELECTION-REQUESTED             VALUE 'Y'.
           88  NO-SELECTION                    VALUE 'N'.

       01  WS-MATCH-SW                PIC X(01) VALUE 'N'.
           88  RECORD-SELECTED                 VALUE 'Y'.
           88  RECORD-NOT-SELECTED             VALUE 'N'.

      *----------------------------------------------------------------*
      * Per-record work fields. WS-RSA-STATUS is the RSA key's        *
      * lifecycle byte from the key store, or '?' when the label is   *
      * no longer there to read.                                       *
      *----------------------------------------------------------------*
       01  WS-RSA-STATUS              PIC X(01) VALUE SPACE.
       01  WS-SKEX-FLAG               PIC X(30) VALUE SPACES.

       01  WS-SESS-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-EXPIRED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-EXPOSED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-SELECTED-COUNT          PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - overall run sequence.                           *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-SESSION-KEYS
               THRU 2000-PROCESS-SESSION-KEYS-EXIT

           PERFORM 9999-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open files, pick up the optional selection, *
      * and write the report heading.                                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT SESSION-KEY-FILE
           IF WS-SESSKEY-STATUS NOT = '00'
               DISPLAY 'SESSKEY OPEN FAILED, STATUS=' WS-SESSKEY-STATUS
               SET SESS-EOF TO TRUE
           END-IF

           OPEN INPUT KEY-STORE-FILE
           IF WS-KEYSTOR-STATUS NOT = '00'
               DISPLAY 'KEYSTOR OPEN FAILED, STATUS=' WS-KEYSTOR-STATUS
               SET SESS-EOF TO TRUE
           END-IF

           OPEN OUTPUT SKEX-RPT-FILE
           IF WS-SKEXRPT-STATUS NOT = '00'
               DISPLAY 'SKEXRPT OPEN FAILED, STATUS='
                       WS-SKEXRPT-STATUS
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-DAY  FROM DAY YYYYDDD

           DISPLAY 'SKLABEL' UPON ENVIRONMENT-NAME
           ACCEPT WS-SELECT-LABEL FROM ENVIRONMENT-VALUE
           DISPLAY 'SKCPTY' UPON ENVIRONMENT-NAME
           ACCEPT WS-SELECT-CPTY FROM ENVIRONMENT-VALUE
           IF WS-SELECT-LABEL NOT = SPACES
              OR WS-SELECT-CPTY NOT = SPACES
               SET SELECTION-REQUESTED TO TRUE
           END-IF

           MOVE SPACES TO SKEX-RPT-LINE
           STRING 'SESSION-KEY EXPIRY / EXPOSURE REPORT - '
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               '   TODAY (YYYYDDD): ' DELIMITED BY SIZE
               WS-TODAY-DAY DELIMITED BY SIZE
               INTO SKEX-RPT-LINE
           WRITE SKEX-RPT-LINE

           IF SELECTION-REQUESTED
               MOVE SPACES TO SKEX-RPT-LINE
               STRING 'SELECTION: RSA KEY=' DELIMITED BY SIZE
                   WS-SELECT-LABEL DELIMITED BY SIZE
                   '  COUNTERPARTY=' DELIMITED BY SIZE
                   WS-SELECT-CPTY DELIMITED BY SIZE
                   INTO SKEX-RPT-LINE
               WRITE SKEX-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * 2000-PROCESS-SESSION-KEYS - one pass over the register in     *
      * request-id order, one line per key that is an exception or    *
      * matches the selection.                                         *
      *----------------------------------------------------------------*
       2000-PROCESS-SESSION-KEYS.
           PERFORM 2010-READ-SESSION-KEY

           PERFORM UNTIL SESS-EOF
               ADD 1 TO WS-SESS-COUNT
               PERFORM 2100-CHECK-ONE-SESSION-KEY
               PERFORM 2010-READ-SESSION-KEY
           END-PERFORM.
       2000-PROCESS-SESSION-KEYS-EXIT.
           EXIT.

       2010-READ-SESSION-KEY.
           READ SESSION-KEY-FILE NEXT RECORD
               AT END
                   SET SESS-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 2100-CHECK-ONE-SESSION-KEY - look the RSA key up, then flag   *
      * the session key: past its lifetime first, since an expired    *
      * key is retired whatever became of the RSA key; otherwise      *
      * outstanding under a withdrawn RSA key; otherwise listed only  *
      * when the selection asks for it.                               *
      *----------------------------------------------------------------*
       2100-CHECK-ONE-SESSION-KEY.
           MOVE SK-KEY-LABEL TO KS-KEY-LABEL
           READ KEY-STORE-FILE
               KEY IS KS-KEY-LABEL
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-KEYSTOR-STATUS = '00'
               MOVE KS-KEY-STATUS TO WS-RSA-STATUS
           ELSE
               MOVE '?' TO WS-RSA-STATUS
           END-IF

           SET RECORD-NOT-SELECTED TO TRUE
           IF SELECTION-REQUESTED
               PERFORM 2110-MATCH-SELECTION
           END-IF

           MOVE SPACES TO WS-SKEX-FLAG
           IF WS-TODAY-DAY > SK-EXPIRY-DAY
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE 'PAST AGREED LIFETIME' TO WS-SKEX-FLAG
           ELSE
               EVALUATE WS-RSA-STATUS
                   WHEN 'S'
                       MOVE 'OUTSTANDING - KEY SUSPENDED'
                           TO WS-SKEX-FLAG
                   WHEN 'R'
                       MOVE 'OUTSTANDING - KEY RETIRED'
                           TO WS-SKEX-FLAG
                   WHEN 'C'
                       MOVE 'OUTSTANDING - KEY COMPROMISED'
                           TO WS-SKEX-FLAG
                   WHEN '?'
                       MOVE 'OUTSTANDING - KEY NOT ON FILE'
                           TO WS-SKEX-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-SKEX-FLAG NOT = SPACES
                   ADD 1 TO WS-EXPOSED-COUNT
               END-IF
           END-IF

           IF RECORD-SELECTED
               ADD 1 TO WS-SELECTED-COUNT
               IF WS-SKEX-FLAG = SPACES
                   MOVE 'SELECTED - OUTSTANDING' TO WS-SKEX-FLAG
               END-IF
           END-IF

           IF WS-SKEX-FLAG NOT = SPACES
               PERFORM 2200-WRITE-SESSION-KEY-LINE
           END-IF.

      *----------------------------------------------------------------*
      * 2110-MATCH-SELECTION - a key matches when every selection     *
      * given matches it. The RSA key may be named by its physical    *
      * label or by the alias the request used.                       *
      *----------------------------------------------------------------*
       2110-MATCH-SELECTION.
           SET RECORD-SELECTED TO TRUE

           IF WS-SELECT-LABEL NOT = SPACES
              AND WS-SELECT-LABEL NOT = SK-KEY-LABEL
              AND WS-SELECT-LABEL NOT = SK-REQUESTED-LABEL
               SET RECORD-NOT-SELECTED TO TRUE
           END-IF

           IF WS-SELECT-CPTY NOT = SPACES
              AND WS-SELECT-CPTY NOT = SK-COUNTERPARTY-ID
               SET RECORD-NOT-SELECTED TO TRUE
           END-IF.

       2200-WRITE-SESSION-KEY-LINE.
           MOVE SPACES TO SKEX-RPT-LINE
           STRING 'REQ ' DELIMITED BY SIZE
               SK-REQUEST-ID DELIMITED BY SIZE
               ' CPTY=' DELIMITED BY SIZE
               SK-COUNTERPARTY-ID DELIMITED BY SIZE
               ' RSA=' DELIMITED BY SIZE
               SK-KEY-LABEL DELIMITED BY SIZE
               ' ST=' DELIMITED BY SIZE
               WS-RSA-STATUS DELIMITED BY SIZE
               ' CREATED=' DELIMITED BY SIZE
               SK-CREATE-DATE DELIMITED BY SIZE
               ' EXPIRES=' DELIMITED BY SIZE
               SK-EXPIRY-DAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-SKEX-FLAG DELIMITED BY SIZE
               INTO SKEX-RPT-LINE
           WRITE SKEX-RPT-LINE.

      *----------------------------------------------------------------*
      * 9999-TERMINATE - write the summary line and close the files.  *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           MOVE SPACES TO SKEX-RPT-LINE
           STRING 'SESSION KEYS REGISTERED: ' DELIMITED BY SIZE
               WS-SESS-COUNT DELIMITED BY SIZE
               '   PAST LIFETIME: ' DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               '   OUTSTANDING UNDER WITHDRAWN KEY: '
                   DELIMITED BY SIZE
               WS-EXPOSED-COUNT DELIMITED BY SIZE
               INTO SKEX-RPT-LINE
           WRITE SKEX-RPT-LINE

           IF SELECTION-REQUESTED
               MOVE SPACES TO SKEX-RPT-LINE
               STRING 'SESSION KEYS MATCHING SELECTION: '
                   DELIMITED BY SIZE
                   WS-SELECTED-COUNT DELIMITED BY SIZE
                   INTO SKEX-RPT-LINE
               WRITE SKEX-RPT-LINE
           END-IF

           CLOSE SESSION-KEY-FILE
           CLOSE KEY-STORE-FILE
           CLOSE SKEX-RPT-FILE.
