      *----------------------------------------------------------------*
      * ICSF_CHARGEBACK_RPT.CBL                                        *
      *                                                                *
      * Month-end crypto-service chargeback by calling application.   *
      *                                                                *
      * The CEX cards and the crypto window are paid for centrally,  *
      * and until this program the cost was spread over the calling  *
      * applications on a flat split. This program charges each      *
      * application for what it actually used in one calendar month:  *
      * every SIGN, VERIFY, WRAP, UNWRAP, GENKEY, and CSR-SIGN record *
      * on the audit log for the month - the ICSFAARC archive         *
      * (AUDARCH) first, when allocated, then the live log - priced   *
      * by operation and RSA key size from the rate cards on CHGCTL.  *
      *                                                                *
      * An application is the alias name its transactions carry       *
      * (SWIFT-OUT, ACH, card settlement, ...). The audit records     *
      * carry the physical label actually used, so each label is      *
      * charged to the alias on ALIASDIR that points at it. A label  *
      * no alias points at, or that two aliases share, cannot be      *
      * charged on the directory alone; an L card on CHGCTL charges   *
      * it to the right alias, and anything still unattributed is    *
      * priced into a separate UNATTRIBUTED section, charged to the   *
      * suspense cost centre, and listed label by label so the next  *
      * run can be given the cards it needs. The key size is the     *
      * label's size on the key store.                                *
      *                                                                *
      * A record with a negative return code was refused before the  *
      * callable service was reached (key not on file, not ACTIVE,   *
      * wrong usage) and is not charged; every other record used the *
      * card and is, whether the service succeeded or not.           *
      *                                                                *
      * CHGMONTH (YYYYMM) names the month; left unset the month just  *
      * ended is charged. Outputs: the printed report (CHGRPT) and    *
      * the general-ledger extract (CHGGLX, see CHGGLX.CPY).          *
      *                                                                *
      * Condition codes: 8 when the run cannot be trusted (a file     *
      * that would not open, a table overflow, no G card - no GL     *
      * extract is written then); 4 when it needs attention (a charge *
      * with no rate, charges that could not be attributed, an        *
      * application with no cost centre, or a live log that starts   *
      * with an archive anchor when AUDARCH was not supplied); 0     *
      * otherwise.                                                     *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - monthly chargeback of CSF          *
      *               operations by application alias, priced by       *
      *               operation and key size, with a GL extract.      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFCHGB.
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

           SELECT KEY-ALIAS-FILE ASSIGN TO ALIASDIR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KA-ALIAS-NAME
               FILE STATUS IS WS-ALIASDR-STATUS.

           SELECT KEY-STORE-FILE ASSIGN TO KEYSTOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KS-KEY-LABEL
               FILE STATUS IS WS-KEYSTOR-STATUS.

           SELECT CHARGE-CONTROL-FILE ASSIGN TO CHGCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGCTL-STATUS.

           SELECT CHARGE-RPT-FILE ASSIGN TO CHGRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-STATUS.

           SELECT CHARGE-GL-FILE ASSIGN TO CHGGLX
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGGLX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCHIVE-RECORD       PIC X(129).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LOG-RECORD           PIC X(129).

       FD  KEY-ALIAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KEYALIAS.

       FD  KEY-STORE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KEYSTORE.

       FD  CHARGE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGCTL.

       FD  CHARGE-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHARGE-RPT-LINE            PIC X(132).

       FD  CHARGE-GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGGLX.

       WORKING-STORAGE SECTION.

           COPY AUDITREC.

       01  WS-AUDARCH-STATUS          PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS         PIC X(02) VALUE '00'.
       01  WS-ALIASDR-STATUS          PIC X(02) VALUE '00'.
       01  WS-KEYSTOR-STATUS          PIC X(02) VALUE '00'.
       01  WS-CHGCTL-STATUS           PIC X(02) VALUE '00'.
       01  WS-CHGRPT-STATUS           PIC X(02) VALUE '00'.
       01  WS-CHGGLX-STATUS           PIC X(02) VALUE '00'.

       01  WS-AUDIT-ARCHIVE-EOF       PIC X(01) VALUE 'N'.
           88  AUDIT-ARCHIVE-EOF               VALUE 'Y'.
           88  AUDIT-ARCHIVE-NOT-EOF           VALUE 'N'.

       01  WS-AUDIT-LOG-EOF           PIC X(01) VALUE 'N'.
           88  AUDIT-LOG-EOF                   VALUE 'Y'.
           88  AUDIT-LOG-NOT-EOF               VALUE 'N'.

       01  WS-ALIAS-EOF               PIC X(01) VALUE 'N'.
           88  ALIAS-EOF                       VALUE 'Y'.
           88  ALIAS-NOT-EOF                   VALUE 'N'.

       01  WS-CONTROL-EOF             PIC X(01) VALUE 'N'.
           88  CONTROL-EOF                     VALUE 'Y'.
           88  CONTROL-NOT-EOF                 VALUE 'N'.

       01  WS-ARCHIVE-SW              PIC X(01) VALUE 'N'.
           88  ARCHIVE-INCLUDED                VALUE 'Y'.
           88  ARCHIVE-NOT-INCLUDED            VALUE 'N'.

       01  WS-FIRST-LIVE-SW           PIC X(01) VALUE 'Y'.
           88  FIRST-LIVE-RECORD               VALUE 'Y'.
           88  NOT-FIRST-LIVE-RECORD           VALUE 'N'.

      *----------------------------------------------------------------*
      * The month charged. CHGMONTH (YYYYMM) when given, otherwise    *
      * the month before today's. Every audit record dated from day   *
      * 01 through day 31 of it is in the month - a shorter month     *
      * simply has no records on the days it lacks.                   *
      *----------------------------------------------------------------*
       01  WS-PERIOD-IN               PIC X(06) VALUE SPACES.
       01  WS-PERIOD                  PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR         PIC 9(04).
           05  WS-PERIOD-MONTH        PIC 9(02).
       01  WS-PERIOD-FROM             PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-TO               PIC 9(08) VALUE ZERO.

       01  WS-JOB-NAME                PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR          PIC 9(04).
           05  WS-TODAY-MONTH         PIC 9(02).
           05  WS-TODAY-DAY           PIC 9(02).
       01  WS-CURRENT-TIME-RAW        PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-TIME-SPLIT REDEFINES WS-CURRENT-TIME-RAW.
           05  WS-CURRENT-HHMMSS      PIC 9(06).
           05  FILLER                 PIC 9(02).

      *----------------------------------------------------------------*
      * Outcome of the run. CHG-RUN-FAILED is anything that makes the *
      * numbers untrustworthy; CHG-RUN-WARNING anything the report    *
      * says needs a look before the GL feed is released.            *
      *----------------------------------------------------------------*
       01  WS-CHG-RESULT-SW           PIC X(01) VALUE 'N'.
           88  CHG-RUN-FAILED                  VALUE 'Y'.
           88  CHG-RUN-OK                      VALUE 'N'.

       01  WS-CHG-WARNING-SW          PIC X(01) VALUE 'N'.
           88  CHG-RUN-WARNING                 VALUE 'Y'.
           88  CHG-RUN-CLEAN                   VALUE 'N'.

      *----------------------------------------------------------------*
      * The operations charged, in report order.                       *
      *----------------------------------------------------------------*
       01  WS-CHARGED-OP-VALUES.
           05  FILLER                 PIC X(08) VALUE 'SIGN    '.
           05  FILLER                 PIC X(08) VALUE 'VERIFY  '.
           05  FILLER                 PIC X(08) VALUE 'WRAP    '.
           05  FILLER                 PIC X(08) VALUE 'UNWRAP  '.
           05  FILLER                 PIC X(08) VALUE 'GENKEY  '.
           05  FILLER                 PIC X(08) VALUE 'CSR-SIGN'.
       01  WS-CHARGED-OP-TABLE REDEFINES WS-CHARGED-OP-VALUES.
           05  WS-CHARGED-OP          PIC X(08)
                   OCCURS 6 TIMES INDEXED BY WS-OP-IDX.

       01  WS-OP-FOUND-SW             PIC X(01) VALUE 'N'.
           88  OP-FOUND                        VALUE 'Y'.
           88  OP-NOT-FOUND                    VALUE 'N'.

      *----------------------------------------------------------------*
      * Rate cards (R). WS-RATE-KEY-SIZE zero is the price for every  *
      * size not given its own card.                                  *
      *----------------------------------------------------------------*
       01  WS-RATE-MAX                PIC S9(4) COMP VALUE 100.
       01  WS-RATE-COUNT              PIC S9(4) COMP VALUE ZERO.

       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RATE-OPERATION   PIC X(08).
               10  WS-RATE-KEY-SIZE    PIC 9(05).
               10  WS-RATE-UNIT-PRICE  PIC 9(03)V9(06).

       01  WS-RATE-FOUND-SW           PIC X(01) VALUE 'N'.
           88  RATE-FOUND                      VALUE 'Y'.
           88  RATE-NOT-FOUND                  VALUE 'N'.

       01  WS-RATE-SEARCH-SIZE        PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * Application cards (A) and label cards (L), held until the     *
      * alias directory has been loaded so the applications come out *
      * in alias order and the L cards can override the directory.    *
      *----------------------------------------------------------------*
       01  WS-ACARD-MAX               PIC S9(4) COMP VALUE 200.
       01  WS-ACARD-COUNT             PIC S9(4) COMP VALUE ZERO.

       01  WS-ACARD-TABLE.
           05  WS-ACARD-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ACARD-IDX.
               10  WS-ACARD-ALIAS      PIC X(16).
               10  WS-ACARD-COST-CENTRE
                                       PIC X(10).
               10  WS-ACARD-DESCRIPTION
                                       PIC X(30).

       01  WS-LCARD-MAX               PIC S9(4) COMP VALUE 100.
       01  WS-LCARD-COUNT             PIC S9(4) COMP VALUE ZERO.

       01  WS-LCARD-TABLE.
           05  WS-LCARD-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-LCARD-IDX.
               10  WS-LCARD-KEY-LABEL  PIC X(16).
               10  WS-LCARD-ALIAS      PIC X(16).

      *----------------------------------------------------------------*
      * G card - the ledger accounts. Without one no extract is       *
      * written.                                                       *
      *----------------------------------------------------------------*
       01  WS-GL-CARD-SW              PIC X(01) VALUE 'N'.
           88  GL-CARD-READ                    VALUE 'Y'.
           88  GL-CARD-MISSING                 VALUE 'N'.

       01  WS-GL-DEBIT-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-GL-CREDIT-CC            PIC X(10) VALUE SPACES.
       01  WS-GL-CREDIT-ACCOUNT       PIC X(10) VALUE SPACES.
       01  WS-GL-SUSPENSE-CC          PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * Applications - one per alias on ALIASDIR, plus any alias       *
      * named only on an A or L card. WS-APPL-OPS and WS-APPL-AMOUNT *
      * are the month's totals, filled in as the report is priced.   *
      *----------------------------------------------------------------*
       01  WS-APPL-MAX                PIC S9(4) COMP VALUE 200.
       01  WS-APPL-COUNT              PIC S9(4) COMP VALUE ZERO.

       01  WS-APPL-TABLE.
           05  WS-APPL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-APPL-IDX.
               10  WS-APPL-ALIAS       PIC X(16).
               10  WS-APPL-COST-CENTRE PIC X(10).
               10  WS-APPL-DESCRIPTION PIC X(30).
               10  WS-APPL-SOURCE      PIC X(01).
                   88  APPL-ON-DIRECTORY       VALUE 'D'.
                   88  APPL-CARD-ONLY          VALUE 'C'.
               10  WS-APPL-OPS         PIC 9(09).
               10  WS-APPL-AMOUNT      PIC 9(11)V99.

       01  WS-APPL-FOUND-SW           PIC X(01) VALUE 'N'.
           88  APPL-FOUND                      VALUE 'Y'.
           88  APPL-NOT-FOUND                  VALUE 'N'.

       01  WS-FIND-ALIAS              PIC X(16) VALUE SPACES.
       01  WS-FIND-APPL-NO            PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Physical labels - each label seen on ALIASDIR, an L card, or  *
      * a charged audit record. WS-LBL-APPL-NO is the application it  *
      * is charged to; zero means unattributed. The key size is read *
      * from the key store the first time a label is charged.        *
      *----------------------------------------------------------------*
       01  WS-LBL-MAX                 PIC S9(4) COMP VALUE 500.
       01  WS-LBL-COUNT               PIC S9(4) COMP VALUE ZERO.

       01  WS-LBL-TABLE.
           05  WS-LBL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LBL-IDX.
               10  WS-LBL-KEY-LABEL    PIC X(16).
               10  WS-LBL-APPL-NO      PIC S9(4) COMP.
               10  WS-LBL-SOURCE       PIC X(01).
                   88  LBL-UNMAPPED            VALUE ' '.
                   88  LBL-FROM-DIRECTORY      VALUE 'D'.
                   88  LBL-SHARED              VALUE 'S'.
                   88  LBL-FROM-CARD           VALUE 'L'.
               10  WS-LBL-ALIAS-COUNT  PIC 9(03).
               10  WS-LBL-SIZE-SW      PIC X(01).
                   88  LBL-SIZE-NOT-READ       VALUE 'N'.
                   88  LBL-SIZE-KNOWN          VALUE 'Y'.
                   88  LBL-NOT-ON-KEY-STORE    VALUE '?'.
               10  WS-LBL-KEY-SIZE     PIC 9(05).
               10  WS-LBL-OPS          PIC 9(09).

       01  WS-LBL-FOUND-SW            PIC X(01) VALUE 'N'.
           88  LBL-FOUND                       VALUE 'Y'.
           88  LBL-NOT-FOUND                   VALUE 'N'.

       01  WS-FIND-LABEL              PIC X(16) VALUE SPACES.

      *----------------------------------------------------------------*
      * Charge lines - one per application, operation, and key size  *
      * used in the month, with the count of records.                 *
      *----------------------------------------------------------------*
       01  WS-CHG-MAX                 PIC S9(4) COMP VALUE 2000.
       01  WS-CHG-COUNT               PIC S9(4) COMP VALUE ZERO.

       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-APPL-NO      PIC S9(4) COMP.
               10  WS-CHG-OPERATION    PIC X(08).
               10  WS-CHG-KEY-SIZE     PIC 9(05).
               10  WS-CHG-OPS          PIC 9(09).

       01  WS-CHG-FOUND-SW            PIC X(01) VALUE 'N'.
           88  CHG-FOUND                       VALUE 'Y'.
           88  CHG-NOT-FOUND                   VALUE 'N'.

       01  WS-CUR-APPL-NO             PIC S9(4) COMP VALUE ZERO.
       01  WS-CUR-KEY-SIZE            PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * Pricing and totals.                                            *
      *----------------------------------------------------------------*
       01  WS-LINE-PRICE              PIC 9(03)V9(06) VALUE ZERO.
       01  WS-LINE-AMOUNT             PIC 9(11)V99 VALUE ZERO.
       01  WS-SECTION-OPS             PIC 9(09) VALUE ZERO.
       01  WS-SECTION-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01  WS-UNATT-OPS               PIC 9(09) VALUE ZERO.
       01  WS-UNATT-AMOUNT            PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-OPS               PIC 9(09) VALUE ZERO.
       01  WS-GRAND-AMOUNT            PIC 9(11)V99 VALUE ZERO.

       01  WS-RECORDS-READ            PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-IN-MONTH        PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-CHARGED         PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-REFUSED         PIC 9(09) VALUE ZERO.
       01  WS-NO-RATE-LINES           PIC 9(05) VALUE ZERO.
       01  WS-NO-CC-APPLS             PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * GL extract totals for the trailer.                            *
      *----------------------------------------------------------------*
       01  WS-GX-DETAIL-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-GX-TOTAL-DEBITS         PIC 9(13)V99 VALUE ZERO.
       01  WS-GX-TOTAL-CREDITS        PIC 9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * Report line work fields.                                       *
      *----------------------------------------------------------------*
       01  WS-EDIT-OPS                PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-PRICE              PIC ZZ9.999999.
       01  WS-EDIT-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-SIZE               PIC X(05) VALUE SPACES.
       01  WS-EDIT-SIZE-NUM REDEFINES WS-EDIT-SIZE
                                      PIC ZZZZ9.
       01  WS-LINE-FLAG               PIC X(24) VALUE SPACES.
       01  WS-LBL-REASON              PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - overall run sequence.                           *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           PERFORM 1100-LOAD-CONTROL-CARDS
               THRU 1100-LOAD-CONTROL-CARDS-EXIT

           PERFORM 1200-LOAD-ALIAS-DIRECTORY
               THRU 1200-LOAD-ALIAS-DIRECTORY-EXIT

           PERFORM 1300-APPLY-CONTROL-CARDS

           PERFORM 2000-SCAN-AUDIT-TRAIL
               THRU 2000-SCAN-AUDIT-TRAIL-EXIT

           PERFORM 3000-PRICE-AND-REPORT
               THRU 3000-PRICE-AND-REPORT-EXIT

           PERFORM 4000-WRITE-GL-EXTRACT
               THRU 4000-WRITE-GL-EXTRACT-EXIT

           PERFORM 9999-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - the month, run identification, and the      *
      * files. AUDARCH is optional; everything else must open.       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE
           DISPLAY 'CHGMONTH' UPON ENVIRONMENT-NAME
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT-VALUE

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME-RAW FROM TIME

           IF WS-PERIOD-IN IS NUMERIC
               MOVE WS-PERIOD-IN TO WS-PERIOD
               IF WS-PERIOD-MONTH < 01
                  OR WS-PERIOD-MONTH > 12
                   DISPLAY 'CHGMONTH NOT A YYYYMM MONTH - '
                           WS-PERIOD-IN
                   SET CHG-RUN-FAILED TO TRUE
               END-IF
           ELSE
               IF WS-PERIOD-IN NOT = SPACES
                   DISPLAY 'CHGMONTH NOT A YYYYMM MONTH - '
                           WS-PERIOD-IN
                   SET CHG-RUN-FAILED TO TRUE
               END-IF
               MOVE WS-TODAY-YEAR TO WS-PERIOD-YEAR
               IF WS-TODAY-MONTH = 01
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   COMPUTE WS-PERIOD-MONTH = WS-TODAY-MONTH - 1
               END-IF
           END-IF
           COMPUTE WS-PERIOD-FROM = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-TO   = WS-PERIOD * 100 + 31

           OPEN OUTPUT CHARGE-RPT-FILE
           IF WS-CHGRPT-STATUS NOT = '00'
               DISPLAY 'CHGRPT OPEN FAILED, STATUS=' WS-CHGRPT-STATUS
               SET CHG-RUN-FAILED TO TRUE
           END-IF

           OPEN OUTPUT CHARGE-GL-FILE
           IF WS-CHGGLX-STATUS NOT = '00'
               DISPLAY 'CHGGLX OPEN FAILED, STATUS=' WS-CHGGLX-STATUS
               SET CHG-RUN-FAILED TO TRUE
           END-IF

           OPEN INPUT KEY-STORE-FILE
           IF WS-KEYSTOR-STATUS NOT = '00'
               DISPLAY 'KEYSTOR OPEN FAILED, STATUS=' WS-KEYSTOR-STATUS
                       ' - KEY SIZES UNKNOWN'
               SET CHG-RUN-FAILED TO TRUE
           END-IF

      *    SELECT OPTIONAL - status 05 is simply "no archive allocated
      *    on this run", and the live log is charged on its own.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDARCH-STATUS = '00'
               SET ARCHIVE-INCLUDED TO TRUE
           ELSE
               SET ARCHIVE-NOT-INCLUDED TO TRUE
               SET AUDIT-ARCHIVE-EOF TO TRUE
               IF WS-AUDARCH-STATUS NOT = '05'
                   DISPLAY 'AUDARCH OPEN FAILED, STATUS='
                           WS-AUDARCH-STATUS
                   SET CHG-RUN-FAILED TO TRUE
               END-IF
           END-IF

           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS NOT = '00'
               DISPLAY 'AUDITLOG OPEN FAILED, STATUS='
                       WS-AUDITLOG-STATUS
               SET AUDIT-LOG-EOF TO TRUE
               SET CHG-RUN-FAILED TO TRUE
           END-IF

           MOVE SPACES TO CHARGE-RPT-LINE
           STRING 'CRYPTO SERVICE CHARGEBACK BY APPLICATION - MONTH '
                   DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               '   RUN ' DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CURRENT-HHMMSS DELIMITED BY SIZE
               '   JOB ' DELIMITED BY SIZE
               WS-JOB-NAME DELIMITED BY SIZE
               INTO CHARGE-RPT-LINE
           WRITE CHARGE-RPT-LINE

           MOVE SPACES TO CHARGE-RPT-LINE
           IF ARCHIVE-INCLUDED
               MOVE 'SOURCE: ARCHIVE (AUDARCH) THEN LIVE AUDIT LOG'
                   TO CHARGE-RPT-LINE
           ELSE
               MOVE 'SOURCE: LIVE AUDIT LOG ONLY (NO AUDARCH)'
                   TO CHARGE-RPT-LINE
           END-IF
           WRITE CHARGE-RPT-LINE.

      *----------------------------------------------------------------*
      * 1100-LOAD-CONTROL-CARDS - rate, application, label, and GL    *
      * cards into their tables. A card that cannot be used is        *
      * reported and skipped; a table that overflows fails the run, *
      * since a charge priced or attributed off a dropped card would *
      * be wrong.                                                      *
      *----------------------------------------------------------------*
       1100-LOAD-CONTROL-CARDS.
           OPEN INPUT CHARGE-CONTROL-FILE
           IF WS-CHGCTL-STATUS NOT = '00'
               DISPLAY 'CHGCTL OPEN FAILED, STATUS=' WS-CHGCTL-STATUS
               SET CHG-RUN-FAILED TO TRUE
               GO TO 1100-LOAD-CONTROL-CARDS-EXIT
           END-IF

           PERFORM 1110-READ-CONTROL-CARD
           PERFORM UNTIL CONTROL-EOF
               PERFORM 1120-LOAD-ONE-CARD
               PERFORM 1110-READ-CONTROL-CARD
           END-PERFORM

           CLOSE CHARGE-CONTROL-FILE

           IF WS-RATE-COUNT = ZERO
               DISPLAY 'CHGCTL HAS NO RATE CARDS - NOTHING CAN BE '
                       'PRICED'
               SET CHG-RUN-FAILED TO TRUE
           END-IF.
       1100-LOAD-CONTROL-CARDS-EXIT.
           EXIT.

       1110-READ-CONTROL-CARD.
           READ CHARGE-CONTROL-FILE
               AT END
                   SET CONTROL-EOF TO TRUE
           END-READ.

       1120-LOAD-ONE-CARD.
           IF CC-RATE-CARD
               PERFORM 1130-LOAD-RATE-CARD
           ELSE
           IF CC-APPL-CARD
               IF WS-ACARD-COUNT < WS-ACARD-MAX
                   ADD 1 TO WS-ACARD-COUNT
                   SET WS-ACARD-IDX TO WS-ACARD-COUNT
                   MOVE CC-APPL-ALIAS
                       TO WS-ACARD-ALIAS(WS-ACARD-IDX)
                   MOVE CC-APPL-COST-CENTRE
                       TO WS-ACARD-COST-CENTRE(WS-ACARD-IDX)
                   MOVE CC-APPL-DESCRIPTION
                       TO WS-ACARD-DESCRIPTION(WS-ACARD-IDX)
               ELSE
                   DISPLAY 'CHGCTL APPLICATION CARDS EXCEED '
                           WS-ACARD-MAX
                   SET CHG-RUN-FAILED TO TRUE
               END-IF
           ELSE
           IF CC-LABEL-CARD
               IF WS-LCARD-COUNT < WS-LCARD-MAX
                   ADD 1 TO WS-LCARD-COUNT
                   SET WS-LCARD-IDX TO WS-LCARD-COUNT
                   MOVE CC-LABEL-KEY-LABEL
                       TO WS-LCARD-KEY-LABEL(WS-LCARD-IDX)
                   MOVE CC-LABEL-ALIAS
                       TO WS-LCARD-ALIAS(WS-LCARD-IDX)
               ELSE
                   DISPLAY 'CHGCTL LABEL CARDS EXCEED ' WS-LCARD-MAX
                   SET CHG-RUN-FAILED TO TRUE
               END-IF
           ELSE
           IF CC-GL-CARD
               MOVE CC-GL-DEBIT-ACCOUNT  TO WS-GL-DEBIT-ACCOUNT
               MOVE CC-GL-CREDIT-CC      TO WS-GL-CREDIT-CC
               MOVE CC-GL-CREDIT-ACCOUNT TO WS-GL-CREDIT-ACCOUNT
               MOVE CC-GL-SUSPENSE-CC    TO WS-GL-SUSPENSE-CC
               SET GL-CARD-READ TO TRUE
           ELSE
           IF NOT CC-COMMENT-CARD
              AND CHARGE-CONTROL-RECORD NOT = SPACES
               DISPLAY 'CHGCTL CARD TYPE NOT R, A, L, OR G - SKIPPED: '
                       CHARGE-CONTROL-RECORD(1:40)
               SET CHG-RUN-WARNING TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1130-LOAD-RATE-CARD - one price. Spaces in the key size are   *
      * the any-size price, held as zero.                             *
      *----------------------------------------------------------------*
       1130-LOAD-RATE-CARD.
           IF CC-RATE-UNIT-PRICE IS NOT NUMERIC
              OR (CC-RATE-KEY-SIZE IS NOT NUMERIC
                  AND CC-RATE-KEY-SIZE NOT = SPACES)
               DISPLAY 'CHGCTL RATE CARD NOT NUMERIC - SKIPPED: '
                       CHARGE-CONTROL-RECORD(1:40)
               SET CHG-RUN-WARNING TO TRUE
           ELSE
               IF WS-RATE-COUNT < WS-RATE-MAX
                   ADD 1 TO WS-RATE-COUNT
                   SET WS-RATE-IDX TO WS-RATE-COUNT
                   MOVE CC-RATE-OPERATION
                       TO WS-RATE-OPERATION(WS-RATE-IDX)
                   IF CC-RATE-KEY-SIZE = SPACES
                       MOVE ZERO TO WS-RATE-KEY-SIZE(WS-RATE-IDX)
                   ELSE
                       MOVE CC-RATE-KEY-SIZE
                           TO WS-RATE-KEY-SIZE(WS-RATE-IDX)
                   END-IF
                   MOVE CC-RATE-UNIT-PRICE
                       TO WS-RATE-UNIT-PRICE(WS-RATE-IDX)
               ELSE
                   DISPLAY 'CHGCTL RATE CARDS EXCEED ' WS-RATE-MAX
                   SET CHG-RUN-FAILED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1200-LOAD-ALIAS-DIRECTORY - one application per alias, in     *
      * alias order, and the label each one points at. A label that  *
      * a second alias also points at is shared: it is left          *
      * unattributed unless an L card says whose it is.               *
      *----------------------------------------------------------------*
       1200-LOAD-ALIAS-DIRECTORY.
           OPEN INPUT KEY-ALIAS-FILE
           IF WS-ALIASDR-STATUS NOT = '00'
               DISPLAY 'ALIASDIR OPEN FAILED, STATUS='
                       WS-ALIASDR-STATUS
               SET CHG-RUN-FAILED TO TRUE
               GO TO 1200-LOAD-ALIAS-DIRECTORY-EXIT
           END-IF

           PERFORM 1210-READ-ALIAS
           PERFORM UNTIL ALIAS-EOF
               PERFORM 1220-LOAD-ONE-ALIAS
               PERFORM 1210-READ-ALIAS
           END-PERFORM

           CLOSE KEY-ALIAS-FILE.
       1200-LOAD-ALIAS-DIRECTORY-EXIT.
           EXIT.

       1210-READ-ALIAS.
           READ KEY-ALIAS-FILE NEXT RECORD
               AT END
                   SET ALIAS-EOF TO TRUE
           END-READ
           IF WS-ALIASDR-STATUS NOT = '00'
              AND WS-ALIASDR-STATUS NOT = '10'
               DISPLAY 'ALIASDIR READ FAILED, STATUS='
                       WS-ALIASDR-STATUS
               SET CHG-RUN-FAILED TO TRUE
               SET ALIAS-EOF TO TRUE
           END-IF.

       1220-LOAD-ONE-ALIAS.
           MOVE KA-ALIAS-NAME TO WS-FIND-ALIAS
           PERFORM 8100-FIND-APPLICATION
           IF WS-FIND-APPL-NO > ZERO
               SET WS-APPL-IDX TO WS-FIND-APPL-NO
               SET APPL-ON-DIRECTORY(WS-APPL-IDX) TO TRUE
           END-IF

           MOVE KA-KEY-LABEL TO WS-FIND-LABEL
           PERFORM 8200-FIND-LABEL
           IF LBL-FOUND
               ADD 1 TO WS-LBL-ALIAS-COUNT(WS-LBL-IDX)
               IF LBL-UNMAPPED(WS-LBL-IDX)
                   SET LBL-FROM-DIRECTORY(WS-LBL-IDX) TO TRUE
                   MOVE WS-FIND-APPL-NO TO WS-LBL-APPL-NO(WS-LBL-IDX)
               ELSE
                   SET LBL-SHARED(WS-LBL-IDX) TO TRUE
                   MOVE ZERO TO WS-LBL-APPL-NO(WS-LBL-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * 1300-APPLY-CONTROL-CARDS - cost centres from the A cards, then *
      * the L cards, which charge a label to an alias whatever the    *
      * directory said.                                                *
      *----------------------------------------------------------------*
       1300-APPLY-CONTROL-CARDS.
           PERFORM 1310-APPLY-ONE-ACARD
               VARYING WS-ACARD-IDX FROM 1 BY 1
               UNTIL WS-ACARD-IDX > WS-ACARD-COUNT

           PERFORM 1320-APPLY-ONE-LCARD
               VARYING WS-LCARD-IDX FROM 1 BY 1
               UNTIL WS-LCARD-IDX > WS-LCARD-COUNT

           IF GL-CARD-MISSING
               DISPLAY 'CHGCTL HAS NO G CARD - NO GL EXTRACT WRITTEN'
               SET CHG-RUN-FAILED TO TRUE
           END-IF.

       1310-APPLY-ONE-ACARD.
           MOVE WS-ACARD-ALIAS(WS-ACARD-IDX) TO WS-FIND-ALIAS
           PERFORM 8100-FIND-APPLICATION
           IF WS-FIND-APPL-NO > ZERO
               SET WS-APPL-IDX TO WS-FIND-APPL-NO
               MOVE WS-ACARD-COST-CENTRE(WS-ACARD-IDX)
                   TO WS-APPL-COST-CENTRE(WS-APPL-IDX)
               MOVE WS-ACARD-DESCRIPTION(WS-ACARD-IDX)
                   TO WS-APPL-DESCRIPTION(WS-APPL-IDX)
           END-IF.

       1320-APPLY-ONE-LCARD.
           MOVE WS-LCARD-ALIAS(WS-LCARD-IDX) TO WS-FIND-ALIAS
           PERFORM 8100-FIND-APPLICATION

           MOVE WS-LCARD-KEY-LABEL(WS-LCARD-IDX) TO WS-FIND-LABEL
           PERFORM 8200-FIND-LABEL
           IF LBL-FOUND
              AND WS-FIND-APPL-NO > ZERO
               SET LBL-FROM-CARD(WS-LBL-IDX) TO TRUE
               MOVE WS-FIND-APPL-NO TO WS-LBL-APPL-NO(WS-LBL-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * 2000-SCAN-AUDIT-TRAIL - the archive first, oldest record      *
      * first, then the live log: between them, every record ever    *
      * written, exactly once.                                        *
      *----------------------------------------------------------------*
       2000-SCAN-AUDIT-TRAIL.
           PERFORM 2010-READ-ARCHIVE-RECORD
           PERFORM UNTIL AUDIT-ARCHIVE-EOF
               PERFORM 2100-CHARGE-ONE-RECORD
               PERFORM 2010-READ-ARCHIVE-RECORD
           END-PERFORM

           PERFORM 2020-READ-LOG-RECORD
           PERFORM UNTIL AUDIT-LOG-EOF
               IF FIRST-LIVE-RECORD
                   PERFORM 2030-CHECK-LIVE-LOG-START
               END-IF
               PERFORM 2100-CHARGE-ONE-RECORD
               PERFORM 2020-READ-LOG-RECORD
           END-PERFORM.
       2000-SCAN-AUDIT-TRAIL-EXIT.
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
               SET CHG-RUN-FAILED TO TRUE
               SET AUDIT-ARCHIVE-EOF TO TRUE
           END-IF.

       2020-READ-LOG-RECORD.
           READ AUDIT-LOG-FILE INTO AUDIT-RECORD
               AT END
                   SET AUDIT-LOG-EOF TO TRUE
           END-READ
           IF WS-AUDITLOG-STATUS NOT = '00'
              AND WS-AUDITLOG-STATUS NOT = '10'
               DISPLAY 'AUDITLOG READ FAILED, STATUS='
                       WS-AUDITLOG-STATUS
               SET CHG-RUN-FAILED TO TRUE
               SET AUDIT-LOG-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 2030-CHECK-LIVE-LOG-START - a live log that opens with an     *
      * ICSFAARC anchor has had its older records moved to the        *
      * archive. Without AUDARCH, an anchor cut after the month began *
      * may mean part of the month is missing from this run.          *
      *----------------------------------------------------------------*
       2030-CHECK-LIVE-LOG-START.
           SET NOT-FIRST-LIVE-RECORD TO TRUE
           IF AL-OP-CHAIN-ANCHOR
              AND ARCHIVE-NOT-INCLUDED
              AND AL-DATE > WS-PERIOD-FROM
               SET CHG-RUN-WARNING TO TRUE
               MOVE SPACES TO CHARGE-RPT-LINE
               STRING '*** LIVE LOG WAS ARCHIVED ON ' DELIMITED BY SIZE
                   AL-DATE DELIMITED BY SIZE
                   ' - PART OF THE MONTH MAY BE ON AUDARCH; RERUN '
                       DELIMITED BY SIZE
                   'WITH THE ARCHIVE ***' DELIMITED BY SIZE
                   INTO CHARGE-RPT-LINE
               WRITE CHARGE-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * 2100-CHARGE-ONE-RECORD - a charged operation in the month,    *
      * not refused before the service call, counted against its     *
      * label's application, operation, and key size.                *
      *----------------------------------------------------------------*
       2100-CHARGE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ

           IF AL-DATE NOT < WS-PERIOD-FROM
              AND AL-DATE NOT > WS-PERIOD-TO
               ADD 1 TO WS-RECORDS-IN-MONTH
               SET OP-NOT-FOUND TO TRUE
               SET WS-OP-IDX TO 1
               PERFORM 2110-SEARCH-CHARGED-OP
                   UNTIL WS-OP-IDX > 6
                      OR OP-FOUND
               IF OP-FOUND
                   IF AL-RETURN-CODE < ZERO
                       ADD 1 TO WS-RECORDS-REFUSED
                   ELSE
                       ADD 1 TO WS-RECORDS-CHARGED
                       PERFORM 2200-COUNT-CHARGE
                           THRU 2200-COUNT-CHARGE-EXIT
                   END-IF
               END-IF
           END-IF.

       2110-SEARCH-CHARGED-OP.
           IF WS-CHARGED-OP(WS-OP-IDX) = AL-OPERATION
               SET OP-FOUND TO TRUE
           ELSE
               SET WS-OP-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * 2200-COUNT-CHARGE - find the label (reading its key size the  *
      * first time), then the charge line for its application, the   *
      * operation, and that size, adding one the first time it is    *
      * used.                                                          *
      *----------------------------------------------------------------*
       2200-COUNT-CHARGE.
           MOVE AL-KEY-LABEL TO WS-FIND-LABEL
           PERFORM 8200-FIND-LABEL
           IF LBL-NOT-FOUND
               GO TO 2200-COUNT-CHARGE-EXIT
           END-IF

           IF LBL-SIZE-NOT-READ(WS-LBL-IDX)
               PERFORM 2210-READ-KEY-SIZE
           END-IF
           ADD 1 TO WS-LBL-OPS(WS-LBL-IDX)
           MOVE WS-LBL-APPL-NO(WS-LBL-IDX)  TO WS-CUR-APPL-NO
           MOVE WS-LBL-KEY-SIZE(WS-LBL-IDX) TO WS-CUR-KEY-SIZE

           SET CHG-NOT-FOUND TO TRUE
           SET WS-CHG-IDX TO 1
           PERFORM 2220-SEARCH-CHARGE-LINE
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
                  OR CHG-FOUND

           IF CHG-FOUND
               ADD 1 TO WS-CHG-OPS(WS-CHG-IDX)
           ELSE
               IF WS-CHG-COUNT < WS-CHG-MAX
                   ADD 1 TO WS-CHG-COUNT
                   SET WS-CHG-IDX TO WS-CHG-COUNT
                   MOVE WS-CUR-APPL-NO  TO WS-CHG-APPL-NO(WS-CHG-IDX)
                   MOVE AL-OPERATION    TO WS-CHG-OPERATION(WS-CHG-IDX)
                   MOVE WS-CUR-KEY-SIZE TO WS-CHG-KEY-SIZE(WS-CHG-IDX)
                   MOVE 1               TO WS-CHG-OPS(WS-CHG-IDX)
               ELSE
                   DISPLAY 'CHARGE LINES EXCEED ' WS-CHG-MAX
                           ' - RECORD NOT CHARGED'
                   SET CHG-RUN-FAILED TO TRUE
               END-IF
           END-IF.
       2200-COUNT-CHARGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-READ-KEY-SIZE - the label's RSA key size from the key    *
      * store. A label no longer there is priced at the any-size     *
      * rate and listed as such.                                      *
      *----------------------------------------------------------------*
       2210-READ-KEY-SIZE.
           MOVE WS-LBL-KEY-LABEL(WS-LBL-IDX) TO KS-KEY-LABEL
           READ KEY-STORE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-KEYSTOR-STATUS = '00'
               MOVE KS-KEY-SIZE TO WS-LBL-KEY-SIZE(WS-LBL-IDX)
               SET LBL-SIZE-KNOWN(WS-LBL-IDX) TO TRUE
           ELSE
               MOVE ZERO TO WS-LBL-KEY-SIZE(WS-LBL-IDX)
               SET LBL-NOT-ON-KEY-STORE(WS-LBL-IDX) TO TRUE
           END-IF.

       2220-SEARCH-CHARGE-LINE.
           IF WS-CHG-APPL-NO(WS-CHG-IDX)   = WS-CUR-APPL-NO
              AND WS-CHG-OPERATION(WS-CHG-IDX) = AL-OPERATION
              AND WS-CHG-KEY-SIZE(WS-CHG-IDX)  = WS-CUR-KEY-SIZE
               SET CHG-FOUND TO TRUE
           ELSE
               SET WS-CHG-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * 3000-PRICE-AND-REPORT - one section per application in alias  *
      * order, priced line by line; then the unattributed section     *
      * and the labels behind it; then the grand total.               *
      *----------------------------------------------------------------*
       3000-PRICE-AND-REPORT.
           PERFORM 3100-REPORT-APPLICATION
               VARYING WS-APPL-IDX FROM 1 BY 1
               UNTIL WS-APPL-IDX > WS-APPL-COUNT

           PERFORM 3300-REPORT-UNATTRIBUTED

           MOVE SPACES TO CHARGE-RPT-LINE
           WRITE CHARGE-RPT-LINE
           MOVE WS-GRAND-OPS    TO WS-EDIT-OPS
           MOVE WS-GRAND-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO CHARGE-RPT-LINE
           STRING 'GRAND TOTAL                    OPERATIONS '
                   DELIMITED BY SIZE
               WS-EDIT-OPS DELIMITED BY SIZE
               '      AMOUNT ' DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO CHARGE-RPT-LINE
           WRITE CHARGE-RPT-LINE.
       3000-PRICE-AND-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-REPORT-APPLICATION - heading, one line per operation and *
      * key size used, and the application total.                     *
      *----------------------------------------------------------------*
       3100-REPORT-APPLICATION.
           SET WS-CUR-APPL-NO TO WS-APPL-IDX

           MOVE SPACES TO CHARGE-RPT-LINE
           WRITE CHARGE-RPT-LINE
           MOVE SPACES TO CHARGE-RPT-LINE
           STRING 'APPLICATION ' DELIMITED BY SIZE
               WS-APPL-ALIAS(WS-APPL-IDX) DELIMITED BY SIZE
               '  COST CENTRE ' DELIMITED BY SIZE
               WS-APPL-COST-CENTRE(WS-APPL-IDX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-APPL-DESCRIPTION(WS-APPL-IDX) DELIMITED BY SIZE
               INTO CHARGE-RPT-LINE
           IF WS-APPL-COST-CENTRE(WS-APPL-IDX) = SPACES
               MOVE '*** NO COST CENTRE - TO SUSPENSE ***'
                   TO CHARGE-RPT-LINE(90:36)
           ELSE
               IF APPL-CARD-ONLY(WS-APPL-IDX)
                   MOVE '(ALIAS NOT ON ALIASDIR)'
                       TO CHARGE-RPT-LINE(90:23)
               END-IF
           END-IF
           WRITE CHARGE-RPT-LINE

           PERFORM 3200-REPORT-SECTION-LINES

           MOVE WS-SECTION-OPS    TO WS-APPL-OPS(WS-APPL-IDX)
           MOVE WS-SECTION-AMOUNT TO WS-APPL-AMOUNT(WS-APPL-IDX)
           IF WS-SECTION-AMOUNT > ZERO
              AND WS-APPL-COST-CENTRE(WS-APPL-IDX) = SPACES
               ADD 1 TO WS-NO-CC-APPLS
               SET CHG-RUN-WARNING TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * 3200-REPORT-SECTION-LINES - the charge lines for              *
      * WS-CUR-APPL-NO in operation order, then the section total.   *
      *----------------------------------------------------------------*
       3200-REPORT-SECTION-LINES.
           MOVE ZERO TO WS-SECTION-OPS
           MOVE ZERO TO WS-SECTION-AMOUNT

           PERFORM 3210-REPORT-OPERATION
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > 6

           MOVE SPACES TO CHARGE-RPT-LINE
           IF WS-SECTION-OPS = ZERO
               MOVE '    NO CHARGEABLE OPERATIONS THIS MONTH'
                   TO CHARGE-RPT-LINE
           ELSE
               MOVE WS-SECTION-OPS    TO WS-EDIT-OPS
               MOVE WS-SECTION-AMOUNT TO WS-EDIT-AMOUNT
               STRING '    TOTAL                      OPERATIONS '
                       DELIMITED BY SIZE
                   WS-EDIT-OPS DELIMITED BY SIZE
                   '      AMOUNT ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO CHARGE-RPT-LINE
           END-IF
           WRITE CHARGE-RPT-LINE

           ADD WS-SECTION-OPS    TO WS-GRAND-OPS
           ADD WS-SECTION-AMOUNT TO WS-GRAND-AMOUNT.

       3210-REPORT-OPERATION.
           PERFORM 3220-REPORT-CHARGE-LINE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

      *----------------------------------------------------------------*
      * 3220-REPORT-CHARGE-LINE - price one line: the rate for its    *
      * exact key size, else the operation's any-size rate. A line    *
      * with no rate at all is shown at zero and flagged.            *
      *----------------------------------------------------------------*
       3220-REPORT-CHARGE-LINE.
           IF WS-CHG-APPL-NO(WS-CHG-IDX) = WS-CUR-APPL-NO
              AND WS-CHG-OPERATION(WS-CHG-IDX)
                  = WS-CHARGED-OP(WS-OP-IDX)
               MOVE SPACES TO WS-LINE-FLAG
               MOVE WS-CHG-KEY-SIZE(WS-CHG-IDX) TO WS-RATE-SEARCH-SIZE
               PERFORM 8300-FIND-RATE
               IF RATE-NOT-FOUND
                  AND WS-RATE-SEARCH-SIZE NOT = ZERO
                   MOVE ZERO TO WS-RATE-SEARCH-SIZE
                   PERFORM 8300-FIND-RATE
               END-IF
               IF RATE-FOUND
                   MOVE WS-RATE-UNIT-PRICE(WS-RATE-IDX)
                       TO WS-LINE-PRICE
               ELSE
                   MOVE ZERO TO WS-LINE-PRICE
                   MOVE '*** NO RATE ***' TO WS-LINE-FLAG
                   ADD 1 TO WS-NO-RATE-LINES
                   SET CHG-RUN-WARNING TO TRUE
               END-IF
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   WS-CHG-OPS(WS-CHG-IDX) * WS-LINE-PRICE

               ADD WS-CHG-OPS(WS-CHG-IDX) TO WS-SECTION-OPS
               ADD WS-LINE-AMOUNT         TO WS-SECTION-AMOUNT

               IF WS-CHG-KEY-SIZE(WS-CHG-IDX) = ZERO
                   MOVE '  ?  ' TO WS-EDIT-SIZE
                   IF WS-LINE-FLAG = SPACES
                       MOVE 'KEY NOT ON KEY STORE' TO WS-LINE-FLAG
                   END-IF
               ELSE
                   MOVE WS-CHG-KEY-SIZE(WS-CHG-IDX)
                       TO WS-EDIT-SIZE-NUM
               END-IF
               MOVE WS-CHG-OPS(WS-CHG-IDX) TO WS-EDIT-OPS
               MOVE WS-LINE-PRICE          TO WS-EDIT-PRICE
               MOVE WS-LINE-AMOUNT         TO WS-EDIT-AMOUNT

               MOVE SPACES TO CHARGE-RPT-LINE
               STRING '    ' DELIMITED BY SIZE
                   WS-CHG-OPERATION(WS-CHG-IDX) DELIMITED BY SIZE
                   '  SIZE ' DELIMITED BY SIZE
                   WS-EDIT-SIZE DELIMITED BY SIZE
                   '      OPERATIONS ' DELIMITED BY SIZE
                   WS-EDIT-OPS DELIMITED BY SIZE
                   '  AT ' DELIMITED BY SIZE
                   WS-EDIT-PRICE DELIMITED BY SIZE
                   '  AMOUNT ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-LINE-FLAG DELIMITED BY SIZE
                   INTO CHARGE-RPT-LINE
               WRITE CHARGE-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * 3300-REPORT-UNATTRIBUTED - charges on labels no application   *
      * could be found for, priced the same way, then each such label *
      * with the reason - the list the L cards for next month are     *
      * written from.                                                  *
      *----------------------------------------------------------------*
       3300-REPORT-UNATTRIBUTED.
           MOVE ZERO TO WS-CUR-APPL-NO

           MOVE SPACES TO CHARGE-RPT-LINE
           WRITE CHARGE-RPT-LINE
           MOVE SPACES TO CHARGE-RPT-LINE
           STRING 'UNATTRIBUTED - CHARGED TO SUSPENSE COST CENTRE '
                   DELIMITED BY SIZE
               WS-GL-SUSPENSE-CC DELIMITED BY SIZE
               INTO CHARGE-RPT-LINE
           WRITE CHARGE-RPT-LINE

           PERFORM 3200-REPORT-SECTION-LINES

           MOVE WS-SECTION-OPS    TO WS-UNATT-OPS
           MOVE WS-SECTION-AMOUNT TO WS-UNATT-AMOUNT
           IF WS-UNATT-OPS > ZERO
               SET CHG-RUN-WARNING TO TRUE
               PERFORM 3310-REPORT-UNATTRIBUTED-LABEL
                   VARYING WS-LBL-IDX FROM 1 BY 1
                   UNTIL WS-LBL-IDX > WS-LBL-COUNT
           END-IF.

       3310-REPORT-UNATTRIBUTED-LABEL.
           IF WS-LBL-APPL-NO(WS-LBL-IDX) = ZERO
              AND WS-LBL-OPS(WS-LBL-IDX) > ZERO
               IF LBL-SHARED(WS-LBL-IDX)
                   MOVE SPACES TO WS-LBL-REASON
                   STRING 'SHARED BY ' DELIMITED BY SIZE
                       WS-LBL-ALIAS-COUNT(WS-LBL-IDX)
                           DELIMITED BY SIZE
                       ' ALIASES' DELIMITED BY SIZE
                       INTO WS-LBL-REASON
               ELSE
                   MOVE 'NO ALIAS POINTS AT IT' TO WS-LBL-REASON
               END-IF
               MOVE WS-LBL-OPS(WS-LBL-IDX) TO WS-EDIT-OPS
               MOVE SPACES TO CHARGE-RPT-LINE
               STRING '    LABEL ' DELIMITED BY SIZE
                   WS-LBL-KEY-LABEL(WS-LBL-IDX) DELIMITED BY SIZE
                   '  OPERATIONS ' DELIMITED BY SIZE
                   WS-EDIT-OPS DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-LBL-REASON DELIMITED BY SIZE
                   ' - NEEDS AN L CARD' DELIMITED BY SIZE
                   INTO CHARGE-RPT-LINE
               WRITE CHARGE-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * 4000-WRITE-GL-EXTRACT - header; a debit per application with  *
      * a charge (to the suspense cost centre when it has none of its *
      * own); a suspense debit for the unattributed charges; one      *
      * credit to the crypto service for the total; trailer. Nothing  *
      * is written from a failed run - the feed must not post from    *
      * numbers that cannot be trusted - and a run that fails while   *
      * the extract is being written stops short of the trailer, so   *
      * the feed's control check rejects the file instead of posting *
      * a partial one.                                                *
      *----------------------------------------------------------------*
       4000-WRITE-GL-EXTRACT.
           IF CHG-RUN-FAILED
               DISPLAY 'RUN FAILED - NO GL EXTRACT WRITTEN'
               GO TO 4000-WRITE-GL-EXTRACT-EXIT
           END-IF

           MOVE SPACES          TO CHARGE-GL-RECORD
           SET GX-HEADER        TO TRUE
           MOVE 'ICSFCHGB'      TO GX-SOURCE-SYSTEM
           MOVE WS-PERIOD       TO GX-PERIOD
           MOVE WS-TODAY-DATE   TO GX-RUN-DATE
           MOVE WS-CURRENT-HHMMSS TO GX-RUN-TIME
           WRITE CHARGE-GL-RECORD
           IF WS-CHGGLX-STATUS NOT = '00'
               DISPLAY 'CHGGLX WRITE FAILED, STATUS=' WS-CHGGLX-STATUS
               SET CHG-RUN-FAILED TO TRUE
               GO TO 4000-WRITE-GL-EXTRACT-EXIT
           END-IF

           PERFORM 4100-WRITE-APPLICATION-DEBIT
               VARYING WS-APPL-IDX FROM 1 BY 1
               UNTIL WS-APPL-IDX > WS-APPL-COUNT

           IF WS-UNATT-AMOUNT > ZERO
               MOVE SPACES            TO CHARGE-GL-RECORD
               MOVE WS-GL-SUSPENSE-CC TO GX-COST-CENTRE
               MOVE '*UNATTRIBUTED*'  TO GX-APPLICATION
               MOVE WS-UNATT-AMOUNT   TO GX-AMOUNT
               MOVE WS-UNATT-OPS      TO GX-OPERATION-COUNT
               SET GX-DEBIT           TO TRUE
               MOVE WS-GL-DEBIT-ACCOUNT TO GX-ACCOUNT
               PERFORM 4200-WRITE-GL-DETAIL
           END-IF

           IF WS-GRAND-AMOUNT > ZERO
               MOVE SPACES              TO CHARGE-GL-RECORD
               MOVE WS-GL-CREDIT-CC     TO GX-COST-CENTRE
               MOVE WS-GL-CREDIT-ACCOUNT TO GX-ACCOUNT
               MOVE 'CRYPTO SERVICE'    TO GX-APPLICATION
               MOVE WS-GRAND-AMOUNT     TO GX-AMOUNT
               MOVE WS-GRAND-OPS        TO GX-OPERATION-COUNT
               SET GX-CREDIT            TO TRUE
               PERFORM 4200-WRITE-GL-DETAIL
           END-IF

           IF CHG-RUN-FAILED
               DISPLAY 'RUN FAILED - GL EXTRACT LEFT WITHOUT A TRAILER'
               GO TO 4000-WRITE-GL-EXTRACT-EXIT
           END-IF

           MOVE SPACES              TO CHARGE-GL-RECORD
           SET GX-TRAILER           TO TRUE
           MOVE 'ICSFCHGB'          TO GX-SOURCE-SYSTEM
           MOVE WS-PERIOD           TO GX-PERIOD
           MOVE WS-GX-DETAIL-COUNT  TO GX-DETAIL-COUNT
           MOVE WS-GX-TOTAL-DEBITS  TO GX-TOTAL-DEBITS
           MOVE WS-GX-TOTAL-CREDITS TO GX-TOTAL-CREDITS
           WRITE CHARGE-GL-RECORD
           IF WS-CHGGLX-STATUS NOT = '00'
               DISPLAY 'CHGGLX WRITE FAILED, STATUS=' WS-CHGGLX-STATUS
               SET CHG-RUN-FAILED TO TRUE
           END-IF.
       4000-WRITE-GL-EXTRACT-EXIT.
           EXIT.

       4100-WRITE-APPLICATION-DEBIT.
           IF WS-APPL-AMOUNT(WS-APPL-IDX) > ZERO
               MOVE SPACES TO CHARGE-GL-RECORD
               IF WS-APPL-COST-CENTRE(WS-APPL-IDX) = SPACES
                   MOVE WS-GL-SUSPENSE-CC TO GX-COST-CENTRE
               ELSE
                   MOVE WS-APPL-COST-CENTRE(WS-APPL-IDX)
                       TO GX-COST-CENTRE
               END-IF
               MOVE WS-GL-DEBIT-ACCOUNT TO GX-ACCOUNT
               MOVE WS-APPL-ALIAS(WS-APPL-IDX) TO GX-APPLICATION
               MOVE WS-APPL-AMOUNT(WS-APPL-IDX) TO GX-AMOUNT
               MOVE WS-APPL-OPS(WS-APPL-IDX)    TO GX-OPERATION-COUNT
               SET GX-DEBIT TO TRUE
               PERFORM 4200-WRITE-GL-DETAIL
           END-IF.

      *----------------------------------------------------------------*
      * 4200-WRITE-GL-DETAIL - stamp and write one detail built by    *
      * the caller, and add it to the trailer totals.                 *
      *----------------------------------------------------------------*
       4200-WRITE-GL-DETAIL.
           SET GX-DETAIL       TO TRUE
           MOVE 'ICSFCHGB'     TO GX-SOURCE-SYSTEM
           MOVE WS-PERIOD      TO GX-PERIOD
           STRING 'ICSF CRYPTO CHARGEBACK ' DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO GX-DESCRIPTION
           WRITE CHARGE-GL-RECORD
           IF WS-CHGGLX-STATUS NOT = '00'
               DISPLAY 'CHGGLX WRITE FAILED, STATUS=' WS-CHGGLX-STATUS
               SET CHG-RUN-FAILED TO TRUE
           END-IF

           ADD 1 TO WS-GX-DETAIL-COUNT
           IF GX-DEBIT
               ADD GX-AMOUNT TO WS-GX-TOTAL-DEBITS
           ELSE
               ADD GX-AMOUNT TO WS-GX-TOTAL-CREDITS
           END-IF.

      *----------------------------------------------------------------*
      * 8100-FIND-APPLICATION - the application for WS-FIND-ALIAS,   *
      * added (as known from a card only) the first time it is seen. *
      * WS-FIND-APPL-NO is its number, or zero if the table is full. *
      *----------------------------------------------------------------*
       8100-FIND-APPLICATION.
           SET APPL-NOT-FOUND TO TRUE
           SET WS-APPL-IDX TO 1
           PERFORM 8110-SEARCH-APPLICATION
               UNTIL WS-APPL-IDX > WS-APPL-COUNT
                  OR APPL-FOUND

           IF APPL-NOT-FOUND
               IF WS-APPL-COUNT < WS-APPL-MAX
                   ADD 1 TO WS-APPL-COUNT
                   SET WS-APPL-IDX TO WS-APPL-COUNT
                   MOVE WS-FIND-ALIAS TO WS-APPL-ALIAS(WS-APPL-IDX)
                   MOVE SPACES TO WS-APPL-COST-CENTRE(WS-APPL-IDX)
                   MOVE SPACES TO WS-APPL-DESCRIPTION(WS-APPL-IDX)
                   SET APPL-CARD-ONLY(WS-APPL-IDX) TO TRUE
                   MOVE ZERO TO WS-APPL-OPS(WS-APPL-IDX)
                   MOVE ZERO TO WS-APPL-AMOUNT(WS-APPL-IDX)
                   SET APPL-FOUND TO TRUE
               ELSE
                   DISPLAY 'APPLICATIONS EXCEED ' WS-APPL-MAX
                           ' - ' WS-FIND-ALIAS ' NOT LOADED'
                   SET CHG-RUN-FAILED TO TRUE
               END-IF
           END-IF

           IF APPL-FOUND
               SET WS-FIND-APPL-NO TO WS-APPL-IDX
           ELSE
               MOVE ZERO TO WS-FIND-APPL-NO
           END-IF.

       8110-SEARCH-APPLICATION.
           IF WS-APPL-ALIAS(WS-APPL-IDX) = WS-FIND-ALIAS
               SET APPL-FOUND TO TRUE
           ELSE
               SET WS-APPL-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * 8200-FIND-LABEL - the entry for WS-FIND-LABEL, added          *
      * unattributed with its key size not yet read the first time   *
      * it is seen. LBL-NOT-FOUND only when the table is full.       *
      *----------------------------------------------------------------*
       8200-FIND-LABEL.
           SET LBL-NOT-FOUND TO TRUE
           SET WS-LBL-IDX TO 1
           PERFORM 8210-SEARCH-LABEL
               UNTIL WS-LBL-IDX > WS-LBL-COUNT
                  OR LBL-FOUND

           IF LBL-NOT-FOUND
               IF WS-LBL-COUNT < WS-LBL-MAX
                   ADD 1 TO WS-LBL-COUNT
                   SET WS-LBL-IDX TO WS-LBL-COUNT
                   MOVE WS-FIND-LABEL TO WS-LBL-KEY-LABEL(WS-LBL-IDX)
                   MOVE ZERO TO WS-LBL-APPL-NO(WS-LBL-IDX)
                   SET LBL-UNMAPPED(WS-LBL-IDX) TO TRUE
                   MOVE ZERO TO WS-LBL-ALIAS-COUNT(WS-LBL-IDX)
                   SET LBL-SIZE-NOT-READ(WS-LBL-IDX) TO TRUE
                   MOVE ZERO TO WS-LBL-KEY-SIZE(WS-LBL-IDX)
                   MOVE ZERO TO WS-LBL-OPS(WS-LBL-IDX)
                   SET LBL-FOUND TO TRUE
               ELSE
                   DISPLAY 'KEY LABELS EXCEED ' WS-LBL-MAX
                           ' - ' WS-FIND-LABEL ' NOT CHARGED'
                   SET CHG-RUN-FAILED TO TRUE
               END-IF
           END-IF.

       8210-SEARCH-LABEL.
           IF WS-LBL-KEY-LABEL(WS-LBL-IDX) = WS-FIND-LABEL
               SET LBL-FOUND TO TRUE
           ELSE
               SET WS-LBL-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * 8300-FIND-RATE - the rate card for the operation in            *
      * WS-CHARGED-OP(WS-OP-IDX) at WS-RATE-SEARCH-SIZE.               *
      *----------------------------------------------------------------*
       8300-FIND-RATE.
           SET RATE-NOT-FOUND TO TRUE
           SET WS-RATE-IDX TO 1
           PERFORM 8310-SEARCH-RATE
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
                  OR RATE-FOUND.

       8310-SEARCH-RATE.
           IF WS-RATE-OPERATION(WS-RATE-IDX) = WS-CHARGED-OP(WS-OP-IDX)
              AND WS-RATE-KEY-SIZE(WS-RATE-IDX) = WS-RATE-SEARCH-SIZE
               SET RATE-FOUND TO TRUE
           ELSE
               SET WS-RATE-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * 9999-TERMINATE - run summary, condition code, and close.      *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           MOVE SPACES TO CHARGE-RPT-LINE
           WRITE CHARGE-RPT-LINE
           MOVE SPACES TO CHARGE-RPT-LINE
           STRING 'AUDIT RECORDS READ ' DELIMITED BY SIZE
               WS-RECORDS-READ DELIMITED BY SIZE
               '  IN MONTH ' DELIMITED BY SIZE
               WS-RECORDS-IN-MONTH DELIMITED BY SIZE
               '  CHARGED ' DELIMITED BY SIZE
               WS-RECORDS-CHARGED DELIMITED BY SIZE
               '  REFUSED BEFORE THE SERVICE CALL ' DELIMITED BY SIZE
               WS-RECORDS-REFUSED DELIMITED BY SIZE
               INTO CHARGE-RPT-LINE
           WRITE CHARGE-RPT-LINE

           MOVE SPACES TO CHARGE-RPT-LINE
           STRING 'LINES WITH NO RATE ' DELIMITED BY SIZE
               WS-NO-RATE-LINES DELIMITED BY SIZE
               '  APPLICATIONS WITH NO COST CENTRE ' DELIMITED BY SIZE
               WS-NO-CC-APPLS DELIMITED BY SIZE
               '  UNATTRIBUTED OPERATIONS ' DELIMITED BY SIZE
               WS-UNATT-OPS DELIMITED BY SIZE
               INTO CHARGE-RPT-LINE
           WRITE CHARGE-RPT-LINE

           IF CHG-RUN-FAILED
               MOVE SPACES TO CHARGE-RPT-LINE
               MOVE '*** RUN FAILED - DO NOT POST CHGGLX ***'
                   TO CHARGE-RPT-LINE
               WRITE CHARGE-RPT-LINE
           END-IF

           DISPLAY 'CHARGEBACK ' WS-PERIOD
                   ' - CHARGED=' WS-RECORDS-CHARGED
                   ' UNATTRIBUTED=' WS-UNATT-OPS
                   ' NO RATE=' WS-NO-RATE-LINES
                   ' GL DETAILS=' WS-GX-DETAIL-COUNT

           IF CHG-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CHG-RUN-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE KEY-STORE-FILE
           CLOSE CHARGE-RPT-FILE
           CLOSE CHARGE-GL-FILE.
