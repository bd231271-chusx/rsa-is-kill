      *----------------------------------------------------------------*
      * ICSF_KEY_EXPOSURE_RPT.CBL                                      *
      *                                                                *
      * Counterparty key-exposure report.                             *
      *                                                                *
      * When a key-maintenance change moves one of our keys to        *
      * SUSPENDED or COMPROMISED, every bank we ever sent that public *
      * key to has to be told to stop trusting it. This report reads  *
      * the audit log for the STATUS-S and STATUS-C records ICSFRSA   *
      * writes when such a change is applied (emergency or approved), *
      * then reads the counterparty master (see CPTYMST.CPY) that     *
      * ICSFKEXP maintains, and lists every counterparty holding each *
      * of those keys - name, BIC, and the date the key was sent -    *
      * so the notification calls can start straight off the print.  *
      *                                                                *
      * XPOSINCE (YYYYMMDD) sets how far back the audit log is read   *
      * for changes; not set, it is today, which is the run that      *
      * follows the maintenance step. XPOLABEL names one more key to  *
      * report whatever the log says - for an incident older than the *
      * live log, or a key pulled by hand. The run ends with          *
      * condition code 4 when any counterparty is listed, so the      *
      * scheduler can page the notification desk.                     *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * Modification history                                           *
      *   2026-10-15  New program - counterparty exposure report for   *
      *               keys moved to SUSPENDED or COMPROMISED.          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ICSFKXPO.
       AUTHOR.      IBMSAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT KEY-STORE-FILE ASSIGN TO KEYSTOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KS-KEY-LABEL
               FILE STATUS IS WS-KEYSTOR-STATUS.

           SELECT COUNTERPARTY-FILE ASSIGN TO CPTYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-COUNTERPARTY-ID
               FILE STATUS IS WS-CPTYMST-STATUS.

           SELECT EXPOSURE-RPT-FILE ASSIGN TO KXPORPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KXPORPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  KEY-STORE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KEYSTORE.

       FD  COUNTERPARTY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CPTYMST.

       FD  EXPOSURE-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPOSURE-RPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-AUDITLOG-STATUS         PIC X(02) VALUE '00'.
       01  WS-KEYSTOR-STATUS          PIC X(02) VALUE '00'.
       01  WS-CPTYMST-STATUS          PIC X(02) VALUE '00'.
       01  WS-KXPORPT-STATUS          PIC X(02) VALUE '00'.

       01  WS-AUDIT-EOF               PIC X(01) VALUE 'N'.
           88  AUDIT-EOF                       VALUE 'Y'.
           88  AUDIT-NOT-EOF                   VALUE 'N'.

       01  WS-CPTY-EOF                PIC X(01) VALUE 'N'.
           88  CPTY-EOF                        VALUE 'Y'.
           88  CPTY-NOT-EOF                    VALUE 'N'.

       01  WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
       01  WS-SINCE-DATE              PIC 9(08) VALUE ZERO.
       01  WS-SINCE-IN                PIC X(08) VALUE SPACES.
       01  WS-FORCE-LABEL             PIC X(16) VALUE SPACES.

      *----------------------------------------------------------------*
      * Withdrawn-key table, one slot per key label found moved to    *
      * SUSPENDED or COMPROMISED. A second change to the same label   *
      * in the period replaces the first - the latest is the one the  *
      * counterparties are being told about. WS-XPO-HOLDERS counts    *
      * the counterparties listed against the key.                    *
      *----------------------------------------------------------------*
       01  WS-XPO-MAX                 PIC 9(04) VALUE 0100.
       01  WS-XPO-COUNT               PIC 9(04) VALUE ZERO.

       01  WS-XPO-FOUND-SW            PIC X(01) VALUE 'N'.
           88  XPO-FOUND                       VALUE 'Y'.
           88  XPO-NOT-FOUND                   VALUE 'N'.

       01  WS-XPO-TABLE.
           05  WS-XPO-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-XPO-IDX.
               10  WS-XPO-KEY-LABEL   PIC X(16).
               10  WS-XPO-NEW-STATE   PIC X(01).
               10  WS-XPO-CHG-DATE    PIC 9(08).
               10  WS-XPO-CHG-TIME    PIC 9(06).
               10  WS-XPO-CHG-USER    PIC X(08).
               10  WS-XPO-HOLDERS     PIC 9(05).

       01  WS-LOOKUP-LABEL            PIC X(16) VALUE SPACES.
       01  WS-CURRENT-STATE           PIC X(01) VALUE SPACE.
       01  WS-PRINT-NAME              PIC X(35) VALUE SPACES.

       01  WS-AUDIT-READ-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-CPTY-READ-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-EXPOSURE-COUNT          PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN-CONTROL - overall run sequence.                           *
      *----------------------------------------------------------------*
       MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-STATUS-CHANGES
               THRU 2000-LOAD-STATUS-CHANGES-EXIT

           PERFORM 3000-SCAN-COUNTERPARTIES
               THRU 3000-SCAN-COUNTERPARTIES-EXIT

           PERFORM 4000-REPORT-UNHELD-KEYS
               THRU 4000-REPORT-UNHELD-KEYS-EXIT

           PERFORM 9999-TERMINATE
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INITIALIZE - open files, take the reporting period and   *
      * forced label, and write the report heading.                   *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDITLOG-STATUS NOT = '00'
              AND WS-AUDITLOG-STATUS NOT = '05'
               DISPLAY 'AUDITLOG OPEN FAILED, STATUS='
                       WS-AUDITLOG-STATUS
               SET AUDIT-EOF TO TRUE
           END-IF

           OPEN INPUT KEY-STORE-FILE
           IF WS-KEYSTOR-STATUS NOT = '00'
               DISPLAY 'KEYSTOR OPEN FAILED, STATUS=' WS-KEYSTOR-STATUS
           END-IF

           OPEN INPUT COUNTERPARTY-FILE
           IF WS-CPTYMST-STATUS NOT = '00'
               DISPLAY 'CPTYMST OPEN FAILED, STATUS=' WS-CPTYMST-STATUS
               SET CPTY-EOF TO TRUE
           END-IF

           OPEN OUTPUT EXPOSURE-RPT-FILE
           IF WS-KXPORPT-STATUS NOT = '00'
               DISPLAY 'KXPORPT OPEN FAILED, STATUS='
                       WS-KXPORPT-STATUS
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-SINCE-DATE

      *    Reporting period start, CCYYMMDD. Anything non-numeric
      *    (including the variable not being set) leaves it at today.
           DISPLAY 'XPOSINCE' UPON ENVIRONMENT-NAME
           ACCEPT WS-SINCE-IN FROM ENVIRONMENT-VALUE
           IF WS-SINCE-IN IS NUMERIC
               MOVE WS-SINCE-IN TO WS-SINCE-DATE
           END-IF

           DISPLAY 'XPOLABEL' UPON ENVIRONMENT-NAME
           ACCEPT WS-FORCE-LABEL FROM ENVIRONMENT-VALUE

           MOVE SPACES TO EXPOSURE-RPT-LINE
           STRING 'COUNTERPARTY KEY-EXPOSURE REPORT - '
               DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               '   CHANGES SINCE: ' DELIMITED BY SIZE
               WS-SINCE-DATE DELIMITED BY SIZE
               INTO EXPOSURE-RPT-LINE
           WRITE EXPOSURE-RPT-LINE.

      *----------------------------------------------------------------*
      * 2000-LOAD-STATUS-CHANGES - every cleanly applied STATUS-S or  *
      * STATUS-C in the period goes into the withdrawn-key table,     *
      * followed by the forced label if one was named.                *
      *----------------------------------------------------------------*
       2000-LOAD-STATUS-CHANGES.
           PERFORM 2010-READ-AUDIT-RECORD

           PERFORM UNTIL AUDIT-EOF
               ADD 1 TO WS-AUDIT-READ-COUNT
               IF (AL-OPERATION = 'STATUS-S'
                   OR AL-OPERATION = 'STATUS-C')
                  AND AL-RETURN-CODE = ZERO
                  AND AL-DATE >= WS-SINCE-DATE
                   MOVE AL-KEY-LABEL TO WS-LOOKUP-LABEL
                   PERFORM 2100-FIND-XPO-ENTRY
                   IF XPO-FOUND
                       MOVE AL-OPERATION(8:1)
                           TO WS-XPO-NEW-STATE(WS-XPO-IDX)
                       MOVE AL-DATE    TO WS-XPO-CHG-DATE(WS-XPO-IDX)
                       MOVE AL-TIME    TO WS-XPO-CHG-TIME(WS-XPO-IDX)
                       MOVE AL-USER-ID TO WS-XPO-CHG-USER(WS-XPO-IDX)
                   END-IF
               END-IF
               PERFORM 2010-READ-AUDIT-RECORD
           END-PERFORM

      *    The forced label carries the state the key store holds for
      *    it now, since there is no audit record in hand to say.
           IF WS-FORCE-LABEL NOT = SPACES
               MOVE WS-FORCE-LABEL TO WS-LOOKUP-LABEL
               PERFORM 2100-FIND-XPO-ENTRY
               IF XPO-FOUND
                  AND WS-XPO-NEW-STATE(WS-XPO-IDX) = SPACE
                   PERFORM 8100-READ-CURRENT-STATE
                   MOVE WS-CURRENT-STATE
                       TO WS-XPO-NEW-STATE(WS-XPO-IDX)
                   MOVE ZERO   TO WS-XPO-CHG-DATE(WS-XPO-IDX)
                   MOVE ZERO   TO WS-XPO-CHG-TIME(WS-XPO-IDX)
                   MOVE SPACES TO WS-XPO-CHG-USER(WS-XPO-IDX)
               END-IF
           END-IF.
       2000-LOAD-STATUS-CHANGES-EXIT.
           EXIT.

       2010-READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * 2100-FIND-XPO-ENTRY - find WS-LOOKUP-LABEL in the withdrawn-  *
      * key table, adding an empty slot for it the first time. A full *
      * table is reported and ends the run with condition code 8 - a *
      * key missing from this report is a bank nobody calls.          *
      *----------------------------------------------------------------*
       2100-FIND-XPO-ENTRY.
           SET XPO-NOT-FOUND TO TRUE
           SET WS-XPO-IDX TO 1
           PERFORM 2110-SEARCH-XPO-ENTRY
               UNTIL WS-XPO-IDX > WS-XPO-COUNT
                  OR XPO-FOUND

           IF XPO-NOT-FOUND
               IF WS-XPO-COUNT < WS-XPO-MAX
                   ADD 1 TO WS-XPO-COUNT
                   SET WS-XPO-IDX TO WS-XPO-COUNT
                   MOVE WS-LOOKUP-LABEL
                       TO WS-XPO-KEY-LABEL(WS-XPO-IDX)
                   MOVE SPACE  TO WS-XPO-NEW-STATE(WS-XPO-IDX)
                   MOVE ZERO   TO WS-XPO-HOLDERS(WS-XPO-IDX)
                   SET XPO-FOUND TO TRUE
               ELSE
                   DISPLAY 'WITHDRAWN-KEY TABLE FULL - '
                           WS-LOOKUP-LABEL ' NOT REPORTED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2110-SEARCH-XPO-ENTRY.
           IF WS-XPO-KEY-LABEL(WS-XPO-IDX) = WS-LOOKUP-LABEL
               SET XPO-FOUND TO TRUE
           ELSE
               SET WS-XPO-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * 3000-SCAN-COUNTERPARTIES - one pass over the counterparty     *
      * master, checking every key it holds from us against the       *
      * withdrawn-key table.                                           *
      *----------------------------------------------------------------*
       3000-SCAN-COUNTERPARTIES.
           IF WS-XPO-COUNT = ZERO
               SET CPTY-EOF TO TRUE
           END-IF

           IF CPTY-NOT-EOF
               PERFORM 3010-READ-COUNTERPARTY
           END-IF

           PERFORM UNTIL CPTY-EOF
               ADD 1 TO WS-CPTY-READ-COUNT
               PERFORM 3100-CHECK-ONE-EXPORT
                   VARYING CM-EXP-IDX FROM 1 BY 1
                   UNTIL CM-EXP-IDX > CM-EXPORT-COUNT
               PERFORM 3010-READ-COUNTERPARTY
           END-PERFORM.
       3000-SCAN-COUNTERPARTIES-EXIT.
           EXIT.

       3010-READ-COUNTERPARTY.
           READ COUNTERPARTY-FILE NEXT RECORD
               AT END
                   SET CPTY-EOF TO TRUE
           END-READ.

       3100-CHECK-ONE-EXPORT.
           SET XPO-NOT-FOUND TO TRUE
           MOVE CM-EXP-KEY-LABEL(CM-EXP-IDX) TO WS-LOOKUP-LABEL
           SET WS-XPO-IDX TO 1
           PERFORM 2110-SEARCH-XPO-ENTRY
               UNTIL WS-XPO-IDX > WS-XPO-COUNT
                  OR XPO-FOUND

           IF XPO-FOUND
               ADD 1 TO WS-XPO-HOLDERS(WS-XPO-IDX)
               ADD 1 TO WS-EXPOSURE-COUNT
               PERFORM 3200-WRITE-EXPOSURE-LINE
           END-IF.

      *----------------------------------------------------------------*
      * 3200-WRITE-EXPOSURE-LINE - one line per counterparty holding  *
      * a withdrawn key: the key, the change, who to call, and when   *
      * they were sent it.                                             *
      *----------------------------------------------------------------*
       3200-WRITE-EXPOSURE-LINE.
           IF CM-NAME = SPACES
               MOVE '(NO IDENTITY ON FILE)' TO WS-PRINT-NAME
           ELSE
               MOVE CM-NAME TO WS-PRINT-NAME
           END-IF

           MOVE SPACES TO EXPOSURE-RPT-LINE
           STRING 'KEY ' DELIMITED BY SIZE
               WS-XPO-KEY-LABEL(WS-XPO-IDX) DELIMITED BY SIZE
               ' STATE=' DELIMITED BY SIZE
               WS-XPO-NEW-STATE(WS-XPO-IDX) DELIMITED BY SIZE
               ' ON ' DELIMITED BY SIZE
               WS-XPO-CHG-DATE(WS-XPO-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-XPO-CHG-TIME(WS-XPO-IDX) DELIMITED BY SIZE
               ' CPTY=' DELIMITED BY SIZE
               CM-COUNTERPARTY-ID DELIMITED BY SIZE
               ' BIC=' DELIMITED BY SIZE
               CM-BIC DELIMITED BY SIZE
               ' SENT=' DELIMITED BY SIZE
               CM-EXP-DATE(CM-EXP-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-NAME DELIMITED BY SIZE
               INTO EXPOSURE-RPT-LINE
           WRITE EXPOSURE-RPT-LINE.

      *----------------------------------------------------------------*
      * 4000-REPORT-UNHELD-KEYS - say so for each withdrawn key no    *
      * counterparty on the master holds, so an empty section reads   *
      * as "nobody to call", not as a report that did not run.        *
      *----------------------------------------------------------------*
       4000-REPORT-UNHELD-KEYS.
           PERFORM 4100-REPORT-ONE-UNHELD
               VARYING WS-XPO-IDX FROM 1 BY 1
               UNTIL WS-XPO-IDX > WS-XPO-COUNT.
       4000-REPORT-UNHELD-KEYS-EXIT.
           EXIT.

       4100-REPORT-ONE-UNHELD.
           IF WS-XPO-HOLDERS(WS-XPO-IDX) = ZERO
               MOVE SPACES TO EXPOSURE-RPT-LINE
               STRING 'KEY ' DELIMITED BY SIZE
                   WS-XPO-KEY-LABEL(WS-XPO-IDX) DELIMITED BY SIZE
                   ' STATE=' DELIMITED BY SIZE
                   WS-XPO-NEW-STATE(WS-XPO-IDX) DELIMITED BY SIZE
                   ' - NOT HELD BY ANY COUNTERPARTY ON FILE'
                       DELIMITED BY SIZE
                   INTO EXPOSURE-RPT-LINE
               WRITE EXPOSURE-RPT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * 8100-READ-CURRENT-STATE - the key store's lifecycle byte for  *
      * WS-LOOKUP-LABEL, or '?' when the label is not on file.        *
      *----------------------------------------------------------------*
       8100-READ-CURRENT-STATE.
           MOVE WS-LOOKUP-LABEL TO KS-KEY-LABEL
           READ KEY-STORE-FILE
               KEY IS KS-KEY-LABEL
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-KEYSTOR-STATUS = '00'
               MOVE KS-KEY-STATUS TO WS-CURRENT-STATE
           ELSE
               MOVE '?' TO WS-CURRENT-STATE
           END-IF.

      *----------------------------------------------------------------*
      * 9999-TERMINATE - write the summary line, set the condition    *
      * code, and close the files.                                     *
      *----------------------------------------------------------------*
       9999-TERMINATE.
           MOVE SPACES TO EXPOSURE-RPT-LINE
           STRING 'KEYS WITHDRAWN: ' DELIMITED BY SIZE
               WS-XPO-COUNT DELIMITED BY SIZE
               '   COUNTERPARTIES READ: ' DELIMITED BY SIZE
               WS-CPTY-READ-COUNT DELIMITED BY SIZE
               '   EXPOSURES TO NOTIFY: ' DELIMITED BY SIZE
               WS-EXPOSURE-COUNT DELIMITED BY SIZE
               INTO EXPOSURE-RPT-LINE
           WRITE EXPOSURE-RPT-LINE

           IF WS-EXPOSURE-COUNT > ZERO
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE AUDIT-LOG-FILE
           CLOSE KEY-STORE-FILE
           CLOSE COUNTERPARTY-FILE
           CLOSE EXPOSURE-RPT-FILE.
